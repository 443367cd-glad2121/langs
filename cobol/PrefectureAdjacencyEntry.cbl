      * 都道府県の隣接（陸上で境界を接する組）の1行。隣接は両方向
      * に1行ずつ持ちます（AがBに接するなら、BがAに接する行も
      * あります）。片方向だけの行は点検で誤りとして報告します。
           05  AJ-PREFECTURE-CODE          PIC X(2).
           05  AJ-ADJACENT-CODE            PIC X(2).
