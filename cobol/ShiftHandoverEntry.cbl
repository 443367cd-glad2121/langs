      * 運用の交替の引き継ぎ記録(ShiftHandover.txt)の1行です。
      * 交替の前の担当者が、未解決の問題・再実行したジョブ・見守り
      * 中の警報を書き残し、次の担当者がOPERATIONS-CONSOLEで確認
      * するまで表示し続けます。
           05  HND-ENTRY-NUMBER            PIC 9(06).
           05  HND-RECORDED-TIMESTAMP      PIC 9(14).
           05  HND-RECORDED-BY             PIC X(08).
      * I=未解決の問題 R=再実行したジョブ W=見守り中の警報
           05  HND-CATEGORY                PIC X(01).
             88  HND-IS-OPEN-ISSUE         VALUE "I".
             88  HND-IS-RESTARTED-RUN      VALUE "R".
             88  HND-IS-WATCHED-ALERT      VALUE "W".
      * 関連の警報の番号（警報キューのALR-ALERT-NUMBER）。0なら
      * 関連無し。
           05  HND-ALERT-NUMBER            PIC 9(06).
      * 関連の実行ログの行（プログラム名と開始日時）。空白なら関連
      * 無し。
           05  HND-RUN-PROGRAM             PIC X(15).
           05  HND-RUN-START-TIMESTAMP     PIC 9(14).
      * 関連の例外ファイル（EXCEPTION-AGINGと同じ名前：REGIONS・
      * PREFECTURES・MUNICIPAL・CENSUS・CAPITALS）。空白なら関連
      * 無し。
           05  HND-EXCEPTION-FILE          PIC X(12).
           05  HND-NOTE-TEXT               PIC X(60).
      * O=未確認 A=次の担当者が確認済み
           05  HND-STATUS                  PIC X(01).
             88  HND-IS-UNACKNOWLEDGED     VALUE "O".
             88  HND-IS-ACKNOWLEDGED       VALUE "A".
           05  HND-ACKNOWLEDGED-BY         PIC X(08).
           05  HND-ACKNOWLEDGED-TIMESTAMP  PIC 9(14).
