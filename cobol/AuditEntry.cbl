             88  AUD-IS-ADD                VALUE "A".
             88  AUD-IS-CHANGE             VALUE "C".
             88  AUD-IS-DELETE             VALUE "D".
      * 承認待ちの申請の判断に添えて、申請者を記録する行です。
      * 利用者IDは申請者で、英字名の欄に"DECIDED BY "と判断した
      * 承認者のIDを入れます。職務の分離の点検に使います。
             88  AUD-IS-REQUEST            VALUE "Q".
           05  AUD-KEY                     PIC X(05).
           05  AUD-ENGLISH-NAME            PIC X(20).
      * 変更前・変更後のレコードイメージ。追加のときは変更前が、
           05  AUD-BEFORE-IMAGE            PIC X(80).
           05  AUD-AFTER-IMAGE             PIC X(80).
      * 変更の理由。O=官報などの公式通知 E=誤り訂正 M=合併
      * C=国勢調査 P=市制施行 S=オペレーターの管理 B=緊急の特別
      * アクセス（承認を経ない反映。事後の審査の一覧に載ります）。
      * 参照欄には通知番号やチケット番号（市制施行では施行日）を
      * 控えます。
      * マスタを更新しない記録では両方とも空白です。
           05  AUD-REASON-CODE             PIC X(01).
           05  AUD-REFERENCE               PIC X(12).
