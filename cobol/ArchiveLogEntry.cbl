      * 結果を保持します。
           05  AL-VERIFY-STATUS            PIC X(8).
             88  AL-VERIFIED               VALUE "VERIFIED".
      * 市区町村の履歴ファイル名。市区町村単位で世代を比べる帳票
      * (POPULATION-CHANGE-REPORT)のためのものです。この項目を持つ
      * 前の世代では空白です。
           05  AL-MUNICIPALITIES-FILE      PIC X(80).
