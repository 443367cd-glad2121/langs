      * 変更凍結の例外の申請(FreezeExemptions.txt)の1行です。凍結
      * の期間の中でもどうしても必要な訂正のために、オペレーターが
      * 申請し、別の承認者（権限レベル3）が許可します。許可された
      * 例外は、申請したオペレーターの、そのマスタ（キーを指定して
      * いればそのキーだけ）の変更に、有効期限の日まで効きます。
           05  FEX-REQUEST-TIMESTAMP       PIC 9(14).
           05  FEX-REQUESTED-BY            PIC X(08).
           05  FEX-FILE-ID                 PIC X(11).
      * 空白ならマスタ全体。
           05  FEX-KEY                     PIC X(05).
           05  FEX-VALID-UNTIL             PIC 9(08).
           05  FEX-REASON-TEXT             PIC X(30).
      * R=申請中 A=許可 D=却下
           05  FEX-STATUS                  PIC X(01).
             88  FEX-IS-REQUESTED          VALUE "R".
             88  FEX-IS-APPROVED           VALUE "A".
             88  FEX-IS-DECLINED           VALUE "D".
           05  FEX-DECIDED-BY              PIC X(08).
           05  FEX-DECIDED-TIMESTAMP       PIC 9(14).
