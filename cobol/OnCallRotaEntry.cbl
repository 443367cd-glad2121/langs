      * 当番表(OnCallRota.txt)の1行です。当番の時間帯ごとに、呼び出す
      * 順番(1=最初に呼ぶ人、2=次に呼ぶ人…)と連絡先を持ちます。
      * 時間帯の開始と終了（YYYYMMDDHHMM。開始を含み、終了を含み
      * ません）。
           05  ONC-START-TIMESTAMP         PIC 9(12).
           05  ONC-END-TIMESTAMP           PIC 9(12).
           05  ONC-ESCALATION-ORDER        PIC 9(01).
           05  ONC-OPERATOR-ID             PIC X(08).
      * M=メール S=SMS
           05  ONC-CHANNEL                 PIC X(01).
             88  ONC-BY-MAIL               VALUE "M".
             88  ONC-BY-SMS                VALUE "S".
      * メールアドレスまたは電話番号。
           05  ONC-CONTACT-ADDRESS         PIC X(40).
