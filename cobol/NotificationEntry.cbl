      * 通知の送信待ちファイル(NotificationOutbox.txt)の1行です。
      * メール・SMSの送信口がこのファイルを拾って送り、送った行を
      * 送信済み(S)にします。
           05  NTF-QUEUED-TIMESTAMP        PIC 9(14).
           05  NTF-ALERT-NUMBER            PIC 9(06).
      * 当番表の呼び出しの順番。再送のたびに次の順番の人へ送ります。
           05  NTF-ESCALATION-ORDER        PIC 9(01).
           05  NTF-OPERATOR-ID             PIC X(08).
           05  NTF-CHANNEL                 PIC X(01).
           05  NTF-CONTACT-ADDRESS         PIC X(40).
           05  NTF-SEVERITY                PIC X(01).
           05  NTF-SOURCE-PROGRAM          PIC X(15).
           05  NTF-MESSAGE-TEXT            PIC X(60).
      * P=送信口の拾い待ち S=送信済み
           05  NTF-PICKUP-STATUS           PIC X(01).
             88  NTF-AWAITING-PICKUP       VALUE "P".
             88  NTF-IS-SENT               VALUE "S".
