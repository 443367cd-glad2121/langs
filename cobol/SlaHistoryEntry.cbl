      * 納期の判定の履歴(SlaHistory.txt)の1行です。CHECK-DELIVERY-SLA
      * が、期限を過ぎた取り決めごとに1行追記します。判定が変わった
      * とき（期限後に届いた、受け取り確認が届いた）は新しい行を追記
      * し、同じ期限日・加入者・種類の行は最後の行を正とします。
           05  SH-DUE-DATE                 PIC 9(08).
           05  SH-SUBSCRIBER-ID            PIC X(08).
           05  SH-FEED-KIND                PIC X(01).
           05  SH-DEADLINE-TIME            PIC 9(04).
      * 受け渡したフィードの連番と受け渡しの日時（未着はゼロ）。
           05  SH-FEED-SEQUENCE            PIC 9(06).
           05  SH-DELIVERED-TIMESTAMP      PIC 9(14).
      * O=期限内 L=期限後 M=未着
           05  SH-OUTCOME                  PIC X(01).
             88  SH-ON-TIME                VALUE "O".
             88  SH-LATE                   VALUE "L".
             88  SH-MISSING                VALUE "M".
      * 加入者からの受け取り確認（Y=確認済み N=未確認）。
           05  SH-ACK-SWITCH               PIC X(01).
             88  SH-ACKNOWLEDGED           VALUE "Y".
      * 判定した日時。
           05  SH-CHECKED-TIMESTAMP        PIC 9(14).
