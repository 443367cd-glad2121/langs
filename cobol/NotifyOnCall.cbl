      ******************************************************************
      * 当番への通知モジュールです。渡された警報を、今の時刻の当番表
      * (OnCallRota.txt)で当番の人へ宛てて、通知の送信待ちファイル
      * (NotificationOutbox.txt)へ1行追記します。メール・SMSの送信
      * 口がこのファイルを拾って送ります。
      * 呼び出し元は、呼び出す順番の下限（最初の通知は1、再送は前回
      * の順番+1）を渡します。今の時刻の当番のうち、その順番以上で
      * いちばん小さい順番の人へ送り、実際の順番を返します。当てはま
      * る人がいなければ、何も書かずに"N"を返します。
      * 呼び出し元のRETURN-CODEは壊しません。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-ON-CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ROTA-FILE
           ASSIGN TO "../data/OnCallRota.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROTA-STATUS.
         SELECT OUTBOX-FILE
           ASSIGN TO "../data/NotificationOutbox.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 当番表。
       FD  ROTA-FILE.
       01  ROTA-RECORD.
           COPY "OnCallRotaEntry".
      * 通知の送信待ちファイル。
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           COPY "NotificationEntry".

       WORKING-STORAGE SECTION.
       01  ROTA-STATUS                 PIC X(2).
         88  ROTA-STATUS-OK            VALUE "00".
       01  OUTBOX-STATUS               PIC X(2).
         88  OUTBOX-STATUS-OK          VALUE "00".
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  NOW-TIMESTAMP               PIC 9(12).
       77  SAVED-RETURN-CODE           PIC S9(9).
      * 選んだ当番。
       01  CHOSEN-SWITCH               PIC X.
         88  ON-CALL-CHOSEN            VALUE "Y".
       01  CHOSEN-ENTRY.
           COPY "OnCallRotaEntry" REPLACING LEADING ==ONC==
               BY ==CH==.

       LINKAGE SECTION.
       01  NOTIFY-ALERT.
           COPY "AlertEntry".
       77  NOTIFY-ESCALATION-ORDER     PIC 9(1).
       01  NOTIFY-RESULT-SWITCH        PIC X.
         88  NOTIFY-QUEUED             VALUE "Q".
         88  NOTIFY-NOBODY-ON-CALL     VALUE "N".

       PROCEDURE DIVISION
           USING NOTIFY-ALERT, NOTIFY-ESCALATION-ORDER,
               NOTIFY-RESULT-SWITCH.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         SET NOTIFY-NOBODY-ON-CALL TO TRUE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO NOW-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:4) TO NOW-TIMESTAMP(9:4).
         PERFORM CHOOSE-ON-CALL.
         IF ON-CALL-CHOSEN
           THEN
             PERFORM QUEUE-NOTIFICATION;
         END-IF.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       NOTIFY-ON-CALL-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 当番表から、今の時刻の当番のうち、呼び出す順番が下限以上で
      * いちばん小さい人を選びます。当番表が無ければ誰も選びません。
      ******************************************************************
       CHOOSE-ON-CALL SECTION.
         MOVE "N" TO CHOSEN-SWITCH.
         MOVE ZERO TO CH-ESCALATION-ORDER.
         OPEN INPUT ROTA-FILE.
         IF NOT ROTA-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ROTA-STATUS-OK
           READ ROTA-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF ONC-START-TIMESTAMP <= NOW-TIMESTAMP
                   AND ONC-END-TIMESTAMP > NOW-TIMESTAMP
                   AND ONC-ESCALATION-ORDER >= NOTIFY-ESCALATION-ORDER
                 THEN
                   IF NOT ON-CALL-CHOSEN
                       OR ONC-ESCALATION-ORDER < CH-ESCALATION-ORDER
                     THEN
                       MOVE "Y" TO CHOSEN-SWITCH;
                       MOVE ROTA-RECORD TO CHOSEN-ENTRY;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ROTA-FILE.
       CHOOSE-ON-CALL-EXIT.
         EXIT.

      ******************************************************************
      * 選んだ当番へ宛てた通知を送信待ちファイルへ追記します。
      ******************************************************************
       QUEUE-NOTIFICATION SECTION.
         OPEN EXTEND OUTBOX-FILE.
         IF OUTBOX-STATUS = "35"
           THEN
             OPEN OUTPUT OUTBOX-FILE;
         END-IF.
         IF NOT OUTBOX-STATUS-OK
           THEN
             DISPLAY "NOTIFY-ON-CALL: UNABLE TO OPEN OUTBOX "
                 "STATUS=" OUTBOX-STATUS;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO OUTBOX-RECORD.
         MOVE LOG-DATE TO NTF-QUEUED-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO NTF-QUEUED-TIMESTAMP(9:6).
         MOVE ALR-ALERT-NUMBER TO NTF-ALERT-NUMBER.
         MOVE CH-ESCALATION-ORDER TO NTF-ESCALATION-ORDER.
         MOVE CH-OPERATOR-ID TO NTF-OPERATOR-ID.
         MOVE CH-CHANNEL TO NTF-CHANNEL.
         MOVE CH-CONTACT-ADDRESS TO NTF-CONTACT-ADDRESS.
         MOVE ALR-SEVERITY TO NTF-SEVERITY.
         MOVE ALR-SOURCE-PROGRAM TO NTF-SOURCE-PROGRAM.
         MOVE ALR-MESSAGE-TEXT TO NTF-MESSAGE-TEXT.
         SET NTF-AWAITING-PICKUP TO TRUE.
         WRITE OUTBOX-RECORD.
         CLOSE OUTBOX-FILE.
         MOVE CH-ESCALATION-ORDER TO NOTIFY-ESCALATION-ORDER.
         SET NOTIFY-QUEUED TO TRUE.
       QUEUE-NOTIFICATION-EXIT.
         EXIT.

       END PROGRAM NOTIFY-ON-CALL.
