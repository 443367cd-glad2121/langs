      ******************************************************************
      * 当番への通知の再送です。警報キュー(AlertQueue.txt)の重大(C)
      * の警報のうち、まだ誰も確認していない(O)ものについて、通知の
      * 送信待ちファイル(NotificationOutbox.txt)の最後の通知から
      * 決まった時間がたっていれば、当番表の次の順番の人へ送り直し
      * ます（NOTIFY-ON-CALL）。まだ一度も通知していない警報（当番の
      * いない時間に出たものなど）は、今の当番の最初に呼ぶ人へ送り
      * ます。
      * 再送までの時間は環境変数ONCALL_ESCALATE_MINUTESで変えられ
      * ます（既定は30分）。夜間も含めて、ジョブスケジューラーから
      * 15分ごとに流してください。
      * 通知先の決まらない警報が残れば復帰コード4で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALATE-ON-CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ALERT-FILE
           ASSIGN TO "../data/AlertQueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.
         SELECT OUTBOX-FILE
           ASSIGN TO "../data/NotificationOutbox.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 警報キュー。
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY "AlertEntry".
      * 通知の送信待ちファイル。
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           COPY "NotificationEntry".

       WORKING-STORAGE SECTION.
       01  ALERT-STATUS                PIC X(2).
         88  ALERT-STATUS-OK           VALUE "00".
       01  OUTBOX-STATUS               PIC X(2).
         88  OUTBOX-STATUS-OK          VALUE "00".

      * 確認待ちの重大の警報と、その最後の通知。
       01  WATCH-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  WATCH-TABLE.
         03  WATCH-ENTRY               OCCURS 200 INDEXED BY WX.
             05  WT-ALERT-IMAGE        PIC X(135).
             05  WT-ALERT-NUMBER       PIC 9(6).
             05  WT-LAST-ORDER         PIC 9(1).
             05  WT-LAST-QUEUED        PIC 9(14).
             05  WT-LAST-QUEUED-PARTS REDEFINES WT-LAST-QUEUED.
                 07  WT-LAST-DATE      PIC 9(8).
                 07  WT-LAST-HOURS     PIC 9(2).
                 07  WT-LAST-MINUTES   PIC 9(2).
                 07  FILLER            PIC 9(2).

      * 再送までの時間と経過の計算。
       77  ESCALATE-MINUTES-IN         PIC X(3).
       77  ESCALATE-MINUTES            PIC 9(3) VALUE 30.
       77  TODAY-DATE                  PIC 9(8).
       01  CLOCK-TIME.
         03  CLOCK-HOURS               PIC 9(2).
         03  CLOCK-MINUTES             PIC 9(2).
         03  FILLER                    PIC 9(4).
       77  ELAPSED-MINUTES             PIC S9(5).

      * 当番への通知の項目。
       77  NOTIFY-ESCALATION-ORDER     PIC 9(1).
       01  NOTIFY-RESULT-SWITCH        PIC X.
         88  NOTIFY-QUEUED             VALUE "Q".
         88  NOTIFY-NOBODY-ON-CALL     VALUE "N".

      * 件数。
       77  FIRST-NOTICE-COUNT          PIC 9(3) VALUE 0.
       77  ESCALATED-COUNT             PIC 9(3) VALUE 0.
       77  UNROUTED-COUNT              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE SPACES TO ESCALATE-MINUTES-IN.
         ACCEPT ESCALATE-MINUTES-IN
             FROM ENVIRONMENT "ONCALL_ESCALATE_MINUTES".
         IF ESCALATE-MINUTES-IN IS NUMERIC
             AND ESCALATE-MINUTES-IN NOT = "000"
           THEN
             MOVE ESCALATE-MINUTES-IN TO ESCALATE-MINUTES;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT CLOCK-TIME FROM TIME.
         PERFORM LOAD-UNACKNOWLEDGED-ALERTS.
         PERFORM LOAD-LAST-NOTIFICATIONS.
         PERFORM VARYING WX FROM 1 BY 1
             UNTIL WX > WATCH-TABLE-COUNT
           PERFORM ESCALATE-ONE-ALERT
         END-PERFORM.
         DISPLAY "ESCALATE-ON-CALL: WAITING=" WATCH-TABLE-COUNT
             " FIRST-NOTICE=" FIRST-NOTICE-COUNT
             " ESCALATED=" ESCALATED-COUNT
             " UNROUTED=" UNROUTED-COUNT.
         IF UNROUTED-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       ESCALATE-ON-CALL-EXIT.
         STOP RUN.

      ******************************************************************
      * 警報キューから、まだ誰も確認していない重大の警報を読み込み
      * ます。
      ******************************************************************
       LOAD-UNACKNOWLEDGED-ALERTS SECTION.
         MOVE 0 TO WATCH-TABLE-COUNT.
         OPEN INPUT ALERT-FILE.
         IF NOT ALERT-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ALERT-STATUS-OK
           READ ALERT-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF ALR-IS-CRITICAL AND ALR-IS-OPEN
                 THEN
                   IF WATCH-TABLE-COUNT >= 200
                     THEN
                       DISPLAY "WATCH-TABLE-FULL";
                     ELSE
                       ADD 1 TO WATCH-TABLE-COUNT;
                       SET WX TO WATCH-TABLE-COUNT;
                       MOVE ALERT-RECORD TO WT-ALERT-IMAGE(WX);
                       MOVE ALR-ALERT-NUMBER TO WT-ALERT-NUMBER(WX);
                       MOVE 0 TO WT-LAST-ORDER(WX);
                       MOVE 0 TO WT-LAST-QUEUED(WX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ALERT-FILE.
       LOAD-UNACKNOWLEDGED-ALERTS-EXIT.
         EXIT.

      ******************************************************************
      * 送信待ちファイルから、警報ごとの最後の通知（いちばん大きい
      * 順番の、いちばん新しいもの）を探します。
      ******************************************************************
       LOAD-LAST-NOTIFICATIONS SECTION.
         IF WATCH-TABLE-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         OPEN INPUT OUTBOX-FILE.
         IF NOT OUTBOX-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT OUTBOX-STATUS-OK
           READ OUTBOX-FILE
             AT END
               CONTINUE;
             NOT AT END
               SET WX TO 1;
               SEARCH WATCH-ENTRY
                 AT END
                   CONTINUE;
                 WHEN WX <= WATCH-TABLE-COUNT
                     AND WT-ALERT-NUMBER(WX) = NTF-ALERT-NUMBER
                   IF NTF-ESCALATION-ORDER >= WT-LAST-ORDER(WX)
                     THEN
                       MOVE NTF-ESCALATION-ORDER
                           TO WT-LAST-ORDER(WX);
                       MOVE NTF-QUEUED-TIMESTAMP
                           TO WT-LAST-QUEUED(WX);
                   END-IF
               END-SEARCH
           END-READ
         END-PERFORM.
         CLOSE OUTBOX-FILE.
       LOAD-LAST-NOTIFICATIONS-EXIT.
         EXIT.

      ******************************************************************
      * WX番目の警報を、まだ通知していなければ最初に呼ぶ人へ、決まった
      * 時間がたっていれば次の順番の人へ通知します。
      ******************************************************************
       ESCALATE-ONE-ALERT SECTION.
         IF WT-LAST-ORDER(WX) = 0
           THEN
             MOVE 1 TO NOTIFY-ESCALATION-ORDER;
           ELSE
             PERFORM COMPUTE-ELAPSED-MINUTES;
             IF ELAPSED-MINUTES < ESCALATE-MINUTES
               THEN
                 EXIT SECTION;
             END-IF;
             IF WT-LAST-ORDER(WX) = 9
               THEN
                 DISPLAY "ALERT " WT-ALERT-NUMBER(WX)
                     " NO FURTHER ON-CALL POSITION";
                 ADD 1 TO UNROUTED-COUNT;
                 EXIT SECTION;
             END-IF;
             COMPUTE NOTIFY-ESCALATION-ORDER =
                 WT-LAST-ORDER(WX) + 1;
         END-IF.
         CALL "NOTIFY-ON-CALL" USING WT-ALERT-IMAGE(WX),
             NOTIFY-ESCALATION-ORDER, NOTIFY-RESULT-SWITCH.
         IF NOTIFY-NOBODY-ON-CALL
           THEN
             IF WT-LAST-ORDER(WX) = 0
               THEN
                 DISPLAY "ALERT " WT-ALERT-NUMBER(WX)
                     " NO ONE ON CALL";
               ELSE
                 DISPLAY "ALERT " WT-ALERT-NUMBER(WX)
                     " NO FURTHER ON-CALL POSITION";
             END-IF;
             ADD 1 TO UNROUTED-COUNT;
             EXIT SECTION;
         END-IF.
         IF WT-LAST-ORDER(WX) = 0
           THEN
             ADD 1 TO FIRST-NOTICE-COUNT;
             DISPLAY "ALERT " WT-ALERT-NUMBER(WX)
                 " NOTIFIED ON-CALL POSITION "
                 NOTIFY-ESCALATION-ORDER;
           ELSE
             ADD 1 TO ESCALATED-COUNT;
             DISPLAY "ALERT " WT-ALERT-NUMBER(WX)
                 " UNACKNOWLEDGED -- RE-SENT TO ON-CALL POSITION "
                 NOTIFY-ESCALATION-ORDER;
         END-IF.
       ESCALATE-ONE-ALERT-EXIT.
         EXIT.

      ******************************************************************
      * WX番目の警報の最後の通知からの経過分数を求めます。日付を
      * またいだときは、1日分（1440分）を足して数えます。15分ごとに
      * 流すので、2日以上前の通知はすでに再送を済ませています。
      ******************************************************************
       COMPUTE-ELAPSED-MINUTES SECTION.
         COMPUTE ELAPSED-MINUTES =
             CLOCK-HOURS * 60 + CLOCK-MINUTES
             - WT-LAST-HOURS(WX) * 60 - WT-LAST-MINUTES(WX).
         IF WT-LAST-DATE(WX) NOT = TODAY-DATE
           THEN
             ADD 1440 TO ELAPSED-MINUTES;
         END-IF.
       COMPUTE-ELAPSED-MINUTES-EXIT.
         EXIT.

       END PROGRAM ESCALATE-ON-CALL.
