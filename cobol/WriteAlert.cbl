      * 品質低下を未処置(O)の警報として残し、OPERATIONS-CONSOLEで
      * 確認・処置できるようにします。警報番号はキューの最大値+1で
      * 採番します。呼び出し元のRETURN-CODEは壊しません。
      * 重大(C)の警報は、NOTIFY-ON-CALLで今の当番へもすぐに通知し
      * ます。確認されないまま残った警報の再送はESCALATE-ON-CALLが
      * 受け持ちます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-ALERT.
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  SAVED-RETURN-CODE           PIC S9(9).
      * 当番への通知の項目。
       77  NOTIFY-ALERT-IMAGE          PIC X(135).
       77  NOTIFY-ESCALATION-ORDER     PIC 9(1).
       01  NOTIFY-RESULT-SWITCH        PIC X.
         88  NOTIFY-QUEUED             VALUE "Q".
         88  NOTIFY-NOBODY-ON-CALL     VALUE "N".

       LINKAGE SECTION.
       77  ALERT-SEVERITY              PIC X(1).
             MOVE SPACES TO ALR-ACTIONED-BY;
             MOVE SPACES TO ALR-CLOSE-COMMENT;
             WRITE ALERT-RECORD;
             MOVE ALERT-RECORD TO NOTIFY-ALERT-IMAGE;
             CLOSE ALERT-FILE;
             IF ALR-IS-CRITICAL
               THEN
                 PERFORM NOTIFY-ON-CALL-OPERATOR;
             END-IF
         END-IF.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-ALERT-EXIT.
       FIND-NEXT-ALERT-NUMBER-EXIT.
         EXIT.

      ******************************************************************
      * 重大の警報を、今の当番の最初に呼ぶ人へ通知します。当番が
      * いなければ、その旨を表示するだけです（警報はキューに残り、
      * ESCALATE-ON-CALLが当番の決まりしだい送ります）。
      ******************************************************************
       NOTIFY-ON-CALL-OPERATOR SECTION.
         MOVE 1 TO NOTIFY-ESCALATION-ORDER.
         CALL "NOTIFY-ON-CALL" USING NOTIFY-ALERT-IMAGE,
             NOTIFY-ESCALATION-ORDER, NOTIFY-RESULT-SWITCH.
         IF NOTIFY-NOBODY-ON-CALL
           THEN
             DISPLAY "WRITE-ALERT: NO ONE ON CALL FOR ALERT "
                 NEXT-ALERT-NUMBER;
         END-IF.
       NOTIFY-ON-CALL-OPERATOR-EXIT.
         EXIT.

       END PROGRAM WRITE-ALERT.
