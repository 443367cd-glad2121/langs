      *              のときはRESULT-SWITCH="N"と休業日名を返します。
      * ACTION "P" … IN-DATEの直前の業務日をOUT-DATEに返します。
      *              月曜の実行が金曜の基準日を求めるときに使います。
      * ACTION "N" … IN-DATEの翌業務日をOUT-DATEに返します。
      *              翌業務日までの期限を求めるときに使います。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-BUSINESS-DAY.
       77  CALENDAR-ACTION             PIC X(1).
         88  ACTION-IS-CHECK           VALUE "C".
         88  ACTION-IS-PREVIOUS        VALUE "P".
         88  ACTION-IS-NEXT            VALUE "N".
       77  IN-DATE                     PIC 9(8).
       01  RESULT-SWITCH               PIC X.
         88  BUSINESS-DAY              VALUE "Y".
             IF ACTION-IS-PREVIOUS
               THEN
                 PERFORM FIND-PREVIOUS-BUSINESS-DAY;
               ELSE
                 IF ACTION-IS-NEXT
                   THEN
                     PERFORM FIND-NEXT-BUSINESS-DAY;
                 END-IF
             END-IF
         END-IF.
       GET-BUSINESS-DAY-EXIT.
       FIND-PREVIOUS-BUSINESS-DAY-EXIT.
         EXIT.

      ******************************************************************
      * IN-DATEの翌業務日を探します。さかのぼりと同じく、最大60日
      * 先まで進みます。
      ******************************************************************
       FIND-NEXT-BUSINESS-DAY SECTION.
         MOVE IN-DATE TO WORK-DATE.
         SET NON-BUSINESS-DAY TO TRUE.
         MOVE 0 TO SEARCH-LOOP-COUNT.
         PERFORM UNTIL BUSINESS-DAY OR SEARCH-LOOP-COUNT >= 60
           ADD 1 TO SEARCH-LOOP-COUNT;
           PERFORM COMPUTE-NEXT-DAY;
           PERFORM CHECK-ONE-DATE;
           IF DATE-IS-BUSINESS-DAY
             THEN
               SET BUSINESS-DAY TO TRUE;
               MOVE WORK-DATE TO OUT-DATE;
           END-IF
         END-PERFORM.
         IF NOT BUSINESS-DAY
           THEN
             DISPLAY "GET-BUSINESS-DAY: NO BUSINESS DAY FOUND "
                 "WITHIN 60 DAYS AFTER " IN-DATE;
             MOVE 8 TO RETURN-CODE;
         END-IF.
       FIND-NEXT-BUSINESS-DAY-EXIT.
         EXIT.

      ******************************************************************
      * WORK-DATEを1日進めます。
      ******************************************************************
       COMPUTE-NEXT-DAY SECTION.
         PERFORM GET-MONTH-END-DAY.
         IF WD-DAY < MONTH-END-DAY
           THEN
             ADD 1 TO WD-DAY;
           ELSE
             MOVE 1 TO WD-DAY;
             IF WD-MONTH = 12
               THEN
                 ADD 1 TO WD-YEAR;
                 MOVE 1 TO WD-MONTH;
               ELSE
                 ADD 1 TO WD-MONTH;
             END-IF
         END-IF.
       COMPUTE-NEXT-DAY-EXIT.
         EXIT.

      ******************************************************************
      * WORK-DATEを1日戻します。
      ******************************************************************
