      ******************************************************************
      * 予定マスタ(ScheduleRegister.txt)を保守します。SCHEDULE-
      * DISPATCHERは、このマスタからその日に流れるはずのジョブを
      * 決め、先行ジョブが終わるまでWAITING、先行ジョブが失敗すれば
      * BLOCKEDとして扱います。
      *   A)DD・C)HANGE・D)ELETE  ジョブの登録・変更・取り消し
      *                           （権限レベル3）
      *   I)NQUIRE                予定マスタの一覧の表示
      * 先行ジョブには、予定マスタに登録済みのほかのジョブだけを
      * 指定できます。たどって自分に戻るつながり（循環）は登録
      * できません。ほかのジョブの先行ジョブになっているジョブは
      * 取り消せません。すべての変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SCHEDULE-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SCHEDULE-FILE
           ASSIGN TO "../data/ScheduleRegister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 予定マスタ。
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY "ScheduleEntry".

       WORKING-STORAGE SECTION.
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  SCHEDULE-STATUS             PIC X(2).

      * メモリ上に読み込んだ予定マスタ。
       01  SCHEDULE-TABLE-COUNT        PIC 9(2) VALUE ZERO.
       01  SCHEDULE-TABLE.
         03  SCHEDULE-ENTRY            OCCURS 50 INDEXED BY K, KP.
           COPY "ScheduleEntry" REPLACING LEADING ==SC==
               BY ==ST==.

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
       77  IN-JOB-NAME                 PIC X(15).
       77  IN-FREQUENCY                PIC X(1).
       01  IN-DAY-X                    PIC X(2).
       01  IN-DAY REDEFINES IN-DAY-X   PIC 9(2).
       77  IN-BUSINESS-RULE            PIC X(1).
       77  IN-PREDECESSOR              PIC X(15).

      * 先行ジョブのつながりの点検。
       77  CHAIN-JOB-NAME              PIC X(15).
       77  CHAIN-STEPS                 PIC 9(2).
       01  CHAIN-LOOP-SWITCH           PIC X.
         88  CHAIN-LOOPS-BACK          VALUE "Y".

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.

      * この回の保守で書き込んだ変更の件数。
       77  CHANGES-MADE-COUNT          PIC 9(4) VALUE 0.

      * サインオンしたオペレーター。
       77  OPERATOR-ID-IN              PIC X(8).
       01  OPERATOR-ENTRY.
           COPY "OperatorEntry".
       01  OPERATOR-FOUND-SWITCH       PIC X.
         88  OPERATOR-FOUND            VALUE "Y".
         88  OPERATOR-NOT-FOUND        VALUE "N".
       77  SIGN-ON-ATTEMPTS            PIC 9(1) VALUE 0.
       01  SIGNED-ON-SWITCH            PIC X VALUE "N".
         88  OPERATOR-SIGNED-ON        VALUE "Y".

      * 監査ログへ書き出す1件分の情報。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry".
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  SAVED-RETURN-CODE           PIC S9(9).

       PROCEDURE DIVISION.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE "X" TO OPERATION-CODE;
         END-IF.
         PERFORM LOAD-SCHEDULE.
         PERFORM UNTIL OPERATION-IS-EXIT
           PERFORM ACCEPT-OPERATION;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-JOB;
             ELSE
               IF OPERATION-IS-CHANGE
                 THEN
                   PERFORM CHANGE-JOB;
                 ELSE
                   IF OPERATION-IS-DELETE
                     THEN
                       PERFORM DELETE-JOB;
                     ELSE
                       IF OPERATION-IS-INQUIRE
                         THEN
                           PERFORM LIST-SCHEDULE;
                       END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-SCHEDULE;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-SCHEDULE-REGISTER-EXIT.
         STOP RUN.

      ******************************************************************
      * 予定マスタをメモリの表に読み込みます。
      ******************************************************************
       LOAD-SCHEDULE SECTION.
         MOVE 0 TO SCHEDULE-TABLE-COUNT.
         OPEN INPUT SCHEDULE-FILE.
         IF SCHEDULE-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL SCHEDULE-STATUS NOT = "00"
           READ SCHEDULE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF SCHEDULE-TABLE-COUNT >= 50
                 THEN
                   DISPLAY "SCHEDULE-TABLE-FULL";
                 ELSE
                   ADD 1 TO SCHEDULE-TABLE-COUNT;
                   SET K TO SCHEDULE-TABLE-COUNT;
                   MOVE SCHEDULE-RECORD TO SCHEDULE-ENTRY(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE SCHEDULE-FILE.
       LOAD-SCHEDULE-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)DD  C)HANGE  D)ELETE  I)NQUIRE  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-CHANGE
             AND NOT OPERATION-IS-DELETE
             AND NOT OPERATION-IS-INQUIRE AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
             EXIT SECTION;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
             AND NOT OPR-SUPERVISOR-AUTHORITY
           THEN
             DISPLAY "SUPERVISOR AUTHORITY REQUIRED -- "
                 "OPERATION REFUSED";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE
           THEN
             DISPLAY "JOB NAME:";
             MOVE SPACES TO IN-JOB-NAME;
             ACCEPT IN-JOB-NAME;
             IF IN-JOB-NAME = SPACES
               THEN
                 DISPLAY "JOB NAME REQUIRED";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
         END-IF.
         IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
           THEN
             DISPLAY "FREQUENCY D)AILY W)EEKLY M)ONTHLY:";
             ACCEPT IN-FREQUENCY;
             DISPLAY "DAY (W: 1-7 MONDAY=1, M: 01-31, D: 00):";
             ACCEPT IN-DAY-X;
             DISPLAY "B)USINESS DAYS ONLY  A)LL DAYS:";
             ACCEPT IN-BUSINESS-RULE;
             DISPLAY "PREDECESSOR JOB (BLANK FOR NONE):";
             MOVE SPACES TO IN-PREDECESSOR;
             ACCEPT IN-PREDECESSOR;
             PERFORM CHECK-JOB-FIELDS;
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 周期・日・業務日規則・先行ジョブの入力を点検します。誤りが
      * あれば操作を取り消します。
      ******************************************************************
       CHECK-JOB-FIELDS SECTION.
         IF IN-DAY-X(2:1) = SPACE AND IN-DAY-X(1:1) NOT = SPACE
           THEN
             MOVE IN-DAY-X(1:1) TO IN-DAY-X(2:1);
             MOVE "0" TO IN-DAY-X(1:1);
         END-IF.
         IF IN-DAY-X IS NOT NUMERIC
           THEN
             DISPLAY "DAY MUST BE NUMERIC";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         EVALUATE IN-FREQUENCY
           WHEN "D"
             IF IN-DAY NOT = 0
               THEN
                 DISPLAY "DAILY JOBS TAKE DAY 00";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF
           WHEN "W"
             IF IN-DAY < 1 OR IN-DAY > 7
               THEN
                 DISPLAY "WEEKDAY MUST BE 1-7";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF
           WHEN "M"
             IF IN-DAY < 1 OR IN-DAY > 31
               THEN
                 DISPLAY "DAY OF MONTH MUST BE 01-31";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF
           WHEN OTHER
             DISPLAY "UNKNOWN FREQUENCY";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION
         END-EVALUATE.
         IF IN-BUSINESS-RULE NOT = "B" AND IN-BUSINESS-RULE NOT = "A"
           THEN
             DISPLAY "UNKNOWN BUSINESS-DAY RULE";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF IN-PREDECESSOR = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         IF IN-PREDECESSOR = IN-JOB-NAME
           THEN
             DISPLAY "A JOB CANNOT BE ITS OWN PREDECESSOR";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         SET KP TO 1.
         SEARCH SCHEDULE-ENTRY VARYING KP
           AT END
             DISPLAY "PREDECESSOR NOT IN SCHEDULE REGISTER";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
           WHEN KP <= SCHEDULE-TABLE-COUNT
               AND ST-JOB-NAME(KP) = IN-PREDECESSOR
             CONTINUE;
         END-SEARCH.
         PERFORM CHECK-CHAIN-LOOP.
         IF CHAIN-LOOPS-BACK
           THEN
             DISPLAY "PREDECESSOR CHAIN LEADS BACK TO "
                 IN-JOB-NAME " -- REFUSED";
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
       CHECK-JOB-FIELDS-EXIT.
         EXIT.

      ******************************************************************
      * 入力の先行ジョブから先行ジョブをたどり、入力のジョブへ戻って
      * くれば循環とします。表の件数より長くたどれば、どこかで
      * 循環しています。
      ******************************************************************
       CHECK-CHAIN-LOOP SECTION.
         MOVE "N" TO CHAIN-LOOP-SWITCH.
         MOVE IN-PREDECESSOR TO CHAIN-JOB-NAME.
         MOVE 0 TO CHAIN-STEPS.
         PERFORM UNTIL CHAIN-JOB-NAME = SPACES OR CHAIN-LOOPS-BACK
           IF CHAIN-JOB-NAME = IN-JOB-NAME
               OR CHAIN-STEPS > SCHEDULE-TABLE-COUNT
             THEN
               MOVE "Y" TO CHAIN-LOOP-SWITCH;
             ELSE
               ADD 1 TO CHAIN-STEPS;
               SET KP TO 1;
               SEARCH SCHEDULE-ENTRY VARYING KP
                 AT END
                   MOVE SPACES TO CHAIN-JOB-NAME;
                 WHEN KP <= SCHEDULE-TABLE-COUNT
                     AND ST-JOB-NAME(KP) = CHAIN-JOB-NAME
                   MOVE ST-PREDECESSOR(KP) TO CHAIN-JOB-NAME;
               END-SEARCH;
           END-IF
         END-PERFORM.
       CHECK-CHAIN-LOOP-EXIT.
         EXIT.

      ******************************************************************
      * 表の中からジョブ名を検索します。
      ******************************************************************
       FIND-JOB SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH SCHEDULE-ENTRY
           AT END
             CONTINUE;
           WHEN K <= SCHEDULE-TABLE-COUNT
               AND ST-JOB-NAME(K) = IN-JOB-NAME
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-JOB-EXIT.
         EXIT.

      ******************************************************************
      * ジョブを登録します。
      ******************************************************************
       ADD-JOB SECTION.
         PERFORM FIND-JOB.
         IF ENTRY-FOUND
           THEN
             DISPLAY "JOB ALREADY REGISTERED";
             EXIT SECTION;
         END-IF.
         IF SCHEDULE-TABLE-COUNT >= 50
           THEN
             DISPLAY "SCHEDULE-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO SCHEDULE-TABLE-COUNT.
         SET K TO SCHEDULE-TABLE-COUNT.
         MOVE IN-JOB-NAME TO ST-JOB-NAME(K).
         PERFORM MOVE-INPUT-TO-ENTRY.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SCHEDULE-ENTRY(K) TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         PERFORM WRITE-SCHEDULE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       ADD-JOB-EXIT.
         EXIT.

      ******************************************************************
      * 登録済みのジョブの周期・先行ジョブを変更します。
      ******************************************************************
       CHANGE-JOB SECTION.
         PERFORM FIND-JOB.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "JOB NOT-FOUND";
             EXIT SECTION;
         END-IF.
         MOVE SCHEDULE-ENTRY(K) TO BEFORE-IMAGE.
         PERFORM MOVE-INPUT-TO-ENTRY.
         MOVE SCHEDULE-ENTRY(K) TO AFTER-IMAGE.
         SET AUD-IS-CHANGE TO TRUE.
         PERFORM WRITE-SCHEDULE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       CHANGE-JOB-EXIT.
         EXIT.

      ******************************************************************
      * 入力の周期・日・業務日規則・先行ジョブをK番目の行へ移します。
      ******************************************************************
       MOVE-INPUT-TO-ENTRY SECTION.
         MOVE IN-FREQUENCY TO ST-FREQUENCY(K).
         MOVE IN-DAY TO ST-DAY(K).
         MOVE IN-BUSINESS-RULE TO ST-BUSINESS-RULE(K).
         MOVE IN-PREDECESSOR TO ST-PREDECESSOR(K).
       MOVE-INPUT-TO-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * ジョブを取り消します。ほかのジョブの先行ジョブになっている
      * ジョブは取り消せません。
      ******************************************************************
       DELETE-JOB SECTION.
         PERFORM FIND-JOB.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "JOB NOT-FOUND";
             EXIT SECTION;
         END-IF.
         SET KP TO 1.
         SEARCH SCHEDULE-ENTRY VARYING KP
           AT END
             CONTINUE;
           WHEN KP <= SCHEDULE-TABLE-COUNT
               AND ST-PREDECESSOR(KP) = IN-JOB-NAME
             DISPLAY "JOB IS THE PREDECESSOR OF " ST-JOB-NAME(KP)
                 " -- CHANGE THAT JOB FIRST";
             EXIT SECTION;
         END-SEARCH.
         MOVE SCHEDULE-ENTRY(K) TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-SCHEDULE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         PERFORM VARYING K FROM K BY 1
             UNTIL K >= SCHEDULE-TABLE-COUNT
           MOVE SCHEDULE-ENTRY(K + 1) TO SCHEDULE-ENTRY(K);
         END-PERFORM.
         SUBTRACT 1 FROM SCHEDULE-TABLE-COUNT.
       DELETE-JOB-EXIT.
         EXIT.

      ******************************************************************
      * 予定マスタの一覧を表示します。
      ******************************************************************
       LIST-SCHEDULE SECTION.
         DISPLAY "JOB             FREQ DAY RULE PREDECESSOR".
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > SCHEDULE-TABLE-COUNT
           DISPLAY ST-JOB-NAME(K) " " ST-FREQUENCY(K) "    "
               ST-DAY(K) "  " ST-BUSINESS-RULE(K) "    "
               ST-PREDECESSOR(K);
         END-PERFORM.
       LIST-SCHEDULE-EXIT.
         EXIT.

      ******************************************************************
      * 予定マスタの保守内容を監査ログへ書き出します。呼び出し元は、
      * あらかじめAUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGEを設定して
      * おきます。
      ******************************************************************
       WRITE-SCHEDULE-AUDIT SECTION.
         MOVE SPACE TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         MOVE "SCHEDULE" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE SPACES TO AUD-ENGLISH-NAME.
         MOVE IN-JOB-NAME TO AUD-ENGLISH-NAME.
         PERFORM WRITE-AUDIT-ENTRY.
       WRITE-SCHEDULE-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログへ1行を書き出します。
      ******************************************************************
       WRITE-AUDIT-ENTRY SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
         MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO AUD-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO AUD-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-AUDIT-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を予定マスタへ書き戻します。
      ******************************************************************
       SAVE-SCHEDULE SECTION.
         OPEN OUTPUT SCHEDULE-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > SCHEDULE-TABLE-COUNT
           MOVE SCHEDULE-ENTRY(K) TO SCHEDULE-RECORD;
           WRITE SCHEDULE-RECORD;
         END-PERFORM.
         CLOSE SCHEDULE-FILE.
         MOVE "../data/ScheduleRegister.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-SCHEDULE-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタと突き合わせてサインオンします。3回失敗
      * したらあきらめます。
      ******************************************************************
       SIGN-ON-OPERATOR SECTION.
         PERFORM UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-ATTEMPTS >= 3
           DISPLAY "OPERATOR-ID:";
           ACCEPT OPERATOR-ID-IN;
           ADD 1 TO SIGN-ON-ATTEMPTS;
           CALL "GET-OPERATOR" USING OPERATOR-ID-IN, OPERATOR-ENTRY,
               OPERATOR-FOUND-SWITCH;
           IF OPERATOR-FOUND
             THEN
               CALL "VERIFY-OPERATOR-PASSWORD"
                   USING OPERATOR-ID-IN, PASSWORD-RESULT-SWITCH;
             ELSE
               MOVE "N" TO PASSWORD-RESULT-SWITCH;
           END-IF;
           IF OPERATOR-FOUND AND NOT PASSWORD-VERIFIED
             THEN
               DISPLAY "PASSWORD VERIFICATION FAILED";
           END-IF;
           IF OPERATOR-FOUND AND PASSWORD-VERIFIED
             THEN
               MOVE "Y" TO SIGNED-ON-SWITCH;
               DISPLAY "SIGNED ON: " OPR-OPERATOR-NAME
                   " AUTHORITY-LEVEL=" OPR-AUTHORITY-LEVEL;
             ELSE
               DISPLAY "OPERATOR NOT REGISTERED";
           END-IF
         END-PERFORM.
       SIGN-ON-OPERATOR-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-SCHEDULE-REGISTER.
