      ******************************************************************
      * 当番表(OnCallRota.txt)を保守します。重大の警報は、その時刻の
      * 当番へNOTIFY-ON-CALLが通知し、確認されないまま残れば
      * ESCALATE-ON-CALLが次の順番の人へ送り直します。
      *   A)DD・D)ELETE  当番の時間帯の登録と取り消し（権限レベル3）
      *   I)NQUIRE       当番表の一覧の表示（今の当番に"*"）
      * 当番の時間帯は、開始日時と呼び出しの順番の組で区別します。
      * 同じ順番で時間の重なる時間帯は登録できません。当番になれる
      * のはオペレーターマスタに登録されたオペレーターだけです。
      * すべての変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-ON-CALL-ROTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ROTA-FILE
           ASSIGN TO "../data/OnCallRota.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 当番表。
       FD  ROTA-FILE.
       01  ROTA-RECORD.
           COPY "OnCallRotaEntry".

       WORKING-STORAGE SECTION.
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  ROTA-STATUS                 PIC X(2).

      * メモリ上に読み込んだ当番表。
       01  ROTA-TABLE-COUNT            PIC 9(3) VALUE ZERO.
       01  ROTA-TABLE.
         03  ROTA-ENTRY                OCCURS 300 INDEXED BY K.
           COPY "OnCallRotaEntry" REPLACING LEADING ==ONC==
               BY ==RT==.

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-START-X                  PIC X(12).
       01  IN-START REDEFINES IN-START-X
                                       PIC 9(12).
       01  IN-END-X                    PIC X(12).
       01  IN-END REDEFINES IN-END-X   PIC 9(12).
       01  IN-ORDER-X                  PIC X(1).
       01  IN-ORDER REDEFINES IN-ORDER-X
                                       PIC 9(1).
       77  IN-ROTA-OPERATOR-ID         PIC X(8).
       77  IN-CHANNEL                  PIC X(1).
       77  IN-CONTACT-ADDRESS          PIC X(40).

      * 当番に登録するオペレーターの確認。
       01  ROTA-OPERATOR-ENTRY.
           COPY "OperatorEntry" REPLACING LEADING ==OPR==
               BY ==ROP==.
       01  ROTA-OPERATOR-FOUND-SWITCH  PIC X.
         88  ROTA-OPERATOR-FOUND       VALUE "Y".

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.

      * この回の保守で書き込んだ変更の件数。
       77  CHANGES-MADE-COUNT          PIC 9(4) VALUE 0.
       77  NOW-TIMESTAMP               PIC 9(12).

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
         PERFORM LOAD-ROTA.
         PERFORM UNTIL OPERATION-IS-EXIT
           PERFORM ACCEPT-OPERATION;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-SHIFT;
             ELSE
               IF OPERATION-IS-DELETE
                 THEN
                   PERFORM DELETE-SHIFT;
                 ELSE
                   IF OPERATION-IS-INQUIRE
                     THEN
                       PERFORM LIST-ROTA;
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-ROTA;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-ON-CALL-ROTA-EXIT.
         STOP RUN.

      ******************************************************************
      * 当番表をメモリの表に読み込みます。
      ******************************************************************
       LOAD-ROTA SECTION.
         MOVE 0 TO ROTA-TABLE-COUNT.
         OPEN INPUT ROTA-FILE.
         IF ROTA-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL ROTA-STATUS NOT = "00"
           READ ROTA-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF ROTA-TABLE-COUNT >= 300
                 THEN
                   DISPLAY "ROTA-TABLE-FULL";
                 ELSE
                   ADD 1 TO ROTA-TABLE-COUNT;
                   SET K TO ROTA-TABLE-COUNT;
                   MOVE ROTA-RECORD TO ROTA-ENTRY(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ROTA-FILE.
       LOAD-ROTA-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)DD  D)ELETE  I)NQUIRE  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-DELETE
             AND NOT OPERATION-IS-INQUIRE AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
             EXIT SECTION;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-DELETE)
             AND NOT OPR-SUPERVISOR-AUTHORITY
           THEN
             DISPLAY "SUPERVISOR AUTHORITY REQUIRED -- "
                 "OPERATION REFUSED";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF OPERATION-IS-ADD OR OPERATION-IS-DELETE
           THEN
             DISPLAY "SHIFT START (YYYYMMDDHHMM):";
             ACCEPT IN-START-X;
             DISPLAY "CALL ORDER (1=FIRST CALLED):";
             ACCEPT IN-ORDER-X;
             IF IN-START-X IS NOT NUMERIC
               THEN
                 DISPLAY "START MUST BE YYYYMMDDHHMM";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-ORDER-X IS NOT NUMERIC OR IN-ORDER = 0
               THEN
                 DISPLAY "CALL ORDER MUST BE 1-9";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
         END-IF.
         IF OPERATION-IS-ADD
           THEN
             DISPLAY "SHIFT END (YYYYMMDDHHMM):";
             ACCEPT IN-END-X;
             DISPLAY "OPERATOR-ID ON CALL:";
             ACCEPT IN-ROTA-OPERATOR-ID;
             DISPLAY "CHANNEL M)AIL S)MS:";
             ACCEPT IN-CHANNEL;
             DISPLAY "MAIL ADDRESS OR PHONE NUMBER:";
             MOVE SPACES TO IN-CONTACT-ADDRESS;
             ACCEPT IN-CONTACT-ADDRESS;
             IF IN-END-X IS NOT NUMERIC
               THEN
                 DISPLAY "END MUST BE YYYYMMDDHHMM";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-END NOT > IN-START
               THEN
                 DISPLAY "END NOT AFTER START";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             CALL "GET-OPERATOR" USING IN-ROTA-OPERATOR-ID,
                 ROTA-OPERATOR-ENTRY, ROTA-OPERATOR-FOUND-SWITCH;
             IF NOT ROTA-OPERATOR-FOUND
               THEN
                 DISPLAY "OPERATOR NOT REGISTERED";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF ROP-IS-DISABLED
               THEN
                 DISPLAY "OPERATOR IS DISABLED";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-CHANNEL NOT = "M" AND IN-CHANNEL NOT = "S"
               THEN
                 DISPLAY "UNKNOWN CHANNEL";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-CONTACT-ADDRESS = SPACES
               THEN
                 DISPLAY "ADDRESS REQUIRED";
                 MOVE SPACE TO OPERATION-CODE;
             END-IF;
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から開始日時と呼び出しの順番の組を検索します。
      ******************************************************************
       FIND-SHIFT SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH ROTA-ENTRY
           AT END
             CONTINUE;
           WHEN K <= ROTA-TABLE-COUNT
               AND RT-START-TIMESTAMP(K) = IN-START
               AND RT-ESCALATION-ORDER(K) = IN-ORDER
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-SHIFT-EXIT.
         EXIT.

      ******************************************************************
      * 同じ呼び出しの順番で、入力の時間帯と重なる時間帯を検索します。
      ******************************************************************
       FIND-OVERLAPPING-SHIFT SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH ROTA-ENTRY
           AT END
             CONTINUE;
           WHEN K <= ROTA-TABLE-COUNT
               AND RT-ESCALATION-ORDER(K) = IN-ORDER
               AND RT-START-TIMESTAMP(K) < IN-END
               AND RT-END-TIMESTAMP(K) > IN-START
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-OVERLAPPING-SHIFT-EXIT.
         EXIT.

      ******************************************************************
      * 当番の時間帯を登録します。
      ******************************************************************
       ADD-SHIFT SECTION.
         PERFORM FIND-OVERLAPPING-SHIFT.
         IF ENTRY-FOUND
           THEN
             DISPLAY "OVERLAPS " RT-START-TIMESTAMP(K)
                 "-" RT-END-TIMESTAMP(K) " " RT-OPERATOR-ID(K)
                 " AT THE SAME CALL ORDER";
             EXIT SECTION;
         END-IF.
         IF ROTA-TABLE-COUNT >= 300
           THEN
             DISPLAY "ROTA-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO ROTA-TABLE-COUNT.
         SET K TO ROTA-TABLE-COUNT.
         MOVE IN-START TO RT-START-TIMESTAMP(K).
         MOVE IN-END TO RT-END-TIMESTAMP(K).
         MOVE IN-ORDER TO RT-ESCALATION-ORDER(K).
         MOVE IN-ROTA-OPERATOR-ID TO RT-OPERATOR-ID(K).
         MOVE IN-CHANNEL TO RT-CHANNEL(K).
         MOVE IN-CONTACT-ADDRESS TO RT-CONTACT-ADDRESS(K).
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE ROTA-ENTRY(K) TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         PERFORM WRITE-ROTA-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       ADD-SHIFT-EXIT.
         EXIT.

      ******************************************************************
      * 当番の時間帯を取り消します。
      ******************************************************************
       DELETE-SHIFT SECTION.
         PERFORM FIND-SHIFT.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "SHIFT NOT-FOUND";
             EXIT SECTION;
         END-IF.
         MOVE RT-OPERATOR-ID(K) TO IN-ROTA-OPERATOR-ID.
         MOVE ROTA-ENTRY(K) TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-ROTA-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         PERFORM VARYING K FROM K BY 1
             UNTIL K >= ROTA-TABLE-COUNT
           MOVE ROTA-ENTRY(K + 1) TO ROTA-ENTRY(K);
         END-PERFORM.
         SUBTRACT 1 FROM ROTA-TABLE-COUNT.
       DELETE-SHIFT-EXIT.
         EXIT.

      ******************************************************************
      * 当番表の一覧を表示します。今の時刻を含む時間帯には"*"を
      * 付けます。
      ******************************************************************
       LIST-ROTA SECTION.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO NOW-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:4) TO NOW-TIMESTAMP(9:4).
         DISPLAY "ON-CALL ROTA (NOW " NOW-TIMESTAMP "):".
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > ROTA-TABLE-COUNT
           IF RT-START-TIMESTAMP(K) <= NOW-TIMESTAMP
               AND RT-END-TIMESTAMP(K) > NOW-TIMESTAMP
             THEN
               DISPLAY "* " WITH NO ADVANCING;
             ELSE
               DISPLAY "  " WITH NO ADVANCING;
           END-IF;
           DISPLAY RT-START-TIMESTAMP(K) "-" RT-END-TIMESTAMP(K)
               " " RT-ESCALATION-ORDER(K) " " RT-OPERATOR-ID(K)
               " " RT-CHANNEL(K) " " RT-CONTACT-ADDRESS(K);
         END-PERFORM.
       LIST-ROTA-EXIT.
         EXIT.

      ******************************************************************
      * 当番表の保守内容を監査ログへ書き出します。呼び出し元は、
      * あらかじめAUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGEを設定して
      * おきます。
      ******************************************************************
       WRITE-ROTA-AUDIT SECTION.
         MOVE SPACE TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         MOVE "ONCALL" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-ORDER-X TO AUD-KEY.
         MOVE SPACES TO AUD-ENGLISH-NAME.
         MOVE IN-START-X TO AUD-ENGLISH-NAME(1:12).
         MOVE IN-ROTA-OPERATOR-ID TO AUD-ENGLISH-NAME(13:8).
         PERFORM WRITE-AUDIT-ENTRY.
       WRITE-ROTA-AUDIT-EXIT.
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
      * メモリの表の内容を当番表へ書き戻します。
      ******************************************************************
       SAVE-ROTA SECTION.
         OPEN OUTPUT ROTA-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > ROTA-TABLE-COUNT
           MOVE ROTA-ENTRY(K) TO ROTA-RECORD;
           WRITE ROTA-RECORD;
         END-PERFORM.
         CLOSE ROTA-FILE.
         MOVE "../data/OnCallRota.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-ROTA-EXIT.
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

       END PROGRAM MAINTAIN-ON-CALL-ROTA.
