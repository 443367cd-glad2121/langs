      ******************************************************************
      * 変更凍結の期間の一覧(FreezeCalendar.txt)と、凍結の例外の申請
      * (FreezeExemptions.txt)を保守します。
      * 年度末・月末の締めや国勢調査の公表の期間を登録しておくと、
      * 地方・都道府県・市区町村の保守、一括反映、承認の各プログラム
      * が、その期間の中の変更を断ります（CHECK-CHANGE-FREEZE）。
      *   A)ADD・D)ELETE  期間の登録と取り消し（権限レベル3）
      *   I)NQUIRE        期間と例外の一覧の表示
      *   E)XEMPTION      凍結の中で必要な訂正のための例外の申請
      *                   （権限レベル2以上）
      *   G)RANT          例外の許可・却下（権限レベル3。自分の申請
      *                   は判断できません）
      * すべての変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-FREEZE-CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT FREEZE-FILE
           ASSIGN TO "../data/FreezeCalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FREEZE-STATUS.
         SELECT EXEMPTION-FILE
           ASSIGN TO "../data/FreezeExemptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXEMPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 変更凍結の期間の一覧。
       FD  FREEZE-FILE.
       01  FREEZE-RECORD.
           COPY "FreezeCalendarEntry".
      * 変更凍結の例外の申請。
       FD  EXEMPTION-FILE.
       01  EXEMPTION-RECORD.
           COPY "FreezeExemptionEntry".

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
       77  IN-REASON-CODE              PIC X(1).
       77  IN-REFERENCE                PIC X(12).
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  FREEZE-STATUS               PIC X(2).
       01  EXEMPTION-STATUS            PIC X(2).

      * メモリ上に読み込んだ凍結の期間の一覧。
       01  FREEZE-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  FREEZE-TABLE.
         03  FREEZE-ENTRY              OCCURS 100 INDEXED BY K.
           COPY "FreezeCalendarEntry" REPLACING LEADING ==FRZ==
               BY ==FT==.
      * メモリ上に読み込んだ例外の申請の一覧。
       01  EXEMPTION-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       01  EXEMPTION-TABLE.
         03  EXEMPTION-ENTRY           OCCURS 200 INDEXED BY EX.
           COPY "FreezeExemptionEntry" REPLACING LEADING ==FEX==
               BY ==ET==.

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXEMPTION    VALUE "E".
         88  OPERATION-IS-GRANT        VALUE "G".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-START-DATE-X             PIC X(8).
       01  IN-START-DATE REDEFINES IN-START-DATE-X
                                       PIC 9(8).
       01  IN-END-DATE-X               PIC X(8).
       01  IN-END-DATE REDEFINES IN-END-DATE-X
                                       PIC 9(8).
       77  IN-FREEZE-TYPE              PIC X(1).
       77  IN-FILE-ID                  PIC X(11).
       77  IN-DESCRIPTION              PIC X(30).
       77  IN-KEY                      PIC X(5).
       77  IN-EXEMPTION-REASON         PIC X(30).
       77  IN-EXEMPTION-NUMBER         PIC X(3).
       77  IN-DECISION                 PIC X(1).
      * 凍結と例外の対象にできるマスタ（監査ログのFILE-IDの名前）。
       01  FILE-ID-CHECK               PIC X(11).
         88  FILE-ID-IS-MASTER         VALUES "REGIONS"
                                              "PREFECTURES"
                                              "MUNICIPAL"
                                              "DEMOGRAPHIC"
                                              "COUNTRIES".

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
       01  WORK-EXEMPTION-IMAGE.
         03  WE-REQUESTED-BY           PIC X(8).
         03  WE-FILE-ID                PIC X(11).
         03  WE-KEY                    PIC X(5).
         03  WE-VALID-UNTIL            PIC 9(8).
         03  WE-REASON-TEXT            PIC X(30).
         03  WE-STATUS                 PIC X(1).
         03  WE-DECIDED-BY             PIC X(8).

      * この回の保守で書き込んだ変更の件数。
       77  CHANGES-MADE-COUNT          PIC 9(4) VALUE 0.
       77  EXEMPTION-CHANGES-COUNT     PIC 9(4) VALUE 0.
       77  LISTED-COUNT                PIC 9(3).
       77  TODAY-DATE                  PIC 9(8).

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
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM LOAD-FREEZE-CALENDAR.
         PERFORM LOAD-FREEZE-EXEMPTIONS.
         PERFORM UNTIL OPERATION-IS-EXIT
           PERFORM ACCEPT-OPERATION;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-WINDOW;
             ELSE
               IF OPERATION-IS-DELETE
                 THEN
                   PERFORM DELETE-WINDOW;
                 ELSE
                   IF OPERATION-IS-INQUIRE
                     THEN
                       PERFORM LIST-FREEZE-CALENDAR;
                     ELSE
                       IF OPERATION-IS-EXEMPTION
                         THEN
                           PERFORM REQUEST-EXEMPTION;
                         ELSE
                           IF OPERATION-IS-GRANT
                             THEN
                               PERFORM DECIDE-EXEMPTION;
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-FREEZE-CALENDAR;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
         IF EXEMPTION-CHANGES-COUNT > 0
           THEN
             PERFORM SAVE-FREEZE-EXEMPTIONS;
             DISPLAY "EXEMPTION CHANGES=" EXEMPTION-CHANGES-COUNT
                 " SAVED";
         END-IF.
       MAINTAIN-FREEZE-CALENDAR-EXIT.
         STOP RUN.

      ******************************************************************
      * 変更凍結の期間の一覧をメモリの表に読み込みます。
      ******************************************************************
       LOAD-FREEZE-CALENDAR SECTION.
         MOVE 0 TO FREEZE-TABLE-COUNT.
         OPEN INPUT FREEZE-FILE.
         IF FREEZE-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL FREEZE-STATUS NOT = "00"
           READ FREEZE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF FREEZE-TABLE-COUNT >= 100
                 THEN
                   DISPLAY "FREEZE-TABLE-FULL";
                 ELSE
                   ADD 1 TO FREEZE-TABLE-COUNT;
                   SET K TO FREEZE-TABLE-COUNT;
                   MOVE FREEZE-RECORD TO FREEZE-ENTRY(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE FREEZE-FILE.
       LOAD-FREEZE-CALENDAR-EXIT.
         EXIT.

      ******************************************************************
      * 変更凍結の例外の申請をメモリの表に読み込みます。
      ******************************************************************
       LOAD-FREEZE-EXEMPTIONS SECTION.
         MOVE 0 TO EXEMPTION-TABLE-COUNT.
         OPEN INPUT EXEMPTION-FILE.
         IF EXEMPTION-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL EXEMPTION-STATUS NOT = "00"
           READ EXEMPTION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF EXEMPTION-TABLE-COUNT >= 200
                 THEN
                   DISPLAY "EXEMPTION-TABLE-FULL";
                 ELSE
                   ADD 1 TO EXEMPTION-TABLE-COUNT;
                   SET EX TO EXEMPTION-TABLE-COUNT;
                   MOVE EXEMPTION-RECORD TO EXEMPTION-ENTRY(EX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE EXEMPTION-FILE.
       LOAD-FREEZE-EXEMPTIONS-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)DD  D)ELETE  I)NQUIRE  E)XEMPTION REQUEST  "
             "G)RANT EXEMPTION  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-DELETE
             AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-EXEMPTION
             AND NOT OPERATION-IS-GRANT AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
             EXIT SECTION;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-DELETE
             OR OPERATION-IS-GRANT)
             AND NOT OPR-SUPERVISOR-AUTHORITY
           THEN
             DISPLAY "SUPERVISOR AUTHORITY REQUIRED -- "
                 "OPERATION REFUSED";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF OPERATION-IS-EXEMPTION AND NOT OPR-UPDATE-AUTHORITY
           THEN
             DISPLAY "UPDATE AUTHORITY REQUIRED -- "
                 "OPERATION REFUSED";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF OPERATION-IS-ADD OR OPERATION-IS-DELETE
           THEN
             DISPLAY "START-DATE (YYYYMMDD):";
             ACCEPT IN-START-DATE-X;
             DISPLAY "MASTER FILE-ID (BLANK=ALL MASTERS):";
             MOVE SPACES TO IN-FILE-ID;
             ACCEPT IN-FILE-ID;
             IF IN-START-DATE-X IS NOT NUMERIC
               THEN
                 DISPLAY "DATE MUST BE YYYYMMDD";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             MOVE IN-FILE-ID TO FILE-ID-CHECK;
             IF IN-FILE-ID NOT = SPACES AND NOT FILE-ID-IS-MASTER
               THEN
                 DISPLAY "FILE-ID MUST BE REGIONS, PREFECTURES, "
                     "MUNICIPAL, DEMOGRAPHIC OR COUNTRIES";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
         END-IF.
         IF OPERATION-IS-ADD
           THEN
             DISPLAY "END-DATE (YYYYMMDD):";
             ACCEPT IN-END-DATE-X;
             DISPLAY "TYPE F)ISCAL YEAR-END M)ONTH-END C)ENSUS "
                 "O)THER:";
             ACCEPT IN-FREEZE-TYPE;
             DISPLAY "DESCRIPTION:";
             MOVE SPACES TO IN-DESCRIPTION;
             ACCEPT IN-DESCRIPTION;
             IF IN-END-DATE-X IS NOT NUMERIC
               THEN
                 DISPLAY "DATE MUST BE YYYYMMDD";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-END-DATE < IN-START-DATE
               THEN
                 DISPLAY "END-DATE BEFORE START-DATE";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-FREEZE-TYPE NOT = "F" AND IN-FREEZE-TYPE NOT = "M"
                 AND IN-FREEZE-TYPE NOT = "C"
                 AND IN-FREEZE-TYPE NOT = "O"
               THEN
                 DISPLAY "UNKNOWN TYPE";
                 MOVE SPACE TO OPERATION-CODE;
                 EXIT SECTION;
             END-IF;
             IF IN-DESCRIPTION = SPACES
               THEN
                 DISPLAY "DESCRIPTION REQUIRED";
                 MOVE SPACE TO OPERATION-CODE;
             END-IF;
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から開始日とマスタの組を検索します。
      ******************************************************************
       FIND-WINDOW SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH FREEZE-ENTRY
           AT END
             CONTINUE;
           WHEN K <= FREEZE-TABLE-COUNT
               AND FT-START-DATE(K) = IN-START-DATE
               AND FT-FILE-ID(K) = IN-FILE-ID
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-WINDOW-EXIT.
         EXIT.

      ******************************************************************
      * 凍結の期間を登録します。
      ******************************************************************
       ADD-WINDOW SECTION.
         PERFORM FIND-WINDOW.
         IF ENTRY-FOUND
           THEN
             DISPLAY "WINDOW ALREADY-EXISTS";
             EXIT SECTION;
         END-IF.
         IF FREEZE-TABLE-COUNT >= 100
           THEN
             DISPLAY "FREEZE-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO FREEZE-TABLE-COUNT.
         SET K TO FREEZE-TABLE-COUNT.
         MOVE IN-START-DATE TO FT-START-DATE(K).
         MOVE IN-END-DATE TO FT-END-DATE(K).
         MOVE IN-FREEZE-TYPE TO FT-TYPE(K).
         MOVE IN-FILE-ID TO FT-FILE-ID(K).
         MOVE IN-DESCRIPTION TO FT-DESCRIPTION(K).
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE FREEZE-ENTRY(K) TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         PERFORM WRITE-CHANGE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       ADD-WINDOW-EXIT.
         EXIT.

      ******************************************************************
      * 凍結の期間を取り消します。
      ******************************************************************
       DELETE-WINDOW SECTION.
         PERFORM FIND-WINDOW.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "WINDOW NOT-FOUND";
             EXIT SECTION;
         END-IF.
         MOVE FREEZE-ENTRY(K) TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-CHANGE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         PERFORM VARYING K FROM K BY 1
             UNTIL K >= FREEZE-TABLE-COUNT
           MOVE FREEZE-ENTRY(K + 1) TO FREEZE-ENTRY(K);
         END-PERFORM.
         SUBTRACT 1 FROM FREEZE-TABLE-COUNT.
       DELETE-WINDOW-EXIT.
         EXIT.

      ******************************************************************
      * 凍結の期間と例外の申請の一覧を表示します。今日を含む期間には
      * "*"を付けます。
      ******************************************************************
       LIST-FREEZE-CALENDAR SECTION.
         DISPLAY "FREEZE WINDOWS (TODAY " TODAY-DATE "):".
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > FREEZE-TABLE-COUNT
           IF FT-START-DATE(K) <= TODAY-DATE
               AND FT-END-DATE(K) >= TODAY-DATE
             THEN
               DISPLAY "* " WITH NO ADVANCING;
             ELSE
               DISPLAY "  " WITH NO ADVANCING;
           END-IF;
           DISPLAY FT-START-DATE(K) "-" FT-END-DATE(K)
               " " FT-TYPE(K) " " FT-FILE-ID(K)
               " " FT-DESCRIPTION(K);
         END-PERFORM.
         DISPLAY "EXEMPTIONS:".
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > EXEMPTION-TABLE-COUNT
           SET LISTED-COUNT TO EX;
           DISPLAY LISTED-COUNT " " ET-STATUS(EX)
               " " ET-REQUESTED-BY(EX) " " ET-FILE-ID(EX)
               " " ET-KEY(EX) " UNTIL " ET-VALID-UNTIL(EX)
               " " ET-REASON-TEXT(EX) " " ET-DECIDED-BY(EX);
         END-PERFORM.
       LIST-FREEZE-CALENDAR-EXIT.
         EXIT.

      ******************************************************************
      * 凍結の中で必要な訂正のための例外を申請します。申請は承認者
      * が許可するまで効きません。
      ******************************************************************
       REQUEST-EXEMPTION SECTION.
         DISPLAY "MASTER FILE-ID:".
         MOVE SPACES TO IN-FILE-ID.
         ACCEPT IN-FILE-ID.
         MOVE IN-FILE-ID TO FILE-ID-CHECK.
         IF NOT FILE-ID-IS-MASTER
           THEN
             DISPLAY "FILE-ID MUST BE REGIONS, PREFECTURES, "
                 "MUNICIPAL, DEMOGRAPHIC OR COUNTRIES";
             EXIT SECTION;
         END-IF.
         DISPLAY "KEY (BLANK=WHOLE FILE):".
         MOVE SPACES TO IN-KEY.
         ACCEPT IN-KEY.
         DISPLAY "VALID-UNTIL (YYYYMMDD, BLANK=TODAY):".
         MOVE SPACES TO IN-END-DATE-X.
         ACCEPT IN-END-DATE-X.
         IF IN-END-DATE-X = SPACES
           THEN
             MOVE TODAY-DATE TO IN-END-DATE;
         END-IF.
         IF IN-END-DATE-X IS NOT NUMERIC
           THEN
             DISPLAY "DATE MUST BE YYYYMMDD";
             EXIT SECTION;
         END-IF.
         IF IN-END-DATE < TODAY-DATE
           THEN
             DISPLAY "VALID-UNTIL IS IN THE PAST";
             EXIT SECTION;
         END-IF.
         DISPLAY "REASON FOR THE FIX:".
         MOVE SPACES TO IN-EXEMPTION-REASON.
         ACCEPT IN-EXEMPTION-REASON.
         IF IN-EXEMPTION-REASON = SPACES
           THEN
             DISPLAY "REASON REQUIRED -- REQUEST NOT RECORDED";
             EXIT SECTION;
         END-IF.
         IF EXEMPTION-TABLE-COUNT >= 200
           THEN
             DISPLAY "EXEMPTION-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         ADD 1 TO EXEMPTION-TABLE-COUNT.
         SET EX TO EXEMPTION-TABLE-COUNT.
         MOVE SPACES TO EXEMPTION-ENTRY(EX).
         MOVE LOG-DATE TO ET-REQUEST-TIMESTAMP(EX)(1:8).
         MOVE LOG-TIME(1:6) TO ET-REQUEST-TIMESTAMP(EX)(9:6).
         MOVE OPERATOR-ID-IN TO ET-REQUESTED-BY(EX).
         MOVE IN-FILE-ID TO ET-FILE-ID(EX).
         MOVE IN-KEY TO ET-KEY(EX).
         MOVE IN-END-DATE TO ET-VALID-UNTIL(EX).
         MOVE IN-EXEMPTION-REASON TO ET-REASON-TEXT(EX).
         SET ET-IS-REQUESTED(EX) TO TRUE.
         MOVE ZERO TO ET-DECIDED-TIMESTAMP(EX).
         MOVE SPACES TO BEFORE-IMAGE.
         PERFORM BUILD-EXEMPTION-IMAGE.
         MOVE WORK-EXEMPTION-IMAGE TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         MOVE "EXEMPTION REQUEST" TO AUD-ENGLISH-NAME.
         PERFORM WRITE-EXEMPTION-AUDIT.
         ADD 1 TO EXEMPTION-CHANGES-COUNT.
         SET LISTED-COUNT TO EX.
         DISPLAY "EXEMPTION " LISTED-COUNT
             " REQUESTED -- AWAITING A SUPERVISOR'S DECISION".
       REQUEST-EXEMPTION-EXIT.
         EXIT.

      ******************************************************************
      * 申請中の例外を表示し、1件ずつ許可・却下します。申請した本人
      * は判断できません。
      ******************************************************************
       DECIDE-EXEMPTION SECTION.
         MOVE 0 TO LISTED-COUNT.
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > EXEMPTION-TABLE-COUNT
           IF ET-IS-REQUESTED(EX)
             THEN
               SET LISTED-COUNT TO EX;
               DISPLAY LISTED-COUNT " " ET-REQUESTED-BY(EX)
                   " " ET-FILE-ID(EX) " " ET-KEY(EX)
                   " UNTIL " ET-VALID-UNTIL(EX)
                   " " ET-REASON-TEXT(EX);
           END-IF
         END-PERFORM.
         IF LISTED-COUNT = 0
           THEN
             DISPLAY "NO EXEMPTIONS AWAITING A DECISION";
             EXIT SECTION;
         END-IF.
         DISPLAY "EXEMPTION NUMBER (3 DIGITS, 000=DONE):".
         ACCEPT IN-EXEMPTION-NUMBER.
         IF IN-EXEMPTION-NUMBER IS NOT NUMERIC
             OR IN-EXEMPTION-NUMBER = "000"
           THEN
             EXIT SECTION;
         END-IF.
         MOVE IN-EXEMPTION-NUMBER TO LISTED-COUNT.
         IF LISTED-COUNT > EXEMPTION-TABLE-COUNT
           THEN
             DISPLAY "EXEMPTION NOT-FOUND";
             EXIT SECTION;
         END-IF.
         SET EX TO LISTED-COUNT.
         IF NOT ET-IS-REQUESTED(EX)
           THEN
             DISPLAY "EXEMPTION ALREADY DECIDED";
             EXIT SECTION;
         END-IF.
         IF ET-REQUESTED-BY(EX) = OPERATOR-ID-IN
           THEN
             DISPLAY "OWN REQUEST -- ANOTHER SUPERVISOR MUST DECIDE";
             EXIT SECTION;
         END-IF.
         DISPLAY "A)PPROVE  D)ECLINE:".
         ACCEPT IN-DECISION.
         IF IN-DECISION NOT = "A" AND IN-DECISION NOT = "D"
           THEN
             DISPLAY "NO DECISION RECORDED";
             EXIT SECTION;
         END-IF.
         PERFORM BUILD-EXEMPTION-IMAGE.
         MOVE WORK-EXEMPTION-IMAGE TO BEFORE-IMAGE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE IN-DECISION TO ET-STATUS(EX).
         MOVE OPERATOR-ID-IN TO ET-DECIDED-BY(EX).
         MOVE LOG-DATE TO ET-DECIDED-TIMESTAMP(EX)(1:8).
         MOVE LOG-TIME(1:6) TO ET-DECIDED-TIMESTAMP(EX)(9:6).
         PERFORM BUILD-EXEMPTION-IMAGE.
         MOVE WORK-EXEMPTION-IMAGE TO AFTER-IMAGE.
         SET AUD-IS-CHANGE TO TRUE.
         IF ET-IS-APPROVED(EX)
           THEN
             MOVE "EXEMPTION GRANTED" TO AUD-ENGLISH-NAME;
             DISPLAY "EXEMPTION GRANTED TO " ET-REQUESTED-BY(EX)
                 " UNTIL " ET-VALID-UNTIL(EX);
           ELSE
             MOVE "EXEMPTION DECLINED" TO AUD-ENGLISH-NAME;
             DISPLAY "EXEMPTION DECLINED";
         END-IF.
         PERFORM WRITE-EXEMPTION-AUDIT.
         ADD 1 TO EXEMPTION-CHANGES-COUNT.
       DECIDE-EXEMPTION-EXIT.
         EXIT.

      ******************************************************************
      * 表のEX番目の例外の申請のレコードイメージを組み立てます。
      ******************************************************************
       BUILD-EXEMPTION-IMAGE SECTION.
         MOVE ET-REQUESTED-BY(EX) TO WE-REQUESTED-BY.
         MOVE ET-FILE-ID(EX) TO WE-FILE-ID.
         MOVE ET-KEY(EX) TO WE-KEY.
         MOVE ET-VALID-UNTIL(EX) TO WE-VALID-UNTIL.
         MOVE ET-REASON-TEXT(EX) TO WE-REASON-TEXT.
         MOVE ET-STATUS(EX) TO WE-STATUS.
         MOVE ET-DECIDED-BY(EX) TO WE-DECIDED-BY.
       BUILD-EXEMPTION-IMAGE-EXIT.
         EXIT.

      ******************************************************************
      * 変更の理由（O=公式通知 E=誤り訂正 M=合併 C=国勢調査）と
      * 参照（通知番号・チケット番号）を受け付けます。
      ******************************************************************
       ACCEPT-CHANGE-REASON SECTION.
         DISPLAY "REASON O)FFICIAL E)RROR M)ERGER C)ENSUS:".
         ACCEPT IN-REASON-CODE.
         IF IN-REASON-CODE NOT = "O" AND IN-REASON-CODE NOT = "E"
             AND IN-REASON-CODE NOT = "M"
             AND IN-REASON-CODE NOT = "C"
           THEN
             DISPLAY "UNKNOWN REASON -- RECORDED BLANK";
             MOVE SPACE TO IN-REASON-CODE;
         END-IF.
         DISPLAY "REFERENCE (NOTICE/TICKET, 12 CHARS):".
         ACCEPT IN-REFERENCE.
       ACCEPT-CHANGE-REASON-EXIT.
         EXIT.

      ******************************************************************
      * 凍結の期間の保守内容を監査ログへ書き出します。呼び出し元は、
      * あらかじめAUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGEを設定して
      * おきます。
      ******************************************************************
       WRITE-CHANGE-AUDIT SECTION.
         PERFORM ACCEPT-CHANGE-REASON.
         MOVE IN-REASON-CODE TO AUD-REASON-CODE.
         MOVE IN-REFERENCE TO AUD-REFERENCE.
         MOVE "FREEZE" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-START-DATE-X(1:5) TO AUD-KEY.
         MOVE SPACES TO AUD-ENGLISH-NAME.
         MOVE IN-START-DATE-X TO AUD-ENGLISH-NAME(1:8).
         MOVE IN-FILE-ID TO AUD-ENGLISH-NAME(10:11).
         PERFORM WRITE-AUDIT-ENTRY.
       WRITE-CHANGE-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * 例外の申請と判断を監査ログへ書き出します。キーの欄には対象の
      * マスタのキーを、英字名の欄には申請か判断かを入れます。
      ******************************************************************
       WRITE-EXEMPTION-AUDIT SECTION.
         MOVE SPACE TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         MOVE "EXEMPTION" TO AUD-FILE-ID.
         MOVE ET-KEY(EX) TO AUD-KEY.
         PERFORM WRITE-AUDIT-ENTRY.
       WRITE-EXEMPTION-AUDIT-EXIT.
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
         IF AUD-REASON-CODE NOT = "O" AND AUD-REASON-CODE NOT = "E"
             AND AUD-REASON-CODE NOT = "M"
             AND AUD-REASON-CODE NOT = "C"
           THEN
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
         END-IF.
         MOVE LOG-DATE TO AUD-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO AUD-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-AUDIT-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を変更凍結の期間の一覧へ書き戻します。
      ******************************************************************
       SAVE-FREEZE-CALENDAR SECTION.
         OPEN OUTPUT FREEZE-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > FREEZE-TABLE-COUNT
           MOVE FREEZE-ENTRY(K) TO FREEZE-RECORD;
           WRITE FREEZE-RECORD;
         END-PERFORM.
         CLOSE FREEZE-FILE.
         MOVE "../data/FreezeCalendar.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-FREEZE-CALENDAR-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を例外の申請の一覧へ書き戻します。
      ******************************************************************
       SAVE-FREEZE-EXEMPTIONS SECTION.
         OPEN OUTPUT EXEMPTION-FILE.
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > EXEMPTION-TABLE-COUNT
           MOVE EXEMPTION-ENTRY(EX) TO EXEMPTION-RECORD;
           WRITE EXEMPTION-RECORD;
         END-PERFORM.
         CLOSE EXEMPTION-FILE.
         MOVE "../data/FreezeExemptions.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-FREEZE-EXEMPTIONS-EXIT.
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

       END PROGRAM MAINTAIN-FREEZE-CALENDAR.
