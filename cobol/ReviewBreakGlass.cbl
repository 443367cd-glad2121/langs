      ******************************************************************
      * 緊急の特別アクセス（ブレークグラス）で承認を経ずに反映した
      * 変更の、事後の審査です。承認者（権限レベル3）がサインオン
      * すると、事後の審査の一覧(BreakGlassReviews.txt)の未審査の
      * 変更を、期限（反映の翌業務日）切れの印を付けて表示します。
      * 番号を選ぶと監査ログの変更前・変更後のイメージを表示し、
      * ひとことの記録を入れて審査済み(S)にします。特別アクセスを
      * 使った本人は、自分の変更を審査できません。
      * 審査は監査ログへ記録し、未審査が残るときはRETURN-CODE=4で
      * 終わります（運用コンソールにも残り続けます）。
      * 一覧の書き直しは、一覧をいったん控えへ複写し、控えの行を
      * 順に写しながら審査した行だけを差し替えます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-BREAK-GLASS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BREAK-GLASS-FILE
           ASSIGN TO "../data/BreakGlassReviews.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BREAK-GLASS-STATUS.
         SELECT BREAK-GLASS-WORK-FILE
           ASSIGN TO "../data/BreakGlassReviews.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BREAK-GLASS-WORK-STATUS.
         SELECT AUDIT-FILE
           ASSIGN DYNAMIC AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 事後の審査の一覧。
       FD  BREAK-GLASS-FILE.
       01  BREAK-GLASS-RECORD.
           COPY "BreakGlassReviewEntry".
      * 書き直しのときの審査の一覧の控え。
       FD  BREAK-GLASS-WORK-FILE.
       01  BREAK-GLASS-WORK-RECORD     PIC X(144).
      * 監査ログ（本体または月の保管ファイル）。
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY "AuditEntry".

       WORKING-STORAGE SECTION.
       01  BREAK-GLASS-STATUS          PIC X(2).
         88  BREAK-GLASS-STATUS-OK     VALUE "00".
       01  BREAK-GLASS-WORK-STATUS     PIC X(2).
         88  BREAK-GLASS-WORK-STATUS-OK
                                       VALUE "00".
       77  BREAK-GLASS-FILENAME        PIC X(80) VALUE
           "../data/BreakGlassReviews.txt".
       77  BREAK-GLASS-WORK-FILENAME   PIC X(80) VALUE
           "../data/BreakGlassReviews.tmp".
       77  BREAK-GLASS-COPIED-COUNT    PIC 9(6).
       01  AUDIT-STATUS                PIC X(2).
         88  AUDIT-STATUS-OK           VALUE "00".
       77  AUDIT-FILENAME              PIC X(80).

      * メモリ上に読み込んだ未審査の変更の一覧。
       01  REVIEW-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  REVIEW-TABLE.
         03  REVIEW-TABLE-ENTRY        OCCURS 500 INDEXED BY BX.
             05  BT-RECORD             PIC X(144).
      * 一覧に収まらなかった未審査の変更があるかどうか。収まら
      * なかった変更は表示せず、次の審査へ残します。
       01  REVIEW-OVERFLOW-SWITCH      PIC X VALUE "N".
         88  REVIEW-TABLE-OVERFLOWED   VALUE "Y".
       77  OPEN-REVIEW-COUNT           PIC 9(3) VALUE 0.
       77  OVERDUE-REVIEW-COUNT        PIC 9(3) VALUE 0.
       77  SIGNED-OFF-COUNT            PIC 9(3) VALUE 0.
       77  REVIEW-NUMBER-EDIT          PIC ZZ9.
       77  TODAY-DATE                  PIC 9(8).

      * 審査の入力。
       77  REVIEW-NUMBER-IN            PIC X(3).
       77  REVIEW-NUMBER               PIC 9(3).
       77  REVIEW-COMMENT-IN           PIC X(30).
       01  REVIEW-DONE-SWITCH          PIC X VALUE "N".
         88  REVIEW-DONE               VALUE "Y".
      * 監査ログの該当の行を見つけたかどうか。
       01  AUDIT-FOUND-SWITCH          PIC X.
         88  AUDIT-ROW-FOUND           VALUE "Y".

      * サインオンしたオペレーター（審査者）。
       77  OPERATOR-ID-IN              PIC X(8).
       01  OPERATOR-ENTRY.
           COPY "OperatorEntry".
       01  OPERATOR-FOUND-SWITCH       PIC X.
         88  OPERATOR-FOUND            VALUE "Y".
         88  OPERATOR-NOT-FOUND        VALUE "N".
       77  SIGN-ON-ATTEMPTS            PIC 9(1) VALUE 0.
       01  SIGNED-ON-SWITCH            PIC X VALUE "N".
         88  OPERATOR-SIGNED-ON        VALUE "Y".
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * 監査ログへ書き出す1件分の情報。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry" REPLACING LEADING ==AUD== BY
               ==ALG==.
      * WRITE-AUDIT-LOG呼び出しの前後でRETURN-CODEを退避するための
      * 項目。
       77  SAVED-RETURN-CODE           PIC S9(9).
      * 日時を組み立てるための一時項目。
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
      * 事後の審査は承認者（権限レベル3）だけに許します。
         IF OPR-AUTHORITY-LEVEL < 3
           THEN
             DISPLAY "APPROVER AUTHORITY REQUIRED -- REFUSED";
             MOVE "SECURITY" TO ALG-FILE-ID;
             MOVE "X" TO ALG-OPERATION;
             MOVE SPACES TO ALG-KEY;
             MOVE "REVIEW REFUSED" TO ALG-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM LOAD-REVIEWS.
         IF OPEN-REVIEW-COUNT = 0
           THEN
             DISPLAY "REVIEW-BREAK-GLASS: NO BREAK-GLASS CHANGES "
                 "AWAITING REVIEW";
             STOP RUN;
         END-IF.
         IF REVIEW-TABLE-OVERFLOWED
           THEN
             DISPLAY "MORE THAN 500 CHANGES AWAITING REVIEW -- "
                 "THE REST ARE SHOWN AFTER THESE ARE SIGNED OFF";
         END-IF.
         PERFORM UNTIL REVIEW-DONE OR OPEN-REVIEW-COUNT = 0
           PERFORM SIGN-OFF-ONE-REVIEW
         END-PERFORM.
         IF SIGNED-OFF-COUNT > 0
           THEN
             PERFORM SAVE-REVIEWS;
         END-IF.
         DISPLAY "SIGNED OFF=" SIGNED-OFF-COUNT
             " STILL OPEN=" OPEN-REVIEW-COUNT.
         IF OPEN-REVIEW-COUNT > 0 AND RETURN-CODE = 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       REVIEW-BREAK-GLASS-EXIT.
         STOP RUN.

      ******************************************************************
      * 審査の一覧から未審査の変更を読み込んで表示します。期限を
      * 過ぎたものには印を付けます。
      ******************************************************************
       LOAD-REVIEWS SECTION.
         MOVE 0 TO REVIEW-TABLE-COUNT.
         MOVE 0 TO OPEN-REVIEW-COUNT.
         MOVE 0 TO OVERDUE-REVIEW-COUNT.
         OPEN INPUT BREAK-GLASS-FILE.
         IF NOT BREAK-GLASS-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         DISPLAY "=================================================".
         DISPLAY "  BREAK-GLASS CHANGES AWAITING REVIEW".
         DISPLAY "=================================================".
         PERFORM UNTIL NOT BREAK-GLASS-STATUS-OK
           READ BREAK-GLASS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF NOT BGR-IS-OPEN
                 THEN
                   CONTINUE;
                 ELSE
               IF REVIEW-TABLE-COUNT >= 500
                 THEN
                   MOVE "Y" TO REVIEW-OVERFLOW-SWITCH;
                 ELSE
                   ADD 1 TO REVIEW-TABLE-COUNT;
                   SET BX TO REVIEW-TABLE-COUNT;
                   MOVE BREAK-GLASS-RECORD TO BT-RECORD(BX);
                   ADD 1 TO OPEN-REVIEW-COUNT;
                   PERFORM SHOW-ONE-REVIEW;
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE BREAK-GLASS-FILE.
         DISPLAY "OPEN=" OPEN-REVIEW-COUNT
             " OVERDUE=" OVERDUE-REVIEW-COUNT.
       LOAD-REVIEWS-EXIT.
         EXIT.

      ******************************************************************
      * BREAK-GLASS-RECORDの未審査の変更を1件表示します。
      ******************************************************************
       SHOW-ONE-REVIEW SECTION.
         MOVE REVIEW-TABLE-COUNT TO REVIEW-NUMBER-EDIT.
         DISPLAY "#" REVIEW-NUMBER-EDIT
             " BY=" BGR-OPERATOR-ID
             " " BGR-FILE-ID " " BGR-OPERATION " " BGR-KEY
             " AT=" BGR-APPLIED-TIMESTAMP
             " DUE=" BGR-DUE-DATE.
         DISPLAY "     REASON=" BGR-REASON-TEXT.
         IF BGR-DUE-DATE < TODAY-DATE
           THEN
             ADD 1 TO OVERDUE-REVIEW-COUNT;
             DISPLAY "     *** OVERDUE";
         END-IF.
       SHOW-ONE-REVIEW-EXIT.
         EXIT.

      ******************************************************************
      * 番号で選んだ変更を1件審査します。変更前・変更後のイメージを
      * 示したうえで、ひとことの記録を入れると審査済みになります。
      ******************************************************************
       SIGN-OFF-ONE-REVIEW SECTION.
         DISPLAY "REVIEW NUMBER (3 DIGITS, 000=DONE):".
         ACCEPT REVIEW-NUMBER-IN.
         IF REVIEW-NUMBER-IN IS NOT NUMERIC
             OR REVIEW-NUMBER-IN = "000"
           THEN
             MOVE "Y" TO REVIEW-DONE-SWITCH;
             EXIT SECTION;
         END-IF.
         MOVE REVIEW-NUMBER-IN TO REVIEW-NUMBER.
         IF REVIEW-NUMBER > REVIEW-TABLE-COUNT
           THEN
             DISPLAY "NO SUCH REVIEW NUMBER";
             EXIT SECTION;
         END-IF.
         SET BX TO REVIEW-NUMBER.
         MOVE BT-RECORD(BX) TO BREAK-GLASS-RECORD.
         IF NOT BGR-IS-OPEN
           THEN
             DISPLAY "ALREADY SIGNED OFF BY " BGR-REVIEWER-ID;
             EXIT SECTION;
         END-IF.
      * 特別アクセスを使った本人の審査は、4つの目の原則に反します。
         IF BGR-OPERATOR-ID = OPERATOR-ID-IN
           THEN
             DISPLAY "OWN BREAK-GLASS CHANGE -- ANOTHER APPROVER "
                 "MUST REVIEW";
             EXIT SECTION;
         END-IF.
         PERFORM SHOW-AUDIT-IMAGES.
         DISPLAY "REVIEW COMMENT (REQUIRED):".
         MOVE SPACES TO REVIEW-COMMENT-IN.
         ACCEPT REVIEW-COMMENT-IN.
         IF REVIEW-COMMENT-IN = SPACES
           THEN
             DISPLAY "COMMENT REQUIRED -- NOT SIGNED OFF";
             EXIT SECTION;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE "S" TO BGR-STATUS.
         MOVE OPERATOR-ID-IN TO BGR-REVIEWER-ID.
         MOVE LOG-DATE TO BGR-REVIEWED-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO BGR-REVIEWED-TIMESTAMP(9:6).
         MOVE REVIEW-COMMENT-IN TO BGR-REVIEW-COMMENT.
         MOVE BREAK-GLASS-RECORD TO BT-RECORD(BX).
         ADD 1 TO SIGNED-OFF-COUNT.
         SUBTRACT 1 FROM OPEN-REVIEW-COUNT.
         DISPLAY "SIGNED OFF #" REVIEW-NUMBER.
         MOVE "SECURITY" TO ALG-FILE-ID.
         MOVE "V" TO ALG-OPERATION.
         MOVE BGR-KEY TO ALG-KEY.
         MOVE "BREAK-GLASS REVIEW" TO ALG-ENGLISH-NAME.
         PERFORM WRITE-SECURITY-AUDIT.
       SIGN-OFF-ONE-REVIEW-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログから、審査する変更の判断の行（反映の日時・利用者・
      * マスタが同じ行）を探し、変更前・変更後のイメージを表示します。
      * 未締めの監査ログに無ければ、反映の月の保管ファイルを探します。
      ******************************************************************
       SHOW-AUDIT-IMAGES SECTION.
         MOVE "N" TO AUDIT-FOUND-SWITCH.
         MOVE "../data/AuditTrail.txt" TO AUDIT-FILENAME.
         PERFORM FIND-AUDIT-ROW.
         IF NOT AUDIT-ROW-FOUND
           THEN
             MOVE SPACES TO AUDIT-FILENAME;
             STRING "../data/AuditArchive-" DELIMITED BY SIZE
                 BGR-APPLIED-TIMESTAMP(1:6) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO AUDIT-FILENAME;
             PERFORM FIND-AUDIT-ROW;
         END-IF.
         IF NOT AUDIT-ROW-FOUND
           THEN
             DISPLAY "AUDIT ROW NOT FOUND -- CHECK AUDIT-INQUIRY";
         END-IF.
       SHOW-AUDIT-IMAGES-EXIT.
         EXIT.

      ******************************************************************
      * AUDIT-FILENAMEの監査ログ1本を読んで、判断の行を探します。
      ******************************************************************
       FIND-AUDIT-ROW SECTION.
         OPEN INPUT AUDIT-FILE.
         IF NOT AUDIT-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT AUDIT-STATUS-OK OR AUDIT-ROW-FOUND
           READ AUDIT-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF AUD-TIMESTAMP = BGR-APPLIED-TIMESTAMP
                   AND AUD-USER-ID = BGR-OPERATOR-ID
                   AND AUD-FILE-ID = BGR-FILE-ID
                   AND AUD-REASON-CODE = "B"
                 THEN
                   MOVE "Y" TO AUDIT-FOUND-SWITCH;
                   DISPLAY "BEFORE: " AUD-BEFORE-IMAGE;
                   DISPLAY "AFTER : " AUD-AFTER-IMAGE;
                   DISPLAY "REFERENCE=" AUD-REFERENCE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE AUDIT-FILE.
       FIND-AUDIT-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 審査の結果を審査の一覧へ書き戻します。一覧を控えへ複写し、
      * 控えの行を順に写しながら、表にある変更（特別アクセスの日時・
      * 本人・マスタ・操作・キー・反映の日時が同じ行）だけを表の
      * 内容に差し替えます。
      ******************************************************************
       SAVE-REVIEWS SECTION.
         CALL "COPY-TEXT-FILE" USING BREAK-GLASS-FILENAME,
             BREAK-GLASS-WORK-FILENAME, BREAK-GLASS-COPIED-COUNT.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "REVIEW-BREAK-GLASS: UNABLE TO COPY REVIEW "
                 "LIST -- SIGN-OFFS NOT SAVED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT BREAK-GLASS-WORK-FILE.
         IF NOT BREAK-GLASS-WORK-STATUS-OK
           THEN
             DISPLAY "REVIEW-BREAK-GLASS: UNABLE TO READ REVIEW "
                 "LIST COPY STATUS=" BREAK-GLASS-WORK-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN OUTPUT BREAK-GLASS-FILE.
         IF NOT BREAK-GLASS-STATUS-OK
           THEN
             DISPLAY "REVIEW-BREAK-GLASS: UNABLE TO REWRITE REVIEW "
                 "LIST STATUS=" BREAK-GLASS-STATUS;
             CLOSE BREAK-GLASS-WORK-FILE;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT BREAK-GLASS-WORK-STATUS-OK
           READ BREAK-GLASS-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE BREAK-GLASS-WORK-RECORD TO BREAK-GLASS-RECORD
               SET BX TO 1
               SEARCH REVIEW-TABLE-ENTRY
                 AT END
                   CONTINUE
                 WHEN BX > REVIEW-TABLE-COUNT
                   CONTINUE
                 WHEN BT-RECORD(BX)(1:53)
                     = BREAK-GLASS-WORK-RECORD(1:53)
                   MOVE BT-RECORD(BX) TO BREAK-GLASS-RECORD
               END-SEARCH
               WRITE BREAK-GLASS-RECORD
           END-READ
         END-PERFORM.
         CLOSE BREAK-GLASS-WORK-FILE.
         CLOSE BREAK-GLASS-FILE.
         CALL "CBL_DELETE_FILE" USING BREAK-GLASS-WORK-FILENAME.
         MOVE 0 TO RETURN-CODE.
       SAVE-REVIEWS-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタと突き合わせてサインオンします。3回失敗
      * したらあきらめます。失敗はすべて監査ログへ記録します。
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
               MOVE "SIGNON" TO ALG-FILE-ID;
               MOVE "F" TO ALG-OPERATION;
               MOVE SPACES TO ALG-KEY;
               MOVE "SIGN-ON FAILED" TO ALG-ENGLISH-NAME;
               PERFORM WRITE-SECURITY-AUDIT;
           END-IF
         END-PERFORM.
       SIGN-ON-OPERATOR-EXIT.
         EXIT.

      ******************************************************************
      * 審査・サインオン失敗・操作拒否を監査ログへ書き出します。
      * 呼び出し元は、あらかじめALG-FILE-ID・ALG-OPERATION・ALG-KEY・
      * ALG-ENGLISH-NAMEを設定しておきます。
      ******************************************************************
       WRITE-SECURITY-AUDIT SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE SPACES TO ALG-BEFORE-IMAGE.
         MOVE SPACES TO ALG-AFTER-IMAGE.
         MOVE SPACE TO ALG-REASON-CODE.
         MOVE SPACES TO ALG-REFERENCE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO ALG-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO ALG-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO ALG-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-SECURITY-AUDIT-EXIT.
         EXIT.

       END PROGRAM REVIEW-BREAK-GLASS.
