      ******************************************************************
      * アクセス権の定期の再認定（四半期ごとの棚卸し）です。承認者
      * （権限レベル3）が四半期(YYYYQn)を指定すると、オペレーター
      * ごとに審査票を表示します。
      *   - 権限レベル・マスタ別の権限・口座の状態・最後のサインオン
      *   - 期間中の監査ログの活動（未締めのAuditTrail.txtと、
      *     締め済みの月のAuditArchive-YYYYMM.txt）と、まだ判断の
      *     無い承認待ちの申請
      * 期間中にサインオンの無い休眠の口座と、同じマスタについて
      * 申請と承認の両方を行った職務の分離の抵触に印を付けます。
      * 審査者は1人ずつ継続(K)か取り消し(R)を判断します。取り消し
      * は使用停止(D)の申請として承認待ちファイルへ積み、別の承認者
      * がAPPROVE-PENDING-CHANGESで承認するとオペレーターマスタへ
      * 反映されます。自分自身の口座は判断できません。
      * 判断はRecertification-YYYYQn.txtへ、審査票と判断の控えは
      * RecertificationSheets-YYYYQn.txtへ追記して証跡とします。
      * 途中で終えた再認定は、同じ四半期を指定すると判断の済んで
      * いないオペレーターから続けられ、全員が揃うと締めます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFY-ACCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT OPERATORS-FILE
           ASSIGN TO "../data/Operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORS-STATUS.
         SELECT AUDIT-FILE
           ASSIGN DYNAMIC AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingChanges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.
         SELECT CAMPAIGN-FILE
           ASSIGN DYNAMIC CAMPAIGN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMPAIGN-STATUS.
         SELECT SHEET-FILE
           ASSIGN DYNAMIC SHEET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * オペレーターマスタファイル。
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD             PIC X(61).
      * 監査ログ（本体または月の保管ファイル）。
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY "AuditEntry".
      * 承認待ちファイル。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".
      * 再認定の判断の記録。
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           COPY "RecertificationEntry".
      * 審査票と判断の控え。
       FD  SHEET-FILE.
       01  SHEET-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  OPERATORS-STATUS            PIC X(2).
         88  OPERATORS-STATUS-OK       VALUE "00".
       01  AUDIT-STATUS                PIC X(2).
         88  AUDIT-STATUS-OK           VALUE "00".
       01  PENDING-STATUS              PIC X(2).
       01  CAMPAIGN-STATUS             PIC X(2).
         88  CAMPAIGN-STATUS-OK        VALUE "00".
       01  SHEET-STATUS                PIC X(2).
       77  AUDIT-FILENAME              PIC X(80).
       77  CAMPAIGN-FILENAME           PIC X(80).
       77  SHEET-FILENAME              PIC X(80).

      * ファイル別の権限の判定の項目。再認定はオペレーターの管理と
      * 同じく承認(A)の権限が必要です。
       77  AUTHORITY-FILE-KEY          PIC X(1) VALUE "O".
       77  AUTHORITY-NEEDED            PIC X(1) VALUE "A".
       01  FILE-AUTHORITY-SWITCH       PIC X.
         88  FILE-AUTHORITY-OK         VALUE "Y".
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".

      * 対象の四半期の入力と、そこから求める期間。期間の終わりは
      * 最後の月の31日として比べます（日付の大小だけを見るため）。
       77  QUARTER-IN                  PIC X(6).
       77  QUARTER-NUMBER              PIC 9(1).
       77  PERIOD-YEAR                 PIC 9(4).
       77  PERIOD-MONTH                PIC 9(2).
       77  FIRST-MONTH                 PIC 9(2).
       77  PERIOD-START                PIC 9(8).
       77  PERIOD-END                  PIC 9(8).

      * オペレーターごとの審査の表。マスタの行のほか、期間中の活動
      * の件数と、マスタ別の申請・承認の有無を持ちます。
       01  REVIEW-COUNT                PIC 9(2) VALUE ZERO.
       01  REVIEW-TABLE.
         03  REVIEW-ENTRY              OCCURS 50 INDEXED BY RX.
             05  RV-RECORD             PIC X(61).
             05  RV-UPDATE-COUNT       PIC 9(4).
             05  RV-REQUEST-COUNT      PIC 9(4).
             05  RV-DECISION-COUNT     PIC 9(4).
             05  RV-FAILURE-COUNT      PIC 9(4).
             05  RV-REFUSAL-COUNT      PIC 9(4).
             05  RV-LAST-ACTIVITY      PIC 9(14).
             05  RV-FILE-COUNT         PIC 9(2).
             05  RV-FILE               OCCURS 10 INDEXED BY FX.
                 07  RF-FILE-ID        PIC X(11).
                 07  RF-ENTERED-SWITCH PIC X(1).
                   88  RF-ENTERED      VALUE "Y".
                 07  RF-APPROVED-SWITCH
                                       PIC X(1).
                   88  RF-APPROVED     VALUE "Y".
             05  RV-REVIEWED-SWITCH    PIC X(1).
               88  RV-REVIEWED         VALUE "Y".
      * 審査の対象のオペレーターの行の解釈用の作業領域。
       01  WORK-OPERATOR.
           COPY "OperatorEntry" REPLACING LEADING ==OPR== BY
               ==WK-OPR==.

      * 活動を探す・加える利用者とマスタ。活動の種類は E=申請
      * A=承認 です。
       77  LOOKUP-ID                   PIC X(8).
       77  LOOKUP-FILE-ID              PIC X(11).
       01  ACTIVITY-KIND               PIC X(1).
         88  ACTIVITY-IS-ENTRY         VALUE "E".
         88  ACTIVITY-IS-APPROVAL      VALUE "A".
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 審査票の行。表示したものを控えておき、判断のときに判断の
      * 行と一緒に審査票のファイルへ書き出します。
       01  SHEET-LINE                  PIC X(100).
       01  SHEET-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  SHEET-LINE-TABLE.
         03  SHEET-LINE-SAVED          OCCURS 20 PIC X(100).
       77  SHEET-INDEX                 PIC 9(2).
       77  STATUS-TEXT                 PIC X(8).
       77  SIGNON-TEXT                 PIC X(8).
       77  ACTIVITY-TEXT               PIC X(14).
       77  DECISION-TEXT               PIC X(6).
       77  OUTCOME-TEXT                PIC X(40).

      * 審査中のオペレーターの印と判断の入力。
       01  DORMANT-SWITCH              PIC X.
         88  ACCOUNT-DORMANT           VALUE "Y".
       01  CONFLICT-SWITCH             PIC X.
         88  DUTIES-CONFLICT           VALUE "Y".
       01  DECISION-IN                 PIC X.
         88  DECISION-IS-KEEP          VALUE "K".
         88  DECISION-IS-REVOKE        VALUE "R".
         88  DECISION-IS-SKIP          VALUE "S".
         88  DECISION-IS-END           VALUE "X".
         88  DECISION-IS-VALID         VALUES "K" "R" "S" "X".
       01  REVIEW-END-SWITCH           PIC X VALUE "N".
         88  REVIEW-ENDED              VALUE "Y".
       01  CAMPAIGN-CLOSED-SWITCH      PIC X VALUE "N".
         88  CAMPAIGN-CLOSED           VALUE "Y".
      * 取り消しの使用停止の申請を組み立てる作業用の承認待ちレコード。
       01  PENDING-WORK-ENTRY.
           COPY "PendingChangeEntry" REPLACING LEADING ==PND== BY
               ==PWK==.

      * 件数。
       77  REVIEWED-COUNT              PIC 9(2) VALUE 0.
       77  KEPT-COUNT                  PIC 9(2) VALUE 0.
       77  REVOKED-COUNT               PIC 9(2) VALUE 0.
       77  OUTSTANDING-COUNT           PIC 9(2) VALUE 0.
       77  DORMANT-COUNT               PIC 9(2) VALUE 0.
       77  CONFLICT-COUNT              PIC 9(2) VALUE 0.
       77  DECIDED-NOW-COUNT           PIC 9(2) VALUE 0.

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
      * 監査ログへ書き出す1件分の情報（サインオン失敗・操作拒否の
      * 記録用）。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry" REPLACING LEADING ==AUD== BY
               ==ALG==.
      * WRITE-AUDIT-LOG呼び出しの前後でRETURN-CODEを退避するための
      * 項目。
       77  SAVED-RETURN-CODE           PIC S9(9).
      * 日時を組み立てるための一時項目。
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  DECISION-TIMESTAMP          PIC 9(14).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
      * 再認定は承認者だけに許します。
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF NOT FILE-AUTHORITY-OK
           THEN
             DISPLAY "ADMINISTRATOR AUTHORITY REQUIRED -- REFUSED";
             MOVE "OPERATORS" TO ALG-FILE-ID;
             MOVE "X" TO ALG-OPERATION;
             MOVE SPACES TO ALG-KEY;
             MOVE "RECERT REFUSED" TO ALG-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM ACCEPT-QUARTER.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         PERFORM LOAD-OPERATORS.
         IF REVIEW-COUNT = 0
           THEN
             DISPLAY "RECERTIFY-ACCESS: NO OPERATORS TO REVIEW";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-CAMPAIGN.
         IF CAMPAIGN-CLOSED
           THEN
             DISPLAY "RECERTIFICATION " QUARTER-IN
                 " ALREADY COMPLETE -- SEE " SHEET-FILENAME;
             STOP RUN;
         END-IF.
      * 期間の3か月分の保管ファイルと未締めの監査ログを集計します。
         MOVE "../data/AuditTrail.txt" TO AUDIT-FILENAME.
         PERFORM TALLY-ONE-AUDIT-FILE.
         MOVE FIRST-MONTH TO PERIOD-MONTH.
         PERFORM 3 TIMES
           MOVE SPACES TO AUDIT-FILENAME;
           STRING "../data/AuditArchive-" PERIOD-YEAR PERIOD-MONTH
               ".txt" DELIMITED BY SIZE INTO AUDIT-FILENAME;
           PERFORM TALLY-ONE-AUDIT-FILE;
           ADD 1 TO PERIOD-MONTH;
         END-PERFORM.
         PERFORM TALLY-PENDING-ENTRIES.
         PERFORM REVIEW-OPERATORS.
         PERFORM CLOSE-CAMPAIGN.
       RECERTIFY-ACCESS-EXIT.
         STOP RUN.

      ******************************************************************
      * 対象の四半期(YYYYQn)を受け付け、期間の初日・末日と最初の月、
      * 判断と審査票のファイル名を求めます。
      ******************************************************************
       ACCEPT-QUARTER SECTION.
         DISPLAY "QUARTER TO RECERTIFY (YYYYQn):".
         ACCEPT QUARTER-IN.
         IF QUARTER-IN(1:4) IS NOT NUMERIC
             OR QUARTER-IN(5:1) NOT = "Q"
             OR QUARTER-IN(6:1) < "1" OR QUARTER-IN(6:1) > "4"
           THEN
             DISPLAY "RECERTIFY-ACCESS: QUARTER NOT VALID "
                 QUARTER-IN;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE QUARTER-IN(1:4) TO PERIOD-YEAR.
         MOVE QUARTER-IN(6:1) TO QUARTER-NUMBER.
         COMPUTE FIRST-MONTH = (QUARTER-NUMBER - 1) * 3 + 1.
         COMPUTE PERIOD-START = PERIOD-YEAR * 10000
             + FIRST-MONTH * 100 + 1.
         COMPUTE PERIOD-END = PERIOD-YEAR * 10000
             + (FIRST-MONTH + 2) * 100 + 31.
         MOVE SPACES TO CAMPAIGN-FILENAME.
         STRING "../data/Recertification-" QUARTER-IN ".txt"
             DELIMITED BY SIZE INTO CAMPAIGN-FILENAME.
         MOVE SPACES TO SHEET-FILENAME.
         STRING "../data/RecertificationSheets-" QUARTER-IN ".txt"
             DELIMITED BY SIZE INTO SHEET-FILENAME.
       ACCEPT-QUARTER-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタの内容を審査の表に読み込みます。
      ******************************************************************
       LOAD-OPERATORS SECTION.
         MOVE 0 TO REVIEW-COUNT.
         OPEN INPUT OPERATORS-FILE.
         IF NOT OPERATORS-STATUS-OK
           THEN
             DISPLAY "RECERTIFY-ACCESS: UNABLE TO OPEN "
                 "OPERATORS-FILE STATUS=" OPERATORS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT OPERATORS-STATUS-OK
           READ OPERATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REVIEW-COUNT < 50
                 THEN
                   ADD 1 TO REVIEW-COUNT;
                   SET RX TO REVIEW-COUNT;
                   INITIALIZE REVIEW-ENTRY(RX);
                   MOVE OPERATOR-RECORD TO RV-RECORD(RX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE OPERATORS-FILE.
       LOAD-OPERATORS-EXIT.
         EXIT.

      ******************************************************************
      * これまでの判断を読み、判断の済んだオペレーターに印を付け
      * ます。締めの行があれば再認定は完了しています。ファイルが
      * 無ければ、この四半期の最初の審査です。
      ******************************************************************
       LOAD-CAMPAIGN SECTION.
         OPEN INPUT CAMPAIGN-FILE.
         IF NOT CAMPAIGN-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT CAMPAIGN-STATUS-OK
           READ CAMPAIGN-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF RC-QUARTER = QUARTER-IN
                 THEN
                   PERFORM APPLY-CAMPAIGN-RECORD;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE CAMPAIGN-FILE.
       LOAD-CAMPAIGN-EXIT.
         EXIT.

      ******************************************************************
      * 判断の記録1行を審査の表と件数へ反映します。
      ******************************************************************
       APPLY-CAMPAIGN-RECORD SECTION.
         IF RC-IS-CAMPAIGN-CLOSE
           THEN
             SET CAMPAIGN-CLOSED TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE RC-OPERATOR-ID TO LOOKUP-ID.
         PERFORM FIND-REVIEW-ENTRY.
         IF ENTRY-NOT-FOUND OR RV-REVIEWED(RX)
           THEN
             EXIT SECTION;
         END-IF.
         SET RV-REVIEWED(RX) TO TRUE.
         ADD 1 TO REVIEWED-COUNT.
         IF RC-IS-REVOKE
           THEN
             ADD 1 TO REVOKED-COUNT;
           ELSE
             ADD 1 TO KEPT-COUNT;
         END-IF.
       APPLY-CAMPAIGN-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログ1本を読み、期間中の行を審査の表へ加えます。無い
      * ファイル（締め前の月の保管ファイルなど）は読み飛ばします。
      ******************************************************************
       TALLY-ONE-AUDIT-FILE SECTION.
         OPEN INPUT AUDIT-FILE.
         IF NOT AUDIT-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT AUDIT-STATUS-OK
           READ AUDIT-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF AUD-TIMESTAMP(1:8) >= PERIOD-START
                   AND AUD-TIMESTAMP(1:8) <= PERIOD-END
                 THEN
                   PERFORM TALLY-ONE-AUDIT-ROW;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE AUDIT-FILE.
       TALLY-ONE-AUDIT-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログ1行分を審査の表へ加えます。申請者の行(Q)は、
      * 申請者にはそのマスタの申請として、英字名の欄の承認者には
      * そのマスタの承認として数えます。オペレーターマスタに登録
      * の無い利用者は対象外です（月次の活動の帳票で扱います）。
      ******************************************************************
       TALLY-ONE-AUDIT-ROW SECTION.
         IF AUD-IS-REQUEST AND AUD-ENGLISH-NAME(1:11) = "DECIDED BY "
           THEN
             MOVE AUD-ENGLISH-NAME(12:8) TO LOOKUP-ID;
             PERFORM FIND-REVIEW-ENTRY;
             IF ENTRY-FOUND
               THEN
                 ADD 1 TO RV-DECISION-COUNT(RX);
                 MOVE AUD-FILE-ID TO LOOKUP-FILE-ID;
                 SET ACTIVITY-IS-APPROVAL TO TRUE;
                 PERFORM MARK-FILE-ACTIVITY;
             END-IF
         END-IF.
         MOVE AUD-USER-ID TO LOOKUP-ID.
         PERFORM FIND-REVIEW-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         IF AUD-TIMESTAMP > RV-LAST-ACTIVITY(RX)
           THEN
             MOVE AUD-TIMESTAMP TO RV-LAST-ACTIVITY(RX);
         END-IF.
         EVALUATE TRUE
           WHEN AUD-FILE-ID = "SIGNON" AND AUD-OPERATION = "F"
             ADD 1 TO RV-FAILURE-COUNT(RX)
           WHEN AUD-IS-REQUEST
             ADD 1 TO RV-REQUEST-COUNT(RX)
             MOVE AUD-FILE-ID TO LOOKUP-FILE-ID
             SET ACTIVITY-IS-ENTRY TO TRUE
             PERFORM MARK-FILE-ACTIVITY
           WHEN AUD-IS-ADD OR AUD-IS-CHANGE OR AUD-IS-DELETE
             ADD 1 TO RV-UPDATE-COUNT(RX)
           WHEN OTHER
             ADD 1 TO RV-REFUSAL-COUNT(RX)
         END-EVALUATE.
       TALLY-ONE-AUDIT-ROW-EXIT.
         EXIT.

      ******************************************************************
      * まだ判断の無い承認待ちの申請のうち期間中のものを、申請者の
      * そのマスタの申請として数えます。
      ******************************************************************
       TALLY-PENDING-ENTRIES SECTION.
         OPEN INPUT PENDING-FILE.
         IF PENDING-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL PENDING-STATUS NOT = "00"
           READ PENDING-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PND-TIMESTAMP(1:8) >= PERIOD-START
                   AND PND-TIMESTAMP(1:8) <= PERIOD-END
                 THEN
                   MOVE PND-USER-ID TO LOOKUP-ID;
                   PERFORM FIND-REVIEW-ENTRY;
                   IF ENTRY-FOUND
                     THEN
                       ADD 1 TO RV-REQUEST-COUNT(RX);
                       MOVE PND-FILE-ID TO LOOKUP-FILE-ID;
                       SET ACTIVITY-IS-ENTRY TO TRUE;
                       PERFORM MARK-FILE-ACTIVITY;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PENDING-FILE.
       TALLY-PENDING-ENTRIES-EXIT.
         EXIT.

      ******************************************************************
      * LOOKUP-IDのオペレーターの審査の行を探します。
      ******************************************************************
       FIND-REVIEW-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > REVIEW-COUNT OR ENTRY-FOUND
           IF RV-RECORD(RX)(1:8) = LOOKUP-ID
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET RX DOWN BY 1;
         END-IF.
       FIND-REVIEW-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 審査の行RXのマスタ別の表へ、LOOKUP-FILE-IDの申請または承認の
      * 印を付けます。マスタの行が無ければ作ります。
      ******************************************************************
       MARK-FILE-ACTIVITY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > RV-FILE-COUNT(RX) OR ENTRY-FOUND
           IF RF-FILE-ID(RX, FX) = LOOKUP-FILE-ID
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET FX DOWN BY 1;
           ELSE
             IF RV-FILE-COUNT(RX) >= 10
               THEN
                 EXIT SECTION;
             END-IF;
             ADD 1 TO RV-FILE-COUNT(RX);
             SET FX TO RV-FILE-COUNT(RX);
             MOVE LOOKUP-FILE-ID TO RF-FILE-ID(RX, FX);
             MOVE "N" TO RF-ENTERED-SWITCH(RX, FX);
             MOVE "N" TO RF-APPROVED-SWITCH(RX, FX);
         END-IF.
         IF ACTIVITY-IS-ENTRY
           THEN
             SET RF-ENTERED(RX, FX) TO TRUE;
           ELSE
             SET RF-APPROVED(RX, FX) TO TRUE;
         END-IF.
       MARK-FILE-ACTIVITY-EXIT.
         EXIT.

      ******************************************************************
      * 判断の済んでいないオペレーターを順に審査します。審査者が
      * 終了(X)を選べば、残りは次の回に持ち越します。
      ******************************************************************
       REVIEW-OPERATORS SECTION.
         OPEN EXTEND CAMPAIGN-FILE.
         IF CAMPAIGN-STATUS = "35"
           THEN
      * この四半期の最初の審査では、新規に作成します。
             OPEN OUTPUT CAMPAIGN-FILE;
         END-IF.
         IF NOT CAMPAIGN-STATUS-OK
           THEN
             DISPLAY "RECERTIFY-ACCESS: UNABLE TO OPEN "
                 "CAMPAIGN-FILE STATUS=" CAMPAIGN-STATUS;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         OPEN EXTEND SHEET-FILE.
         IF SHEET-STATUS = "35"
           THEN
             OPEN OUTPUT SHEET-FILE;
         END-IF.
         IF SHEET-STATUS NOT = "00"
           THEN
             DISPLAY "RECERTIFY-ACCESS: UNABLE TO OPEN "
                 "SHEET-FILE STATUS=" SHEET-STATUS;
             CLOSE CAMPAIGN-FILE;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > REVIEW-COUNT OR REVIEW-ENDED
           IF NOT RV-REVIEWED(RX)
             THEN
               PERFORM REVIEW-ONE-OPERATOR;
           END-IF
         END-PERFORM.
       REVIEW-OPERATORS-EXIT.
         EXIT.

      ******************************************************************
      * オペレーター1人分の審査票を表示し、判断を受け付けます。
      ******************************************************************
       REVIEW-ONE-OPERATOR SECTION.
         PERFORM BUILD-REVIEW-SHEET.
         IF WK-OPR-OPERATOR-ID = OPERATOR-ID-IN
           THEN
             DISPLAY "OWN ACCOUNT -- ANOTHER ADMINISTRATOR MUST "
                 "DECIDE";
             EXIT SECTION;
         END-IF.
         MOVE SPACE TO DECISION-IN.
         PERFORM UNTIL DECISION-IS-VALID
           DISPLAY "DECISION (K=KEEP R=REVOKE S=SKIP X=END REVIEW):";
           ACCEPT DECISION-IN;
         END-PERFORM.
         EVALUATE TRUE
           WHEN DECISION-IS-END
             SET REVIEW-ENDED TO TRUE
           WHEN DECISION-IS-KEEP OR DECISION-IS-REVOKE
             PERFORM RECORD-REVIEW-DECISION
         END-EVALUATE.
       REVIEW-ONE-OPERATOR-EXIT.
         EXIT.

      ******************************************************************
      * 審査の行RXの審査票を組み立てて表示し、休眠と職務の分離の
      * 抵触の印を判定します。
      ******************************************************************
       BUILD-REVIEW-SHEET SECTION.
         MOVE 0 TO SHEET-LINE-COUNT.
         MOVE "N" TO DORMANT-SWITCH.
         MOVE "N" TO CONFLICT-SWITCH.
         MOVE RV-RECORD(RX) TO WORK-OPERATOR.
         EVALUATE TRUE
           WHEN WK-OPR-IS-DISABLED
             MOVE "DISABLED" TO STATUS-TEXT
           WHEN WK-OPR-IS-LOCKED
             MOVE "LOCKED" TO STATUS-TEXT
           WHEN OTHER
             MOVE "ACTIVE" TO STATUS-TEXT
         END-EVALUATE.
      * 最後のサインオンの欄が無い古い行は、サインオンの記録が無い
      * ものとして扱います。
         IF WK-OPR-LAST-SIGNON-DATE IS NOT NUMERIC
             OR WK-OPR-LAST-SIGNON-DATE = 0
           THEN
             MOVE "NEVER" TO SIGNON-TEXT;
             IF NOT WK-OPR-IS-DISABLED
               THEN
                 SET ACCOUNT-DORMANT TO TRUE;
             END-IF;
           ELSE
             MOVE WK-OPR-LAST-SIGNON-DATE TO SIGNON-TEXT;
             IF WK-OPR-LAST-SIGNON-DATE < PERIOD-START
                 AND NOT WK-OPR-IS-DISABLED
               THEN
                 SET ACCOUNT-DORMANT TO TRUE;
             END-IF;
         END-IF.
         IF RV-LAST-ACTIVITY(RX) = 0
           THEN
             MOVE "NONE" TO ACTIVITY-TEXT;
           ELSE
             MOVE RV-LAST-ACTIVITY(RX) TO ACTIVITY-TEXT;
         END-IF.
         DISPLAY "=================================================".
         MOVE SPACES TO SHEET-LINE.
         STRING "ACCESS RECERTIFICATION " QUARTER-IN
             "  OPERATOR " WK-OPR-OPERATOR-ID " " WK-OPR-OPERATOR-NAME
             DELIMITED BY SIZE INTO SHEET-LINE.
         PERFORM ADD-SHEET-LINE.
         MOVE SPACES TO SHEET-LINE.
         STRING "  AUTHORITY-LEVEL=" WK-OPR-AUTHORITY-LEVEL
             "  FILE AUTHORITY REG=" WK-OPR-REGIONS-PERMIT
             " PREF=" WK-OPR-PREFECTURES-PERMIT
             " MUNI=" WK-OPR-MUNICIPAL-PERMIT
             " XREF=" WK-OPR-CODEXREF-PERMIT
             "  STATUS=" STATUS-TEXT
             DELIMITED BY SIZE INTO SHEET-LINE.
         PERFORM ADD-SHEET-LINE.
         MOVE SPACES TO SHEET-LINE.
         STRING "  LAST SIGN-ON=" SIGNON-TEXT
             "  LAST ACTIVITY=" ACTIVITY-TEXT
             DELIMITED BY SIZE INTO SHEET-LINE.
         PERFORM ADD-SHEET-LINE.
         MOVE SPACES TO SHEET-LINE.
         STRING "  ACTIVITY " PERIOD-START "-" PERIOD-END
             ": UPDATES=" RV-UPDATE-COUNT(RX)
             " REQUESTS=" RV-REQUEST-COUNT(RX)
             " DECISIONS=" RV-DECISION-COUNT(RX)
             DELIMITED BY SIZE INTO SHEET-LINE.
         PERFORM ADD-SHEET-LINE.
         MOVE SPACES TO SHEET-LINE.
         STRING "  SIGN-ON FAILURES=" RV-FAILURE-COUNT(RX)
             " REFUSALS=" RV-REFUSAL-COUNT(RX)
             DELIMITED BY SIZE INTO SHEET-LINE.
         PERFORM ADD-SHEET-LINE.
         PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > RV-FILE-COUNT(RX)
           MOVE SPACES TO SHEET-LINE;
           STRING "  FILE " RF-FILE-ID(RX, FX)
               " ENTERED=" RF-ENTERED-SWITCH(RX, FX)
               " APPROVED=" RF-APPROVED-SWITCH(RX, FX)
               DELIMITED BY SIZE INTO SHEET-LINE;
           PERFORM ADD-SHEET-LINE;
         END-PERFORM.
         IF ACCOUNT-DORMANT
           THEN
             MOVE SPACES TO SHEET-LINE;
             STRING "  *** DORMANT -- NO SIGN-ON SINCE " PERIOD-START
                 DELIMITED BY SIZE INTO SHEET-LINE;
             PERFORM ADD-SHEET-LINE;
             ADD 1 TO DORMANT-COUNT;
         END-IF.
      * 同じマスタについて申請と承認の両方を行っていれば、職務の
      * 分離の抵触です。
         PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > RV-FILE-COUNT(RX)
           IF RF-ENTERED(RX, FX) AND RF-APPROVED(RX, FX)
             THEN
               SET DUTIES-CONFLICT TO TRUE;
               MOVE SPACES TO SHEET-LINE;
               STRING "  *** SOD CONFLICT -- ENTERED AND APPROVED "
                   RF-FILE-ID(RX, FX)
                   DELIMITED BY SIZE INTO SHEET-LINE;
               PERFORM ADD-SHEET-LINE;
           END-IF
         END-PERFORM.
         IF DUTIES-CONFLICT
           THEN
             ADD 1 TO CONFLICT-COUNT;
         END-IF.
       BUILD-REVIEW-SHEET-EXIT.
         EXIT.

      ******************************************************************
      * 審査票の1行を表示し、判断のときに書き出すために控えます。
      ******************************************************************
       ADD-SHEET-LINE SECTION.
         DISPLAY SHEET-LINE.
         IF SHEET-LINE-COUNT < 20
           THEN
             ADD 1 TO SHEET-LINE-COUNT;
             MOVE SHEET-LINE TO SHEET-LINE-SAVED(SHEET-LINE-COUNT);
         END-IF.
       ADD-SHEET-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 判断を記録します。判断の行と、審査票・判断の控えを書き出し、
      * 取り消しでは使用停止の申請を承認待ちファイルへ積みます。
      * 使用停止済みの口座の取り消しは、申請を積まずに記録だけ
      * 残します。
      ******************************************************************
       RECORD-REVIEW-DECISION SECTION.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO DECISION-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO DECISION-TIMESTAMP(9:6).
         MOVE SPACES TO OUTCOME-TEXT.
         IF DECISION-IS-KEEP
           THEN
             MOVE "KEEP" TO DECISION-TEXT;
             ADD 1 TO KEPT-COUNT;
           ELSE
             MOVE "REVOKE" TO DECISION-TEXT;
             ADD 1 TO REVOKED-COUNT;
             IF WK-OPR-IS-DISABLED
               THEN
                 MOVE "ACCOUNT ALREADY DISABLED" TO OUTCOME-TEXT;
               ELSE
                 PERFORM QUEUE-REVOCATION;
             END-IF;
         END-IF.
         MOVE SPACES TO SHEET-LINE.
         STRING "  DECISION=" DECISION-TEXT
             " REVIEWER=" OPERATOR-ID-IN
             " AT=" DECISION-TIMESTAMP " " OUTCOME-TEXT
             DELIMITED BY SIZE INTO SHEET-LINE.
         PERFORM ADD-SHEET-LINE.
         PERFORM VARYING SHEET-INDEX FROM 1 BY 1
             UNTIL SHEET-INDEX > SHEET-LINE-COUNT
           MOVE SHEET-LINE-SAVED(SHEET-INDEX) TO SHEET-RECORD;
           WRITE SHEET-RECORD;
         END-PERFORM.
         MOVE QUARTER-IN TO RC-QUARTER.
         MOVE WK-OPR-OPERATOR-ID TO RC-OPERATOR-ID.
         MOVE DECISION-IN TO RC-DECISION.
         MOVE OPERATOR-ID-IN TO RC-REVIEWER-ID.
         MOVE DECISION-TIMESTAMP TO RC-TIMESTAMP.
         MOVE DORMANT-SWITCH TO RC-DORMANT-FLAG.
         MOVE CONFLICT-SWITCH TO RC-CONFLICT-FLAG.
         WRITE CAMPAIGN-RECORD.
         SET RV-REVIEWED(RX) TO TRUE.
         ADD 1 TO REVIEWED-COUNT.
         ADD 1 TO DECIDED-NOW-COUNT.
       RECORD-REVIEW-DECISION-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しの判断を、使用停止(D)の申請として承認待ちファイルへ
      * 積みます。申請者は審査者なので、反映には別の承認者の承認が
      * 必要です。参照には"RECERT"と四半期を入れます。
      ******************************************************************
       QUEUE-REVOCATION SECTION.
         MOVE "D" TO WK-OPR-LOCK-FLAG.
         MOVE "OPERATORS" TO PWK-FILE-ID.
         MOVE "D" TO PWK-OPERATION.
         MOVE SPACES TO PWK-KEY.
         MOVE WORK-OPERATOR TO PWK-RECORD-IMAGE.
         MOVE OPERATOR-ID-IN TO PWK-USER-ID.
         MOVE DECISION-TIMESTAMP TO PWK-TIMESTAMP.
         MOVE "S" TO PWK-REASON-CODE.
         MOVE SPACES TO PWK-REFERENCE.
         STRING "RECERT" QUARTER-IN DELIMITED BY SIZE
             INTO PWK-REFERENCE.
         OPEN EXTEND PENDING-FILE.
         IF PENDING-STATUS = "35"
           THEN
             OPEN OUTPUT PENDING-FILE;
         END-IF.
         IF PENDING-STATUS NOT = "00"
           THEN
             DISPLAY "RECERTIFY-ACCESS: UNABLE TO OPEN "
                 "PENDING-FILE STATUS=" PENDING-STATUS;
             MOVE "DISABLE NOT QUEUED -- USE MAINTAIN-OPERATORS"
                 TO OUTCOME-TEXT;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE PENDING-WORK-ENTRY TO PENDING-RECORD.
         WRITE PENDING-RECORD.
         CLOSE PENDING-FILE.
         MOVE "DISABLE QUEUED FOR SECOND APPROVAL" TO OUTCOME-TEXT.
       QUEUE-REVOCATION-EXIT.
         EXIT.

      ******************************************************************
      * 回の終わりの集計を表示します。全員の判断が揃えば締めの行と
      * 完了の行を書き出します。持ち越しや印があれば警告(4)で
      * 終わります。
      ******************************************************************
       CLOSE-CAMPAIGN SECTION.
         COMPUTE OUTSTANDING-COUNT = REVIEW-COUNT - REVIEWED-COUNT.
         DISPLAY "=================================================".
         MOVE SPACES TO SHEET-LINE.
         STRING "RECERTIFICATION " QUARTER-IN
             " REVIEWED=" REVIEWED-COUNT
             " KEPT=" KEPT-COUNT
             " REVOKED=" REVOKED-COUNT
             " OUTSTANDING=" OUTSTANDING-COUNT
             DELIMITED BY SIZE INTO SHEET-LINE.
         DISPLAY SHEET-LINE.
         DISPLAY "THIS SESSION: DECIDED=" DECIDED-NOW-COUNT
             " DORMANT FLAGGED=" DORMANT-COUNT
             " SOD CONFLICTS=" CONFLICT-COUNT.
         IF OUTSTANDING-COUNT = 0
           THEN
             MOVE QUARTER-IN TO RC-QUARTER;
             MOVE SPACES TO RC-OPERATOR-ID;
             SET RC-IS-CAMPAIGN-CLOSE TO TRUE;
             MOVE OPERATOR-ID-IN TO RC-REVIEWER-ID;
             ACCEPT LOG-DATE FROM DATE YYYYMMDD;
             ACCEPT LOG-TIME FROM TIME;
             MOVE LOG-DATE TO RC-TIMESTAMP(1:8);
             MOVE LOG-TIME(1:6) TO RC-TIMESTAMP(9:6);
             MOVE "N" TO RC-DORMANT-FLAG;
             MOVE "N" TO RC-CONFLICT-FLAG;
             WRITE CAMPAIGN-RECORD;
             MOVE SHEET-LINE TO SHEET-RECORD;
             WRITE SHEET-RECORD;
             MOVE SPACES TO SHEET-RECORD;
             STRING "CAMPAIGN COMPLETE -- CLOSED BY " OPERATOR-ID-IN
                 " AT " RC-TIMESTAMP
                 DELIMITED BY SIZE INTO SHEET-RECORD;
             WRITE SHEET-RECORD;
             DISPLAY SHEET-RECORD;
           ELSE
             DISPLAY "CAMPAIGN REMAINS OPEN -- RUN AGAIN FOR "
                 QUARTER-IN " TO CONTINUE";
         END-IF.
         DISPLAY "=================================================".
         CLOSE CAMPAIGN-FILE.
         CLOSE SHEET-FILE.
         IF RETURN-CODE = 0
             AND (OUTSTANDING-COUNT > 0 OR DORMANT-COUNT > 0
                  OR CONFLICT-COUNT > 0)
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       CLOSE-CAMPAIGN-EXIT.
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
      * サインオン失敗・操作拒否を監査ログへ書き出します。呼び出し元
      * は、あらかじめALG-FILE-ID・ALG-OPERATION・ALG-KEY・
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

       END PROGRAM RECERTIFY-ACCESS.
