      *   - ジョブチェックポイントと都道府県チェックポイントの内容
      *     （中断した実行が再開待ちかどうか）
      *   - 各例外ファイルの現在の件数
      *   - 緊急の特別アクセス（ブレークグラス）の未審査の変更
      *     （審査が済むまで表示し続けます）
      *   - 交替の引き継ぎ記録(ShiftHandover.txt)の未確認の項目
      *     （未解決の問題・再実行した実行・見張り中の警報を、警報
      *     番号・実行ログの行・例外ファイルと結び付けて残します）
      *   - 予定マスタの先行ジョブのつながりと、予定台帳で先行ジョブ
      *     を待っている(WAITING)・止まっている(BLOCKED)ジョブ
      * 起動時にオペレーターのサインオンを求め、前の担当者の未確認の
      * 引き継ぎがあれば表示して確認を求めます。確認が済むまで画面
      * の表示のたびに出し続けます。引き継ぎの印刷は
      * SHIFT-HANDOVER-REPORTで行います。
      * 画面からREGION-BATCHの起動や、確認のうえでの古いチェック
      * ポイントの消去もできます。
      ******************************************************************
           ASSIGN TO "../data/ExceptionAging.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGING-STATUS.
         SELECT BREAK-GLASS-FILE
           ASSIGN TO "../data/BreakGlassReviews.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BREAK-GLASS-STATUS.
         SELECT HANDOVER-FILE
           ASSIGN TO "../data/ShiftHandover.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDOVER-STATUS.
         SELECT HANDOVER-WORK-FILE
           ASSIGN TO "../data/ShiftHandover.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDOVER-WORK-STATUS.
         SELECT SCHEDULE-FILE
           ASSIGN TO "../data/ScheduleRegister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-STATUS.
         SELECT PLANNED-FILE
           ASSIGN TO "../data/PlannedRuns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANNED-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  AG-FILE-TAG               PIC X(12).
         03  AG-LINE-IMAGE             PIC X(80).
         03  AG-FIRST-SEEN-DATE        PIC 9(8).
      * 緊急の特別アクセスの事後の審査の一覧。
       FD  BREAK-GLASS-FILE.
       01  BREAK-GLASS-RECORD.
           COPY "BreakGlassReviewEntry".
      * 交替の引き継ぎ記録。
       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD.
           COPY "ShiftHandoverEntry".
      * 確認の書き直しのときの引き継ぎ記録の控え。
       FD  HANDOVER-WORK-FILE.
       01  HANDOVER-WORK-RECORD        PIC X(159).
      * 予定マスタ。
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY "ScheduleEntry".
      * 予定台帳（SCHEDULE-DISPATCHERが保ちます）。
       FD  PLANNED-FILE.
       01  PLANNED-RECORD.
         03  PL-PLANNED-DATE           PIC 9(8).
         03  PL-JOB-NAME               PIC X(15).
         03  PL-STATUS                 PIC X(8).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS              PIC X(2).
         88  AGING-STATUS-OK           VALUE "00".
       77  OLDEST-FIRST-SEEN           PIC 9(8).

      * 特別アクセスの未審査の変更の表示の項目。
       01  BREAK-GLASS-STATUS          PIC X(2).
         88  BREAK-GLASS-STATUS-OK     VALUE "00".
       77  OPEN-BREAK-GLASS-COUNT      PIC 9(3).
       77  TODAY-DATE                  PIC 9(8).

      * 先行ジョブのつながりと止まっているジョブの表示の項目。
       01  SCHEDULE-STATUS             PIC X(2).
         88  SCHEDULE-STATUS-OK        VALUE "00".
       01  PLANNED-STATUS              PIC X(2).
         88  PLANNED-STATUS-OK         VALUE "00".
       01  CHAIN-TABLE-COUNT           PIC 9(2) VALUE ZERO.
       01  CHAIN-TABLE.
         03  CHAIN-ENTRY               OCCURS 50 INDEXED BY CX.
             05  CT-JOB-NAME           PIC X(15).
             05  CT-PREDECESSOR        PIC X(15).
       77  HELD-JOB-COUNT              PIC 9(3).
       77  HELD-PREDECESSOR            PIC X(15).

      * 交替の引き継ぎ記録の一覧と記録の入力。
       01  HANDOVER-STATUS             PIC X(2).
         88  HANDOVER-STATUS-OK        VALUE "00".
       01  HANDOVER-WORK-STATUS        PIC X(2).
         88  HANDOVER-WORK-STATUS-OK   VALUE "00".
       77  HANDOVER-FILENAME           PIC X(80) VALUE
           "../data/ShiftHandover.txt".
       77  HANDOVER-WORK-FILENAME      PIC X(80) VALUE
           "../data/ShiftHandover.tmp".
       77  HANDOVER-COPIED-COUNT       PIC 9(6).
      * 未確認の項目の一覧。確認するのは、この一覧で表示した項目
      * だけです。
       01  HANDOVER-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       01  HANDOVER-TABLE.
         03  HANDOVER-TABLE-ENTRY      OCCURS 200 INDEXED BY HX.
             05  HT-RECORD             PIC X(159).
      * 一覧に収まらなかった未確認の項目があるかどうか。収まら
      * なかった項目は表示せず、確認もしないで次の機会へ残します。
       01  HANDOVER-OVERFLOW-SWITCH    PIC X.
         88  HANDOVER-TABLE-OVERFLOWED VALUE "Y".
       77  UNACKNOWLEDGED-COUNT        PIC 9(3) VALUE 0.
       77  ACKNOWLEDGED-COUNT          PIC 9(3).
       77  NEXT-HANDOVER-NUMBER        PIC 9(6).
       01  HANDOVER-ACTION-CODE        PIC X(1).
         88  HANDOVER-IS-NEW           VALUE "N".
         88  HANDOVER-IS-ACKNOWLEDGE   VALUE "K".
         88  HANDOVER-IS-LIST          VALUE "L".
       77  IN-CATEGORY                 PIC X(1).
       77  IN-ALERT-NUMBER             PIC X(6).
       77  IN-RUN-PROGRAM              PIC X(15).
       77  IN-EXCEPTION-FILE           PIC X(12).
       77  IN-NOTE-TEXT                PIC X(60).
      * 警報・実行ログの行の結び付けの検索。
       77  LINK-ALERT-NUMBER           PIC 9(6).
       77  LINK-ALERT-STATUS           PIC X(1).
       77  LINK-RUN-PROGRAM            PIC X(15).
       77  LINK-RUN-START              PIC 9(14).
       77  LINK-RUN-FOUND-START        PIC 9(14).
       77  LINK-RUN-END                PIC 9(14).
       77  LINK-RUN-FILE-STATUS        PIC X(2).
       01  LINK-FOUND-SWITCH           PIC X.
         88  LINK-FOUND                VALUE "Y".
         88  LINK-NOT-FOUND            VALUE "N".
      * 結び付けられる例外ファイル（EXCEPTION-AGINGと同じ名札）。
       01  EXCEPTION-FILE-NAMES.
         03  FILLER                    PIC X(52) VALUE
             "REGIONS     ../data/RegionExceptions.txt".
         03  FILLER                    PIC X(52) VALUE
             "PREFECTURES ../data/PrefectureExceptions.txt".
         03  FILLER                    PIC X(52) VALUE
             "MUNICIPAL   ../data/MunicipalityExceptions.txt".
         03  FILLER                    PIC X(52) VALUE
             "CENSUS      ../data/CensusRejects.txt".
         03  FILLER                    PIC X(52) VALUE
             "CAPITALS    ../data/CapitalExceptions.txt".
       01  EXCEPTION-SOURCES REDEFINES EXCEPTION-FILE-NAMES.
         03  EXCEPTION-SOURCE          OCCURS 5 INDEXED BY EX.
             05  ES-FILE-TAG           PIC X(12).
             05  ES-FILE-NAME          PIC X(40).
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).

      * サインオン。
       77  OPERATOR-ID-IN              PIC X(8).
       01  OPERATOR-ENTRY.
           COPY "OperatorEntry".
       01  OPERATOR-FOUND-SWITCH       PIC X.
         88  OPERATOR-FOUND            VALUE "Y".
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
       77  SIGN-ON-ATTEMPTS            PIC 9(1) VALUE 0.
       01  SIGNED-ON-SWITCH            PIC X VALUE "N".
         88  OPERATOR-SIGNED-ON        VALUE "Y".

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-REFRESH      VALUE "R".
         88  OPERATION-IS-CLEAR        VALUE "C".
         88  OPERATION-IS-SCHEDULE     VALUE "S".
         88  OPERATION-IS-ALERTS       VALUE "A".
         88  OPERATION-IS-HANDOVER     VALUE "H".
         88  OPERATION-IS-EXIT         VALUE "X".
       77  CONFIRM-CODE                PIC X(1).

         88  ENTRY-NOT-FOUND           VALUE "N".

       PROCEDURE DIVISION.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE "X" TO OPERATION-CODE;
           ELSE
             PERFORM SHOW-CONSOLE-SCREEN;
             PERFORM CONFIRM-HANDOVER-AT-SIGN-ON;
         END-IF.
         PERFORM UNTIL OPERATION-IS-EXIT
           DISPLAY "R)REFRESH  B)RUN REGION-BATCH  "
               "C)CLEAR CHECKPOINTS  S)SCHEDULE  A)ALERTS  "
               "H)ANDOVER  X)EXIT";
           ACCEPT OPERATION-CODE;
           IF OPERATION-IS-REFRESH
             THEN
                     THEN
                       PERFORM WORK-ALERT-QUEUE;
                     ELSE
                   IF OPERATION-IS-HANDOVER
                     THEN
                       PERFORM WORK-HANDOVER-LOG;
                     ELSE
                       IF NOT OPERATION-IS-EXIT
                         THEN
                           DISPLAY "INVALID OPERATION";
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         PERFORM SHOW-LATEST-RUNS.
         PERFORM SHOW-CHECKPOINTS.
         PERFORM SHOW-EXCEPTION-COUNTS.
         PERFORM SHOW-BREAK-GLASS-REVIEWS.
         PERFORM SHOW-HANDOVER-ITEMS.
         PERFORM SHOW-JOB-DEPENDENCIES.
         DISPLAY "=================================================".
       SHOW-CONSOLE-SCREEN-EXIT.
         EXIT.
       SHOW-OLDEST-EXCEPTION-EXIT.
         EXIT.

      ******************************************************************
      * 特別アクセスで反映して、まだ承認者の審査が済んでいない変更
      * を表示します。期限（翌業務日）を過ぎたものには印を付けます。
      ******************************************************************
       SHOW-BREAK-GLASS-REVIEWS SECTION.
         MOVE 0 TO OPEN-BREAK-GLASS-COUNT.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN INPUT BREAK-GLASS-FILE.
         IF NOT BREAK-GLASS-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT BREAK-GLASS-STATUS-OK
           READ BREAK-GLASS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF BGR-IS-OPEN
                 THEN
                   ADD 1 TO OPEN-BREAK-GLASS-COUNT;
                   IF BGR-DUE-DATE < TODAY-DATE
                     THEN
                       DISPLAY "  BREAK-GLASS " BGR-OPERATOR-ID
                           " " BGR-FILE-ID " " BGR-OPERATION
                           " " BGR-KEY " DUE=" BGR-DUE-DATE
                           " *** OVERDUE";
                     ELSE
                       DISPLAY "  BREAK-GLASS " BGR-OPERATOR-ID
                           " " BGR-FILE-ID " " BGR-OPERATION
                           " " BGR-KEY " DUE=" BGR-DUE-DATE;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE BREAK-GLASS-FILE.
         IF OPEN-BREAK-GLASS-COUNT > 0
           THEN
             DISPLAY "BREAK-GLASS CHANGES AWAITING REVIEW="
                 OPEN-BREAK-GLASS-COUNT
                 " (REVIEW-BREAK-GLASS)";
         END-IF.
       SHOW-BREAK-GLASS-REVIEWS-EXIT.
         EXIT.

      ******************************************************************
      * 予定マスタの先行ジョブのつながりと、予定台帳で先行ジョブを
      * 待っている・先行ジョブの失敗で止まっているジョブを表示
      * します。状態はSCHEDULE-DISPATCHERが最後に判定したものです。
      ******************************************************************
       SHOW-JOB-DEPENDENCIES SECTION.
         MOVE 0 TO CHAIN-TABLE-COUNT.
         OPEN INPUT SCHEDULE-FILE.
         IF NOT SCHEDULE-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT SCHEDULE-STATUS-OK
           READ SCHEDULE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF SC-PREDECESSOR NOT = SPACES
                   AND CHAIN-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO CHAIN-TABLE-COUNT;
                   SET CX TO CHAIN-TABLE-COUNT;
                   MOVE SC-JOB-NAME TO CT-JOB-NAME(CX);
                   MOVE SC-PREDECESSOR TO CT-PREDECESSOR(CX);
                   DISPLAY "JOB CHAIN: " SC-PREDECESSOR " -> "
                       SC-JOB-NAME;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE SCHEDULE-FILE.
         MOVE 0 TO HELD-JOB-COUNT.
         OPEN INPUT PLANNED-FILE.
         IF NOT PLANNED-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PLANNED-STATUS-OK
           READ PLANNED-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PL-STATUS = "WAITING" OR PL-STATUS = "BLOCKED"
                 THEN
                   ADD 1 TO HELD-JOB-COUNT;
                   MOVE SPACES TO HELD-PREDECESSOR;
                   SET CX TO 1;
                   SEARCH CHAIN-ENTRY
                     AT END
                       CONTINUE;
                     WHEN CX <= CHAIN-TABLE-COUNT
                         AND CT-JOB-NAME(CX) = PL-JOB-NAME
                       MOVE CT-PREDECESSOR(CX) TO HELD-PREDECESSOR;
                   END-SEARCH;
                   IF PL-STATUS = "BLOCKED"
                     THEN
                       DISPLAY "  " PL-JOB-NAME " " PL-PLANNED-DATE
                           " BLOCKED BY " HELD-PREDECESSOR
                           " *** RERUN THE PREDECESSOR FIRST";
                     ELSE
                       DISPLAY "  " PL-JOB-NAME " " PL-PLANNED-DATE
                           " WAITING FOR " HELD-PREDECESSOR;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PLANNED-FILE.
         IF HELD-JOB-COUNT > 0
           THEN
             DISPLAY "JOBS HELD BY PREDECESSORS=" HELD-JOB-COUNT;
         END-IF.
       SHOW-JOB-DEPENDENCIES-EXIT.
         EXIT.

      ******************************************************************
      * 例外ファイル1つ分の件数を数えます。ファイルが無ければ0件
      * です。
       APPLY-ALERT-ACTION-EXIT.
         EXIT.

      ******************************************************************
      * 交替の引き継ぎ記録のうち、まだ次の担当者が確認していない
      * 項目を、関連の警報・実行ログ・例外ファイルの今の状態と合わ
      * せて表示します。
      ******************************************************************
       SHOW-HANDOVER-ITEMS SECTION.
         PERFORM LOAD-HANDOVER-LOG.
         MOVE 0 TO UNACKNOWLEDGED-COUNT.
         PERFORM VARYING HX FROM 1 BY 1
             UNTIL HX > HANDOVER-TABLE-COUNT
           MOVE HT-RECORD(HX) TO HANDOVER-RECORD;
           IF HND-IS-UNACKNOWLEDGED
             THEN
               PERFORM DISPLAY-HANDOVER-ITEM;
               IF HND-RECORDED-BY NOT = OPERATOR-ID-IN
                 THEN
                   ADD 1 TO UNACKNOWLEDGED-COUNT;
               END-IF
           END-IF
         END-PERFORM.
         IF UNACKNOWLEDGED-COUNT > 0
           THEN
             DISPLAY "HANDOVER ITEMS AWAITING ACKNOWLEDGEMENT="
                 UNACKNOWLEDGED-COUNT;
         END-IF.
         IF HANDOVER-TABLE-OVERFLOWED
           THEN
             DISPLAY "MORE THAN 200 UNACKNOWLEDGED HANDOVER ITEMS -- "
                 "THE REST ARE SHOWN AFTER THESE ARE ACKNOWLEDGED";
         END-IF.
       SHOW-HANDOVER-ITEMS-EXIT.
         EXIT.

      ******************************************************************
      * サインオンの直後に、前の担当者の未確認の引き継ぎがあれば
      * 確認を求めます。確認しなければ、画面の表示のたびに出し続け
      * ます。
      ******************************************************************
       CONFIRM-HANDOVER-AT-SIGN-ON SECTION.
         IF UNACKNOWLEDGED-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         DISPLAY "ACKNOWLEDGE THE HANDOVER ITEMS ABOVE (Y/N)".
         ACCEPT CONFIRM-CODE.
         IF CONFIRM-CODE = "Y"
           THEN
             PERFORM ACKNOWLEDGE-HANDOVER-ITEMS;
           ELSE
             DISPLAY "HANDOVER ITEMS REMAIN UNACKNOWLEDGED";
         END-IF.
       CONFIRM-HANDOVER-AT-SIGN-ON-EXIT.
         EXIT.

      ******************************************************************
      * 交替の引き継ぎ記録の未確認の項目を一覧へ読み込みます。次の
      * 項目の番号を決めるため、確認済みの項目と一覧に収まらない
      * 項目も番号だけは見ます。
      ******************************************************************
       LOAD-HANDOVER-LOG SECTION.
         MOVE 0 TO HANDOVER-TABLE-COUNT.
         MOVE 1 TO NEXT-HANDOVER-NUMBER.
         MOVE "N" TO HANDOVER-OVERFLOW-SWITCH.
         OPEN INPUT HANDOVER-FILE.
         IF NOT HANDOVER-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT HANDOVER-STATUS-OK
           READ HANDOVER-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF HND-ENTRY-NUMBER >= NEXT-HANDOVER-NUMBER
                 THEN
                   COMPUTE NEXT-HANDOVER-NUMBER =
                       HND-ENTRY-NUMBER + 1;
               END-IF;
               IF NOT HND-IS-UNACKNOWLEDGED
                 THEN
                   CONTINUE;
                 ELSE
               IF HANDOVER-TABLE-COUNT >= 200
                 THEN
                   MOVE "Y" TO HANDOVER-OVERFLOW-SWITCH;
                 ELSE
                   ADD 1 TO HANDOVER-TABLE-COUNT;
                   SET HX TO HANDOVER-TABLE-COUNT;
                   MOVE HANDOVER-RECORD TO HT-RECORD(HX);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE HANDOVER-FILE.
       LOAD-HANDOVER-LOG-EXIT.
         EXIT.

      ******************************************************************
      * 引き継ぎの項目1件を表示します。関連の警報は今の状態を、関連
      * の実行ログの行は終了日時と最終ファイル状態を、関連の例外
      * ファイルは今の件数を添えます。
      ******************************************************************
       DISPLAY-HANDOVER-ITEM SECTION.
         DISPLAY "  HANDOVER " HND-ENTRY-NUMBER
             " " HND-CATEGORY
             " BY " HND-RECORDED-BY
             " AT " HND-RECORDED-TIMESTAMP
             " " HND-STATUS " " HND-ACKNOWLEDGED-BY.
         DISPLAY "    " HND-NOTE-TEXT.
         IF HND-ALERT-NUMBER NOT = ZERO
           THEN
             MOVE HND-ALERT-NUMBER TO LINK-ALERT-NUMBER;
             PERFORM FIND-ALERT-LINK;
             IF LINK-FOUND
               THEN
                 DISPLAY "    ALERT " HND-ALERT-NUMBER
                     " STATUS=" LINK-ALERT-STATUS;
               ELSE
                 DISPLAY "    ALERT " HND-ALERT-NUMBER
                     " NO LONGER ON THE QUEUE";
             END-IF
         END-IF.
         IF HND-RUN-PROGRAM NOT = SPACES
           THEN
             MOVE HND-RUN-PROGRAM TO LINK-RUN-PROGRAM;
             MOVE HND-RUN-START-TIMESTAMP TO LINK-RUN-START;
             PERFORM FIND-RUN-LOG-LINK;
             IF LINK-FOUND
               THEN
                 DISPLAY "    RUN " HND-RUN-PROGRAM
                     " START=" HND-RUN-START-TIMESTAMP
                     " END=" LINK-RUN-END
                     " STATUS=" LINK-RUN-FILE-STATUS;
               ELSE
                 DISPLAY "    RUN " HND-RUN-PROGRAM
                     " START=" HND-RUN-START-TIMESTAMP
                     " NO LONGER IN THE RUN LOG";
             END-IF
         END-IF.
         IF HND-EXCEPTION-FILE NOT = SPACES
           THEN
             SET EX TO 1;
             SEARCH EXCEPTION-SOURCE
               AT END
                 CONTINUE;
               WHEN ES-FILE-TAG(EX) = HND-EXCEPTION-FILE
                 MOVE ES-FILE-NAME(EX) TO EXCEPTIONS-FILENAME;
                 PERFORM COUNT-EXCEPTION-FILE;
                 DISPLAY "    EXCEPTIONS " HND-EXCEPTION-FILE
                     " NOW=" EXCEPTION-LINE-COUNT;
             END-SEARCH
         END-IF.
       DISPLAY-HANDOVER-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * 警報キューからLINK-ALERT-NUMBERの警報を探し、今の状態を
      * LINK-ALERT-STATUSへ返します。
      ******************************************************************
       FIND-ALERT-LINK SECTION.
         SET LINK-NOT-FOUND TO TRUE.
         MOVE SPACE TO LINK-ALERT-STATUS.
         OPEN INPUT ALERT-FILE.
         IF NOT ALERT-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ALERT-STATUS-OK OR LINK-FOUND
           READ ALERT-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF ALR-ALERT-NUMBER = LINK-ALERT-NUMBER
                 THEN
                   SET LINK-FOUND TO TRUE;
                   MOVE ALR-STATUS TO LINK-ALERT-STATUS;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ALERT-FILE.
       FIND-ALERT-LINK-EXIT.
         EXIT.

      ******************************************************************
      * 実行ログからLINK-RUN-PROGRAMの、開始日時がLINK-RUN-STARTの
      * 行を探します。LINK-RUN-STARTが0なら、そのプログラムの最新の
      * 行を探します。見つけた行の開始日時も返します。
      ******************************************************************
       FIND-RUN-LOG-LINK SECTION.
         SET LINK-NOT-FOUND TO TRUE.
         OPEN INPUT RUN-LOG-FILE.
         IF NOT RUN-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT RUN-LOG-STATUS-OK
           READ RUN-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF RL-PROGRAM-NAME = LINK-RUN-PROGRAM
                   AND (LINK-RUN-START = ZERO
                       OR RL-START-TIMESTAMP = LINK-RUN-START)
                 THEN
                   SET LINK-FOUND TO TRUE;
                   MOVE RL-START-TIMESTAMP TO LINK-RUN-FOUND-START;
                   MOVE RL-END-TIMESTAMP TO LINK-RUN-END;
                   MOVE RL-FILE-STATUS TO LINK-RUN-FILE-STATUS;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE RUN-LOG-FILE.
       FIND-RUN-LOG-LINK-EXIT.
         EXIT.

      ******************************************************************
      * 交替の引き継ぎ記録の記録・確認・一覧を受け付けます。
      ******************************************************************
       WORK-HANDOVER-LOG SECTION.
         DISPLAY "N)EW ITEM  K)ACKNOWLEDGE  L)IST ALL  X)NONE".
         ACCEPT HANDOVER-ACTION-CODE.
         IF HANDOVER-IS-NEW
           THEN
             PERFORM RECORD-HANDOVER-ITEM;
           ELSE
             IF HANDOVER-IS-ACKNOWLEDGE
               THEN
                 PERFORM SHOW-HANDOVER-ITEMS;
                 IF UNACKNOWLEDGED-COUNT = 0
                   THEN
                     DISPLAY "NO HANDOVER ITEMS TO ACKNOWLEDGE";
                   ELSE
                     PERFORM ACKNOWLEDGE-HANDOVER-ITEMS;
                 END-IF
               ELSE
                 IF HANDOVER-IS-LIST
                   THEN
                     PERFORM LIST-HANDOVER-LOG;
                 END-IF
             END-IF
         END-IF.
       WORK-HANDOVER-LOG-EXIT.
         EXIT.

      ******************************************************************
      * 引き継ぎ記録のすべての項目を、確認済みのものも含めて表示
      * します。
      ******************************************************************
       LIST-HANDOVER-LOG SECTION.
         MOVE 0 TO HANDOVER-COPIED-COUNT.
         OPEN INPUT HANDOVER-FILE.
         IF HANDOVER-STATUS-OK
           THEN
             PERFORM UNTIL NOT HANDOVER-STATUS-OK
               READ HANDOVER-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   ADD 1 TO HANDOVER-COPIED-COUNT;
                   PERFORM DISPLAY-HANDOVER-ITEM;
               END-READ
             END-PERFORM;
             CLOSE HANDOVER-FILE;
         END-IF.
         IF HANDOVER-COPIED-COUNT = 0
           THEN
             DISPLAY "HANDOVER LOG IS EMPTY";
         END-IF.
       LIST-HANDOVER-LOG-EXIT.
         EXIT.

      ******************************************************************
      * 引き継ぎの項目を1件記録します。種別と本文は必須で、関連の
      * 警報・実行ログ・例外ファイルは存在を確かめてから控えます。
      * 実行ログはプログラム名で指定し、その最新の行に結び付けます。
      ******************************************************************
       RECORD-HANDOVER-ITEM SECTION.
         DISPLAY "CATEGORY I)SSUE  R)ESTARTED RUN  W)ATCHED ALERT:".
         ACCEPT IN-CATEGORY.
         IF IN-CATEGORY NOT = "I" AND IN-CATEGORY NOT = "R"
             AND IN-CATEGORY NOT = "W"
           THEN
             DISPLAY "UNKNOWN CATEGORY -- ITEM NOT RECORDED";
             EXIT SECTION;
         END-IF.
         DISPLAY "ALERT NUMBER (6 DIGITS, BLANK=NONE):".
         MOVE SPACES TO IN-ALERT-NUMBER.
         ACCEPT IN-ALERT-NUMBER.
         DISPLAY "RUN-LOG PROGRAM NAME (BLANK=NONE):".
         MOVE SPACES TO IN-RUN-PROGRAM.
         ACCEPT IN-RUN-PROGRAM.
         DISPLAY "EXCEPTION FILE REGIONS/PREFECTURES/MUNICIPAL/"
             "CENSUS/CAPITALS (BLANK=NONE):".
         MOVE SPACES TO IN-EXCEPTION-FILE.
         ACCEPT IN-EXCEPTION-FILE.
         DISPLAY "NOTE:".
         MOVE SPACES TO IN-NOTE-TEXT.
         ACCEPT IN-NOTE-TEXT.
         IF IN-NOTE-TEXT = SPACES
           THEN
             DISPLAY "NOTE REQUIRED -- ITEM NOT RECORDED";
             EXIT SECTION;
         END-IF.
      * 次の番号を決めるための読み込みはレコード域を使うため、項目
      * を組み立てる前に済ませます。
         PERFORM LOAD-HANDOVER-LOG.
         MOVE SPACES TO HANDOVER-RECORD.
         MOVE ZERO TO HND-ALERT-NUMBER.
         MOVE ZERO TO HND-RUN-START-TIMESTAMP.
         MOVE ZERO TO HND-ACKNOWLEDGED-TIMESTAMP.
         IF IN-ALERT-NUMBER NOT = SPACES
           THEN
             IF IN-ALERT-NUMBER IS NOT NUMERIC
               THEN
                 DISPLAY "ALERT NUMBER MUST BE 6 DIGITS -- "
                     "ITEM NOT RECORDED";
                 EXIT SECTION;
             END-IF;
             MOVE IN-ALERT-NUMBER TO LINK-ALERT-NUMBER;
             PERFORM FIND-ALERT-LINK;
             IF LINK-NOT-FOUND
               THEN
                 DISPLAY "ALERT " IN-ALERT-NUMBER
                     " NOT ON THE QUEUE -- ITEM NOT RECORDED";
                 EXIT SECTION;
             END-IF;
             MOVE LINK-ALERT-NUMBER TO HND-ALERT-NUMBER;
         END-IF.
         IF IN-CATEGORY = "W" AND HND-ALERT-NUMBER = ZERO
           THEN
             DISPLAY "WATCHED ALERT NEEDS AN ALERT NUMBER -- "
                 "ITEM NOT RECORDED";
             EXIT SECTION;
         END-IF.
         IF IN-RUN-PROGRAM NOT = SPACES
           THEN
             MOVE IN-RUN-PROGRAM TO LINK-RUN-PROGRAM;
             MOVE ZERO TO LINK-RUN-START;
             PERFORM FIND-RUN-LOG-LINK;
             IF LINK-NOT-FOUND
               THEN
                 DISPLAY IN-RUN-PROGRAM
                     " NOT IN THE RUN LOG -- ITEM NOT RECORDED";
                 EXIT SECTION;
             END-IF;
             MOVE IN-RUN-PROGRAM TO HND-RUN-PROGRAM;
             MOVE LINK-RUN-FOUND-START TO HND-RUN-START-TIMESTAMP;
         END-IF.
         IF IN-CATEGORY = "R" AND HND-RUN-PROGRAM = SPACES
           THEN
             DISPLAY "RESTARTED RUN NEEDS A RUN-LOG PROGRAM -- "
                 "ITEM NOT RECORDED";
             EXIT SECTION;
         END-IF.
         IF IN-EXCEPTION-FILE NOT = SPACES
           THEN
             SET EX TO 1;
             SEARCH EXCEPTION-SOURCE
               AT END
                 DISPLAY "UNKNOWN EXCEPTION FILE -- "
                     "ITEM NOT RECORDED";
                 EXIT SECTION;
               WHEN ES-FILE-TAG(EX) = IN-EXCEPTION-FILE
                 MOVE IN-EXCEPTION-FILE TO HND-EXCEPTION-FILE;
             END-SEARCH;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE NEXT-HANDOVER-NUMBER TO HND-ENTRY-NUMBER.
         MOVE LOG-DATE TO HND-RECORDED-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO HND-RECORDED-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO HND-RECORDED-BY.
         MOVE IN-CATEGORY TO HND-CATEGORY.
         MOVE IN-NOTE-TEXT TO HND-NOTE-TEXT.
         SET HND-IS-UNACKNOWLEDGED TO TRUE.
         OPEN EXTEND HANDOVER-FILE.
         IF HANDOVER-STATUS = "35"
           THEN
             OPEN OUTPUT HANDOVER-FILE;
         END-IF.
         IF NOT HANDOVER-STATUS-OK
           THEN
             DISPLAY "UNABLE TO WRITE HANDOVER LOG STATUS="
                 HANDOVER-STATUS;
             EXIT SECTION;
         END-IF.
         WRITE HANDOVER-RECORD.
         CLOSE HANDOVER-FILE.
         DISPLAY "HANDOVER ITEM " HND-ENTRY-NUMBER " RECORDED".
       RECORD-HANDOVER-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * 他の担当者の記録した未確認の項目のうち一覧で表示したものを、
      * サインオンしたオペレーターの確認済みとして引き継ぎ記録を
      * 書き直します。記録をいったん控えへ複写し、控えの行を順に
      * 写しながら該当の行だけを書き換えるので、記録の長さに限り
      * はありません。
      ******************************************************************
       ACKNOWLEDGE-HANDOVER-ITEMS SECTION.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE 0 TO ACKNOWLEDGED-COUNT.
         CALL "COPY-TEXT-FILE" USING HANDOVER-FILENAME,
             HANDOVER-WORK-FILENAME, HANDOVER-COPIED-COUNT.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "UNABLE TO COPY HANDOVER LOG -- "
                 "ITEMS REMAIN UNACKNOWLEDGED";
             MOVE 0 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT HANDOVER-WORK-FILE.
         IF NOT HANDOVER-WORK-STATUS-OK
           THEN
             DISPLAY "UNABLE TO READ HANDOVER LOG COPY STATUS="
                 HANDOVER-WORK-STATUS;
             EXIT SECTION;
         END-IF.
         OPEN OUTPUT HANDOVER-FILE.
         IF NOT HANDOVER-STATUS-OK
           THEN
             DISPLAY "UNABLE TO REWRITE HANDOVER LOG STATUS="
                 HANDOVER-STATUS;
             CLOSE HANDOVER-WORK-FILE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT HANDOVER-WORK-STATUS-OK
           READ HANDOVER-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE HANDOVER-WORK-RECORD TO HANDOVER-RECORD
               IF HND-IS-UNACKNOWLEDGED
                   AND HND-RECORDED-BY NOT = OPERATOR-ID-IN
                 THEN
                   PERFORM ACKNOWLEDGE-ONE-HANDOVER-ITEM
               END-IF
               WRITE HANDOVER-RECORD
           END-READ
         END-PERFORM.
         CLOSE HANDOVER-WORK-FILE.
         CLOSE HANDOVER-FILE.
         CALL "CBL_DELETE_FILE" USING HANDOVER-WORK-FILENAME.
         MOVE 0 TO RETURN-CODE.
         MOVE 0 TO UNACKNOWLEDGED-COUNT.
         DISPLAY "HANDOVER ITEMS ACKNOWLEDGED=" ACKNOWLEDGED-COUNT.
       ACKNOWLEDGE-HANDOVER-ITEMS-EXIT.
         EXIT.

      ******************************************************************
      * HANDOVER-RECORDの項目が一覧で表示したものであれば、確認済み
      * にします。
      ******************************************************************
       ACKNOWLEDGE-ONE-HANDOVER-ITEM SECTION.
         SET HX TO 1.
         SEARCH HANDOVER-TABLE-ENTRY
           AT END
             EXIT SECTION
           WHEN HX > HANDOVER-TABLE-COUNT
             EXIT SECTION
           WHEN HT-RECORD(HX)(1:6) = HANDOVER-RECORD(1:6)
             CONTINUE
         END-SEARCH.
         SET HND-IS-ACKNOWLEDGED TO TRUE.
         MOVE OPERATOR-ID-IN TO HND-ACKNOWLEDGED-BY.
         MOVE LOG-DATE TO HND-ACKNOWLEDGED-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO HND-ACKNOWLEDGED-TIMESTAMP(9:6).
         ADD 1 TO ACKNOWLEDGED-COUNT.
       ACKNOWLEDGE-ONE-HANDOVER-ITEM-EXIT.
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
      * 登録の確認に続けて、合言葉（パスワード）の検証を行い
      * ます。失敗の数え上げ・ロック・期限切れの変更の強制は
      * 検証モジュールが引き受けます。
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

       END PROGRAM OPERATIONS-CONSOLE.
