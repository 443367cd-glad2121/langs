      *   (4) CHECK-RUN-HISTORY
      *   (5) PURGE-ARCHIVES（毎月1日、または環境変数
      *       NIGHTLY_PURGE="Y"の夜）
      *   (6) PROCESS-REPORT-REQUESTS（利用者の帳票の依頼）
      * を正しい順序で実行します。各脚の終了コードの約束：
      *   - 国勢調査の却下(4)や到着の断り(8)は夜間を止めません。
      *   - REGION-BATCHの失敗(8)・窓切れ(2)では、輸出に依存する
      *     RECONCILE-ACKNOWLEDGMENTSを飛ばします。点検と掃除は
      *     行います。帳票の依頼も、古いマスタで答えないよう
      *     飛ばして次の夜へ残します。
      * 各脚の結果は実行ログへ記録し、完了した脚はチェックポイント
      * (NightlyCheckpoint.txt)へ控えます。障害後の再実行は完了済み
      * の脚を読み飛ばして途中から続きます。
      *
      * 障害で流せなかった夜は、環境変数NIGHTLY_CATCH_UP="Y"で取り
      * 戻します。予定台帳(PlannedRuns.txt)でNIGHT-BATCHが流れずに
      * 残っている日と、予定台帳の最後の日より後で今日より前の業務
      * 日（業務カレンダー）のうち、実行ログにNIGHT-BATCHの正常終了
      * が無い日を、日付の古い順に1日ずつ、その日を基準日として
      * (REGION_AS_OF_DATE)上の脚をすべて流します。月末・年度末の
      * 締めはREGION-BATCHが基準日で判定するので、正しい日に行われ
      * ます。掃除の脚は、その日が1日のときか、前に流した日から月が
      * 変わったときに流します。流し終えた日は予定台帳にCAUGHTUPと
      * 記録し、失敗した日でそこで止まります。もう一度取り戻しで
      * 流せば、その日の完了済みの脚を読み飛ばして続きから再開
      * します。取り戻しでは今日の夜は流しません。
      * 取り戻しは同じ実行単位から夜ごとに同じ脚を呼ぶので、1日
      * 流すたびに脚と脚が呼ぶプログラムをCANCELし、前の夜の作業
      * 領域（月末・年度末の判定や件数）を次の夜へ持ち越しません。
      * 取り戻しが途中で止まって別の日の控えが残っているあいだは、
      * ふだんの夜は流さずに断ります（終了コード8）。その控えを
      * 今夜の完了済みの脚と取り違えないためで、先に取り戻しを
      * 流し直します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-OPERATIONS.
           ASSIGN TO "../data/CensusUpdates.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENSUS-STATUS.
         SELECT PLANNED-FILE
           ASSIGN TO "../data/PlannedRuns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANNED-STATUS.
         SELECT RUN-LOG-FILE
           ASSIGN TO "../data/RunLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CHECKPOINT-RECORD.
         03  NC-LEG-NUMBER             PIC 9(1).
         03  NC-LEG-NAME               PIC X(15).
      * その脚を流した夜の基準日。取り戻しの再開で、同じ日の控え
      * だけを使うためのものです。
         03  NC-NIGHT-DATE             PIC 9(8).
      * 更新CSV。届いているかどうかの確認にだけ開きます。
       FD  CENSUS-FILE.
       01  CENSUS-LINE                 PIC X(40).
      * 予定台帳。日付×ジョブで1行です。
       FD  PLANNED-FILE.
       01  PLANNED-RECORD.
         03  PL-PLANNED-DATE           PIC 9(8).
         03  PL-JOB-NAME               PIC X(15).
         03  PL-STATUS                 PIC X(8).
      * 実行ログファイル。
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           COPY "RunLogEntry" REPLACING LEADING ==RL== BY ==RR==.

       WORKING-STORAGE SECTION.
       01  CHECKPOINT-STATUS           PIC X(2).
         88  CHECKPOINT-STATUS-OK      VALUE "00".
       01  CENSUS-STATUS               PIC X(2).
       01  PLANNED-STATUS              PIC X(2).
         88  PLANNED-STATUS-OK         VALUE "00".
       01  RUN-LOG-STATUS              PIC X(2).
         88  RUN-LOG-STATUS-OK         VALUE "00".

      * 脚ごとの完了の控えと、この夜の実行結果。
       01  LEG-COMPLETE-TABLE.
         05  LEG-COMPLETE              OCCURS 6 PIC X(1) VALUE "N".
           88  LEG-IS-COMPLETE         VALUE "Y".
       77  CURRENT-LEG-NUMBER          PIC 9(1).
       77  CURRENT-LEG-NAME            PIC X(15).
         88  NIGHT-FAILED              VALUE "Y".
       01  BATCH-FAILED-SWITCH         PIC X VALUE "N".
         88  BATCH-FAILED              VALUE "Y".
      * チェックポイントに別の日（止まった取り戻し）の控えがあるか。
       01  CATCH-UP-PENDING-SWITCH     PIC X VALUE "N".
         88  CATCH-UP-PENDING          VALUE "Y".
       77  PENDING-NIGHT-DATE          PIC 9(8) VALUE 0.

      * 掃除の脚を流すかどうか。
       01  PURGE-WANTED-SWITCH         PIC X VALUE "N".
       77  PURGE-ENV                   PIC X(1) VALUE SPACES.
       77  TODAY-DATE                  PIC 9(8).

      * 流す夜の基準日。ふだんは今日、取り戻しでは取り戻す日です。
       77  NIGHT-DATE                  PIC 9(8).
      * 夜間の取り戻しの制御項目。
       77  CATCH-UP-ENV                PIC X(1) VALUE SPACES.
       01  CATCH-UP-SWITCH             PIC X VALUE "N".
         88  CATCHING-UP               VALUE "Y".
       77  PREVIOUS-NIGHT-DATE         PIC 9(8) VALUE 0.
       77  LATEST-REGISTER-DATE        PIC 9(8) VALUE 0.
       77  LAST-RAN-DATE               PIC 9(8) VALUE 0.
       77  CANDIDATE-DATE              PIC 9(8).
      * 取り戻す日の一覧（日付の昇順）。
       77  CATCH-UP-DAY-LIMIT          PIC 9(2) VALUE 60.
       77  CATCH-UP-DAY-COUNT          PIC 9(2) VALUE 0.
       01  CATCH-UP-DAY-TABLE.
         03  CU-NIGHT-DATE             OCCURS 60 PIC 9(8).
       77  CU-INDEX                    PIC 9(2).
       77  SHIFT-INDEX                 PIC 9(2).
      * 予定台帳の一覧（書き直すために全行を保ちます）。
       01  PLANNED-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  PLANNED-TABLE.
         03  PLANNED-ENTRY             OCCURS 300 INDEXED BY PX.
             05  PT-PLANNED-DATE       PIC 9(8).
             05  PT-JOB-NAME           PIC X(15).
             05  PT-STATUS             PIC X(8).
      * 実行ログでNIGHT-BATCHが正常に終わった日の一覧。
       01  RAN-DATE-COUNT              PIC 9(3) VALUE ZERO.
       01  RAN-DATE-TABLE.
         03  RAN-DATE                  OCCURS 300 INDEXED BY RX
                                       PIC 9(8).
      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
      * 業務カレンダーの問い合わせの項目。
       77  CALENDAR-ACTION             PIC X(1).
       01  CALENDAR-RESULT-SWITCH      PIC X.
         88  CALENDAR-BUSINESS-DAY     VALUE "Y".
         88  CALENDAR-NON-BUSINESS-DAY VALUE "N".
       77  CALENDAR-OUT-DATE           PIC 9(8).
       77  CALENDAR-HOLIDAY-NAME       PIC N(10).

      * 実行ログへ書き出す1件分の情報。
       01  RUN-LOG-ENTRY.
           COPY "RunLogEntry".
       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT CATCH-UP-ENV FROM ENVIRONMENT "NIGHTLY_CATCH_UP".
         IF CATCH-UP-ENV = "Y"
           THEN
             MOVE "Y" TO CATCH-UP-SWITCH;
             PERFORM RUN-CATCH-UP;
           ELSE
             MOVE TODAY-DATE TO NIGHT-DATE;
             PERFORM LOAD-NIGHTLY-CHECKPOINT;
             IF CATCH-UP-PENDING
               THEN
                 DISPLAY "NIGHTLY-OPERATIONS: CATCH-UP PENDING FOR "
                     "THE NIGHT OF " PENDING-NIGHT-DATE
                     " -- RERUN THE CATCH-UP BEFORE TONIGHT";
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             PERFORM DECIDE-PURGE-LEG;
             PERFORM RUN-ONE-NIGHT;
             IF NIGHT-FAILED
               THEN
                 DISPLAY "NIGHTLY-OPERATIONS: NIGHT ENDED WITH "
                     "FAILURES -- CHECKPOINT KEPT FOR RESTART";
                 MOVE 8 TO RETURN-CODE;
               ELSE
                 DISPLAY "NIGHTLY-OPERATIONS: ALL LEGS COMPLETE";
                 PERFORM CLEAR-NIGHTLY-CHECKPOINT;
                 MOVE 0 TO RETURN-CODE;
             END-IF;
         END-IF.
       NIGHTLY-OPERATIONS-EXIT.
         STOP RUN.

      ******************************************************************
      * NIGHT-DATEの夜の脚を順に流します。前回中断時の控えがあれば、
      * 完了済みの脚は読み飛ばします。
      ******************************************************************
       RUN-ONE-NIGHT SECTION.
         MOVE "N" TO NIGHT-FAILED-SWITCH.
         MOVE "N" TO BATCH-FAILED-SWITCH.
         PERFORM LOAD-NIGHTLY-CHECKPOINT.
         PERFORM RUN-IMPORT-LEG.
         PERFORM RUN-BATCH-LEG.
         PERFORM RUN-RECONCILE-LEG.
         PERFORM RUN-HISTORY-LEG.
         PERFORM RUN-PURGE-LEG.
         PERFORM RUN-REQUESTS-LEG.
       RUN-ONE-NIGHT-EXIT.
         EXIT.

      ******************************************************************
      * 流せなかった夜を、日付の古い順に1日ずつ取り戻します。失敗
      * した日でそこで止まり、控えを残して終了コード8を返します。
      ******************************************************************
       RUN-CATCH-UP SECTION.
         PERFORM LOAD-PLANNED-RUNS.
         PERFORM LOAD-NIGHT-BATCH-RUNS.
         PERFORM COLLECT-REGISTERED-MISSED-DAYS.
         PERFORM COLLECT-UNREGISTERED-DAYS.
         IF CATCH-UP-DAY-COUNT = 0
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: NO MISSED NIGHTS TO "
                 "CATCH UP";
             MOVE 0 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         DISPLAY "NIGHTLY-OPERATIONS: CATCH-UP OF "
             CATCH-UP-DAY-COUNT " MISSED NIGHTS FROM "
             CU-NIGHT-DATE(1).
         MOVE LAST-RAN-DATE TO PREVIOUS-NIGHT-DATE.
         PERFORM VARYING CU-INDEX FROM 1 BY 1
             UNTIL CU-INDEX > CATCH-UP-DAY-COUNT OR NIGHT-FAILED
           PERFORM CATCH-UP-ONE-NIGHT
         END-PERFORM.
         IF NIGHT-FAILED
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: CATCH-UP STOPPED AT THE "
                 "NIGHT OF " NIGHT-DATE " -- RERUN THE CATCH-UP "
                 "TO RESTART FROM IT";
             MOVE 8 TO RETURN-CODE;
           ELSE
             DISPLAY "NIGHTLY-OPERATIONS: ALL MISSED NIGHTS "
                 "CAUGHT UP";
             MOVE 0 TO RETURN-CODE;
         END-IF.
       RUN-CATCH-UP-EXIT.
         EXIT.

      ******************************************************************
      * CU-INDEX番目の日を基準日として、夜の脚をすべて流します。
      * 流し終えたら予定台帳へCAUGHTUPを記録し、控えを空にします。
      ******************************************************************
       CATCH-UP-ONE-NIGHT SECTION.
         MOVE CU-NIGHT-DATE(CU-INDEX) TO NIGHT-DATE.
         DISPLAY "NIGHTLY-OPERATIONS: CATCHING UP THE NIGHT OF "
             NIGHT-DATE.
         SET ENVIRONMENT "REGION_AS_OF_DATE" TO NIGHT-DATE.
         PERFORM DECIDE-PURGE-LEG.
         PERFORM RUN-ONE-NIGHT.
         PERFORM CANCEL-NIGHT-PROGRAMS.
         IF NIGHT-FAILED
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM MARK-NIGHT-CAUGHT-UP.
         PERFORM SAVE-PLANNED-RUNS.
         PERFORM CLEAR-NIGHTLY-CHECKPOINT.
         MOVE NIGHT-DATE TO PREVIOUS-NIGHT-DATE.
         DISPLAY "NIGHTLY-OPERATIONS: NIGHT OF " NIGHT-DATE
             " CAUGHT UP".
       CATCH-UP-ONE-NIGHT-EXIT.
         EXIT.

      ******************************************************************
      * 夜の脚と、脚が呼ぶプログラムをすべてCANCELし、次に呼んだ
      * ときに作業領域を初期値から始めさせます。脚が新しく呼ぶ
      * プログラムを増やしたときは、ここにも加えます。
      ******************************************************************
       CANCEL-NIGHT-PROGRAMS SECTION.
      * 夜の脚。
         CANCEL "IMPORT-CENSUS" "REGION-BATCH"
             "RECONCILE-ACKNOWLEDGMENTS" "CHECK-RUN-HISTORY"
             "PURGE-ARCHIVES" "PROCESS-REPORT-REQUESTS".
      * 取り込み・突き合わせ・掃除の脚が呼ぶもの。
         CANCEL "CHECK-CHANGE-FREEZE" "CHECK-INBOUND-BATCH"
             "MASTER-LOCK" "MIRROR-MASTER" "WRITE-ALERT"
             "NOTIFY-ON-CALL" "COPY-TEXT-FILE".
      * REGION-BATCHが呼ぶもの。
         CANCEL "ARCHIVE-REGIONS-DATA" "BUILD-REGION-DATASETS"
             "CAPACITY-REPORT" "CHECK-CAPITAL-MUNICIPALITIES"
             "CHECK-CODE-CROSS-REFERENCE" "CHECK-PREFECTURE-ADJACENCY"
             "CHECK-REGION-REFERENCES" "CHECK-ROMANIZATION"
             "DATA-QUALITY-AUDIT" "DENSITY-REPORT"
             "DISTRIBUTION-REPORT" "DUPLICATE-NAME-REPORT"
             "EFFECTIVE-CHANGE-PREVIEW" "EXPORT-GEOJSON"
             "EXPORT-REGIONS" "EXPORT-REGIONS-DELTA"
             "EXPORT-REGIONS-JAPANESE" "EXPORT-REGIONS-JSON"
             "EXPORT-SUBSCRIBER-FEEDS" "FISCAL-YEAR-CLOSE"
             "GET-FEED-SEQUENCE" "GET-MESSAGE" "METRO-AREA-REPORT"
             "MONTH-END-PROCESS" "MUNICIPALITY-COMPOSITION-REPORT"
             "MUNICIPALITY-DENSITY-REPORT" "PUBLISH-REPORTS"
             "RANKING-REPORT" "READ-MUNICIPALITIES"
             "READ-PREFECTURES" "READ-REGIONS"
             "RECONCILE-MUNICIPAL-ROLLUPS" "REGION-REPORT"
             "TERRITORY-REPORT" "WRITE-REGIONS-CSV"
             "YEARBOOK-REPORT" "GET-MUNICIPALITY-DISPLAY-NAME"
             "GET-CURRENT-RELEASE" "REGISTER-FEED-DELIVERY"
             "CHECK-JIS-MUNICIPALITY-CODE" "REGION-TOTALS"
             "SHOW-REGIONS" "MEASURE-FEED-FILE".
      * 帳票の依頼の脚が呼ぶもの。
         CANCEL "AS-OF-REPORT" "DISTANCE-REPORT"
             "PRINT-DISTRIBUTION" "PRINT-SPOOL".
       CANCEL-NIGHT-PROGRAMS-EXIT.
         EXIT.

      ******************************************************************
      * (1) 国勢調査の取り込み。更新CSVが届いている夜だけ流します。
       RUN-PURGE-LEG-EXIT.
         EXIT.

      ******************************************************************
      * (6) 利用者の帳票の依頼。バッチが完了した夜だけ流します。
      * 依頼の一部の失敗(4)は依頼ごとに記録されるので、夜間を止め
      * ません。
      ******************************************************************
       RUN-REQUESTS-LEG SECTION.
         MOVE 6 TO CURRENT-LEG-NUMBER.
         MOVE "NIGHT-REQUESTS" TO CURRENT-LEG-NAME.
         IF LEG-IS-COMPLETE(6)
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: REQUESTS LEG ALREADY "
                 "COMPLETE -- SKIPPED";
             EXIT SECTION;
         END-IF.
         IF BATCH-FAILED
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: REPORT REQUESTS SKIPPED "
                 "-- LEFT PENDING FOR THE NEXT NIGHT";
             EXIT SECTION;
         END-IF.
         PERFORM START-LEG-LOG.
         MOVE 0 TO RETURN-CODE.
         CALL "PROCESS-REPORT-REQUESTS".
         MOVE RETURN-CODE TO LEG-RETURN-CODE.
         PERFORM END-LEG-LOG.
         IF LEG-RETURN-CODE > 4
           THEN
             SET NIGHT-FAILED TO TRUE;
           ELSE
             PERFORM MARK-LEG-COMPLETE;
         END-IF.
         MOVE 0 TO RETURN-CODE.
       RUN-REQUESTS-LEG-EXIT.
         EXIT.

      ******************************************************************
      * 掃除の脚を流す夜かどうかを決めます。
      ******************************************************************
       DECIDE-PURGE-LEG SECTION.
         MOVE "N" TO PURGE-WANTED-SWITCH.
         ACCEPT PURGE-ENV FROM ENVIRONMENT "NIGHTLY_PURGE".
         IF PURGE-ENV = "Y" OR NIGHT-DATE(7:2) = "01"
           THEN
             MOVE "Y" TO PURGE-WANTED-SWITCH;
         END-IF.
      * 取り戻しでは、1日が休業日で流れなかった月も、その月の最初
      * に流す日に掃除します。
         IF CATCHING-UP AND PREVIOUS-NIGHT-DATE NOT = 0
             AND PREVIOUS-NIGHT-DATE(1:6) NOT = NIGHT-DATE(1:6)
           THEN
             MOVE "Y" TO PURGE-WANTED-SWITCH;
         END-IF.
         EXIT.

      ******************************************************************
      * 脚の開始日時を控えます。取り戻しの脚は、配車係が今日の夜の
      * 実行と取り違えないよう、CATCH-で始まる名前で記録します。
      ******************************************************************
       START-LEG-LOG SECTION.
         MOVE CURRENT-LEG-NAME TO RL-PROGRAM-NAME.
         IF CATCHING-UP
           THEN
             MOVE SPACES TO RL-PROGRAM-NAME;
             STRING "CATCH-" DELIMITED BY SIZE
                 CURRENT-LEG-NAME(7:9) DELIMITED BY SIZE
                 INTO RL-PROGRAM-NAME;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).

      ******************************************************************
      * 前回中断時のチェックポイントがあれば読み込み、完了済みの
      * 脚を復元します。取り戻しでは、その日の控えだけを使います。
      * ふだんの夜では、別の日の控え（止まった取り戻しのもの）は
      * 使わずにCATCH-UP-PENDINGを返します。日付の無い控えは、その
      * 項目を持つ前の控えなので今夜のものとして扱います。
      ******************************************************************
       LOAD-NIGHTLY-CHECKPOINT SECTION.
         MOVE ALL "N" TO LEG-COMPLETE-TABLE.
         MOVE "N" TO CATCH-UP-PENDING-SWITCH.
         OPEN INPUT CHECKPOINT-FILE.
         IF CHECKPOINT-STATUS-OK
           THEN
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF NOT CATCHING-UP
                       AND NC-NIGHT-DATE IS NUMERIC
                       AND NC-NIGHT-DATE NOT = 0
                       AND NC-NIGHT-DATE NOT = NIGHT-DATE
                     THEN
                       MOVE "Y" TO CATCH-UP-PENDING-SWITCH;
                       MOVE NC-NIGHT-DATE TO PENDING-NIGHT-DATE;
                     ELSE
                   IF NC-LEG-NUMBER >= 1 AND NC-LEG-NUMBER <= 6
                       AND (NOT CATCHING-UP
                         OR NC-NIGHT-DATE = NIGHT-DATE)
                     THEN
                       MOVE "Y" TO LEG-COMPLETE(NC-LEG-NUMBER);
                   END-IF
                   END-IF;
               END-READ
             END-PERFORM;
         END-IF.
         MOVE CURRENT-LEG-NUMBER TO NC-LEG-NUMBER.
         MOVE CURRENT-LEG-NAME TO NC-LEG-NAME.
         MOVE NIGHT-DATE TO NC-NIGHT-DATE.
         WRITE CHECKPOINT-RECORD.
         CLOSE CHECKPOINT-FILE.
       MARK-LEG-COMPLETE-EXIT.
       CLEAR-NIGHTLY-CHECKPOINT-EXIT.
         EXIT.

      ******************************************************************
      * 予定台帳を読み込み、いちばん新しい日付と、NIGHT-BATCHが最後
      * に流れた（または取り戻した）日を控えます。
      ******************************************************************
       LOAD-PLANNED-RUNS SECTION.
         MOVE 0 TO PLANNED-TABLE-COUNT.
         OPEN INPUT PLANNED-FILE.
         IF NOT PLANNED-STATUS-OK
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: NO PLANNED-RUNS REGISTER";
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PLANNED-STATUS-OK
           READ PLANNED-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PLANNED-TABLE-COUNT < 300
                 THEN
                   ADD 1 TO PLANNED-TABLE-COUNT;
                   SET PX TO PLANNED-TABLE-COUNT;
                   MOVE PL-PLANNED-DATE TO PT-PLANNED-DATE(PX);
                   MOVE PL-JOB-NAME TO PT-JOB-NAME(PX);
                   MOVE PL-STATUS TO PT-STATUS(PX);
               END-IF;
               IF PL-PLANNED-DATE > LATEST-REGISTER-DATE
                 THEN
                   MOVE PL-PLANNED-DATE TO LATEST-REGISTER-DATE;
               END-IF;
               IF PL-JOB-NAME = "NIGHT-BATCH"
                   AND (PL-STATUS = "RAN" OR PL-STATUS = "CAUGHTUP")
                   AND PL-PLANNED-DATE > LAST-RAN-DATE
                 THEN
                   MOVE PL-PLANNED-DATE TO LAST-RAN-DATE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PLANNED-FILE.
       LOAD-PLANNED-RUNS-EXIT.
         EXIT.

      ******************************************************************
      * 実行ログから、NIGHT-BATCHの脚が正常に終わった日を集めます。
      ******************************************************************
       LOAD-NIGHT-BATCH-RUNS SECTION.
         MOVE 0 TO RAN-DATE-COUNT.
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
               IF RR-PROGRAM-NAME = "NIGHT-BATCH"
                   AND RR-FILE-STATUS = "00"
                   AND RAN-DATE-COUNT < 300
                 THEN
                   ADD 1 TO RAN-DATE-COUNT;
                   SET RX TO RAN-DATE-COUNT;
                   MOVE RR-START-TIMESTAMP(1:8) TO RAN-DATE(RX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE RUN-LOG-FILE.
       LOAD-NIGHT-BATCH-RUNS-EXIT.
         EXIT.

      ******************************************************************
      * 予定台帳でNIGHT-BATCHが流れずに残っている今日より前の日を、
      * 取り戻す日に加えます。
      ******************************************************************
       COLLECT-REGISTERED-MISSED-DAYS SECTION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PLANNED-TABLE-COUNT
           IF PT-JOB-NAME(PX) = "NIGHT-BATCH"
               AND PT-PLANNED-DATE(PX) < TODAY-DATE
               AND PT-STATUS(PX) NOT = "RAN"
               AND PT-STATUS(PX) NOT = "CAUGHTUP"
             THEN
               MOVE PT-PLANNED-DATE(PX) TO CANDIDATE-DATE;
               PERFORM ADD-CATCH-UP-DAY;
           END-IF
         END-PERFORM.
       COLLECT-REGISTERED-MISSED-DAYS-EXIT.
         EXIT.

      ******************************************************************
      * 予定台帳の最後の日より後で今日より前の業務日は、配車係も
      * 流れずに予定が積まれていない日なので、取り戻す日に加えます。
      ******************************************************************
       COLLECT-UNREGISTERED-DAYS SECTION.
         IF LATEST-REGISTER-DATE = 0
           THEN
             EXIT SECTION;
         END-IF.
         MOVE LATEST-REGISTER-DATE TO CANDIDATE-DATE.
         PERFORM UNTIL CANDIDATE-DATE NOT < TODAY-DATE
           MOVE "N" TO CALENDAR-ACTION
           CALL "GET-BUSINESS-DAY" USING CALENDAR-ACTION,
               CANDIDATE-DATE, CALENDAR-RESULT-SWITCH,
               CALENDAR-OUT-DATE, CALENDAR-HOLIDAY-NAME
           IF RETURN-CODE NOT = 0
             THEN
               DISPLAY "NIGHTLY-OPERATIONS: BUSINESS CALENDAR "
                   "UNAVAILABLE AFTER " CANDIDATE-DATE;
               MOVE 0 TO RETURN-CODE;
               EXIT SECTION;
           END-IF
           MOVE CALENDAR-OUT-DATE TO CANDIDATE-DATE
           IF CANDIDATE-DATE < TODAY-DATE
             THEN
               PERFORM ADD-CATCH-UP-DAY;
           END-IF
         END-PERFORM.
       COLLECT-UNREGISTERED-DAYS-EXIT.
         EXIT.

      ******************************************************************
      * CANDIDATE-DATEを、実行ログで正常に流れていなければ、取り
      * 戻す日の一覧へ日付の順を保って加えます（同じ日は二重に
      * 積みません）。
      ******************************************************************
       ADD-CATCH-UP-DAY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET RX TO 1.
         SEARCH RAN-DATE
           AT END
             CONTINUE;
           WHEN RX <= RAN-DATE-COUNT
               AND RAN-DATE(RX) = CANDIDATE-DATE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         MOVE 1 TO CU-INDEX.
         PERFORM UNTIL CU-INDEX > CATCH-UP-DAY-COUNT
             OR CU-NIGHT-DATE(CU-INDEX) NOT < CANDIDATE-DATE
           ADD 1 TO CU-INDEX
         END-PERFORM.
         IF CU-INDEX <= CATCH-UP-DAY-COUNT
             AND CU-NIGHT-DATE(CU-INDEX) = CANDIDATE-DATE
           THEN
             EXIT SECTION;
         END-IF.
         IF CATCH-UP-DAY-COUNT >= CATCH-UP-DAY-LIMIT
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: MORE THAN "
                 CATCH-UP-DAY-LIMIT " MISSED NIGHTS -- "
                 CANDIDATE-DATE " LEFT FOR A LATER CATCH-UP";
             EXIT SECTION;
         END-IF.
         PERFORM VARYING SHIFT-INDEX FROM CATCH-UP-DAY-COUNT BY -1
             UNTIL SHIFT-INDEX < CU-INDEX
           MOVE CU-NIGHT-DATE(SHIFT-INDEX)
               TO CU-NIGHT-DATE(SHIFT-INDEX + 1)
         END-PERFORM.
         MOVE CANDIDATE-DATE TO CU-NIGHT-DATE(CU-INDEX).
         ADD 1 TO CATCH-UP-DAY-COUNT.
       ADD-CATCH-UP-DAY-EXIT.
         EXIT.

      ******************************************************************
      * 取り戻したNIGHT-DATEの日の予定を、予定台帳の一覧でCAUGHTUP
      * にします。配車係が予定を積む前の日なら、NIGHT-BATCHの行を
      * 加えます。
      ******************************************************************
       MARK-NIGHT-CAUGHT-UP SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PLANNED-TABLE-COUNT
           IF PT-PLANNED-DATE(PX) = NIGHT-DATE
             THEN
               IF PT-STATUS(PX) NOT = "RAN"
                 THEN
                   MOVE "CAUGHTUP" TO PT-STATUS(PX);
               END-IF;
               IF PT-JOB-NAME(PX) = "NIGHT-BATCH"
                 THEN
                   SET ENTRY-FOUND TO TRUE;
               END-IF;
           END-IF
         END-PERFORM.
         IF ENTRY-NOT-FOUND AND PLANNED-TABLE-COUNT < 300
           THEN
             ADD 1 TO PLANNED-TABLE-COUNT;
             SET PX TO PLANNED-TABLE-COUNT;
             MOVE NIGHT-DATE TO PT-PLANNED-DATE(PX);
             MOVE "NIGHT-BATCH" TO PT-JOB-NAME(PX);
             MOVE "CAUGHTUP" TO PT-STATUS(PX);
         END-IF.
       MARK-NIGHT-CAUGHT-UP-EXIT.
         EXIT.

      ******************************************************************
      * 予定台帳を書き直します。
      ******************************************************************
       SAVE-PLANNED-RUNS SECTION.
         OPEN OUTPUT PLANNED-FILE.
         IF NOT PLANNED-STATUS-OK
           THEN
             DISPLAY "NIGHTLY-OPERATIONS: UNABLE TO REWRITE "
                 "PLANNED-RUNS STATUS=" PLANNED-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PLANNED-TABLE-COUNT
           MOVE PT-PLANNED-DATE(PX) TO PL-PLANNED-DATE;
           MOVE PT-JOB-NAME(PX) TO PL-JOB-NAME;
           MOVE PT-STATUS(PX) TO PL-STATUS;
           WRITE PLANNED-RECORD;
         END-PERFORM.
         CLOSE PLANNED-FILE.
       SAVE-PLANNED-RUNS-EXIT.
         EXIT.

       END PROGRAM NIGHTLY-OPERATIONS.
