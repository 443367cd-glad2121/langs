      ******************************************************************
      * 帳票の依頼の待ち行列(ReportRequests.txt)を処理します。受付
      * (P)の依頼を番号順に1件ずつ実行し、その画面出力を依頼ごとの
      * 出力ファイル(ReportRequest-NNNNNN.txt)へ捕捉して、配布マスタ
      * にしたがってPRINT-SPOOL・PRINT-DISTRIBUTIONで配布します。
      * 実行できた依頼は完了(D)、できなかった依頼は失敗(F)として
      * 理由を書き込みます。依頼の入力はSUBMIT-REPORT-REQUESTです。
      * NIGHTLY-OPERATIONSの依頼の脚から呼び出します。
      *
      * 帳票の画面出力を捕捉するため、SMOKE-TESTと同じ方法を使い
      * ます。環境変数REPORT_REQUEST_CHILDが未設定のときは「親
      * モード」として待ち行列を処理し、依頼ごとにCALL "SYSTEM"で
      * 自分自身(この実行ファイル)をREPORT_REQUEST_CHILDに依頼番号
      * を設定した上で再実行します。そのとき、帳票がオペレーターに
      * 尋ねる実行条件は入力ファイル(ReportRequestInput.tmp)から
      * 標準入力へ渡し、標準出力は出力ファイルへリダイレクトします。
      * 「子モード」では依頼の帳票を1本だけ実行し、その終了コード
      * で終わります。終了コードが4を超えた依頼は失敗です。
      *   RANKING-REPORT  … 現在のマスタを夜間バッチと同じ経路で
      *                      読み込んで実行します。
      *   AS-OF-REPORT    … 基準日を標準入力から渡します。
      *   DISTANCE-REPORT … しきい値を環境変数REGION_DISTANCE_KMで
      *                      渡します。
      * 依頼の1件でも失敗があれば終了コード4を返します。
      * 待ち行列は受付の依頼だけを表へ読み込み、書き直しは待ち行列
      * の控え(ReportRequests.tmp)から1行ずつ写して、処理した依頼
      * の行だけを差し替えます。表に収まらなかった受付の依頼や、
      * 処理中に追記された依頼はそのまま残り、次の実行で処理され
      * ます。済んだ依頼の掃除はPURGE-ARCHIVESで行います。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESS-REPORT-REQUESTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT REQUEST-FILE
           ASSIGN TO "../data/ReportRequests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-STATUS.
         SELECT CHILD-INPUT-FILE
           ASSIGN TO "../data/ReportRequestInput.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHILD-INPUT-STATUS.
         SELECT REQUEST-WORK-FILE
           ASSIGN TO "../data/ReportRequests.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-WORK-STATUS.
         SELECT CAPTURED-OUTPUT-FILE
           ASSIGN DYNAMIC CAPTURED-OUTPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAPTURED-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 帳票の依頼の待ち行列。
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY "ReportRequestEntry".
      * 書き直しのときの待ち行列の控え。
       FD  REQUEST-WORK-FILE.
       01  REQUEST-WORK-RECORD.
           COPY "ReportRequestEntry" REPLACING LEADING ==RQ==
               BY ==RW==.
      * 子モードの標準入力へ渡す、帳票の実行条件の入力ファイル。
       FD  CHILD-INPUT-FILE.
       01  CHILD-INPUT-RECORD          PIC X(20).
      * 捕捉した帳票の出力。
       FD  CAPTURED-OUTPUT-FILE.
       01  CAPTURED-OUTPUT-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       01  REQUEST-STATUS              PIC X(2).
         88  REQUEST-STATUS-OK         VALUE "00".
       01  REQUEST-WORK-STATUS         PIC X(2).
         88  REQUEST-WORK-STATUS-OK    VALUE "00".
       77  REQUEST-WORK-FILENAME       PIC X(80) VALUE
           "../data/ReportRequests.tmp".
       77  REQUEST-FILENAME            PIC X(80) VALUE
           "../data/ReportRequests.txt".
       77  REQUEST-COPIED-COUNT        PIC 9(6).
       01  CHILD-INPUT-STATUS          PIC X(2).
       01  CAPTURED-OUTPUT-STATUS      PIC X(2).
         88  CAPTURED-OUTPUT-OK        VALUE "00".
       77  CAPTURED-OUTPUT-FILENAME    PIC X(80).

      * 親モードと子モードの切り替え。子モードでは実行する依頼の
      * 番号が入ります。
       77  REQUEST-CHILD-ENV           PIC X(6) VALUE SPACES.
       77  SYSTEM-COMMAND              PIC X(200).
      * CALL "SYSTEM"の結果（子の終了コードの256倍）と、子の終了
      * コード。
       77  SYSTEM-RESULT               PIC S9(9).
       77  CHILD-RETURN-CODE           PIC 9(4).

      * メモリ上に読み込んだ待ち行列の受付(P)の依頼。
       01  REQUEST-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  REQUEST-TABLE.
         03  REQUEST-ENTRY             OCCURS 500 INDEXED BY QX.
           COPY "ReportRequestEntry" REPLACING LEADING ==RQ==
               BY ==QT==.
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 処理中の依頼の項目と、処理の件数。
       77  OUTPUT-FILE-NAME            PIC X(40).
       77  FAILURE-REASON              PIC X(40).
       77  CAPTURED-LINE-COUNT         PIC 9(6).
       77  PENDING-COUNT               PIC 9(4) VALUE 0.
       77  DONE-COUNT                  PIC 9(4) VALUE 0.
       77  FAILED-COUNT                PIC 9(4) VALUE 0.
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).

      * PRINT-SPOOL・PRINT-DISTRIBUTIONへの呼び出し項目。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
       77  DISTRIBUTION-REPORT-NAME    PIC X(20).
       01  SPOOL-TITLE-LINE.
         03  FILLER                    PIC X(15) VALUE
             "REPORT REQUEST ".
         03  TL-REQUEST-NUMBER         PIC 9(6).
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  TL-REPORT-NAME            PIC X(20).
         03  FILLER                    PIC X(4) VALUE " FOR".
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  TL-REQUESTER              PIC X(8).

      * 子モードで現在のマスタを読み込むための、通常の読み込み
      * 経路に渡すファイル名。
       77  REGIONS-FILENAME             PIC X(80) VALUE
           "../data/Regions.dat".
       77  REGIONS-EXCEPTIONS-FILENAME  PIC X(80) VALUE
           "../data/RegionExceptions.txt".
       77  PREFECTURES-FILENAME         PIC X(80) VALUE
           "../data/PrefectureRegions.dat".
       77  EXCEPTIONS-FILENAME          PIC X(80) VALUE
           "../data/PrefectureExceptions.txt".
       77  MUNICIPALITIES-FILENAME      PIC X(80) VALUE
           "../data/Municipalities.dat".
       77  MUNICIPALITIES-EXCEPTIONS-FILENAME
                                         PIC X(80) VALUE
           "../data/MunicipalityExceptions.txt".
       77  REGIONS-SOURCE-FILENAME      PIC X(80) VALUE
           "../data/Regions.txt".
       77  PREFECTURES-SOURCE-FILENAME  PIC X(80) VALUE
           "../data/PrefectureRegions.txt".
       77  MUNICIPALITIES-SOURCE-FILENAME
                                         PIC X(80) VALUE
           "../data/Municipalities.txt".
       77  AS-OF-DATE                   PIC 9(8).
       77  DRY-RUN-SWITCH               PIC X(1) VALUE "N".
      * 臨時の読み込みなのでチェックポイントは使いません（0=無効）。
      * 夜間バッチの再開位置を消さないためです。
       77  CHECKPOINT-INTERVAL          PIC 9(4) VALUE 0.
      * バッチ窓の締め切りは使いません（0=無効）。
       77  CUTOFF-TIME                  PIC 9(6) VALUE 0.
      * 地方の一覧（読み込み結果を保持するメモリ上のテーブル）。
       01  REGIONS GLOBAL.
         COPY "Regions".

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT REQUEST-CHILD-ENV
             FROM ENVIRONMENT "REPORT_REQUEST_CHILD".
         IF REQUEST-CHILD-ENV NOT = SPACES
           THEN
             PERFORM RUN-CHILD;
             STOP RUN;
         END-IF.
      * 夜間の取り戻しでは同じ実行単位から夜ごとに呼ばれるので、
      * 件数は呼び出しのたびに数え直します。
         MOVE 0 TO PENDING-COUNT.
         MOVE 0 TO DONE-COUNT.
         MOVE 0 TO FAILED-COUNT.
         PERFORM LOAD-REQUEST-QUEUE.
         PERFORM VARYING QX FROM 1 BY 1
             UNTIL QX > REQUEST-TABLE-COUNT
           IF QT-IS-PENDING(QX)
             THEN
               ADD 1 TO PENDING-COUNT;
               PERFORM RUN-ONE-REQUEST;
           END-IF
         END-PERFORM.
         IF PENDING-COUNT = 0
           THEN
             DISPLAY "PROCESS-REPORT-REQUESTS: NO PENDING REQUESTS";
             MOVE 0 TO RETURN-CODE;
             GOBACK;
         END-IF.
         PERFORM SAVE-REQUEST-QUEUE.
         DISPLAY "PROCESS-REPORT-REQUESTS: PENDING=" PENDING-COUNT
             " DONE=" DONE-COUNT " FAILED=" FAILED-COUNT.
      * 待ち行列を書き直せなかったときは8のまま終わります。
         EVALUATE TRUE
           WHEN RETURN-CODE = 8
             CONTINUE
           WHEN FAILED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           WHEN OTHER
             MOVE 0 TO RETURN-CODE
         END-EVALUATE.
       PROCESS-REPORT-REQUESTS-EXIT.
         GOBACK.

      ******************************************************************
      * 子モード -- REQUEST-CHILD-ENVの番号の依頼の帳票を1本だけ
      * 実行します。標準出力は、親モード側がリダイレクトした出力
      * ファイルへそのまま書き込まれます。
      ******************************************************************
       RUN-CHILD SECTION.
         PERFORM LOAD-REQUEST-QUEUE.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING QX FROM 1 BY 1
             UNTIL QX > REQUEST-TABLE-COUNT OR ENTRY-FOUND
           IF QT-REQUEST-NUMBER(QX) = REQUEST-CHILD-ENV
             THEN
               SET ENTRY-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "PROCESS-REPORT-REQUESTS: REQUEST "
                 REQUEST-CHILD-ENV " NOT ON FILE";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         SET QX DOWN BY 1.
         MOVE 0 TO RETURN-CODE.
         EVALUATE QT-REPORT-NAME(QX)
           WHEN "RANKING-REPORT"
             PERFORM LOAD-CURRENT-PICTURE
             IF RETURN-CODE NOT = 0
               THEN
                 DISPLAY "PROCESS-REPORT-REQUESTS: UNABLE TO LOAD "
                     "REGIONS TABLE RETURN-CODE=" RETURN-CODE;
                 MOVE 8 TO RETURN-CODE;
               ELSE
                 CALL "RANKING-REPORT" USING REGIONS;
             END-IF
           WHEN "AS-OF-REPORT"
             CALL "AS-OF-REPORT"
           WHEN "DISTANCE-REPORT"
             SET ENVIRONMENT "REGION_DISTANCE_KM"
                 TO QT-DISTANCE-KM(QX)
             CALL "DISTANCE-REPORT"
           WHEN OTHER
             DISPLAY "PROCESS-REPORT-REQUESTS: REPORT NOT "
                 "AVAILABLE ON REQUEST -- " QT-REPORT-NAME(QX)
             MOVE 8 TO RETURN-CODE
         END-EVALUATE.
       RUN-CHILD-EXIT.
         EXIT.

      ******************************************************************
      * 現在のマスタを、夜間バッチと同じ経路でREGIONS表へ読み込み
      * ます。
      ******************************************************************
       LOAD-CURRENT-PICTURE SECTION.
         INITIALIZE REGIONS.
         ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
         CALL "BUILD-REGION-DATASETS"
             USING REGIONS-FILENAME, PREFECTURES-FILENAME,
                 MUNICIPALITIES-FILENAME,
                 REGIONS-SOURCE-FILENAME, PREFECTURES-SOURCE-FILENAME,
                 MUNICIPALITIES-SOURCE-FILENAME.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         CALL "READ-REGIONS" USING REGIONS-FILENAME,
             REGIONS-EXCEPTIONS-FILENAME, DRY-RUN-SWITCH, REGIONS.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         CALL "READ-PREFECTURES"
             USING PREFECTURES-FILENAME, EXCEPTIONS-FILENAME,
                 AS-OF-DATE, DRY-RUN-SWITCH, CHECKPOINT-INTERVAL,
                 CUTOFF-TIME, REGIONS.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         CALL "READ-MUNICIPALITIES"
             USING MUNICIPALITIES-FILENAME,
                 MUNICIPALITIES-EXCEPTIONS-FILENAME, REGIONS.
       LOAD-CURRENT-PICTURE-EXIT.
         EXIT.

      ******************************************************************
      * 親モード -- QXの依頼を子モードで実行し、出力を配布して、
      * 完了か失敗を書き込みます。
      ******************************************************************
       RUN-ONE-REQUEST SECTION.
         MOVE SPACES TO OUTPUT-FILE-NAME.
         STRING "ReportRequest-" QT-REQUEST-NUMBER(QX) ".txt"
             DELIMITED BY SIZE INTO OUTPUT-FILE-NAME.
         DISPLAY "PROCESS-REPORT-REQUESTS: REQUEST "
             QT-REQUEST-NUMBER(QX) " " QT-REPORT-NAME(QX)
             " FOR " QT-REQUESTER(QX).
         PERFORM WRITE-CHILD-INPUT.
         MOVE SPACES TO SYSTEM-COMMAND.
         STRING "REPORT_REQUEST_CHILD=" QT-REQUEST-NUMBER(QX)
             " REGION_REPORT_PRINT_FILE= ./ProcessReportRequests "
             "< ../data/ReportRequestInput.tmp > ../data/"
             OUTPUT-FILE-NAME DELIMITED BY SIZE
             INTO SYSTEM-COMMAND.
         CALL "SYSTEM" USING SYSTEM-COMMAND.
         MOVE RETURN-CODE TO SYSTEM-RESULT.
         MOVE 0 TO RETURN-CODE.
         DIVIDE SYSTEM-RESULT BY 256 GIVING CHILD-RETURN-CODE.
         IF SYSTEM-RESULT NOT = 0 AND CHILD-RETURN-CODE = 0
           THEN
             MOVE 9999 TO CHILD-RETURN-CODE;
         END-IF.
         IF CHILD-RETURN-CODE > 4
           THEN
             MOVE SPACES TO FAILURE-REASON;
             STRING "REPORT ENDED WITH RETURN-CODE="
                 CHILD-RETURN-CODE DELIMITED BY SIZE
                 INTO FAILURE-REASON;
             PERFORM MARK-REQUEST-FAILED;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO CAPTURED-OUTPUT-FILENAME.
         STRING "../data/" OUTPUT-FILE-NAME DELIMITED BY SIZE
             INTO CAPTURED-OUTPUT-FILENAME.
         PERFORM COUNT-CAPTURED-OUTPUT.
         IF CAPTURED-LINE-COUNT = 0
           THEN
             MOVE "NO REPORT OUTPUT CAPTURED" TO FAILURE-REASON;
             PERFORM MARK-REQUEST-FAILED;
             EXIT SECTION;
         END-IF.
         PERFORM ROUTE-CAPTURED-OUTPUT.
         SET QT-IS-DONE(QX) TO TRUE.
         PERFORM STAMP-REQUEST.
         MOVE SPACES TO QT-REASON(QX).
         ADD 1 TO DONE-COUNT.
         DISPLAY "PROCESS-REPORT-REQUESTS: REQUEST "
             QT-REQUEST-NUMBER(QX) " DONE -- " OUTPUT-FILE-NAME.
       RUN-ONE-REQUEST-EXIT.
         EXIT.

      ******************************************************************
      * 帳票がオペレーターに尋ねる実行条件を、子モードの標準入力
      * へ渡す入力ファイルに書き出します。
      ******************************************************************
       WRITE-CHILD-INPUT SECTION.
         OPEN OUTPUT CHILD-INPUT-FILE.
         EVALUATE QT-REPORT-NAME(QX)
           WHEN "RANKING-REPORT"
             MOVE QT-RANKING-KEY(QX) TO CHILD-INPUT-RECORD
             WRITE CHILD-INPUT-RECORD
             MOVE QT-RANKING-ORDER(QX) TO CHILD-INPUT-RECORD
             WRITE CHILD-INPUT-RECORD
             MOVE QT-RANKING-TOP-N(QX) TO CHILD-INPUT-RECORD
             WRITE CHILD-INPUT-RECORD
           WHEN "AS-OF-REPORT"
             MOVE QT-AS-OF-DATE(QX) TO CHILD-INPUT-RECORD
             WRITE CHILD-INPUT-RECORD
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
         CLOSE CHILD-INPUT-FILE.
       WRITE-CHILD-INPUT-EXIT.
         EXIT.

      ******************************************************************
      * 捕捉した出力の行数を数えます。子が異常終了して何も書かな
      * かった依頼は、配布せずに失敗とします。
      ******************************************************************
       COUNT-CAPTURED-OUTPUT SECTION.
         MOVE 0 TO CAPTURED-LINE-COUNT.
         OPEN INPUT CAPTURED-OUTPUT-FILE.
         IF NOT CAPTURED-OUTPUT-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT CAPTURED-OUTPUT-OK
           READ CAPTURED-OUTPUT-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO CAPTURED-LINE-COUNT;
           END-READ
         END-PERFORM.
         CLOSE CAPTURED-OUTPUT-FILE.
       COUNT-CAPTURED-OUTPUT-EXIT.
         EXIT.

      ******************************************************************
      * 捕捉した出力を依頼の帳票として印字し、配布マスタにしたがって
      * 宛先ごとのバナーページを添えます。
      ******************************************************************
       ROUTE-CAPTURED-OUTPUT SECTION.
         OPEN INPUT CAPTURED-OUTPUT-FILE.
         IF NOT CAPTURED-OUTPUT-OK
           THEN
             EXIT SECTION;
         END-IF.
         MOVE QT-REQUEST-NUMBER(QX) TO TL-REQUEST-NUMBER.
         MOVE QT-REPORT-NAME(QX) TO TL-REPORT-NAME.
         MOVE QT-REQUESTER(QX) TO TL-REQUESTER.
         MOVE "T" TO SPOOL-ACTION.
         MOVE SPOOL-TITLE-LINE TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         PERFORM UNTIL NOT CAPTURED-OUTPUT-OK
           READ CAPTURED-OUTPUT-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE "L" TO SPOOL-ACTION;
               MOVE CAPTURED-OUTPUT-RECORD TO SPOOL-TEXT;
               CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT;
           END-READ
         END-PERFORM.
         CLOSE CAPTURED-OUTPUT-FILE.
      * 配布マスタにしたがって、宛先ごとのバナーページを添え
      * ます。
         MOVE QT-REPORT-NAME(QX) TO DISTRIBUTION-REPORT-NAME.
         CALL "PRINT-DISTRIBUTION" USING DISTRIBUTION-REPORT-NAME.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE 0 TO RETURN-CODE.
       ROUTE-CAPTURED-OUTPUT-EXIT.
         EXIT.

      ******************************************************************
      * QXの依頼を失敗とし、FAILURE-REASONを理由として書き込みます。
      ******************************************************************
       MARK-REQUEST-FAILED SECTION.
         SET QT-IS-FAILED(QX) TO TRUE.
         PERFORM STAMP-REQUEST.
         MOVE FAILURE-REASON TO QT-REASON(QX).
         ADD 1 TO FAILED-COUNT.
         DISPLAY "PROCESS-REPORT-REQUESTS: REQUEST "
             QT-REQUEST-NUMBER(QX) " FAILED -- " FAILURE-REASON.
       MARK-REQUEST-FAILED-EXIT.
         EXIT.

      ******************************************************************
      * QXの依頼へ処理日時と出力ファイル名を書き込みます。
      ******************************************************************
       STAMP-REQUEST SECTION.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO QT-PROCESSED-TIMESTAMP(QX)(1:8).
         MOVE LOG-TIME(1:6) TO QT-PROCESSED-TIMESTAMP(QX)(9:6).
         MOVE OUTPUT-FILE-NAME TO QT-OUTPUT-FILE(QX).
       STAMP-REQUEST-EXIT.
         EXIT.

      ******************************************************************
      * 待ち行列の受付(P)の依頼を表へ読み込みます。
      ******************************************************************
       LOAD-REQUEST-QUEUE SECTION.
         MOVE 0 TO REQUEST-TABLE-COUNT.
         OPEN INPUT REQUEST-FILE.
         IF NOT REQUEST-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT REQUEST-STATUS-OK
           READ REQUEST-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF NOT RQ-IS-PENDING
                 THEN
                   CONTINUE;
                 ELSE
               IF REQUEST-TABLE-COUNT >= 500
                 THEN
                   DISPLAY "PROCESS-REPORT-REQUESTS: REQUEST TABLE "
                       "FULL -- REQUEST " RQ-REQUEST-NUMBER
                       " LEFT FOR THE NEXT RUN";
                 ELSE
                   ADD 1 TO REQUEST-TABLE-COUNT;
                   SET QX TO REQUEST-TABLE-COUNT;
                   MOVE REQUEST-RECORD TO REQUEST-ENTRY(QX);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REQUEST-FILE.
       LOAD-REQUEST-QUEUE-EXIT.
         EXIT.

      ******************************************************************
      * 待ち行列を書き直します。いったん控えへ複写し、控えの行を順に
      * 写しながら、表にある依頼の行だけを表の内容（処理の結果）に
      * 差し替えます。表に無い行は読んだまま写します。
      ******************************************************************
       SAVE-REQUEST-QUEUE SECTION.
         CALL "COPY-TEXT-FILE" USING REQUEST-FILENAME,
             REQUEST-WORK-FILENAME, REQUEST-COPIED-COUNT.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "PROCESS-REPORT-REQUESTS: UNABLE TO COPY "
                 "QUEUE -- NOT REWRITTEN";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT REQUEST-WORK-FILE.
         IF NOT REQUEST-WORK-STATUS-OK
           THEN
             DISPLAY "PROCESS-REPORT-REQUESTS: UNABLE TO OPEN "
                 "QUEUE COPY STATUS=" REQUEST-WORK-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN OUTPUT REQUEST-FILE.
         IF NOT REQUEST-STATUS-OK
           THEN
             DISPLAY "PROCESS-REPORT-REQUESTS: UNABLE TO REWRITE "
                 "QUEUE STATUS=" REQUEST-STATUS;
             CLOSE REQUEST-WORK-FILE;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT REQUEST-WORK-STATUS-OK
           READ REQUEST-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE REQUEST-WORK-RECORD TO REQUEST-RECORD
               SET QX TO 1
               SEARCH REQUEST-ENTRY
                 AT END
                   CONTINUE
                 WHEN QX > REQUEST-TABLE-COUNT
                   CONTINUE
                 WHEN QT-REQUEST-NUMBER(QX) = RW-REQUEST-NUMBER
                   MOVE REQUEST-ENTRY(QX) TO REQUEST-RECORD
               END-SEARCH
               WRITE REQUEST-RECORD
           END-READ
         END-PERFORM.
         CLOSE REQUEST-WORK-FILE.
         CLOSE REQUEST-FILE.
         CALL "CBL_DELETE_FILE" USING REQUEST-WORK-FILENAME.
         MOVE 0 TO RETURN-CODE.
       SAVE-REQUEST-QUEUE-EXIT.
         EXIT.

       END PROGRAM PROCESS-REPORT-REQUESTS.
