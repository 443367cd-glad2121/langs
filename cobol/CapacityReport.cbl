      ******************************************************************
      * 容量と余裕の帳票です。REGION-BATCHのLOADの後に呼ばれ、
      *   - 読み込んだREGIONS表の埋まり具合（地方の件数、いちばん
      *     都道府県の多い地方の都道府県の件数、市区町村のプールの
      *     件数）を、それぞれの表の上限と比べ、
      *   - 増え続けるファイル（監査ログ、実行ログ、保管ログ、印字
      *     出力の世代の台帳、ライフゲームのリプレイ、納期の履歴）
      *     の行数を、運用で決めた上限と比べて、
      * 使用率を印字出力へ出します。
      * 測った値は容量の履歴(CapacityHistory.txt)へ毎回追記し、
      * 最近（30日以内）のいちばん古い測定からの増え方で、上限に
      * 達するまでの日数を見込みます。日数は他の帳票と同じく1年を
      * 360日とした概算です。
      * 使用率が環境変数CAPACITY_ALERT_PERCENT（既定は80％）以上の
      * ものは警報キューへ警告(W)を、上限に達したものは重大(C)を
      * 上げ、復帰コード4で戻ります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT HISTORY-FILE
           ASSIGN TO "../data/CapacityHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.
         SELECT COUNT-FILE
           ASSIGN DYNAMIC COUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 容量の履歴。
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "CapacityHistoryEntry".
      * 行数を数えるファイル。中身は見ません。
       FD  COUNT-FILE.
       01  COUNT-RECORD                PIC X(200).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS              PIC X(2).
         88  HISTORY-STATUS-OK         VALUE "00".
       01  COUNT-STATUS                PIC X(2).
         88  COUNT-STATUS-OK           VALUE "00".
       77  COUNT-FILENAME              PIC X(40).

      * 測る項目と上限。ファイル名が空白のものはREGIONS表です。
      * 表の上限はRegions.cblのOCCURSの数です。ファイルの上限は
      * 運用で決めた行数で、リプレイは999世代分（1世代21行）です。
       01  CAPACITY-ITEM-VALUES.
         03  FILLER PIC X(59) VALUE
             "REGIONS     0000010".
         03  FILLER PIC X(59) VALUE
             "PREFECTURES 0000050".
         03  FILLER PIC X(59) VALUE
             "MUNICIPAL   0002000".
         03  FILLER PIC X(59) VALUE
             "AUDIT-TRAIL 0100000../data/AuditTrail.txt".
         03  FILLER PIC X(59) VALUE
             "RUN-LOG     0010000../data/RunLog.txt".
         03  FILLER PIC X(59) VALUE
             "ARCHIVE-LOG 0050000../data/ArchiveLog.txt".
         03  FILLER PIC X(59) VALUE
             "SPOOL       0005000../data/SpoolCatalog.txt".
         03  FILLER PIC X(59) VALUE
             "LIFE-REPLAY 0020979../data/lifegame/Replay.dat".
         03  FILLER PIC X(59) VALUE
             "SLA-HISTORY 0050000../data/SlaHistory.txt".
       01  CAPACITY-ITEM-TABLE REDEFINES CAPACITY-ITEM-VALUES.
         03  CAPACITY-ITEM             OCCURS 9.
             05  CI-ITEM-NAME          PIC X(12).
             05  CI-LIMIT-COUNT        PIC 9(7).
             05  CI-FILE-NAME          PIC X(40).
       77  CAPACITY-ITEM-COUNT         PIC 9(2) VALUE 9.
       77  ITEM-INDEX                  PIC 9(2).

      * 項目ごとの今回の使用量と、増え方を見る基準の測定。
       01  MEASURE-TABLE.
         03  MEASURE-ENTRY             OCCURS 9.
             05  MT-USED-COUNT         PIC 9(7).
             05  MT-BASE-DATE          PIC 9(8).
             05  MT-BASE-COUNT         PIC 9(7).

      * 警報のしきい値（使用率）。
       77  ALERT-PERCENT-IN            PIC X(2).
       77  ALERT-PERCENT               PIC 9(2) VALUE 80.

      * 日付と日数の概算の作業項目。
       77  TODAY-DATE                  PIC 9(8).
       01  SERIAL-DATE-WORK            PIC 9(8).
       01  SERIAL-DATE-PARTS REDEFINES SERIAL-DATE-WORK.
         03  SD-YEAR                   PIC 9(4).
         03  SD-MONTH                  PIC 9(2).
         03  SD-DAY                    PIC 9(2).
       77  ITEM-SERIAL                 PIC 9(7).
       77  TODAY-SERIAL                PIC 9(7).
       77  RECENT-DAYS                 PIC 9(3) VALUE 30.

      * 見込みの計算。
       77  PERCENT-USED                PIC 9(3).
       77  GROWTH-COUNT                PIC S9(7).
       77  GROWTH-DAYS                 PIC 9(5).
       77  DAYS-TO-LIMIT               PIC 9(7).
       77  MAX-PREFECTURES-COUNT       PIC 9(2).

      * 件数。
       77  OVER-THRESHOLD-COUNT        PIC 9(2) VALUE 0.

      * 警報の項目。
       77  ALERT-SEVERITY              PIC X(1).
       77  ALERT-SOURCE-PROGRAM        PIC X(15).
       77  ALERT-MESSAGE-TEXT          PIC X(60).

      * 印字出力モジュールへ渡す動作コードと1行分のテキスト。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
      * 明細行の編集用レイアウト。
       01  CAPACITY-DETAIL-LAYOUT.
         03  CD-ITEM-NAME              PIC X(12).
         03  CD-USED-COUNT             PIC Z(6)9.
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  CD-LIMIT-COUNT            PIC Z(6)9.
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  CD-PERCENT-USED           PIC ZZ9.
         03  FILLER                    PIC X(2) VALUE "% ".
         03  CD-GROWTH-COUNT           PIC +(7)9.
         03  FILLER                    PIC X(4) VALUE " IN ".
         03  CD-GROWTH-DAYS            PIC ZZZZ9.
         03  FILLER                    PIC X(6) VALUE " DAYS ".
         03  CD-PROJECTION             PIC X(22).
         03  CD-THRESHOLD-FLAG         PIC X(1).
      * 見込みの編集用レイアウト。
       01  PROJECTION-LAYOUT.
         03  FILLER                    PIC X(8) VALUE "FULL IN ".
         03  PL-DAYS-TO-LIMIT          PIC Z(6)9.
         03  FILLER                    PIC X(5) VALUE " DAYS".
      * 合計行の編集用レイアウト。
       01  CAPACITY-FOOTER-LAYOUT.
         03  FILLER                    PIC X(16) VALUE
             "ALERT THRESHOLD=".
         03  CF-ALERT-PERCENT          PIC Z9.
         03  FILLER                    PIC X(17) VALUE
             "%  OVER THRESHOLD".
         03  FILLER                    PIC X(1) VALUE "=".
         03  CF-OVER-THRESHOLD-COUNT   PIC Z9.

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".

       PROCEDURE DIVISION USING REGIONS.
         MOVE SPACES TO ALERT-PERCENT-IN.
         ACCEPT ALERT-PERCENT-IN
             FROM ENVIRONMENT "CAPACITY_ALERT_PERCENT".
         IF ALERT-PERCENT-IN IS NUMERIC
             AND ALERT-PERCENT-IN NOT = "00"
           THEN
             MOVE ALERT-PERCENT-IN TO ALERT-PERCENT;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE TODAY-DATE TO SERIAL-DATE-WORK.
         PERFORM COMPUTE-SERIAL-DAYS.
         MOVE ITEM-SERIAL TO TODAY-SERIAL.
         PERFORM MEASURE-TABLES.
         PERFORM VARYING ITEM-INDEX FROM 4 BY 1
             UNTIL ITEM-INDEX > CAPACITY-ITEM-COUNT
           PERFORM COUNT-FILE-LINES
         END-PERFORM.
         PERFORM LOAD-GROWTH-BASE.
         MOVE "T" TO SPOOL-ACTION.
         MOVE "CAPACITY AND HEADROOM REPORT" TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "1" TO SPOOL-ACTION.
         MOVE "ITEM           USED   LIMIT PCT    GROWTH IN PERIOD"
             TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         PERFORM VARYING ITEM-INDEX FROM 1 BY 1
             UNTIL ITEM-INDEX > CAPACITY-ITEM-COUNT
           PERFORM REPORT-ONE-ITEM
         END-PERFORM.
         MOVE ALERT-PERCENT TO CF-ALERT-PERCENT.
         MOVE OVER-THRESHOLD-COUNT TO CF-OVER-THRESHOLD-COUNT.
         MOVE CAPACITY-FOOTER-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         PERFORM APPEND-CAPACITY-HISTORY.
         DISPLAY "CAPACITY-REPORT: ITEMS=" CAPACITY-ITEM-COUNT
             " OVER-THRESHOLD=" OVER-THRESHOLD-COUNT.
         IF OVER-THRESHOLD-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
           ELSE
             MOVE 0 TO RETURN-CODE;
         END-IF.
       CAPACITY-REPORT-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * REGIONS表の埋まり具合を数えます。都道府県の表は地方ごとの
      * 固定枠なので、いちばん多い地方の件数で測ります。
      ******************************************************************
       MEASURE-TABLES SECTION.
         MOVE 0 TO MAX-PREFECTURES-COUNT.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           IF PREFECTURES-COUNT(I) > MAX-PREFECTURES-COUNT
             THEN
               MOVE PREFECTURES-COUNT(I) TO MAX-PREFECTURES-COUNT;
           END-IF
         END-PERFORM.
         MOVE REGIONS-COUNT TO MT-USED-COUNT(1).
         MOVE MAX-PREFECTURES-COUNT TO MT-USED-COUNT(2).
         MOVE MUNICIPALITY-POOL-COUNT TO MT-USED-COUNT(3).
       MEASURE-TABLES-EXIT.
         EXIT.

      ******************************************************************
      * ITEM-INDEX番目のファイルの行数を数えます。まだ無いファイルは
      * 0行です。
      ******************************************************************
       COUNT-FILE-LINES SECTION.
         MOVE 0 TO MT-USED-COUNT(ITEM-INDEX).
         MOVE CI-FILE-NAME(ITEM-INDEX) TO COUNT-FILENAME.
         OPEN INPUT COUNT-FILE.
         IF NOT COUNT-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT COUNT-STATUS-OK
           READ COUNT-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO MT-USED-COUNT(ITEM-INDEX)
           END-READ
         END-PERFORM.
         CLOSE COUNT-FILE.
       COUNT-FILE-LINES-EXIT.
         EXIT.

      ******************************************************************
      * 容量の履歴から、項目ごとに、今日より前で最近30日以内の
      * いちばん古い測定を、増え方を見る基準として選びます。
      ******************************************************************
       LOAD-GROWTH-BASE SECTION.
         PERFORM VARYING ITEM-INDEX FROM 1 BY 1
             UNTIL ITEM-INDEX > CAPACITY-ITEM-COUNT
           MOVE 0 TO MT-BASE-DATE(ITEM-INDEX)
           MOVE 0 TO MT-BASE-COUNT(ITEM-INDEX)
         END-PERFORM.
         OPEN INPUT HISTORY-FILE.
         IF NOT HISTORY-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT HISTORY-STATUS-OK
           READ HISTORY-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM CONSIDER-HISTORY-ROW
           END-READ
         END-PERFORM.
         CLOSE HISTORY-FILE.
       LOAD-GROWTH-BASE-EXIT.
         EXIT.

      ******************************************************************
      * 読んだ履歴の1行が、その項目の基準にふさわしければ控えます。
      ******************************************************************
       CONSIDER-HISTORY-ROW SECTION.
         IF CAP-MEASURED-DATE NOT < TODAY-DATE
           THEN
             EXIT SECTION;
         END-IF.
         MOVE CAP-MEASURED-DATE TO SERIAL-DATE-WORK.
         PERFORM COMPUTE-SERIAL-DAYS.
         IF ITEM-SERIAL + RECENT-DAYS < TODAY-SERIAL
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM VARYING ITEM-INDEX FROM 1 BY 1
             UNTIL ITEM-INDEX > CAPACITY-ITEM-COUNT
           IF CI-ITEM-NAME(ITEM-INDEX) = CAP-ITEM-NAME
               AND (MT-BASE-DATE(ITEM-INDEX) = 0
                 OR CAP-MEASURED-DATE < MT-BASE-DATE(ITEM-INDEX))
             THEN
               MOVE CAP-MEASURED-DATE TO MT-BASE-DATE(ITEM-INDEX);
               MOVE CAP-USED-COUNT TO MT-BASE-COUNT(ITEM-INDEX);
           END-IF
         END-PERFORM.
       CONSIDER-HISTORY-ROW-EXIT.
         EXIT.

      ******************************************************************
      * ITEM-INDEX番目の項目の明細行を出し、しきい値を超えていれば
      * 警報を上げます。
      ******************************************************************
       REPORT-ONE-ITEM SECTION.
         COMPUTE PERCENT-USED =
             MT-USED-COUNT(ITEM-INDEX) * 100
             / CI-LIMIT-COUNT(ITEM-INDEX)
           ON SIZE ERROR
             MOVE 999 TO PERCENT-USED
         END-COMPUTE.
         MOVE 0 TO GROWTH-COUNT.
         MOVE 0 TO GROWTH-DAYS.
         IF MT-BASE-DATE(ITEM-INDEX) NOT = 0
           THEN
             MOVE MT-BASE-DATE(ITEM-INDEX) TO SERIAL-DATE-WORK;
             PERFORM COMPUTE-SERIAL-DAYS;
             COMPUTE GROWTH-DAYS = TODAY-SERIAL - ITEM-SERIAL;
             COMPUTE GROWTH-COUNT = MT-USED-COUNT(ITEM-INDEX)
                 - MT-BASE-COUNT(ITEM-INDEX);
         END-IF.
         EVALUATE TRUE
           WHEN MT-USED-COUNT(ITEM-INDEX)
               NOT < CI-LIMIT-COUNT(ITEM-INDEX)
             MOVE "AT LIMIT" TO CD-PROJECTION
           WHEN MT-BASE-DATE(ITEM-INDEX) = 0 OR GROWTH-DAYS = 0
             MOVE "NO RECENT HISTORY" TO CD-PROJECTION
           WHEN GROWTH-COUNT NOT > 0
             MOVE "NOT GROWING" TO CD-PROJECTION
           WHEN OTHER
             COMPUTE DAYS-TO-LIMIT =
                 (CI-LIMIT-COUNT(ITEM-INDEX)
                   - MT-USED-COUNT(ITEM-INDEX))
                 * GROWTH-DAYS / GROWTH-COUNT
             MOVE DAYS-TO-LIMIT TO PL-DAYS-TO-LIMIT
             MOVE PROJECTION-LAYOUT TO CD-PROJECTION
         END-EVALUATE.
         MOVE CI-ITEM-NAME(ITEM-INDEX) TO CD-ITEM-NAME.
         MOVE MT-USED-COUNT(ITEM-INDEX) TO CD-USED-COUNT.
         MOVE CI-LIMIT-COUNT(ITEM-INDEX) TO CD-LIMIT-COUNT.
         MOVE PERCENT-USED TO CD-PERCENT-USED.
         MOVE GROWTH-COUNT TO CD-GROWTH-COUNT.
         MOVE GROWTH-DAYS TO CD-GROWTH-DAYS.
         MOVE SPACE TO CD-THRESHOLD-FLAG.
         IF PERCENT-USED NOT < ALERT-PERCENT
           THEN
             MOVE "*" TO CD-THRESHOLD-FLAG;
             ADD 1 TO OVER-THRESHOLD-COUNT;
             PERFORM RAISE-CAPACITY-ALERT;
         END-IF.
         MOVE CAPACITY-DETAIL-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       REPORT-ONE-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * しきい値を超えた項目を警報キューへ上げます。上限に達した
      * ものは重大、それ以外は警告です。
      ******************************************************************
       RAISE-CAPACITY-ALERT SECTION.
         IF PERCENT-USED NOT < 100
           THEN
             MOVE "C" TO ALERT-SEVERITY;
           ELSE
             MOVE "W" TO ALERT-SEVERITY;
         END-IF.
         MOVE "CAPACITY-REPORT" TO ALERT-SOURCE-PROGRAM.
         MOVE SPACES TO ALERT-MESSAGE-TEXT.
         STRING "CAPACITY " DELIMITED BY SIZE
             CI-ITEM-NAME(ITEM-INDEX) DELIMITED BY SPACE
             " AT " DELIMITED BY SIZE
             PERCENT-USED DELIMITED BY SIZE
             "% OF LIMIT -- " DELIMITED BY SIZE
             CD-PROJECTION DELIMITED BY SIZE
             INTO ALERT-MESSAGE-TEXT.
         CALL "WRITE-ALERT" USING ALERT-SEVERITY,
             ALERT-SOURCE-PROGRAM, ALERT-MESSAGE-TEXT.
       RAISE-CAPACITY-ALERT-EXIT.
         EXIT.

      ******************************************************************
      * 今回の測定を容量の履歴へ追記します。
      ******************************************************************
       APPEND-CAPACITY-HISTORY SECTION.
         OPEN EXTEND HISTORY-FILE.
         IF HISTORY-STATUS = "35"
           THEN
             OPEN OUTPUT HISTORY-FILE;
         END-IF.
         IF NOT HISTORY-STATUS-OK
           THEN
             DISPLAY "CAPACITY-REPORT: UNABLE TO OPEN "
                 "CapacityHistory.txt STATUS=" HISTORY-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING ITEM-INDEX FROM 1 BY 1
             UNTIL ITEM-INDEX > CAPACITY-ITEM-COUNT
           MOVE TODAY-DATE TO CAP-MEASURED-DATE
           MOVE CI-ITEM-NAME(ITEM-INDEX) TO CAP-ITEM-NAME
           MOVE MT-USED-COUNT(ITEM-INDEX) TO CAP-USED-COUNT
           MOVE CI-LIMIT-COUNT(ITEM-INDEX) TO CAP-LIMIT-COUNT
           WRITE HISTORY-RECORD
         END-PERFORM.
         CLOSE HISTORY-FILE.
       APPEND-CAPACITY-HISTORY-EXIT.
         EXIT.

      ******************************************************************
      * 組み立て済みの1行を印字出力モジュールへ渡します。
      ******************************************************************
       WRITE-SPOOL-LINE SECTION.
         MOVE "L" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       WRITE-SPOOL-LINE-EXIT.
         EXIT.

      ******************************************************************
      * SERIAL-DATE-WORKの日付を、1年360日・1か月30日とした通し
      * 日数にします。
      ******************************************************************
       COMPUTE-SERIAL-DAYS SECTION.
         COMPUTE ITEM-SERIAL = SD-YEAR * 360
             + SD-MONTH * 30 + SD-DAY.
       COMPUTE-SERIAL-DAYS-EXIT.
         EXIT.

       END PROGRAM CAPACITY-REPORT.
