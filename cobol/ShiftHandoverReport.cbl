      ******************************************************************
      * 交替の引き継ぎの帳票です。運用コンソールで記録した引き継ぎ
      * 記録(ShiftHandover.txt)から、指定の日（空白は今日）に記録
      * または確認された項目と、その日までに記録されてまだ確認され
      * ていない項目を印字します。各項目には、結び付けた警報の今の
      * 状態、実行ログの行の終了日時と最終ファイル状態、例外ファイル
      * の今の件数を添えます。印字はPRINT-SPOOLを通して行います。
      * 未確認の項目が残っていれば復帰コード4で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-HANDOVER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT HANDOVER-FILE
           ASSIGN TO "../data/ShiftHandover.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDOVER-STATUS.
         SELECT ALERT-FILE
           ASSIGN TO "../data/AlertQueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.
         SELECT RUN-LOG-FILE
           ASSIGN TO "../data/RunLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
         SELECT EXCEPTIONS-FILE
           ASSIGN DYNAMIC EXCEPTIONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 交替の引き継ぎ記録。
       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD.
           COPY "ShiftHandoverEntry".
      * 警報キュー。
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY "AlertEntry".
      * 実行ログファイル。
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           COPY "RunLogEntry".
      * 例外ファイル（結び付けた名札のファイルを数えます）。
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  HANDOVER-STATUS             PIC X(2).
         88  HANDOVER-STATUS-OK        VALUE "00".
       01  ALERT-STATUS                PIC X(2).
         88  ALERT-STATUS-OK           VALUE "00".
       01  RUN-LOG-STATUS              PIC X(2).
         88  RUN-LOG-STATUS-OK         VALUE "00".
       01  EXCEPTIONS-STATUS           PIC X(2).
         88  EXCEPTIONS-STATUS-OK      VALUE "00".
       77  EXCEPTIONS-FILENAME         PIC X(80).
       77  EXCEPTION-LINE-COUNT        PIC 9(4).

      * 対象の日。
       77  REPORT-DATE-IN              PIC X(8).
       77  REPORT-DATE                 PIC 9(8).
      * 件数。
       77  PRINTED-COUNT               PIC 9(4) VALUE 0.
       77  UNACKNOWLEDGED-COUNT        PIC 9(4) VALUE 0.
       01  SELECT-SWITCH               PIC X.
         88  ITEM-SELECTED             VALUE "Y".

      * 警報・実行ログの行の結び付けの検索。
       77  LINK-ALERT-NUMBER           PIC 9(6).
       77  LINK-ALERT-STATUS           PIC X(1).
       77  LINK-RUN-PROGRAM            PIC X(15).
       77  LINK-RUN-START              PIC 9(14).
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

      * 印字出力モジュールへ渡す動作コードと1行分のテキスト。
      * 出力先（画面か印字ファイルか）はPRINT-SPOOLが決めます。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
      * 項目の1行目の編集用レイアウト。
       01  ITEM-DETAIL-LAYOUT.
         03  ID-ENTRY-NUMBER           PIC 9(6).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  ID-CATEGORY               PIC X(14).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  ID-RECORDED-BY            PIC X(8).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  ID-RECORDED-TIMESTAMP     PIC 9(14).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  ID-STATUS                 PIC X(14).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  ID-ACKNOWLEDGED-BY        PIC X(8).
      * 合計行の編集用レイアウト。
       01  REPORT-FOOTER-LAYOUT.
         03  FILLER                    PIC X(12) VALUE
             "TOTAL ITEMS=".
         03  FT-PRINTED-COUNT          PIC ZZZ9.
         03  FILLER                    PIC X(16) VALUE
             " UNACKNOWLEDGED=".
         03  FT-UNACKNOWLEDGED-COUNT   PIC ZZZ9.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         DISPLAY "SHIFT DATE (YYYYMMDD OR BLANK FOR TODAY):".
         ACCEPT REPORT-DATE-IN.
         IF REPORT-DATE-IN IS NUMERIC
           THEN
             MOVE REPORT-DATE-IN TO REPORT-DATE;
           ELSE
             ACCEPT REPORT-DATE FROM DATE YYYYMMDD;
         END-IF.
         PERFORM PRINT-REPORT-HEADER.
         OPEN INPUT HANDOVER-FILE.
         IF HANDOVER-STATUS-OK
           THEN
             PERFORM UNTIL NOT HANDOVER-STATUS-OK
               READ HANDOVER-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   PERFORM SELECT-HANDOVER-ITEM;
                   IF ITEM-SELECTED
                     THEN
                       PERFORM PRINT-HANDOVER-ITEM;
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE HANDOVER-FILE;
         END-IF.
         PERFORM PRINT-REPORT-FOOTER.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         IF UNACKNOWLEDGED-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       SHIFT-HANDOVER-REPORT-EXIT.
         STOP RUN.

      ******************************************************************
      * 帳票の表題と項目名を印字します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
         MOVE "T" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         STRING "SHIFT HANDOVER REPORT FOR " REPORT-DATE
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "1" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         STRING "NUMBER  CATEGORY       BY       RECORDED        "
             "STATUS         ACK BY"
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "2" TO SPOOL-ACTION.
         MOVE "        NOTE / LINKED ALERT, RUN AND EXCEPTIONS"
             TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 対象の日に記録または確認された項目と、対象の日までに記録
      * されてまだ確認されていない項目を選びます。
      ******************************************************************
       SELECT-HANDOVER-ITEM SECTION.
         MOVE "N" TO SELECT-SWITCH.
         IF HND-RECORDED-TIMESTAMP(1:8) = REPORT-DATE
           THEN
             MOVE "Y" TO SELECT-SWITCH;
         END-IF.
         IF HND-IS-ACKNOWLEDGED
             AND HND-ACKNOWLEDGED-TIMESTAMP(1:8) = REPORT-DATE
           THEN
             MOVE "Y" TO SELECT-SWITCH;
         END-IF.
         IF HND-IS-UNACKNOWLEDGED
             AND HND-RECORDED-TIMESTAMP(1:8) <= REPORT-DATE
           THEN
             MOVE "Y" TO SELECT-SWITCH;
         END-IF.
       SELECT-HANDOVER-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * 項目1件分を、本文と結び付けの今の状態とともに印字します。
      ******************************************************************
       PRINT-HANDOVER-ITEM SECTION.
         ADD 1 TO PRINTED-COUNT.
         MOVE HND-ENTRY-NUMBER TO ID-ENTRY-NUMBER.
         EVALUATE TRUE
           WHEN HND-IS-OPEN-ISSUE
             MOVE "OPEN ISSUE" TO ID-CATEGORY
           WHEN HND-IS-RESTARTED-RUN
             MOVE "RESTARTED RUN" TO ID-CATEGORY
           WHEN HND-IS-WATCHED-ALERT
             MOVE "WATCHED ALERT" TO ID-CATEGORY
           WHEN OTHER
             MOVE HND-CATEGORY TO ID-CATEGORY
         END-EVALUATE.
         MOVE HND-RECORDED-BY TO ID-RECORDED-BY.
         MOVE HND-RECORDED-TIMESTAMP TO ID-RECORDED-TIMESTAMP.
         IF HND-IS-ACKNOWLEDGED
           THEN
             MOVE "ACKNOWLEDGED" TO ID-STATUS;
             MOVE HND-ACKNOWLEDGED-BY TO ID-ACKNOWLEDGED-BY;
           ELSE
             MOVE "*** NOT ACKED" TO ID-STATUS;
             MOVE SPACES TO ID-ACKNOWLEDGED-BY;
             ADD 1 TO UNACKNOWLEDGED-COUNT;
         END-IF.
         MOVE ITEM-DETAIL-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE SPACES TO SPOOL-TEXT.
         MOVE HND-NOTE-TEXT TO SPOOL-TEXT(9:60).
         PERFORM WRITE-SPOOL-LINE.
         IF HND-ALERT-NUMBER NOT = ZERO
           THEN
             PERFORM PRINT-ALERT-LINK;
         END-IF.
         IF HND-RUN-PROGRAM NOT = SPACES
           THEN
             PERFORM PRINT-RUN-LOG-LINK;
         END-IF.
         IF HND-EXCEPTION-FILE NOT = SPACES
           THEN
             PERFORM PRINT-EXCEPTION-LINK;
         END-IF.
       PRINT-HANDOVER-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * 結び付けた警報を警報キューから探し、今の状態を印字します。
      ******************************************************************
       PRINT-ALERT-LINK SECTION.
         SET LINK-NOT-FOUND TO TRUE.
         MOVE HND-ALERT-NUMBER TO LINK-ALERT-NUMBER.
         OPEN INPUT ALERT-FILE.
         IF ALERT-STATUS-OK
           THEN
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
             END-PERFORM;
             CLOSE ALERT-FILE;
         END-IF.
         MOVE SPACES TO SPOOL-TEXT.
         IF LINK-FOUND
           THEN
             STRING "        ALERT " HND-ALERT-NUMBER
                 " STATUS=" LINK-ALERT-STATUS
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
           ELSE
             STRING "        ALERT " HND-ALERT-NUMBER
                 " NO LONGER ON THE QUEUE"
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
         END-IF.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-ALERT-LINK-EXIT.
         EXIT.

      ******************************************************************
      * 結び付けた実行ログの行を探し、終了日時と最終ファイル状態を
      * 印字します。
      ******************************************************************
       PRINT-RUN-LOG-LINK SECTION.
         SET LINK-NOT-FOUND TO TRUE.
         MOVE HND-RUN-PROGRAM TO LINK-RUN-PROGRAM.
         MOVE HND-RUN-START-TIMESTAMP TO LINK-RUN-START.
         OPEN INPUT RUN-LOG-FILE.
         IF RUN-LOG-STATUS-OK
           THEN
             PERFORM UNTIL NOT RUN-LOG-STATUS-OK OR LINK-FOUND
               READ RUN-LOG-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF RL-PROGRAM-NAME = LINK-RUN-PROGRAM
                       AND RL-START-TIMESTAMP = LINK-RUN-START
                     THEN
                       SET LINK-FOUND TO TRUE;
                       MOVE RL-END-TIMESTAMP TO LINK-RUN-END;
                       MOVE RL-FILE-STATUS TO LINK-RUN-FILE-STATUS;
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE RUN-LOG-FILE;
         END-IF.
         MOVE SPACES TO SPOOL-TEXT.
         IF LINK-FOUND
           THEN
             STRING "        RUN " HND-RUN-PROGRAM
                 " START=" HND-RUN-START-TIMESTAMP
                 " END=" LINK-RUN-END
                 " STATUS=" LINK-RUN-FILE-STATUS
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
           ELSE
             STRING "        RUN " HND-RUN-PROGRAM
                 " START=" HND-RUN-START-TIMESTAMP
                 " NO LONGER IN THE RUN LOG"
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
         END-IF.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-RUN-LOG-LINK-EXIT.
         EXIT.

      ******************************************************************
      * 結び付けた例外ファイルの今の件数を印字します。ファイルが
      * 無ければ0件です。
      ******************************************************************
       PRINT-EXCEPTION-LINK SECTION.
         MOVE 0 TO EXCEPTION-LINE-COUNT.
         SET EX TO 1.
         SEARCH EXCEPTION-SOURCE
           AT END
             EXIT SECTION;
           WHEN ES-FILE-TAG(EX) = HND-EXCEPTION-FILE
             MOVE ES-FILE-NAME(EX) TO EXCEPTIONS-FILENAME;
         END-SEARCH.
         OPEN INPUT EXCEPTIONS-FILE.
         IF EXCEPTIONS-STATUS-OK
           THEN
             PERFORM UNTIL NOT EXCEPTIONS-STATUS-OK
               READ EXCEPTIONS-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   ADD 1 TO EXCEPTION-LINE-COUNT;
               END-READ
             END-PERFORM;
             CLOSE EXCEPTIONS-FILE;
         END-IF.
         MOVE SPACES TO SPOOL-TEXT.
         STRING "        EXCEPTIONS " HND-EXCEPTION-FILE
             " NOW=" EXCEPTION-LINE-COUNT
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-EXCEPTION-LINK-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の合計行を印字します。
      ******************************************************************
       PRINT-REPORT-FOOTER SECTION.
         MOVE "-------------------------------------------------"
             TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE PRINTED-COUNT TO FT-PRINTED-COUNT.
         MOVE UNACKNOWLEDGED-COUNT TO FT-UNACKNOWLEDGED-COUNT.
         MOVE REPORT-FOOTER-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE "================================================="
             TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-REPORT-FOOTER-EXIT.
         EXIT.

      ******************************************************************
      * 組み立て済みの1行を印字出力モジュールへ渡します。
      ******************************************************************
       WRITE-SPOOL-LINE SECTION.
         MOVE "L" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       WRITE-SPOOL-LINE-EXIT.
         EXIT.

       END PROGRAM SHIFT-HANDOVER-REPORT.
