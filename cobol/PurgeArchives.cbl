      * だけ残します。年度末（3月31日）の世代と
      * 年度末スナップショット(FISCALYEAR)は、月末とは別の年数で
      * 保存します。
      * イントラネットに公開した帳票のHTMLのページ（公開目録
      * PublishCatalog.txtに記録）は、スプールの世代と同じ日次の
      * 保存日数だけ残します。
      * 運用の記録のうち、済んだ行も次のとおり掃除します。
      *   ・帳票の依頼(ReportRequests.txt)の完了・失敗の行と、その
      *     出力ファイルは、日次の保存日数だけ残します。
      *   ・交替の引き継ぎ記録(ShiftHandover.txt)の確認済みの項目
      *     は、確認から日次の保存日数だけ残します。
      *   ・緊急の特別アクセスの事後の審査(BreakGlassReviews.txt)
      *     の審査済みの行は、監査ログの保管と同じ年度末の保存年数
      *     だけ残します。
      * どれも番号の最も大きい行は採番のために残し、未処理・未確認・
      * 未審査の行は期限にかかわらず残します。書き直しは、いったん
      * 控え(PurgeWork.tmp)へ複写し、控えから残す行だけを写します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-ARCHIVES.
           ASSIGN TO "../data/SpoolCatalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPOOL-CATALOG-STATUS.
         SELECT PUBLISH-CATALOG-FILE
           ASSIGN TO "../data/PublishCatalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PUBLISH-CATALOG-STATUS.
         SELECT REQUEST-FILE
           ASSIGN TO "../data/ReportRequests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-STATUS.
         SELECT HANDOVER-FILE
           ASSIGN TO "../data/ShiftHandover.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDOVER-STATUS.
         SELECT BREAK-GLASS-FILE
           ASSIGN TO "../data/BreakGlassReviews.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BREAK-GLASS-STATUS.
         SELECT PURGE-WORK-FILE
           ASSIGN TO "../data/PurgeWork.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  FR-FEED-NAME              PIC X(40).
         03  FR-RECORD-COUNT           PIC 9(6).
         03  FR-SUBSCRIBER-ID          PIC X(8).
         03  FR-FEED-KIND              PIC X(1).
         03  FR-DELIVERED-TIMESTAMP    PIC 9(14).
         03  FR-BYTE-COUNT             PIC 9(10).
         03  FR-DIGEST                 PIC 9(13).
      * スプールの目録。日次の保存日数を過ぎた世代を掃除します。
       FD  SPOOL-CATALOG-FILE.
       01  SPOOL-CATALOG-RECORD.
         03  SP-REPORT-TITLE           PIC X(40).
         03  SP-RUN-DATE               PIC 9(8).
         03  SP-PAGE-COUNT             PIC 9(3).
      * 公開したHTMLのページの目録。スプールの目録と同じ形で、
      * 日次の保存日数を過ぎたページを掃除します。
       FD  PUBLISH-CATALOG-FILE.
       01  PUBLISH-CATALOG-RECORD.
         03  PB-PAGE-NAME              PIC X(40).
         03  PB-REPORT-NAME            PIC X(40).
         03  PB-RUN-DATE               PIC 9(8).
         03  PB-ROW-COUNT              PIC 9(3).
      * 帳票の依頼の待ち行列。
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY "ReportRequestEntry".
      * 交替の引き継ぎ記録。
       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD.
           COPY "ShiftHandoverEntry".
      * 緊急の特別アクセスの事後の審査の一覧。
       FD  BREAK-GLASS-FILE.
       01  BREAK-GLASS-RECORD.
           COPY "BreakGlassReviewEntry".
      * 書き直すファイルの控え。
       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
       01  PARAMETERS-STATUS           PIC X(2).
         03  SPOOL-KEEP-ENTRY          OCCURS 500 PIC X(91).
       77  SPOOL-KEEP-INDEX            PIC 9(4).
       77  SPOOL-PURGED-COUNT          PIC 9(4) VALUE 0.
      * 公開したページの掃除の作業項目（残す行の控えはスプールと
      * 共用します）。
       01  PUBLISH-CATALOG-STATUS      PIC X(2).
         88  PUBLISH-CATALOG-OK        VALUE "00".
       77  PAGES-PURGED-COUNT          PIC 9(4) VALUE 0.
      * 運用の記録の掃除の作業項目。
       01  REQUEST-STATUS              PIC X(2).
       01  HANDOVER-STATUS             PIC X(2).
       01  BREAK-GLASS-STATUS          PIC X(2).
       01  PURGE-WORK-STATUS           PIC X(2).
         88  PURGE-WORK-OK             VALUE "00".
       77  PURGE-WORK-FILENAME         PIC X(80) VALUE
           "../data/PurgeWork.tmp".
       77  PURGE-SOURCE-FILENAME       PIC X(80).
       77  PURGE-COPIED-COUNT          PIC 9(6).
       77  HIGHEST-ENTRY-NUMBER        PIC 9(6).
       77  REQUESTS-PURGED-COUNT       PIC 9(6) VALUE 0.
       77  HANDOVERS-PURGED-COUNT      PIC 9(6) VALUE 0.
       77  REVIEWS-PURGED-COUNT        PIC 9(6) VALUE 0.

      * 履歴ログの一覧と、件ごとの判定。
       01  GENERATION-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  GENERATION-TABLE.
         03  GENERATION-ENTRY          OCCURS 300 INDEXED BY GX.
             05  GT-LOG-RECORD         PIC X(263).
             05  GT-DATE               PIC 9(8).
             05  GT-REGIONS-FILE       PIC X(80).
             05  GT-PREFECTURES-FILE   PIC X(80).
             05  GT-MUNICIPALITIES-FILE
                                       PIC X(80).
             05  GT-KEEP-SWITCH        PIC X(1).
               88  GT-KEPT             VALUE "Y".

         PERFORM PURGE-RUNLOG-ARCHIVES.
         PERFORM PURGE-AUDIT-ARCHIVES.
         PERFORM PURGE-SPOOL-GENERATIONS.
         PERFORM PURGE-PUBLISHED-PAGES.
         PERFORM PURGE-REPORT-REQUESTS.
         PERFORM PURGE-HANDOVER-LOG.
         PERFORM PURGE-BREAK-GLASS-REVIEWS.
         DISPLAY "-------------------------------------------------".
         DISPLAY "KEPT=" KEPT-COUNT " PURGED=" PURGED-COUNT
             " FEED COPIES PURGED=" FEED-PURGED-COUNT
             " SPOOLS PURGED=" SPOOL-PURGED-COUNT
             " PAGES PURGED=" PAGES-PURGED-COUNT.
         DISPLAY "REQUESTS PURGED=" REQUESTS-PURGED-COUNT
             " HANDOVER ITEMS PURGED=" HANDOVERS-PURGED-COUNT
             " BREAK-GLASS REVIEWS PURGED=" REVIEWS-PURGED-COUNT.
         DISPLAY "=================================================".
       PURGE-ARCHIVES-EXIT.
         GOBACK.
                       MOVE AL-REGIONS-FILE TO GT-REGIONS-FILE(GX);
                       MOVE AL-PREFECTURES-FILE
                           TO GT-PREFECTURES-FILE(GX);
                       MOVE AL-MUNICIPALITIES-FILE
                           TO GT-MUNICIPALITIES-FILE(GX);
                       MOVE "N" TO GT-KEEP-SWITCH(GX);
                   END-IF
               END-READ
         PERFORM DELETE-ONE-FILE.
         MOVE GT-PREFECTURES-FILE(GX) TO DELETE-FILENAME.
         PERFORM DELETE-ONE-FILE.
         IF GT-MUNICIPALITIES-FILE(GX) NOT = SPACES
           THEN
             MOVE GT-MUNICIPALITIES-FILE(GX) TO DELETE-FILENAME;
             PERFORM DELETE-ONE-FILE;
         END-IF.
       JUDGE-ONE-GENERATION-EXIT.
         EXIT.

       PURGE-SPOOL-GENERATIONS-EXIT.
         EXIT.

      ******************************************************************
      * 日次の保存日数を過ぎた公開済みのHTMLのページを削除し、残った
      * ページだけで公開目録を書き直します。
      ******************************************************************
       PURGE-PUBLISHED-PAGES SECTION.
         MOVE 0 TO SPOOL-KEEP-COUNT.
         OPEN INPUT PUBLISH-CATALOG-FILE.
         IF NOT PUBLISH-CATALOG-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PUBLISH-CATALOG-OK
           READ PUBLISH-CATALOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PB-RUN-DATE < DAILY-CUTOFF-DATE
                 THEN
                   MOVE SPACES TO DELETE-FILENAME;
                   STRING "../data/" DELIMITED BY SIZE
                       PB-PAGE-NAME DELIMITED BY SPACE
                       INTO DELETE-FILENAME;
                   CALL "CBL_DELETE_FILE" USING DELETE-FILENAME;
                   MOVE 0 TO RETURN-CODE;
                   ADD 1 TO PAGES-PURGED-COUNT;
                 ELSE
                   IF SPOOL-KEEP-COUNT < 500
                     THEN
                       ADD 1 TO SPOOL-KEEP-COUNT;
                       MOVE PUBLISH-CATALOG-RECORD
                           TO SPOOL-KEEP-ENTRY(SPOOL-KEEP-COUNT);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PUBLISH-CATALOG-FILE.
         OPEN OUTPUT PUBLISH-CATALOG-FILE.
         PERFORM VARYING SPOOL-KEEP-INDEX FROM 1 BY 1
             UNTIL SPOOL-KEEP-INDEX > SPOOL-KEEP-COUNT
           MOVE SPOOL-KEEP-ENTRY(SPOOL-KEEP-INDEX)
               TO PUBLISH-CATALOG-RECORD;
           WRITE PUBLISH-CATALOG-RECORD;
         END-PERFORM.
         CLOSE PUBLISH-CATALOG-FILE.
       PURGE-PUBLISHED-PAGES-EXIT.
         EXIT.

      ******************************************************************
      * 月末の保存月数を過ぎた実行ログの保管ファイル
      * (RunLogArchive-YYYYMM.txt)を削除します。期限の月からさらに
       DELETE-ONE-RETAINED-FEED-EXIT.
         EXIT.

      ******************************************************************
      * PURGE-SOURCE-FILENAMEのファイルを控えへ複写し、控えの先頭
      * 6桁（依頼・項目の番号）の最大値を求めます。複写できない
      * ときは、RETURN-CODE 4を返します。
      ******************************************************************
       COPY-TO-PURGE-WORK SECTION.
         MOVE 0 TO HIGHEST-ENTRY-NUMBER.
         CALL "COPY-TEXT-FILE" USING PURGE-SOURCE-FILENAME,
             PURGE-WORK-FILENAME, PURGE-COPIED-COUNT.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "PURGE-ARCHIVES: UNABLE TO COPY "
                 PURGE-SOURCE-FILENAME " -- NOT PURGED";
             MOVE 4 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT PURGE-WORK-FILE.
         PERFORM UNTIL NOT PURGE-WORK-OK
           READ PURGE-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PURGE-WORK-RECORD(1:6) IS NUMERIC
                   AND PURGE-WORK-RECORD(1:6) > HIGHEST-ENTRY-NUMBER
                 THEN
                   MOVE PURGE-WORK-RECORD(1:6)
                       TO HIGHEST-ENTRY-NUMBER;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PURGE-WORK-FILE.
         MOVE 0 TO RETURN-CODE.
       COPY-TO-PURGE-WORK-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の依頼の待ち行列から、日次の保存日数を過ぎた完了・失敗の
      * 行を取り除き、その出力ファイルを削除します。
      ******************************************************************
       PURGE-REPORT-REQUESTS SECTION.
         MOVE "../data/ReportRequests.txt" TO PURGE-SOURCE-FILENAME.
      * ファイルがまだ無ければ、掃除するものはありません。
         OPEN INPUT REQUEST-FILE.
         IF REQUEST-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         CLOSE REQUEST-FILE.
         PERFORM COPY-TO-PURGE-WORK.
         IF RETURN-CODE NOT = 0
           THEN
             MOVE 0 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT PURGE-WORK-FILE.
         OPEN OUTPUT REQUEST-FILE.
         PERFORM UNTIL NOT PURGE-WORK-OK
           READ PURGE-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE PURGE-WORK-RECORD TO REQUEST-RECORD
               IF (RQ-IS-DONE OR RQ-IS-FAILED)
                   AND RQ-PROCESSED-TIMESTAMP(1:8)
                       < DAILY-CUTOFF-DATE
                   AND RQ-REQUEST-NUMBER < HIGHEST-ENTRY-NUMBER
                 THEN
                   IF RQ-OUTPUT-FILE NOT = SPACES
                     THEN
                       MOVE SPACES TO DELETE-FILENAME
                       STRING "../data/" DELIMITED BY SIZE
                           RQ-OUTPUT-FILE DELIMITED BY SPACE
                           INTO DELETE-FILENAME
                       CALL "CBL_DELETE_FILE" USING DELETE-FILENAME
                   END-IF
                   ADD 1 TO REQUESTS-PURGED-COUNT
                 ELSE
                   WRITE REQUEST-RECORD
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PURGE-WORK-FILE.
         CLOSE REQUEST-FILE.
         CALL "CBL_DELETE_FILE" USING PURGE-WORK-FILENAME.
         MOVE 0 TO RETURN-CODE.
       PURGE-REPORT-REQUESTS-EXIT.
         EXIT.

      ******************************************************************
      * 交替の引き継ぎ記録から、確認から日次の保存日数を過ぎた確認
      * 済みの項目を取り除きます。
      ******************************************************************
       PURGE-HANDOVER-LOG SECTION.
         MOVE "../data/ShiftHandover.txt" TO PURGE-SOURCE-FILENAME.
      * ファイルがまだ無ければ、掃除するものはありません。
         OPEN INPUT HANDOVER-FILE.
         IF HANDOVER-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         CLOSE HANDOVER-FILE.
         PERFORM COPY-TO-PURGE-WORK.
         IF RETURN-CODE NOT = 0
           THEN
             MOVE 0 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT PURGE-WORK-FILE.
         OPEN OUTPUT HANDOVER-FILE.
         PERFORM UNTIL NOT PURGE-WORK-OK
           READ PURGE-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE PURGE-WORK-RECORD TO HANDOVER-RECORD
               IF HND-IS-ACKNOWLEDGED
                   AND HND-ACKNOWLEDGED-TIMESTAMP(1:8)
                       < DAILY-CUTOFF-DATE
                   AND HND-ENTRY-NUMBER < HIGHEST-ENTRY-NUMBER
                 THEN
                   ADD 1 TO HANDOVERS-PURGED-COUNT
                 ELSE
                   WRITE HANDOVER-RECORD
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PURGE-WORK-FILE.
         CLOSE HANDOVER-FILE.
         CALL "CBL_DELETE_FILE" USING PURGE-WORK-FILENAME.
         MOVE 0 TO RETURN-CODE.
       PURGE-HANDOVER-LOG-EXIT.
         EXIT.

      ******************************************************************
      * 緊急の特別アクセスの事後の審査の一覧から、審査から年度末の
      * 保存年数を過ぎた審査済みの行を取り除きます。監査ログの保管
      * ファイルと同じ期間だけ、審査の記録を残すためです。
      ******************************************************************
       PURGE-BREAK-GLASS-REVIEWS SECTION.
         MOVE "../data/BreakGlassReviews.txt"
             TO PURGE-SOURCE-FILENAME.
      * ファイルがまだ無ければ、掃除するものはありません。
         OPEN INPUT BREAK-GLASS-FILE.
         IF BREAK-GLASS-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         CLOSE BREAK-GLASS-FILE.
         PERFORM COPY-TO-PURGE-WORK.
         IF RETURN-CODE NOT = 0
           THEN
             MOVE 0 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN INPUT PURGE-WORK-FILE.
         OPEN OUTPUT BREAK-GLASS-FILE.
         PERFORM UNTIL NOT PURGE-WORK-OK
           READ PURGE-WORK-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE PURGE-WORK-RECORD TO BREAK-GLASS-RECORD
               IF BGR-IS-SIGNED-OFF
                   AND BGR-REVIEWED-TIMESTAMP(1:8)
                       < FISCALYEAR-CUTOFF-DATE
                 THEN
                   ADD 1 TO REVIEWS-PURGED-COUNT
                 ELSE
                   WRITE BREAK-GLASS-RECORD
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PURGE-WORK-FILE.
         CLOSE BREAK-GLASS-FILE.
         CALL "CBL_DELETE_FILE" USING PURGE-WORK-FILENAME.
         MOVE 0 TO RETURN-CODE.
       PURGE-BREAK-GLASS-REVIEWS-EXIT.
         EXIT.

      ******************************************************************
      * 残した世代だけで履歴ログを書き直します。
      ******************************************************************
