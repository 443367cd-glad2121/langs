      ******************************************************************
      * 帳票のイントラネット向けHTML公開です。スプールと画面にしか
      * 無かった帳票を、表(table)を持つHTMLのページとして書き出し
      * ます。対象と公開するページは次のとおりです。
      *   REGION-REPORT   … 地方別の都道府県数と全国構成比
      *                      (RegionReport-YYYYMMDD.html)
      *   DENSITY-REPORT  … 人口密度の全国順位と地方別小計
      *                      (DensityReport-YYYYMMDD.html)
      *   RANKING-REPORT  … 人口の多い順の全都道府県の順位と構成比
      *                      (RankingReport-YYYYMMDD.html)
      *   YEARBOOK-REPORT … 地方ごとの都道府県の統計と全国合計
      *                      (YearbookReport-YYYYMMDD.html)
      *   TREND-REPORT    … 履歴ログの最初と最後の世代の人口の推移
      *                      (TrendReport-YYYYMMDD.html)
      * 表題と項目名の見出しは、メッセージカタログ(MessageCatalog.
      * txt)の英語(E)と日本語(J)の行を並べた2か国語で出します。
      * ページ名の日付は基準日(AS-OF-DATE)です。
      *
      * 公開したページは公開目録(PublishCatalog.txt)へページ名・
      * 帳票名・実行日・行数を記録し、目録から各帳票の最新版とその
      * 実行日を並べた索引のページ(ReportIndex.html)を書き直します。
      * 公開したページの保存期間はスプールの世代と同じ日次の保存
      * 日数で、PURGE-ARCHIVESが目録にしたがって掃除します。
      *
      * REGION-BATCHが、夜間の実行が正常に終わったときに読み込み済み
      * のREGIONS表を渡して呼び出します。ページを書けなかった帳票が
      * あれば終了コード4を返します（夜間の実行は失敗にしません）。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLISH-REPORTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT HTML-FILE
           ASSIGN DYNAMIC HTML-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HTML-STATUS.
         SELECT MESSAGE-CATALOG-FILE
           ASSIGN TO "../data/MessageCatalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MESSAGE-CATALOG-STATUS.
         SELECT PUBLISH-CATALOG-FILE
           ASSIGN TO "../data/PublishCatalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PUBLISH-CATALOG-STATUS.
         SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "../data/ArchiveLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-LOG-STATUS.
         SELECT GENERATION-FILE
           ASSIGN DYNAMIC GENERATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENERATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 公開するHTMLのページ。
       FD  HTML-FILE.
       01  HTML-RECORD                 PIC X(400).
      * メッセージカタログファイル。
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
         03  CAT-MSG-NUMBER            PIC X(4).
         03  CAT-LANGUAGE              PIC X(1).
         03  CAT-TEXT                  PIC X(60).
      * 公開目録。スプールの目録と同じ形で、ページ名・帳票名・
      * 実行日・行数を1行1件で保持します。
       FD  PUBLISH-CATALOG-FILE.
       01  PUBLISH-CATALOG-RECORD.
         03  PB-PAGE-NAME              PIC X(40).
         03  PB-REPORT-NAME            PIC X(40).
         03  PB-RUN-DATE               PIC 9(8).
         03  PB-ROW-COUNT              PIC 9(3).
      * 履歴ログファイル。
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           COPY "ArchiveLogEntry".
      * 1世代分の都道府県履歴ファイル。
       FD  GENERATION-FILE.
       01  GENERATION-RECORD.
         03  GN-PREFECTURE-CODE        PIC X(2).
         03  GN-NAME                   PIC N(5).
         03  GN-REGION-CODE            PIC X(2).
         03  GN-POPULATION             PIC 9(8).
         03  GN-AREA-SQKM              PIC 9(5)V99.
         03  GN-ENGLISH-NAME           PIC X(20).
         03  GN-CAPITAL-NAME           PIC N(5).
         03  GN-KANA-NAME              PIC N(10).

       WORKING-STORAGE SECTION.
       01  HTML-STATUS                 PIC X(2).
       77  HTML-FILENAME               PIC X(80).
       01  MESSAGE-CATALOG-STATUS      PIC X(2).
         88  MESSAGE-CATALOG-OK        VALUE "00".
       01  PUBLISH-CATALOG-STATUS      PIC X(2).
         88  PUBLISH-CATALOG-OK        VALUE "00".
       01  ARCHIVE-LOG-STATUS          PIC X(2).
         88  ARCHIVE-LOG-STATUS-OK     VALUE "00".
       01  GENERATION-STATUS           PIC X(2).
         88  GENERATION-STATUS-OK      VALUE "00".
       77  GENERATION-FILENAME         PIC X(80).

      * 公開する帳票の定義（帳票名・表題のメッセージ番号・ページ名
      * の基底）。索引のページもこの順に並べます。
       01  REPORT-DEFINITION-VALUES.
         03  FILLER                    PIC X(38) VALUE
             "REGION-REPORT       0001RegionReport  ".
         03  FILLER                    PIC X(38) VALUE
             "DENSITY-REPORT      0401DensityReport ".
         03  FILLER                    PIC X(38) VALUE
             "RANKING-REPORT      0402RankingReport ".
         03  FILLER                    PIC X(38) VALUE
             "YEARBOOK-REPORT     0403YearbookReport".
         03  FILLER                    PIC X(38) VALUE
             "TREND-REPORT        0404TrendReport   ".
       01  REPORT-DEFINITION-TABLE REDEFINES REPORT-DEFINITION-VALUES.
         03  REPORT-DEFINITION         OCCURS 5 INDEXED BY DX.
             05  DF-REPORT-NAME        PIC X(20).
             05  DF-TITLE-NUMBER       PIC X(4).
             05  DF-PAGE-BASE          PIC X(14).
       77  REPORT-DEFINITION-COUNT     PIC 9(1) VALUE 5.

      * メモリ上に読み込んだカタログ（番号ごとに英語と日本語の対
      * で保持します）。
       01  MESSAGE-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  MESSAGE-TABLE.
         03  MESSAGE-ENTRY             OCCURS 200 INDEXED BY MX.
             05  MT-MSG-NUMBER         PIC X(4).
             05  MT-ENGLISH-TEXT       PIC X(60).
             05  MT-JAPANESE-TEXT      PIC X(60).
      * 2か国語の文言の検索の項目。
       77  MSG-NUMBER                  PIC X(4).
       77  ENGLISH-TEXT                PIC X(60).
       77  JAPANESE-TEXT               PIC X(60).

      * メモリ上に読み込んだ公開目録（書き直すために全行を保ち
      * ます）。
       01  PUBLISH-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  PUBLISH-TABLE.
         03  PUBLISH-ENTRY             OCCURS 500 INDEXED BY PX.
             05  PT-PAGE-NAME          PIC X(40).
             05  PT-REPORT-NAME        PIC X(40).
             05  PT-RUN-DATE           PIC 9(8).
             05  PT-ROW-COUNT          PIC 9(3).
      * 索引のページの作業項目（帳票ごとの最新版）。
       77  LATEST-PAGE-NAME            PIC X(40).
       77  LATEST-RUN-DATE             PIC 9(8).
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 書き出し中のページの項目。
       77  PAGE-NAME                   PIC X(40).
       77  PAGE-ROW-COUNT              PIC 9(3).
       77  PUBLISHED-PAGE-COUNT        PIC 9(2) VALUE 0.
       01  PAGE-OPEN-SWITCH            PIC X VALUE "N".
         88  PAGE-IS-OPEN              VALUE "Y".
         88  PAGE-IS-CLOSED            VALUE "N".
       77  RUN-DATE-X                  PIC X(8).

      * HTMLの1行の組み立て領域。セルを順に継ぎ足します。
       01  HTML-LINE                   PIC X(400).
       77  LINE-POINTER                PIC 9(3).
       77  CELL-TEXT                   PIC X(60).
       77  CELL-NUMBER                 PIC X(20).
       77  NUMBER-START                PIC 9(2).
      * 日本語名を英数字として扱うための領域。
       01  NAME-HOLD.
         03  NAME-WORK                 PIC N(10).

      * 全国の都道府県を1列に並べた順位付け用の表。
       01  RANK-TABLE-COUNT            PIC 9(3) VALUE ZERO.
       01  RANK-TABLE.
         03  RANK-ENTRY                OCCURS 50 INDEXED BY RX.
             05  RK-PREFECTURE-CODE    PIC X(2).
             05  RK-PREFECTURE-NAME    PIC N(5).
             05  RK-REGION-CODE        PIC X(2).
             05  RK-POPULATION         PIC 9(8).
             05  RK-AREA-SQKM          PIC 9(5)V99.
             05  RK-DENSITY            PIC 9(7)V99.
             05  RK-SORT-KEY           PIC 9(8)V99.
      * 順位付け（単純選択法）の作業項目。
       77  RX1                         PIC 9(3).
       77  RX2                         PIC 9(3).
       01  RANK-WORK-ENTRY.
         03  RW-PREFECTURE-CODE        PIC X(2).
         03  RW-PREFECTURE-NAME        PIC N(5).
         03  RW-REGION-CODE            PIC X(2).
         03  RW-POPULATION             PIC 9(8).
         03  RW-AREA-SQKM              PIC 9(5)V99.
         03  RW-DENSITY                PIC 9(7)V99.
         03  RW-SORT-KEY               PIC 9(8)V99.

      * 推移のページのための、履歴ログの最初と最後の世代。
       77  FIRST-GENERATION-DATE       PIC 9(8) VALUE 0.
       77  FIRST-GENERATION-FILE       PIC X(80).
       77  LAST-GENERATION-DATE        PIC 9(8) VALUE 0.
       77  LAST-GENERATION-FILE        PIC X(80).
       77  GENERATION-COUNT            PIC 9(3) VALUE 0.
      * 世代集計の行き先（F=最初の世代 L=最後の世代）。
       77  GENERATION-SIDE             PIC X(1).
       01  TREND-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  TREND-TABLE.
         03  TREND-ENTRY               OCCURS 60 INDEXED BY TX.
             05  TT-PREFECTURE-CODE    PIC X(2).
             05  TT-PREFECTURE-NAME    PIC N(5).
             05  TT-FIRST-POPULATION   PIC 9(8).
             05  TT-LAST-POPULATION    PIC 9(8).

      * 集計と表示の作業項目。
       77  NATIONAL-PREFECTURE-COUNT   PIC 9(3).
       77  NATIONAL-POPULATION         PIC 9(10).
       77  NATIONAL-AREA-SQKM          PIC 9(8)V99.
       77  NATIONAL-MUNI-COUNT         PIC 9(5).
       77  REGION-POPULATION           PIC 9(10).
       77  REGION-AREA-SQKM            PIC 9(7)V99.
       77  REGION-MUNI-COUNT           PIC 9(4).
       77  DENSITY-WORK                PIC 9(7)V99.
       77  PERCENT-WORK                PIC 9(3)V9.
       77  POPULATION-DIFFERENCE       PIC S9(10).
       77  CHANGE-PERCENT              PIC S9(5)V9.
       77  RANK-NUMBER                 PIC 9(3).
       77  RANK-EDIT                   PIC ZZ9.
       77  COUNT-EDIT                  PIC ZZ,ZZ9.
       77  POPULATION-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.
       77  AREA-EDIT                   PIC ZZ,ZZZ,ZZ9.99.
       77  DENSITY-EDIT                PIC Z,ZZZ,ZZ9.99.
       77  PERCENT-EDIT                PIC ZZ9.9.
       77  CHANGE-PERCENT-EDIT         PIC -ZZZZ9.9.

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".
       77  AS-OF-DATE                  PIC 9(8).

       PROCEDURE DIVISION USING REGIONS, AS-OF-DATE.
         MOVE 0 TO RETURN-CODE.
         MOVE 0 TO PUBLISHED-PAGE-COUNT.
         MOVE AS-OF-DATE TO RUN-DATE-X.
         PERFORM LOAD-MESSAGE-CATALOG.
         PERFORM LOAD-PUBLISH-CATALOG.
         PERFORM PUBLISH-REGION-PAGE.
         PERFORM PUBLISH-DENSITY-PAGE.
         PERFORM PUBLISH-RANKING-PAGE.
         PERFORM PUBLISH-YEARBOOK-PAGE.
         PERFORM PUBLISH-TREND-PAGE.
         PERFORM SAVE-PUBLISH-CATALOG.
         PERFORM WRITE-INDEX-PAGE.
         DISPLAY "PUBLISH-REPORTS: PAGES=" PUBLISHED-PAGE-COUNT
             " RUN-DATE=" AS-OF-DATE.
       PUBLISH-REPORTS-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 地方別の都道府県数と全国構成比のページです（REGION-REPORT
      * と同じ内容）。
      ******************************************************************
       PUBLISH-REGION-PAGE SECTION.
         SET DX TO 1.
         PERFORM OPEN-REPORT-PAGE.
         IF PAGE-IS-CLOSED
           THEN
             EXIT SECTION;
         END-IF.
         MOVE 0 TO NATIONAL-PREFECTURE-COUNT.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           ADD PREFECTURES-COUNT(I) TO NATIONAL-PREFECTURE-COUNT
         END-PERFORM.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0411" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0412" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0427" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0414" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0415" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           IF NATIONAL-PREFECTURE-COUNT = 0
             THEN
               MOVE 0 TO PERCENT-WORK;
             ELSE
               COMPUTE PERCENT-WORK ROUNDED =
                   PREFECTURES-COUNT(I) * 100
                   / NATIONAL-PREFECTURE-COUNT;
           END-IF;
           PERFORM BEGIN-HTML-LINE;
           PERFORM APPEND-ROW-START;
           MOVE REGION-CODE(I) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE REGION-NAME(I) TO NAME-WORK;
           MOVE NAME-HOLD TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE REGION-ENGLISH-NAME(I) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE PREFECTURES-COUNT(I) TO COUNT-EDIT;
           MOVE COUNT-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE PERCENT-WORK TO PERCENT-EDIT;
           MOVE PERCENT-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           PERFORM END-HTML-ROW;
           ADD 1 TO PAGE-ROW-COUNT;
         END-PERFORM.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0426" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE SPACES TO CELL-TEXT.
         PERFORM ADD-TEXT-CELL.
         PERFORM ADD-TEXT-CELL.
         MOVE NATIONAL-PREFECTURE-COUNT TO COUNT-EDIT.
         MOVE COUNT-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE 100 TO PERCENT-EDIT.
         MOVE PERCENT-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         PERFORM END-HTML-ROW.
         PERFORM END-TABLE.
         PERFORM CLOSE-REPORT-PAGE.
       PUBLISH-REGION-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 人口密度の全国順位と地方別小計のページです（DENSITY-REPORT
      * と同じ内容）。
      ******************************************************************
       PUBLISH-DENSITY-PAGE SECTION.
         SET DX TO 2.
         PERFORM OPEN-REPORT-PAGE.
         IF PAGE-IS-CLOSED
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM BUILD-RANK-TABLE.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RANK-TABLE-COUNT
           MOVE RK-DENSITY(RX) TO RK-SORT-KEY(RX)
         END-PERFORM.
         PERFORM SORT-RANK-TABLE.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0416" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0411" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0413" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0412" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0419" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0417" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0418" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         MOVE 0 TO RANK-NUMBER.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RANK-TABLE-COUNT
           ADD 1 TO RANK-NUMBER;
           PERFORM BEGIN-HTML-LINE;
           PERFORM APPEND-ROW-START;
           MOVE RANK-NUMBER TO RANK-EDIT;
           MOVE RANK-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE RK-PREFECTURE-CODE(RX) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE RK-PREFECTURE-NAME(RX) TO NAME-WORK;
           MOVE NAME-HOLD TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE RK-REGION-CODE(RX) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE RK-DENSITY(RX) TO DENSITY-EDIT;
           MOVE DENSITY-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE RK-POPULATION(RX) TO POPULATION-EDIT;
           MOVE POPULATION-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE RK-AREA-SQKM(RX) TO AREA-EDIT;
           MOVE AREA-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           PERFORM END-HTML-ROW;
           ADD 1 TO PAGE-ROW-COUNT;
         END-PERFORM.
         PERFORM END-TABLE.
         MOVE "0428" TO MSG-NUMBER.
         PERFORM WRITE-SECTION-HEADING.
         PERFORM WRITE-REGION-SUMMARY-TABLE.
         PERFORM CLOSE-REPORT-PAGE.
       PUBLISH-DENSITY-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 人口の多い順の全都道府県の順位のページです。RANKING-REPORT
      * は並べ替えキーと件数をオペレーターに尋ねるため、公開版は
      * 人口・降順・全件に固定し、人口と面積の全国構成比を付け
      * ます。
      ******************************************************************
       PUBLISH-RANKING-PAGE SECTION.
         SET DX TO 3.
         PERFORM OPEN-REPORT-PAGE.
         IF PAGE-IS-CLOSED
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM BUILD-RANK-TABLE.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RANK-TABLE-COUNT
           MOVE RK-POPULATION(RX) TO RK-SORT-KEY(RX)
         END-PERFORM.
         PERFORM SORT-RANK-TABLE.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0416" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0411" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0413" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0417" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0415" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0418" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0429" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         MOVE 0 TO RANK-NUMBER.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RANK-TABLE-COUNT
           ADD 1 TO RANK-NUMBER;
           PERFORM BEGIN-HTML-LINE;
           PERFORM APPEND-ROW-START;
           MOVE RANK-NUMBER TO RANK-EDIT;
           MOVE RANK-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE RK-PREFECTURE-CODE(RX) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE RK-PREFECTURE-NAME(RX) TO NAME-WORK;
           MOVE NAME-HOLD TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE RK-POPULATION(RX) TO POPULATION-EDIT;
           MOVE POPULATION-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE 0 TO PERCENT-WORK;
           IF NATIONAL-POPULATION > 0
             THEN
               COMPUTE PERCENT-WORK ROUNDED =
                   RK-POPULATION(RX) * 100 / NATIONAL-POPULATION;
           END-IF;
           MOVE PERCENT-WORK TO PERCENT-EDIT;
           MOVE PERCENT-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE RK-AREA-SQKM(RX) TO AREA-EDIT;
           MOVE AREA-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE 0 TO PERCENT-WORK;
           IF NATIONAL-AREA-SQKM > 0
             THEN
               COMPUTE PERCENT-WORK ROUNDED =
                   RK-AREA-SQKM(RX) * 100 / NATIONAL-AREA-SQKM;
           END-IF;
           MOVE PERCENT-WORK TO PERCENT-EDIT;
           MOVE PERCENT-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           PERFORM END-HTML-ROW;
           ADD 1 TO PAGE-ROW-COUNT;
         END-PERFORM.
         PERFORM END-TABLE.
         PERFORM CLOSE-REPORT-PAGE.
       PUBLISH-RANKING-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 年刊統計要覧のページです。地方ごとに都道府県の人口・面積・
      * 密度・市区町村数の表と地方の小計を並べ、最後に地方別の
      * 合計と全国合計の表を付けます。
      ******************************************************************
       PUBLISH-YEARBOOK-PAGE SECTION.
         SET DX TO 4.
         PERFORM OPEN-REPORT-PAGE.
         IF PAGE-IS-CLOSED
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM WRITE-YEARBOOK-REGION
         END-PERFORM.
         MOVE "0428" TO MSG-NUMBER.
         PERFORM WRITE-SECTION-HEADING.
         PERFORM WRITE-REGION-SUMMARY-TABLE.
         PERFORM CLOSE-REPORT-PAGE.
       PUBLISH-YEARBOOK-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 年刊統計要覧の地方1件分（見出しと都道府県の表）を書き出し
      * ます。
      ******************************************************************
       WRITE-YEARBOOK-REGION SECTION.
         PERFORM BEGIN-HTML-LINE.
         MOVE REGION-NAME(I) TO NAME-WORK.
         STRING "<h2>" DELIMITED BY SIZE
             REGION-CODE(I) " " DELIMITED BY SIZE
             NAME-HOLD DELIMITED BY "  "
             " / " DELIMITED BY SIZE
             REGION-ENGLISH-NAME(I) DELIMITED BY "  "
             "</h2>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0411" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0413" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0427" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0417" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0418" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0419" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0425" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         MOVE 0 TO REGION-POPULATION.
         MOVE 0 TO REGION-AREA-SQKM.
         MOVE 0 TO REGION-MUNI-COUNT.
         PERFORM VARYING J FROM 1 BY 1 UNTIL J > PREFECTURES-COUNT(I)
           ADD POPULATION OF PREFECTURE(I, J) TO REGION-POPULATION;
           ADD AREA-SQKM OF PREFECTURE(I, J) TO REGION-AREA-SQKM;
           ADD MUNICIPALITIES-COUNT(I, J) TO REGION-MUNI-COUNT;
           MOVE 0 TO DENSITY-WORK;
           IF AREA-SQKM OF PREFECTURE(I, J) > 0
             THEN
               COMPUTE DENSITY-WORK ROUNDED =
                   POPULATION OF PREFECTURE(I, J)
                   / AREA-SQKM OF PREFECTURE(I, J);
           END-IF;
           PERFORM BEGIN-HTML-LINE;
           PERFORM APPEND-ROW-START;
           MOVE PREFECTURE-CODE(I, J) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE PREFECTURE-NAME(I, J) TO NAME-WORK;
           MOVE NAME-HOLD TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE ENGLISH-NAME OF PREFECTURE(I, J) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE POPULATION OF PREFECTURE(I, J) TO POPULATION-EDIT;
           MOVE POPULATION-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE AREA-SQKM OF PREFECTURE(I, J) TO AREA-EDIT;
           MOVE AREA-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE DENSITY-WORK TO DENSITY-EDIT;
           MOVE DENSITY-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE MUNICIPALITIES-COUNT(I, J) TO COUNT-EDIT;
           MOVE COUNT-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           PERFORM END-HTML-ROW;
           ADD 1 TO PAGE-ROW-COUNT;
         END-PERFORM.
         MOVE 0 TO DENSITY-WORK.
         IF REGION-AREA-SQKM > 0
           THEN
             COMPUTE DENSITY-WORK ROUNDED =
                 REGION-POPULATION / REGION-AREA-SQKM;
         END-IF.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0430" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE SPACES TO CELL-TEXT.
         PERFORM ADD-TEXT-CELL.
         PERFORM ADD-TEXT-CELL.
         MOVE REGION-POPULATION TO POPULATION-EDIT.
         MOVE POPULATION-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE REGION-AREA-SQKM TO AREA-EDIT.
         MOVE AREA-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE DENSITY-WORK TO DENSITY-EDIT.
         MOVE DENSITY-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE REGION-MUNI-COUNT TO COUNT-EDIT.
         MOVE COUNT-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         PERFORM END-HTML-ROW.
         PERFORM END-TABLE.
       WRITE-YEARBOOK-REGION-EXIT.
         EXIT.

      ******************************************************************
      * 履歴ログの最初と最後の世代の人口の推移のページです。TREND-
      * REPORTと同じ増減率を、範囲を尋ねずに履歴ログの全範囲で
      * 求めます。世代が2つ未満のときはその旨だけを載せます。
      ******************************************************************
       PUBLISH-TREND-PAGE SECTION.
         SET DX TO 5.
         PERFORM OPEN-REPORT-PAGE.
         IF PAGE-IS-CLOSED
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM FIND-TREND-GENERATIONS.
         IF GENERATION-COUNT < 2
           THEN
             MOVE "0431" TO MSG-NUMBER;
             PERFORM WRITE-SECTION-HEADING;
             PERFORM CLOSE-REPORT-PAGE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO TREND-TABLE-COUNT.
         MOVE FIRST-GENERATION-FILE TO GENERATION-FILENAME.
         MOVE "F" TO GENERATION-SIDE.
         PERFORM LOAD-TREND-GENERATION.
         MOVE LAST-GENERATION-FILE TO GENERATION-FILENAME.
         MOVE "L" TO GENERATION-SIDE.
         PERFORM LOAD-TREND-GENERATION.
         PERFORM BEGIN-HTML-LINE.
         STRING "<p>" FIRST-GENERATION-DATE " - "
             LAST-GENERATION-DATE " (" GENERATION-COUNT ")</p>"
             DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0411" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0413" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0420" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0421" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0422" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TREND-TABLE-COUNT
           MOVE 0 TO CHANGE-PERCENT;
           IF TT-FIRST-POPULATION(TX) > 0
             THEN
               COMPUTE POPULATION-DIFFERENCE =
                   TT-LAST-POPULATION(TX) - TT-FIRST-POPULATION(TX);
               COMPUTE CHANGE-PERCENT ROUNDED =
                   POPULATION-DIFFERENCE * 100
                   / TT-FIRST-POPULATION(TX);
           END-IF;
           PERFORM BEGIN-HTML-LINE;
           PERFORM APPEND-ROW-START;
           MOVE TT-PREFECTURE-CODE(TX) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE TT-PREFECTURE-NAME(TX) TO NAME-WORK;
           MOVE NAME-HOLD TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE TT-FIRST-POPULATION(TX) TO POPULATION-EDIT;
           MOVE POPULATION-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE TT-LAST-POPULATION(TX) TO POPULATION-EDIT;
           MOVE POPULATION-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           MOVE CHANGE-PERCENT TO CHANGE-PERCENT-EDIT;
           MOVE CHANGE-PERCENT-EDIT TO CELL-NUMBER;
           PERFORM ADD-NUMBER-CELL;
           PERFORM END-HTML-ROW;
           ADD 1 TO PAGE-ROW-COUNT;
         END-PERFORM.
         PERFORM END-TABLE.
         PERFORM CLOSE-REPORT-PAGE.
       PUBLISH-TREND-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 履歴ログから最も古い世代と最も新しい世代を選びます。
      ******************************************************************
       FIND-TREND-GENERATIONS SECTION.
         MOVE 0 TO GENERATION-COUNT.
         MOVE 0 TO FIRST-GENERATION-DATE.
         MOVE 0 TO LAST-GENERATION-DATE.
         OPEN INPUT ARCHIVE-LOG-FILE.
         IF NOT ARCHIVE-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ARCHIVE-LOG-STATUS-OK
           READ ARCHIVE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO GENERATION-COUNT;
               IF FIRST-GENERATION-DATE = 0
                   OR AL-ARCHIVE-DATE < FIRST-GENERATION-DATE
                 THEN
                   MOVE AL-ARCHIVE-DATE TO FIRST-GENERATION-DATE;
                   MOVE AL-PREFECTURES-FILE
                       TO FIRST-GENERATION-FILE;
               END-IF;
               IF AL-ARCHIVE-DATE >= LAST-GENERATION-DATE
                 THEN
                   MOVE AL-ARCHIVE-DATE TO LAST-GENERATION-DATE;
                   MOVE AL-PREFECTURES-FILE
                       TO LAST-GENERATION-FILE;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE ARCHIVE-LOG-FILE.
       FIND-TREND-GENERATIONS-EXIT.
         EXIT.

      ******************************************************************
      * 1世代分の都道府県履歴ファイルを推移の表へ積み上げます。
      * 最初の世代で行を作り、最後の世代で人口を埋めます。
      ******************************************************************
       LOAD-TREND-GENERATION SECTION.
         OPEN INPUT GENERATION-FILE.
         IF NOT GENERATION-STATUS-OK
           THEN
             DISPLAY "PUBLISH-REPORTS: UNABLE TO OPEN GENERATION "
                 GENERATION-FILENAME;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT GENERATION-STATUS-OK
           READ GENERATION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF GN-PREFECTURE-CODE NOT = "T9"
                 THEN
                   PERFORM TRACK-TREND-PREFECTURE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE GENERATION-FILE.
       LOAD-TREND-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 世代の1行を推移の表の該当する都道府県へ記録します。
      ******************************************************************
       TRACK-TREND-PREFECTURE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING TX FROM 1 BY 1
             UNTIL TX > TREND-TABLE-COUNT OR ENTRY-FOUND
           IF TT-PREFECTURE-CODE(TX) = GN-PREFECTURE-CODE
             THEN
               SET ENTRY-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET TX DOWN BY 1;
           ELSE
             IF TREND-TABLE-COUNT >= 60
               THEN
                 EXIT SECTION;
             END-IF;
             ADD 1 TO TREND-TABLE-COUNT;
             SET TX TO TREND-TABLE-COUNT;
             MOVE GN-PREFECTURE-CODE TO TT-PREFECTURE-CODE(TX);
             MOVE 0 TO TT-FIRST-POPULATION(TX);
             MOVE 0 TO TT-LAST-POPULATION(TX);
         END-IF.
         MOVE GN-NAME TO TT-PREFECTURE-NAME(TX).
         IF GENERATION-SIDE = "F"
           THEN
             MOVE GN-POPULATION TO TT-FIRST-POPULATION(TX);
           ELSE
             MOVE GN-POPULATION TO TT-LAST-POPULATION(TX);
         END-IF.
       TRACK-TREND-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 地方別の人口・面積・密度の小計と全国合計の表を書き出します
      * （人口密度と年刊統計要覧のページで共用します）。
      ******************************************************************
       WRITE-REGION-SUMMARY-TABLE SECTION.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0411" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0412" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0417" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0418" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0419" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0425" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         MOVE 0 TO NATIONAL-POPULATION.
         MOVE 0 TO NATIONAL-AREA-SQKM.
         MOVE 0 TO NATIONAL-MUNI-COUNT.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           MOVE 0 TO REGION-POPULATION;
           MOVE 0 TO REGION-AREA-SQKM;
           MOVE 0 TO REGION-MUNI-COUNT;
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             ADD POPULATION OF PREFECTURE(I, J) TO REGION-POPULATION;
             ADD AREA-SQKM OF PREFECTURE(I, J) TO REGION-AREA-SQKM;
             ADD MUNICIPALITIES-COUNT(I, J) TO REGION-MUNI-COUNT;
           END-PERFORM;
           ADD REGION-POPULATION TO NATIONAL-POPULATION;
           ADD REGION-AREA-SQKM TO NATIONAL-AREA-SQKM;
           ADD REGION-MUNI-COUNT TO NATIONAL-MUNI-COUNT;
           MOVE 0 TO DENSITY-WORK;
           IF REGION-AREA-SQKM > 0
             THEN
               COMPUTE DENSITY-WORK ROUNDED =
                   REGION-POPULATION / REGION-AREA-SQKM;
           END-IF;
           PERFORM BEGIN-HTML-LINE;
           PERFORM APPEND-ROW-START;
           MOVE REGION-CODE(I) TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           MOVE REGION-NAME(I) TO NAME-WORK;
           MOVE NAME-HOLD TO CELL-TEXT;
           PERFORM ADD-TEXT-CELL;
           PERFORM ADD-SUMMARY-FIGURES;
           PERFORM END-HTML-ROW;
           ADD 1 TO PAGE-ROW-COUNT;
         END-PERFORM.
         MOVE NATIONAL-POPULATION TO REGION-POPULATION.
         MOVE NATIONAL-AREA-SQKM TO REGION-AREA-SQKM.
         MOVE NATIONAL-MUNI-COUNT TO REGION-MUNI-COUNT.
         MOVE 0 TO DENSITY-WORK.
         IF NATIONAL-AREA-SQKM > 0
           THEN
             COMPUTE DENSITY-WORK ROUNDED =
                 NATIONAL-POPULATION / NATIONAL-AREA-SQKM;
         END-IF.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0426" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE SPACES TO CELL-TEXT.
         PERFORM ADD-TEXT-CELL.
         PERFORM ADD-SUMMARY-FIGURES.
         PERFORM END-HTML-ROW.
         PERFORM END-TABLE.
       WRITE-REGION-SUMMARY-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 小計・合計の行の人口・面積・密度・市区町村数のセルを継ぎ
      * 足します。
      ******************************************************************
       ADD-SUMMARY-FIGURES SECTION.
         MOVE REGION-POPULATION TO POPULATION-EDIT.
         MOVE POPULATION-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE REGION-AREA-SQKM TO AREA-EDIT.
         MOVE AREA-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE DENSITY-WORK TO DENSITY-EDIT.
         MOVE DENSITY-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
         MOVE REGION-MUNI-COUNT TO COUNT-EDIT.
         MOVE COUNT-EDIT TO CELL-NUMBER.
         PERFORM ADD-NUMBER-CELL.
       ADD-SUMMARY-FIGURES-EXIT.
         EXIT.

      ******************************************************************
      * REGIONS表の都道府県を1列の順位付け用の表に写し、密度と
      * 全国の人口・面積を求めます。
      ******************************************************************
       BUILD-RANK-TABLE SECTION.
         MOVE 0 TO RANK-TABLE-COUNT.
         MOVE 0 TO NATIONAL-POPULATION.
         MOVE 0 TO NATIONAL-AREA-SQKM.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
                   OR RANK-TABLE-COUNT >= 50
             ADD 1 TO RANK-TABLE-COUNT;
             SET RX TO RANK-TABLE-COUNT;
             MOVE PREFECTURE-CODE(I, J) TO RK-PREFECTURE-CODE(RX);
             MOVE PREFECTURE-NAME(I, J) TO RK-PREFECTURE-NAME(RX);
             MOVE REGION-CODE(I) TO RK-REGION-CODE(RX);
             MOVE POPULATION OF PREFECTURE(I, J)
                 TO RK-POPULATION(RX);
             MOVE AREA-SQKM OF PREFECTURE(I, J) TO RK-AREA-SQKM(RX);
             MOVE 0 TO RK-DENSITY(RX);
             IF AREA-SQKM OF PREFECTURE(I, J) > 0
               THEN
                 COMPUTE RK-DENSITY(RX) ROUNDED =
                     POPULATION OF PREFECTURE(I, J)
                     / AREA-SQKM OF PREFECTURE(I, J);
             END-IF;
             MOVE 0 TO RK-SORT-KEY(RX);
             ADD POPULATION OF PREFECTURE(I, J)
                 TO NATIONAL-POPULATION;
             ADD AREA-SQKM OF PREFECTURE(I, J) TO NATIONAL-AREA-SQKM;
           END-PERFORM
         END-PERFORM.
       BUILD-RANK-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 順位付け用の表を並べ替えキーの大きい順に並べ替えます（単純
      * 選択法）。
      ******************************************************************
       SORT-RANK-TABLE SECTION.
         PERFORM VARYING RX1 FROM 1 BY 1
             UNTIL RX1 >= RANK-TABLE-COUNT
           COMPUTE RX2 = RX1 + 1;
           PERFORM VARYING RX2 FROM RX2 BY 1
               UNTIL RX2 > RANK-TABLE-COUNT
             IF RK-SORT-KEY(RX1) < RK-SORT-KEY(RX2)
               THEN
                 MOVE RANK-ENTRY(RX1) TO RANK-WORK-ENTRY;
                 MOVE RANK-ENTRY(RX2) TO RANK-ENTRY(RX1);
                 MOVE RANK-WORK-ENTRY TO RANK-ENTRY(RX2);
             END-IF
           END-PERFORM
         END-PERFORM.
       SORT-RANK-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * DXが指す帳票のページを開き、文書の頭・2か国語の表題・実行
      * 日・索引への戻りのリンクを書き出します。開けなければ終了
      * コード4を立ててその帳票を飛ばします。
      ******************************************************************
       OPEN-REPORT-PAGE SECTION.
         SET PAGE-IS-CLOSED TO TRUE.
         MOVE 0 TO PAGE-ROW-COUNT.
         MOVE SPACES TO PAGE-NAME.
         STRING DF-PAGE-BASE(DX) DELIMITED BY SPACE
             "-" RUN-DATE-X ".html" DELIMITED BY SIZE
             INTO PAGE-NAME.
         MOVE SPACES TO HTML-FILENAME.
         STRING "../data/" PAGE-NAME DELIMITED BY SIZE
             INTO HTML-FILENAME.
         OPEN OUTPUT HTML-FILE.
         IF HTML-STATUS NOT = "00"
           THEN
             DISPLAY "PUBLISH-REPORTS: UNABLE TO OPEN PAGE "
                 PAGE-NAME " STATUS=" HTML-STATUS;
             MOVE 4 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         SET PAGE-IS-OPEN TO TRUE.
         MOVE DF-TITLE-NUMBER(DX) TO MSG-NUMBER.
         PERFORM WRITE-DOCUMENT-HEAD.
         PERFORM BEGIN-HTML-LINE.
         STRING '<p><a href="ReportIndex.html">' DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         MOVE "0405" TO MSG-NUMBER.
         PERFORM APPEND-BILINGUAL-TEXT.
         STRING "</a></p>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
       OPEN-REPORT-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * ページを閉じ、公開目録の表へ記録します。
      ******************************************************************
       CLOSE-REPORT-PAGE SECTION.
         PERFORM WRITE-DOCUMENT-TAIL.
         CLOSE HTML-FILE.
         SET PAGE-IS-CLOSED TO TRUE.
         ADD 1 TO PUBLISHED-PAGE-COUNT.
         PERFORM REGISTER-PUBLISHED-PAGE.
       CLOSE-REPORT-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 文書の頭（文字コード・表の体裁・2か国語の表題・実行日）を
      * 書き出します。表題はMSG-NUMBERのメッセージです。
      ******************************************************************
       WRITE-DOCUMENT-HEAD SECTION.
         MOVE "<!DOCTYPE html>" TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE '<html lang="ja">' TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE '<head><meta charset="UTF-8">' TO HTML-RECORD.
         WRITE HTML-RECORD.
         PERFORM BEGIN-HTML-LINE.
         STRING "<title>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM APPEND-BILINGUAL-TEXT.
         STRING "</title>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
         MOVE "<style>" TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE "table { border-collapse: collapse; margin-bottom: 1em; }"
             TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE "th, td { border: 1px solid #999999; padding: 2px 6px; }"
             TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE "td.num { text-align: right; }" TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE "</style></head>" TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE "<body>" TO HTML-RECORD.
         WRITE HTML-RECORD.
         PERFORM BEGIN-HTML-LINE.
         STRING "<h1>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM APPEND-BILINGUAL-LINES.
         STRING "</h1>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
         PERFORM BEGIN-HTML-LINE.
         STRING "<p>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         MOVE "0424" TO MSG-NUMBER.
         PERFORM APPEND-BILINGUAL-TEXT.
         STRING ": " RUN-DATE-X "</p>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
       WRITE-DOCUMENT-HEAD-EXIT.
         EXIT.

      ******************************************************************
      * 文書の結びを書き出します。
      ******************************************************************
       WRITE-DOCUMENT-TAIL SECTION.
         MOVE "</body>" TO HTML-RECORD.
         WRITE HTML-RECORD.
         MOVE "</html>" TO HTML-RECORD.
         WRITE HTML-RECORD.
       WRITE-DOCUMENT-TAIL-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERのメッセージを2か国語の節の見出し(h2)として書き
      * 出します。
      ******************************************************************
       WRITE-SECTION-HEADING SECTION.
         PERFORM BEGIN-HTML-LINE.
         STRING "<h2>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM APPEND-BILINGUAL-TEXT.
         STRING "</h2>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
       WRITE-SECTION-HEADING-EXIT.
         EXIT.

      ******************************************************************
      * 表の開始と終わりを書き出します。
      ******************************************************************
       START-TABLE SECTION.
         MOVE "<table>" TO HTML-RECORD.
         WRITE HTML-RECORD.
       START-TABLE-EXIT.
         EXIT.

       END-TABLE SECTION.
         MOVE "</table>" TO HTML-RECORD.
         WRITE HTML-RECORD.
       END-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 組み立て領域を空にして、行の組み立てを始めます。
      ******************************************************************
       BEGIN-HTML-LINE SECTION.
         MOVE SPACES TO HTML-LINE.
         MOVE 1 TO LINE-POINTER.
       BEGIN-HTML-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 表の行の開始を継ぎ足します。
      ******************************************************************
       APPEND-ROW-START SECTION.
         STRING "<tr>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
       APPEND-ROW-START-EXIT.
         EXIT.

      ******************************************************************
      * 表の行を閉じて書き出します。
      ******************************************************************
       END-HTML-ROW SECTION.
         STRING "</tr>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-HTML-LINE.
       END-HTML-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 組み立てた行を書き出します。
      ******************************************************************
       WRITE-HTML-LINE SECTION.
         WRITE HTML-RECORD FROM HTML-LINE.
       WRITE-HTML-LINE-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERのメッセージを2か国語の見出しのセル(th)として継ぎ
      * 足します。
      ******************************************************************
       ADD-HEADING-CELL SECTION.
         STRING "<th>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM APPEND-BILINGUAL-LINES.
         STRING "</th>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
       ADD-HEADING-CELL-EXIT.
         EXIT.

      ******************************************************************
      * CELL-TEXTを文字のセルとして継ぎ足します（末尾の空白は
      * 落とします）。
      ******************************************************************
       ADD-TEXT-CELL SECTION.
         STRING "<td>" DELIMITED BY SIZE
             CELL-TEXT DELIMITED BY "  "
             "</td>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
       ADD-TEXT-CELL-EXIT.
         EXIT.

      ******************************************************************
      * 編集済みの数字CELL-NUMBERを右寄せの数字のセルとして継ぎ足し
      * ます（先頭の空白は落とします）。
      ******************************************************************
       ADD-NUMBER-CELL SECTION.
         MOVE 0 TO NUMBER-START.
         INSPECT CELL-NUMBER TALLYING NUMBER-START
             FOR LEADING SPACE.
         IF NUMBER-START >= 20
           THEN
             STRING '<td class="num"></td>' DELIMITED BY SIZE
                 INTO HTML-LINE WITH POINTER LINE-POINTER;
             EXIT SECTION;
         END-IF.
         ADD 1 TO NUMBER-START.
         STRING '<td class="num">' DELIMITED BY SIZE
             CELL-NUMBER(NUMBER-START:) DELIMITED BY SPACE
             "</td>" DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
       ADD-NUMBER-CELL-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの英語と日本語を" / "でつないで継ぎ足します。
      ******************************************************************
       APPEND-BILINGUAL-TEXT SECTION.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         STRING ENGLISH-TEXT DELIMITED BY "  "
             " / " DELIMITED BY SIZE
             JAPANESE-TEXT DELIMITED BY "  "
             INTO HTML-LINE WITH POINTER LINE-POINTER.
       APPEND-BILINGUAL-TEXT-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの英語と日本語を改行(br)で2段にして継ぎ足します。
      ******************************************************************
       APPEND-BILINGUAL-LINES SECTION.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         STRING ENGLISH-TEXT DELIMITED BY "  "
             "<br>" DELIMITED BY SIZE
             JAPANESE-TEXT DELIMITED BY "  "
             INTO HTML-LINE WITH POINTER LINE-POINTER.
       APPEND-BILINGUAL-LINES-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの英語と日本語の文言を表から探します。無い言語は
      * もう一方の言語で、どちらも無いときは番号そのもので埋め
      * ます。
      ******************************************************************
       LOOKUP-BILINGUAL-TEXT SECTION.
         MOVE SPACES TO ENGLISH-TEXT.
         MOVE SPACES TO JAPANESE-TEXT.
         SET MX TO 1.
         SEARCH MESSAGE-ENTRY
           AT END
             CONTINUE;
           WHEN MX > MESSAGE-TABLE-COUNT
             CONTINUE;
           WHEN MT-MSG-NUMBER(MX) = MSG-NUMBER
             MOVE MT-ENGLISH-TEXT(MX) TO ENGLISH-TEXT;
             MOVE MT-JAPANESE-TEXT(MX) TO JAPANESE-TEXT;
         END-SEARCH.
         IF ENGLISH-TEXT = SPACES
           THEN
             MOVE JAPANESE-TEXT TO ENGLISH-TEXT;
         END-IF.
         IF ENGLISH-TEXT = SPACES
           THEN
             MOVE MSG-NUMBER TO ENGLISH-TEXT;
         END-IF.
         IF JAPANESE-TEXT = SPACES
           THEN
             MOVE ENGLISH-TEXT TO JAPANESE-TEXT;
         END-IF.
       LOOKUP-BILINGUAL-TEXT-EXIT.
         EXIT.

      ******************************************************************
      * メッセージカタログを、番号ごとに英語と日本語の対で表へ読み
      * 込みます。
      ******************************************************************
       LOAD-MESSAGE-CATALOG SECTION.
         MOVE 0 TO MESSAGE-TABLE-COUNT.
         OPEN INPUT MESSAGE-CATALOG-FILE.
         IF NOT MESSAGE-CATALOG-OK
           THEN
             DISPLAY "PUBLISH-REPORTS: UNABLE TO OPEN CATALOG "
                 "STATUS=" MESSAGE-CATALOG-STATUS
                 " -- MESSAGE NUMBERS USED";
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MESSAGE-CATALOG-OK
           READ MESSAGE-CATALOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM STORE-CATALOG-TEXT
           END-READ
         END-PERFORM.
         CLOSE MESSAGE-CATALOG-FILE.
       LOAD-MESSAGE-CATALOG-EXIT.
         EXIT.

      ******************************************************************
      * カタログの1行を、その番号の表の行の該当する言語へ入れます。
      ******************************************************************
       STORE-CATALOG-TEXT SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING MX FROM 1 BY 1
             UNTIL MX > MESSAGE-TABLE-COUNT OR ENTRY-FOUND
           IF MT-MSG-NUMBER(MX) = CAT-MSG-NUMBER
             THEN
               SET ENTRY-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET MX DOWN BY 1;
           ELSE
             IF MESSAGE-TABLE-COUNT >= 200
               THEN
                 EXIT SECTION;
             END-IF;
             ADD 1 TO MESSAGE-TABLE-COUNT;
             SET MX TO MESSAGE-TABLE-COUNT;
             MOVE CAT-MSG-NUMBER TO MT-MSG-NUMBER(MX);
             MOVE SPACES TO MT-ENGLISH-TEXT(MX);
             MOVE SPACES TO MT-JAPANESE-TEXT(MX);
         END-IF.
         IF CAT-LANGUAGE = "J"
           THEN
             MOVE CAT-TEXT TO MT-JAPANESE-TEXT(MX);
           ELSE
             MOVE CAT-TEXT TO MT-ENGLISH-TEXT(MX);
         END-IF.
       STORE-CATALOG-TEXT-EXIT.
         EXIT.

      ******************************************************************
      * 公開目録を表へ読み込みます。ファイルが無ければ空の表から
      * 始めます。
      ******************************************************************
       LOAD-PUBLISH-CATALOG SECTION.
         MOVE 0 TO PUBLISH-TABLE-COUNT.
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
               IF PUBLISH-TABLE-COUNT < 500
                 THEN
                   ADD 1 TO PUBLISH-TABLE-COUNT;
                   SET PX TO PUBLISH-TABLE-COUNT;
                   MOVE PB-PAGE-NAME TO PT-PAGE-NAME(PX);
                   MOVE PB-REPORT-NAME TO PT-REPORT-NAME(PX);
                   MOVE PB-RUN-DATE TO PT-RUN-DATE(PX);
                   MOVE PB-ROW-COUNT TO PT-ROW-COUNT(PX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PUBLISH-CATALOG-FILE.
       LOAD-PUBLISH-CATALOG-EXIT.
         EXIT.

      ******************************************************************
      * 書き終えたページを公開目録の表へ記録します。同じ日の再公開
      * では同じページ名の行を書き換えます。
      ******************************************************************
       REGISTER-PUBLISHED-PAGE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PUBLISH-TABLE-COUNT OR ENTRY-FOUND
           IF PT-PAGE-NAME(PX) = PAGE-NAME
             THEN
               SET ENTRY-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET PX DOWN BY 1;
           ELSE
             IF PUBLISH-TABLE-COUNT >= 500
               THEN
                 DISPLAY "PUBLISH-REPORTS: PUBLISH CATALOG FULL -- "
                     PAGE-NAME " NOT RECORDED";
                 MOVE 4 TO RETURN-CODE;
                 EXIT SECTION;
             END-IF;
             ADD 1 TO PUBLISH-TABLE-COUNT;
             SET PX TO PUBLISH-TABLE-COUNT;
         END-IF.
         MOVE PAGE-NAME TO PT-PAGE-NAME(PX).
         MOVE DF-REPORT-NAME(DX) TO PT-REPORT-NAME(PX).
         MOVE AS-OF-DATE TO PT-RUN-DATE(PX).
         MOVE PAGE-ROW-COUNT TO PT-ROW-COUNT(PX).
       REGISTER-PUBLISHED-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * 公開目録を表の内容で書き直します。
      ******************************************************************
       SAVE-PUBLISH-CATALOG SECTION.
         OPEN OUTPUT PUBLISH-CATALOG-FILE.
         IF NOT PUBLISH-CATALOG-OK
           THEN
             DISPLAY "PUBLISH-REPORTS: UNABLE TO WRITE PUBLISH "
                 "CATALOG STATUS=" PUBLISH-CATALOG-STATUS;
             MOVE 4 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PUBLISH-TABLE-COUNT
           MOVE PT-PAGE-NAME(PX) TO PB-PAGE-NAME;
           MOVE PT-REPORT-NAME(PX) TO PB-REPORT-NAME;
           MOVE PT-RUN-DATE(PX) TO PB-RUN-DATE;
           MOVE PT-ROW-COUNT(PX) TO PB-ROW-COUNT;
           WRITE PUBLISH-CATALOG-RECORD;
         END-PERFORM.
         CLOSE PUBLISH-CATALOG-FILE.
       SAVE-PUBLISH-CATALOG-EXIT.
         EXIT.

      ******************************************************************
      * 索引のページ(ReportIndex.html)を書き直します。帳票ごとに
      * 公開目録の最新版（実行日の最も新しい行）へのリンクと実行日
      * を並べます。まだ公開されていない帳票は載せません。
      ******************************************************************
       WRITE-INDEX-PAGE SECTION.
         MOVE "../data/ReportIndex.html" TO HTML-FILENAME.
         OPEN OUTPUT HTML-FILE.
         IF HTML-STATUS NOT = "00"
           THEN
             DISPLAY "PUBLISH-REPORTS: UNABLE TO OPEN INDEX PAGE "
                 "STATUS=" HTML-STATUS;
             MOVE 4 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE "0405" TO MSG-NUMBER.
         PERFORM WRITE-DOCUMENT-HEAD.
         PERFORM START-TABLE.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         MOVE "0423" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         MOVE "0424" TO MSG-NUMBER.
         PERFORM ADD-HEADING-CELL.
         PERFORM END-HTML-ROW.
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > REPORT-DEFINITION-COUNT
           PERFORM WRITE-INDEX-ENTRY
         END-PERFORM.
         PERFORM END-TABLE.
         PERFORM WRITE-DOCUMENT-TAIL.
         CLOSE HTML-FILE.
       WRITE-INDEX-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * DXが指す帳票の最新版を目録から探し、索引の1行を書き出し
      * ます。
      ******************************************************************
       WRITE-INDEX-ENTRY SECTION.
         MOVE SPACES TO LATEST-PAGE-NAME.
         MOVE 0 TO LATEST-RUN-DATE.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PUBLISH-TABLE-COUNT
           IF PT-REPORT-NAME(PX) = DF-REPORT-NAME(DX)
               AND PT-RUN-DATE(PX) >= LATEST-RUN-DATE
             THEN
               MOVE PT-PAGE-NAME(PX) TO LATEST-PAGE-NAME;
               MOVE PT-RUN-DATE(PX) TO LATEST-RUN-DATE;
           END-IF
         END-PERFORM.
         IF LATEST-PAGE-NAME = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM BEGIN-HTML-LINE.
         PERFORM APPEND-ROW-START.
         STRING '<td><a href="' DELIMITED BY SIZE
             LATEST-PAGE-NAME DELIMITED BY SPACE
             '">' DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         MOVE DF-TITLE-NUMBER(DX) TO MSG-NUMBER.
         PERFORM APPEND-BILINGUAL-TEXT.
         STRING "</a></td><td>" LATEST-RUN-DATE "</td>"
             DELIMITED BY SIZE
             INTO HTML-LINE WITH POINTER LINE-POINTER.
         PERFORM END-HTML-ROW.
       WRITE-INDEX-ENTRY-EXIT.
         EXIT.

       END PROGRAM PUBLISH-REPORTS.
