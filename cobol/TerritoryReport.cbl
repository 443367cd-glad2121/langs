      ******************************************************************
      * 営業地域別の都道府県数・人口・面積を、全国に対する構成比付き
      * の帳票形式で表示します。営業地域は営業地域マスタ
      * (SalesTerritories.txt)と都道府県の割り当て
      * (PrefectureTerritories.txt)から決め、人口と面積は地方の表の
      * 都道府県から集計します。どの営業地域にも割り当てられていない
      * 都道府県があれば、「未割当」の行にまとめて表示します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TERRITORIES-FILE
           ASSIGN TO "../data/SalesTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORIES-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 営業地域マスタ。
       FD  TERRITORIES-FILE.
       01  TERRITORY-RECORD.
           COPY "SalesTerritoryEntry".
      * 都道府県の営業地域への割り当て。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".

       WORKING-STORAGE SECTION.
      * 配布（ルーティング）の帳票名。
       77  DISTRIBUTION-REPORT-NAME    PIC X(20).
       01  TERRITORIES-STATUS          PIC X(2).
         88  TERRITORIES-STATUS-OK     VALUE "00".
       01  TERRITORY-MAP-STATUS        PIC X(2).
         88  TERRITORY-MAP-STATUS-OK   VALUE "00".
      * 営業地域ごとの集計の表。
       01  TERRITORY-TABLE-COUNT       PIC 9(2) VALUE ZERO.
       01  TERRITORY-TABLE.
         03  TERRITORY-ENTRY           OCCURS 50 INDEXED BY TX.
             05  T-TERRITORY-CODE      PIC X(2).
             05  T-NAME                PIC N(8).
             05  T-PREFECTURE-COUNT    PIC 9(2).
             05  T-POPULATION          PIC 9(10).
             05  T-AREA-SQKM           PIC 9(7)V99.
      * 都道府県の割り当ての表。
       01  MAP-TABLE-COUNT             PIC 9(2) VALUE ZERO.
       01  MAP-TABLE.
         03  MAP-ENTRY                 OCCURS 50 INDEXED BY M.
             05  TT-PREFECTURE-CODE    PIC X(2).
             05  TT-TERRITORY-CODE     PIC X(2).
      * どの営業地域にも割り当てられていない都道府県の集計。
       77  UNASSIGNED-PREFECTURE-COUNT PIC 9(2) VALUE ZERO.
       77  UNASSIGNED-POPULATION       PIC 9(10) VALUE ZERO.
       77  UNASSIGNED-AREA-SQKM        PIC 9(7)V99 VALUE ZERO.
       77  UNASSIGNED-NAME             PIC N(8).
      * 全国の合計。
       77  NATIONAL-PREFECTURE-COUNT   PIC 9(3) VALUE ZERO.
       77  NATIONAL-POPULATION         PIC 9(10) VALUE ZERO.
       77  NATIONAL-AREA-SQKM          PIC 9(7)V99 VALUE ZERO.
      * 明細行1件分の集計と構成比。
       77  LINE-PREFECTURE-COUNT       PIC 9(2).
       77  LINE-POPULATION             PIC 9(10).
       77  LINE-AREA-SQKM              PIC 9(7)V99.
       77  POPULATION-PERCENT          PIC 999V9.
       77  AREA-PERCENT                PIC 999V9.
      * 割り当ての検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       77  LOOKUP-TERRITORY-CODE       PIC X(2).
      * メッセージカタログから取り出す文言の番号と本文。
       77  MSG-NUMBER                  PIC X(4).
       77  MSG-TEXT                    PIC X(60).
      * 印字出力モジュールへ渡す動作コードと1行分のテキスト。
      * 出力先（画面か印字ファイルか）はPRINT-SPOOLが決めます。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
      * 明細行の編集用レイアウト。
       01  TERRITORY-DETAIL-LAYOUT.
         03  TD-TERRITORY-CODE         PIC X(2).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  TD-NAME                   PIC N(8).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  TD-PREFECTURE-COUNT       PIC Z9.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  TD-POPULATION             PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  TD-AREA-SQKM              PIC ZZZ,ZZ9.
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  TD-POPULATION-PERCENT     PIC ZZ9.9.
         03  FILLER                    PIC X(1) VALUE "%".
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  TD-AREA-PERCENT           PIC ZZ9.9.
         03  FILLER                    PIC X(1) VALUE "%".
      * 合計行の編集用レイアウト。
       01  REPORT-FOOTER-LAYOUT.
         03  FILLER                    PIC X(18) VALUE
             "TOTAL TERRITORIES=".
         03  FT-TERRITORY-COUNT        PIC 9(2).
         03  FILLER                    PIC X(19) VALUE
             " TOTAL PREFECTURES=".
         03  FT-PREFECTURE-COUNT       PIC 9(3).
         03  FILLER                    PIC X(12) VALUE
             " POPULATION=".
         03  FT-POPULATION             PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".

       PROCEDURE DIVISION USING REGIONS.
         PERFORM LOAD-TERRITORIES.
         IF TERRITORY-TABLE-COUNT = 0
           THEN
             DISPLAY "TERRITORY-REPORT: NO SALES TERRITORIES ON FILE "
                 "-- REPORT SKIPPED";
           ELSE
             PERFORM LOAD-TERRITORY-MAP;
             PERFORM ACCUMULATE-PREFECTURES;
             PERFORM PRINT-REPORT-HEADER;
             PERFORM VARYING TX FROM 1 BY 1
                 UNTIL TX > TERRITORY-TABLE-COUNT
               PERFORM PRINT-TERRITORY-LINE
             END-PERFORM;
             IF UNASSIGNED-PREFECTURE-COUNT > 0
               THEN
                 PERFORM PRINT-UNASSIGNED-LINE;
             END-IF;
             PERFORM PRINT-REPORT-FOOTER;
      * 配布マスタにしたがって、宛先ごとのバナーページを添え
      * ます。
             MOVE "TERRITORY-REPORT" TO DISTRIBUTION-REPORT-NAME;
             CALL "PRINT-DISTRIBUTION" USING DISTRIBUTION-REPORT-NAME;
             MOVE "C" TO SPOOL-ACTION;
             CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT;
         END-IF.
       TERRITORY-REPORT-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 営業地域マスタを集計の表に読み込みます。
      ******************************************************************
       LOAD-TERRITORIES SECTION.
         MOVE 0 TO TERRITORY-TABLE-COUNT.
         OPEN INPUT TERRITORIES-FILE.
         IF NOT TERRITORIES-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT TERRITORIES-STATUS-OK
           READ TERRITORIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF TERRITORY-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO TERRITORY-TABLE-COUNT;
                   SET TX TO TERRITORY-TABLE-COUNT;
                   MOVE ST-TERRITORY-CODE TO T-TERRITORY-CODE(TX);
                   MOVE ST-NAME TO T-NAME(TX);
                   MOVE 0 TO T-PREFECTURE-COUNT(TX);
                   MOVE 0 TO T-POPULATION(TX);
                   MOVE 0 TO T-AREA-SQKM(TX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE TERRITORIES-FILE.
       LOAD-TERRITORIES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県の割り当てを表に読み込みます。ファイルが無いときは
      * すべての都道府県が未割当になります。
      ******************************************************************
       LOAD-TERRITORY-MAP SECTION.
         MOVE 0 TO MAP-TABLE-COUNT.
         OPEN INPUT TERRITORY-MAP-FILE.
         IF NOT TERRITORY-MAP-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT TERRITORY-MAP-STATUS-OK
           READ TERRITORY-MAP-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MAP-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO MAP-TABLE-COUNT;
                   SET M TO MAP-TABLE-COUNT;
                   MOVE TM-PREFECTURE-CODE TO TT-PREFECTURE-CODE(M);
                   MOVE TM-TERRITORY-CODE TO TT-TERRITORY-CODE(M);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE TERRITORY-MAP-FILE.
       LOAD-TERRITORY-MAP-EXIT.
         EXIT.

      ******************************************************************
      * 地方の表の全都道府県を、割り当てられた営業地域へ集計します。
      * あわせて全国の合計を求めます。
      ******************************************************************
       ACCUMULATE-PREFECTURES SECTION.
         MOVE 0 TO NATIONAL-PREFECTURE-COUNT.
         MOVE 0 TO NATIONAL-POPULATION.
         MOVE 0 TO NATIONAL-AREA-SQKM.
         MOVE 0 TO UNASSIGNED-PREFECTURE-COUNT.
         MOVE 0 TO UNASSIGNED-POPULATION.
         MOVE 0 TO UNASSIGNED-AREA-SQKM.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             ADD 1 TO NATIONAL-PREFECTURE-COUNT
             ADD POPULATION OF PREFECTURE(I, J) TO NATIONAL-POPULATION
             ADD AREA-SQKM OF PREFECTURE(I, J) TO NATIONAL-AREA-SQKM
             PERFORM FIND-PREFECTURE-TERRITORY
             IF ENTRY-FOUND
               THEN
                 ADD 1 TO T-PREFECTURE-COUNT(TX);
                 ADD POPULATION OF PREFECTURE(I, J)
                     TO T-POPULATION(TX);
                 ADD AREA-SQKM OF PREFECTURE(I, J)
                     TO T-AREA-SQKM(TX);
               ELSE
                 ADD 1 TO UNASSIGNED-PREFECTURE-COUNT;
                 ADD POPULATION OF PREFECTURE(I, J)
                     TO UNASSIGNED-POPULATION;
                 ADD AREA-SQKM OF PREFECTURE(I, J)
                     TO UNASSIGNED-AREA-SQKM;
             END-IF
           END-PERFORM
         END-PERFORM.
       ACCUMULATE-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 地方の表のI,J番目の都道府県が割り当てられた営業地域を探し、
      * 集計の表の位置をTXに返します。割り当てが無いか、割り当て先
      * の営業地域がマスタに無いときは見つからない扱いにします。
      ******************************************************************
       FIND-PREFECTURE-TERRITORY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         MOVE SPACES TO LOOKUP-TERRITORY-CODE.
         SET M TO 1.
         SEARCH MAP-ENTRY
           AT END
             CONTINUE;
           WHEN M > MAP-TABLE-COUNT
             CONTINUE;
           WHEN TT-PREFECTURE-CODE(M) = PREFECTURE-CODE(I, J)
             MOVE TT-TERRITORY-CODE(M) TO LOOKUP-TERRITORY-CODE;
         END-SEARCH.
         IF LOOKUP-TERRITORY-CODE = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         SET TX TO 1.
         SEARCH TERRITORY-ENTRY
           AT END
             CONTINUE;
           WHEN TX > TERRITORY-TABLE-COUNT
             CONTINUE;
           WHEN T-TERRITORY-CODE(TX) = LOOKUP-TERRITORY-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-PREFECTURE-TERRITORY-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の見出しと項目名を表示します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
      * 表題と見出しはメッセージカタログから言語別に取り出します。
         MOVE "0004" TO MSG-NUMBER.
         CALL "GET-MESSAGE" USING MSG-NUMBER, MSG-TEXT.
         MOVE "T" TO SPOOL-ACTION.
         MOVE MSG-TEXT TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "0005" TO MSG-NUMBER.
         CALL "GET-MESSAGE" USING MSG-NUMBER, MSG-TEXT.
         MOVE "1" TO SPOOL-ACTION.
         MOVE MSG-TEXT TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "0006" TO MSG-NUMBER.
         CALL "GET-MESSAGE" USING MSG-NUMBER, MSG-TEXT.
         MOVE "2" TO SPOOL-ACTION.
         MOVE MSG-TEXT TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域1件分の明細行を表示します。
      ******************************************************************
       PRINT-TERRITORY-LINE SECTION.
         MOVE T-TERRITORY-CODE(TX) TO TD-TERRITORY-CODE.
         MOVE T-NAME(TX) TO TD-NAME.
         MOVE T-PREFECTURE-COUNT(TX) TO LINE-PREFECTURE-COUNT.
         MOVE T-POPULATION(TX) TO LINE-POPULATION.
         MOVE T-AREA-SQKM(TX) TO LINE-AREA-SQKM.
         PERFORM FORMAT-DETAIL-LINE.
       PRINT-TERRITORY-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 未割当の都道府県をまとめた明細行を表示します。
      ******************************************************************
       PRINT-UNASSIGNED-LINE SECTION.
         MOVE "--" TO TD-TERRITORY-CODE.
         MOVE "未割当" TO UNASSIGNED-NAME.
         MOVE UNASSIGNED-NAME TO TD-NAME.
         MOVE UNASSIGNED-PREFECTURE-COUNT TO LINE-PREFECTURE-COUNT.
         MOVE UNASSIGNED-POPULATION TO LINE-POPULATION.
         MOVE UNASSIGNED-AREA-SQKM TO LINE-AREA-SQKM.
         PERFORM FORMAT-DETAIL-LINE.
       PRINT-UNASSIGNED-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 明細行の数値と全国構成比を編集して出力します。
      ******************************************************************
       FORMAT-DETAIL-LINE SECTION.
         IF NATIONAL-POPULATION = 0
           THEN
             MOVE 0 TO POPULATION-PERCENT;
           ELSE
             COMPUTE POPULATION-PERCENT ROUNDED =
                 LINE-POPULATION * 100 / NATIONAL-POPULATION;
         END-IF.
         IF NATIONAL-AREA-SQKM = 0
           THEN
             MOVE 0 TO AREA-PERCENT;
           ELSE
             COMPUTE AREA-PERCENT ROUNDED =
                 LINE-AREA-SQKM * 100 / NATIONAL-AREA-SQKM;
         END-IF.
         MOVE LINE-PREFECTURE-COUNT TO TD-PREFECTURE-COUNT.
         MOVE LINE-POPULATION TO TD-POPULATION.
         MOVE LINE-AREA-SQKM TO TD-AREA-SQKM.
         MOVE POPULATION-PERCENT TO TD-POPULATION-PERCENT.
         MOVE AREA-PERCENT TO TD-AREA-PERCENT.
         MOVE TERRITORY-DETAIL-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       FORMAT-DETAIL-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の合計行を表示します。
      ******************************************************************
       PRINT-REPORT-FOOTER SECTION.
         MOVE "-------------------------------------------------"
             TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE TERRITORY-TABLE-COUNT TO FT-TERRITORY-COUNT.
         MOVE NATIONAL-PREFECTURE-COUNT TO FT-PREFECTURE-COUNT.
         MOVE NATIONAL-POPULATION TO FT-POPULATION.
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

       END PROGRAM TERRITORY-REPORT.
