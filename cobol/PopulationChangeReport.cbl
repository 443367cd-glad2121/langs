      ******************************************************************
      * 人口の増減の要因分解の帳票です。履歴ログ(ArchiveLog.txt)から
      * 日付範囲の最初と最後の世代を選び、市区町村の履歴ファイルを
      * 市区町村単位で比べて、世代の間の増減を次に振り分けます。
      *   合併    合併系譜(MergerLineage.txt)の合併日が世代の間に
      *           ある合併。吸収された旧市町村の人口を存続市町村へ
      *           移したものとして扱います。
      *   取り消し 取り消しの履歴(MergerReversals.txt)の取り消し日が
      *           世代の間にある取り消し。復元した旧市町村の人口を
      *           存続市町村から戻したものとして扱います。
      *   自然増減 残り（境界の変更では説明できない人口の動き）。
      * 市制施行（市区町村の出来事ファイルのP）は人口を動かさない
      * ので、市の数の増減の要因として件数だけを示します。合併・
      * 取り消しの記録の無いまま現れた・消えた市区町村は、要因不明
      * として別に示します。政令指定都市の区（種別5）は親の市に
      * 含まれるので、件数・人口とも数えません。
      * 要因の付いた市区町村を1件ずつ表示し、続けて都道府県別・
      * 地方別・全国の合計を表示します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPULATION-CHANGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "../data/ArchiveLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-LOG-STATUS.
         SELECT GENERATION-FILE
           ASSIGN DYNAMIC GENERATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENERATION-STATUS.
         SELECT PREFECTURE-GENERATION-FILE
           ASSIGN DYNAMIC GENERATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENERATION-STATUS.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.
         SELECT LINEAGE-FILE
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.
         SELECT REVERSALS-FILE
           ASSIGN TO "../data/MergerReversals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSALS-STATUS.
         SELECT EVENTS-FILE
           ASSIGN TO "../data/MunicipalEvents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 履歴ログファイル。
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           COPY "ArchiveLogEntry".
      * 1世代分の市区町村履歴ファイル。
       FD  GENERATION-FILE.
       01  GENERATION-RECORD.
         03  GN-PREFECTURE-CODE        PIC X(2).
         03  GN-MUNICIPALITY-CODE      PIC X(3).
         03  GN-MUNICIPALITY-NAME      PIC N(8).
         03  GN-MUNICIPALITY-TYPE      PIC X(1).
         03  GN-POPULATION             PIC 9(8).
         03  GN-AREA-SQKM              PIC 9(5)V99.
         03  GN-PARENT-CITY-CODE       PIC X(3).
      * 新しい方の世代の都道府県履歴ファイル。名称と地方に使い
      * ます。
       FD  PREFECTURE-GENERATION-FILE.
       01  PREFECTURE-GENERATION-RECORD.
         03  PG-PREFECTURE-CODE        PIC X(2).
         03  PG-NAME                   PIC N(5).
         03  PG-REGION-CODE            PIC X(2).
         03  PG-POPULATION             PIC 9(8).
         03  PG-AREA-SQKM              PIC 9(5)V99.
         03  PG-ENGLISH-NAME           PIC X(20).
         03  PG-CAPITAL-NAME           PIC N(5).
         03  PG-KANA-NAME              PIC N(10).
      * 地方ファイル。地方の英字名の表示に使います。
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).
      * 合併系譜ファイル。
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD.
           COPY "MergerLineageEntry".
      * 取り消しの履歴。
       FD  REVERSALS-FILE.
       01  REVERSAL-RECORD.
         03  RV-REVERSAL-DATE          PIC 9(8).
         03  RV-LINEAGE.
           COPY "MergerLineageEntry" REPLACING LEADING ==ML== BY
               ==RV==.
      * 市区町村の出来事ファイル。
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           COPY "MunicipalEventEntry".

       WORKING-STORAGE SECTION.
       01  ARCHIVE-LOG-STATUS          PIC X(2).
         88  ARCHIVE-LOG-STATUS-OK     VALUE "00".
       01  GENERATION-STATUS           PIC X(2).
         88  GENERATION-STATUS-OK      VALUE "00".
       01  REGIONS-STATUS              PIC X(2).
       01  LINEAGE-STATUS              PIC X(2).
       01  REVERSALS-STATUS            PIC X(2).
       01  EVENTS-STATUS               PIC X(2).
       77  GENERATION-FILENAME         PIC X(80).

      * 日付範囲の入力。
       77  FROM-DATE-IN                PIC X(8).
       77  TO-DATE-IN                  PIC X(8).
       77  FROM-DATE                   PIC 9(8).
       77  TO-DATE                     PIC 9(8).

      * 比べる2つの世代（範囲の中で市区町村の履歴を持つ最初と
      * 最後の世代）。
       77  GENERATIONS-FOUND-COUNT     PIC 9(3) VALUE 0.
       77  OLD-GENERATION-DATE         PIC 9(8) VALUE 0.
       77  OLD-MUNICIPALITIES-FILE     PIC X(80).
       77  NEW-GENERATION-DATE         PIC 9(8) VALUE 0.
       77  NEW-MUNICIPALITIES-FILE     PIC X(80).
       77  NEW-PREFECTURES-FILE        PIC X(80).
      * 読み込み中の世代（O=古い方 N=新しい方）。
       01  LOADING-GENERATION-SWITCH   PIC X.
         88  LOADING-OLD-GENERATION    VALUE "O".
         88  LOADING-NEW-GENERATION    VALUE "N".

      * 市区町村ごとの比較の表。どちらかの世代にある市区町村と、
      * 世代の間に生まれて消えた市区町村を持ちます。
       01  CHANGE-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  CHANGE-TABLE.
         03  CHANGE-ENTRY              OCCURS 4000 INDEXED BY CX.
             05  CH-KEY.
                 07  CH-PREFECTURE-CODE
                                       PIC X(2).
                 07  CH-MUNICIPALITY-CODE
                                       PIC X(3).
             05  CH-MUNICIPALITY-NAME  PIC N(8).
             05  CH-OLD-TYPE           PIC X(1).
             05  CH-NEW-TYPE           PIC X(1).
             05  CH-IN-OLD-SWITCH      PIC X(1).
               88  CH-IN-OLD           VALUE "Y".
             05  CH-IN-NEW-SWITCH      PIC X(1).
               88  CH-IN-NEW           VALUE "Y".
             05  CH-OLD-POPULATION     PIC 9(8).
             05  CH-NEW-POPULATION     PIC 9(8).
             05  CH-MERGER-CHANGE      PIC S9(9).
             05  CH-REVERSAL-CHANGE    PIC S9(9).
             05  CH-ORGANIC-CHANGE     PIC S9(9).
      * 合併・取り消しの記録で説明の付いた市区町村は"Y"です。
             05  CH-ATTRIBUTED-SWITCH  PIC X(1).
               88  CH-ATTRIBUTED       VALUE "Y".
             05  CH-CREATED-SWITCH     PIC X(1).
               88  CH-CREATED          VALUE "Y".
             05  CH-RETIRED-SWITCH     PIC X(1).
               88  CH-RETIRED          VALUE "Y".
             05  CH-PROMOTED-SWITCH    PIC X(1).
               88  CH-PROMOTED         VALUE "Y".
       77  LOOKUP-KEY                  PIC X(5).

      * 合併・取り消し1件分の作業項目。合併系譜と取り消しの履歴の
      * 行を、同じ経路で反映するために写します。
       77  EVENT-OLD-KEY               PIC X(5).
       77  EVENT-SUCCESSOR-KEY         PIC X(5).
       77  EVENT-OLD-POPULATION        PIC 9(8).
       77  EVENT-SUCCESSOR-NEW-FLAG    PIC X(1).
       77  MOVED-POPULATION            PIC 9(8).

      * 都道府県ごとの合計。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 60 INDEXED BY PX.
             05  PT-PREFECTURE-CODE    PIC X(2).
             05  PT-ENGLISH-NAME       PIC X(20).
             05  PT-REGION-CODE        PIC X(2).
             05  PT-TOTALS.
                 07  PT-OLD-COUNT      PIC 9(5).
                 07  PT-NEW-COUNT      PIC 9(5).
                 07  PT-MERGER-COUNT-CHANGE
                                       PIC S9(5).
                 07  PT-REVERSAL-COUNT-CHANGE
                                       PIC S9(5).
                 07  PT-OTHER-COUNT-CHANGE
                                       PIC S9(5).
                 07  PT-OLD-CITIES     PIC 9(5).
                 07  PT-NEW-CITIES     PIC 9(5).
                 07  PT-PROMOTIONS     PIC 9(5).
                 07  PT-OLD-POPULATION PIC 9(10).
                 07  PT-NEW-POPULATION PIC 9(10).
                 07  PT-MERGER-CHANGE  PIC S9(10).
                 07  PT-REVERSAL-CHANGE
                                       PIC S9(10).
                 07  PT-ORGANIC-GROWTH PIC 9(10).
                 07  PT-ORGANIC-DECLINE
                                       PIC 9(10).
                 07  PT-UNEXPLAINED-CHANGE
                                       PIC S9(10).

      * 地方ごとの合計。都道府県と同じ並びです。
       01  REGION-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  REGION-TABLE.
         03  REGION-ENTRY              OCCURS 10 INDEXED BY RX.
             05  RT-REGION-CODE        PIC X(2).
             05  RT-ENGLISH-NAME       PIC X(20).
             05  RT-TOTALS.
                 07  RT-OLD-COUNT      PIC 9(5).
                 07  RT-NEW-COUNT      PIC 9(5).
                 07  RT-MERGER-COUNT-CHANGE
                                       PIC S9(5).
                 07  RT-REVERSAL-COUNT-CHANGE
                                       PIC S9(5).
                 07  RT-OTHER-COUNT-CHANGE
                                       PIC S9(5).
                 07  RT-OLD-CITIES     PIC 9(5).
                 07  RT-NEW-CITIES     PIC 9(5).
                 07  RT-PROMOTIONS     PIC 9(5).
                 07  RT-OLD-POPULATION PIC 9(10).
                 07  RT-NEW-POPULATION PIC 9(10).
                 07  RT-MERGER-CHANGE  PIC S9(10).
                 07  RT-REVERSAL-CHANGE
                                       PIC S9(10).
                 07  RT-ORGANIC-GROWTH PIC 9(10).
                 07  RT-ORGANIC-DECLINE
                                       PIC 9(10).
                 07  RT-UNEXPLAINED-CHANGE
                                       PIC S9(10).

      * 全国の合計と、表示する1件分の合計の作業領域。都道府県と
      * 同じ並びです。
       01  NATIONAL-TOTALS.
         03  NT-OLD-COUNT              PIC 9(5).
         03  NT-NEW-COUNT              PIC 9(5).
         03  NT-MERGER-COUNT-CHANGE    PIC S9(5).
         03  NT-REVERSAL-COUNT-CHANGE  PIC S9(5).
         03  NT-OTHER-COUNT-CHANGE     PIC S9(5).
         03  NT-OLD-CITIES             PIC 9(5).
         03  NT-NEW-CITIES             PIC 9(5).
         03  NT-PROMOTIONS             PIC 9(5).
         03  NT-OLD-POPULATION         PIC 9(10).
         03  NT-NEW-POPULATION         PIC 9(10).
         03  NT-MERGER-CHANGE          PIC S9(10).
         03  NT-REVERSAL-CHANGE        PIC S9(10).
         03  NT-ORGANIC-GROWTH         PIC 9(10).
         03  NT-ORGANIC-DECLINE        PIC 9(10).
         03  NT-UNEXPLAINED-CHANGE     PIC S9(10).
       01  PRINT-TOTALS.
         03  PR-OLD-COUNT              PIC 9(5).
         03  PR-NEW-COUNT              PIC 9(5).
         03  PR-MERGER-COUNT-CHANGE    PIC S9(5).
         03  PR-REVERSAL-COUNT-CHANGE  PIC S9(5).
         03  PR-OTHER-COUNT-CHANGE     PIC S9(5).
         03  PR-OLD-CITIES             PIC 9(5).
         03  PR-NEW-CITIES             PIC 9(5).
         03  PR-PROMOTIONS             PIC 9(5).
         03  PR-OLD-POPULATION         PIC 9(10).
         03  PR-NEW-POPULATION         PIC 9(10).
         03  PR-MERGER-CHANGE          PIC S9(10).
         03  PR-REVERSAL-CHANGE        PIC S9(10).
         03  PR-ORGANIC-GROWTH         PIC 9(10).
         03  PR-ORGANIC-DECLINE        PIC 9(10).
         03  PR-UNEXPLAINED-CHANGE     PIC S9(10).
       77  PRINT-LABEL                 PIC X(26).

      * 表示用の編集項目。
       77  COUNT-EDIT-1                PIC ZZZZ9.
       77  COUNT-EDIT-2                PIC ZZZZ9.
       77  SIGNED-COUNT-EDIT-1         PIC ++++9.
       77  SIGNED-COUNT-EDIT-2         PIC ++++9.
       77  SIGNED-COUNT-EDIT-3         PIC ++++9.
       77  POPULATION-EDIT-1           PIC Z,ZZZ,ZZZ,ZZ9.
       77  POPULATION-EDIT-2           PIC Z,ZZZ,ZZZ,ZZ9.
       77  SIGNED-POPULATION-EDIT-1    PIC ++,+++,+++,++9.
       77  SIGNED-POPULATION-EDIT-2    PIC ++,+++,+++,++9.
       77  SIGNED-POPULATION-EDIT-3    PIC ++,+++,+++,++9.
       77  ORGANIC-DECLINE-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.
       77  DETAIL-FLAGS                PIC X(12).
       77  DETAIL-LINE-COUNT           PIC 9(5) VALUE 0.
       77  UNCHANGED-PREFECTURES-COUNT PIC 9(2) VALUE 0.

      * 件数の集計。
       77  MERGERS-APPLIED-COUNT       PIC 9(5) VALUE 0.
       77  REVERSALS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       77  PROMOTIONS-APPLIED-COUNT    PIC 9(5) VALUE 0.

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM ACCEPT-CHANGE-PARAMETERS.
         PERFORM COLLECT-GENERATIONS.
         IF GENERATIONS-FOUND-COUNT < 2
           THEN
             DISPLAY "POPULATION-CHANGE-REPORT: FEWER THAN 2 "
                 "MUNICIPAL GENERATIONS IN RANGE -- NOTHING TO "
                 "COMPARE";
             MOVE 4 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         SET LOADING-OLD-GENERATION TO TRUE.
         MOVE OLD-MUNICIPALITIES-FILE TO GENERATION-FILENAME.
         PERFORM LOAD-ONE-GENERATION.
         SET LOADING-NEW-GENERATION TO TRUE.
         MOVE NEW-MUNICIPALITIES-FILE TO GENERATION-FILENAME.
         PERFORM LOAD-ONE-GENERATION.
         IF RETURN-CODE = 8
           THEN
             STOP RUN;
         END-IF.
         PERFORM LOAD-REGION-NAMES.
         PERFORM LOAD-PREFECTURE-NAMES.
         PERFORM APPLY-MERGER-LINEAGE.
         PERFORM APPLY-REVERSAL-HISTORY.
         PERFORM APPLY-PROMOTIONS.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM DECOMPOSE-MUNICIPALITIES.
         PERFORM PRINT-PREFECTURE-TOTALS.
         PERFORM PRINT-REGION-TOTALS.
       POPULATION-CHANGE-REPORT-EXIT.
         STOP RUN.

      ******************************************************************
      * 日付範囲を受け付けます。
      ******************************************************************
       ACCEPT-CHANGE-PARAMETERS SECTION.
         DISPLAY "FROM-DATE (YYYYMMDD):".
         ACCEPT FROM-DATE-IN.
         DISPLAY "TO-DATE (YYYYMMDD):".
         ACCEPT TO-DATE-IN.
         IF FROM-DATE-IN IS NUMERIC
           THEN
             MOVE FROM-DATE-IN TO FROM-DATE;
           ELSE
             MOVE 0 TO FROM-DATE;
         END-IF.
         IF TO-DATE-IN IS NUMERIC
           THEN
             MOVE TO-DATE-IN TO TO-DATE;
           ELSE
             MOVE 99999999 TO TO-DATE;
         END-IF.
       ACCEPT-CHANGE-PARAMETERS-EXIT.
         EXIT.

      ******************************************************************
      * 履歴ログから、範囲に入り市区町村の履歴を持つ世代のうち、
      * 最初と最後の世代を選びます。
      ******************************************************************
       COLLECT-GENERATIONS SECTION.
         OPEN INPUT ARCHIVE-LOG-FILE.
         IF ARCHIVE-LOG-STATUS NOT = "00"
           THEN
             DISPLAY "POPULATION-CHANGE-REPORT: UNABLE TO OPEN "
                 "ARCHIVE-LOG-FILE STATUS=" ARCHIVE-LOG-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ARCHIVE-LOG-STATUS-OK
           READ ARCHIVE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF AL-ARCHIVE-DATE >= FROM-DATE
                   AND AL-ARCHIVE-DATE <= TO-DATE
                   AND AL-MUNICIPALITIES-FILE NOT = SPACES
                 THEN
                   ADD 1 TO GENERATIONS-FOUND-COUNT;
                   IF GENERATIONS-FOUND-COUNT = 1
                     THEN
                       MOVE AL-ARCHIVE-DATE TO OLD-GENERATION-DATE;
                       MOVE AL-MUNICIPALITIES-FILE
                           TO OLD-MUNICIPALITIES-FILE;
                   END-IF;
                   MOVE AL-ARCHIVE-DATE TO NEW-GENERATION-DATE;
                   MOVE AL-MUNICIPALITIES-FILE
                       TO NEW-MUNICIPALITIES-FILE;
                   MOVE AL-PREFECTURES-FILE TO NEW-PREFECTURES-FILE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ARCHIVE-LOG-FILE.
       COLLECT-GENERATIONS-EXIT.
         EXIT.

      ******************************************************************
      * 1世代分の市区町村履歴ファイルを読み、比較の表へ載せます。
      ******************************************************************
       LOAD-ONE-GENERATION SECTION.
         OPEN INPUT GENERATION-FILE.
         IF GENERATION-STATUS NOT = "00"
           THEN
             DISPLAY "POPULATION-CHANGE-REPORT: UNABLE TO OPEN "
                 GENERATION-FILENAME;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT GENERATION-STATUS-OK
           READ GENERATION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF GENERATION-RECORD(1:2) = "T9"
                   OR GN-MUNICIPALITY-TYPE = "5"
                 THEN
                   CONTINUE;
                 ELSE
                   PERFORM LOAD-ONE-MUNICIPALITY;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE GENERATION-FILE.
       LOAD-ONE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村1件分を、読み込み中の世代の側へ載せます。
      ******************************************************************
       LOAD-ONE-MUNICIPALITY SECTION.
         MOVE GN-PREFECTURE-CODE TO LOOKUP-KEY(1:2).
         MOVE GN-MUNICIPALITY-CODE TO LOOKUP-KEY(3:3).
         PERFORM FIND-OR-ADD-MUNICIPALITY.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         MOVE GN-MUNICIPALITY-NAME TO CH-MUNICIPALITY-NAME(CX).
         IF LOADING-OLD-GENERATION
           THEN
             MOVE "Y" TO CH-IN-OLD-SWITCH(CX);
             MOVE GN-MUNICIPALITY-TYPE TO CH-OLD-TYPE(CX);
             MOVE GN-POPULATION TO CH-OLD-POPULATION(CX);
           ELSE
             MOVE "Y" TO CH-IN-NEW-SWITCH(CX);
             MOVE GN-MUNICIPALITY-TYPE TO CH-NEW-TYPE(CX);
             MOVE GN-POPULATION TO CH-NEW-POPULATION(CX);
         END-IF.
       LOAD-ONE-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 比較の表からLOOKUP-KEYの市区町村を探し、無ければ空の行を
      * 追加します。CXは見つけた（追加した）行を指します。表が
      * いっぱいのときはENTRY-NOT-FOUNDで戻ります。
      ******************************************************************
       FIND-OR-ADD-MUNICIPALITY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET CX TO 1.
         SEARCH CHANGE-ENTRY
           AT END
             CONTINUE;
           WHEN CX > CHANGE-TABLE-COUNT
             CONTINUE;
           WHEN CH-KEY(CX) = LOOKUP-KEY
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         IF CHANGE-TABLE-COUNT >= 4000
           THEN
             DISPLAY "POPULATION-CHANGE-REPORT: CHANGE-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO CHANGE-TABLE-COUNT.
         SET CX TO CHANGE-TABLE-COUNT.
         INITIALIZE CHANGE-ENTRY(CX).
         MOVE LOOKUP-KEY TO CH-KEY(CX).
         MOVE "N" TO CH-IN-OLD-SWITCH(CX).
         MOVE "N" TO CH-IN-NEW-SWITCH(CX).
         MOVE "N" TO CH-ATTRIBUTED-SWITCH(CX).
         MOVE "N" TO CH-CREATED-SWITCH(CX).
         MOVE "N" TO CH-RETIRED-SWITCH(CX).
         MOVE "N" TO CH-PROMOTED-SWITCH(CX).
         SET ENTRY-FOUND TO TRUE.
       FIND-OR-ADD-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 地方ファイルから地方の表を作ります。
      ******************************************************************
       LOAD-REGION-NAMES SECTION.
         MOVE 0 TO REGION-TABLE-COUNT.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL REGIONS-STATUS NOT = "00"
           READ REGIONS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REGION-RECORD(1:2) = "T9"
                   OR REGION-TABLE-COUNT >= 10
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO REGION-TABLE-COUNT;
                   SET RX TO REGION-TABLE-COUNT;
                   INITIALIZE REGION-ENTRY(RX);
                   MOVE RG-REGION-CODE TO RT-REGION-CODE(RX);
                   MOVE RG-ENGLISH-NAME TO RT-ENGLISH-NAME(RX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
       LOAD-REGION-NAMES-EXIT.
         EXIT.

      ******************************************************************
      * 新しい方の世代の都道府県履歴ファイルから、都道府県の表を
      * 作ります。
      ******************************************************************
       LOAD-PREFECTURE-NAMES SECTION.
         MOVE 0 TO PREFECTURE-TABLE-COUNT.
         MOVE NEW-PREFECTURES-FILE TO GENERATION-FILENAME.
         OPEN INPUT PREFECTURE-GENERATION-FILE.
         IF GENERATION-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT GENERATION-STATUS-OK
           READ PREFECTURE-GENERATION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-GENERATION-RECORD(1:2) = "T9"
                   OR PREFECTURE-TABLE-COUNT >= 60
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO PREFECTURE-TABLE-COUNT;
                   SET PX TO PREFECTURE-TABLE-COUNT;
                   INITIALIZE PREFECTURE-ENTRY(PX);
                   MOVE PG-PREFECTURE-CODE TO PT-PREFECTURE-CODE(PX);
                   MOVE PG-ENGLISH-NAME TO PT-ENGLISH-NAME(PX);
                   MOVE PG-REGION-CODE TO PT-REGION-CODE(PX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURE-GENERATION-FILE.
       LOAD-PREFECTURE-NAMES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県の表からLOOKUP-KEYの都道府県を探し、無ければ名称の
      * 無い行を追加します。PXは見つけた（追加した）行を指します。
      ******************************************************************
       FIND-OR-ADD-PREFECTURE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET PX TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN PX > PREFECTURE-TABLE-COUNT
             CONTINUE;
           WHEN PT-PREFECTURE-CODE(PX) = LOOKUP-KEY(1:2)
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         IF PREFECTURE-TABLE-COUNT >= 60
           THEN
             DISPLAY "POPULATION-CHANGE-REPORT: "
                 "PREFECTURE-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO PREFECTURE-TABLE-COUNT.
         SET PX TO PREFECTURE-TABLE-COUNT.
         INITIALIZE PREFECTURE-ENTRY(PX).
         MOVE LOOKUP-KEY(1:2) TO PT-PREFECTURE-CODE(PX).
         MOVE "(NOT ON FILE)" TO PT-ENGLISH-NAME(PX).
         SET ENTRY-FOUND TO TRUE.
       FIND-OR-ADD-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜のうち、合併日が2つの世代の間にある行を反映します。
      ******************************************************************
       APPLY-MERGER-LINEAGE SECTION.
         OPEN INPUT LINEAGE-FILE.
         IF LINEAGE-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL LINEAGE-STATUS NOT = "00"
           READ LINEAGE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF ML-MERGER-DATE > OLD-GENERATION-DATE
                   AND ML-MERGER-DATE <= NEW-GENERATION-DATE
                 THEN
                   MOVE ML-OLD-PREFECTURE TO EVENT-OLD-KEY(1:2);
                   MOVE ML-OLD-CODE TO EVENT-OLD-KEY(3:3);
                   MOVE ML-SUCCESSOR-PREFECTURE
                       TO EVENT-SUCCESSOR-KEY(1:2);
                   MOVE ML-SUCCESSOR-CODE TO EVENT-SUCCESSOR-KEY(3:3);
                   MOVE ML-OLD-POPULATION TO EVENT-OLD-POPULATION;
                   MOVE ML-SUCCESSOR-NEW-FLAG
                       TO EVENT-SUCCESSOR-NEW-FLAG;
                   PERFORM APPLY-ONE-MERGER;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE LINEAGE-FILE.
       APPLY-MERGER-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しの履歴を反映します。合併が古い方の世代より前で、
      * 取り消しが2つの世代の間にある行は取り消しとして扱います。
      * 合併が世代の間にあり、取り消しが新しい方の世代より後の行は、
      * 新しい方の世代の時点ではまだ生きていた合併として扱います。
      * 合併と取り消しがどちらも世代の間にある行は、差し引き何も
      * 動かないので読み飛ばします。
      ******************************************************************
       APPLY-REVERSAL-HISTORY SECTION.
         OPEN INPUT REVERSALS-FILE.
         IF REVERSALS-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL REVERSALS-STATUS NOT = "00"
           READ REVERSALS-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE RV-OLD-PREFECTURE TO EVENT-OLD-KEY(1:2);
               MOVE RV-OLD-CODE TO EVENT-OLD-KEY(3:3);
               MOVE RV-SUCCESSOR-PREFECTURE
                   TO EVENT-SUCCESSOR-KEY(1:2);
               MOVE RV-SUCCESSOR-CODE TO EVENT-SUCCESSOR-KEY(3:3);
               MOVE RV-OLD-POPULATION TO EVENT-OLD-POPULATION;
               MOVE RV-SUCCESSOR-NEW-FLAG TO EVENT-SUCCESSOR-NEW-FLAG;
               IF RV-MERGER-DATE <= OLD-GENERATION-DATE
                   AND RV-REVERSAL-DATE > OLD-GENERATION-DATE
                   AND RV-REVERSAL-DATE <= NEW-GENERATION-DATE
                 THEN
                   PERFORM APPLY-ONE-REVERSAL;
                 ELSE
                   IF RV-MERGER-DATE > OLD-GENERATION-DATE
                       AND RV-MERGER-DATE <= NEW-GENERATION-DATE
                       AND RV-REVERSAL-DATE > NEW-GENERATION-DATE
                     THEN
                       PERFORM APPLY-ONE-MERGER;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REVERSALS-FILE.
       APPLY-REVERSAL-HISTORY-EXIT.
         EXIT.

      ******************************************************************
      * 合併1件（吸収された旧市町村1件）を反映します。動かす人口は、
      * 旧市町村が古い方の世代にあればその世代の人口、無ければ（世代
      * の間に生まれて吸収された市町村）系譜の控えの人口です。
      ******************************************************************
       APPLY-ONE-MERGER SECTION.
         MOVE EVENT-OLD-KEY TO LOOKUP-KEY.
         PERFORM FIND-OR-ADD-MUNICIPALITY.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         IF CH-IN-OLD(CX)
           THEN
             MOVE CH-OLD-POPULATION(CX) TO MOVED-POPULATION;
           ELSE
             MOVE EVENT-OLD-POPULATION TO MOVED-POPULATION;
         END-IF.
         SUBTRACT MOVED-POPULATION FROM CH-MERGER-CHANGE(CX).
         MOVE "Y" TO CH-ATTRIBUTED-SWITCH(CX).
         PERFORM FIND-OR-ADD-PREFECTURE.
         IF ENTRY-FOUND
           THEN
             SUBTRACT 1 FROM PT-MERGER-COUNT-CHANGE(PX);
         END-IF.
         MOVE EVENT-SUCCESSOR-KEY TO LOOKUP-KEY.
         PERFORM FIND-OR-ADD-MUNICIPALITY.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         ADD MOVED-POPULATION TO CH-MERGER-CHANGE(CX).
         MOVE "Y" TO CH-ATTRIBUTED-SWITCH(CX).
      * 新設の存続市町村は、吸収した旧市町村が何件あっても1件と
      * 数えます。
         IF EVENT-SUCCESSOR-NEW-FLAG = "Y" AND NOT CH-CREATED(CX)
           THEN
             MOVE "Y" TO CH-CREATED-SWITCH(CX);
             PERFORM FIND-OR-ADD-PREFECTURE;
             IF ENTRY-FOUND
               THEN
                 ADD 1 TO PT-MERGER-COUNT-CHANGE(PX);
             END-IF;
         END-IF.
         ADD 1 TO MERGERS-APPLIED-COUNT.
       APPLY-ONE-MERGER-EXIT.
         EXIT.

      ******************************************************************
      * 取り消し1件（復元した旧市町村1件）を反映します。系譜の控えの
      * 人口を存続市町村から旧市町村へ戻します。
      ******************************************************************
       APPLY-ONE-REVERSAL SECTION.
         MOVE EVENT-OLD-KEY TO LOOKUP-KEY.
         PERFORM FIND-OR-ADD-MUNICIPALITY.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         ADD EVENT-OLD-POPULATION TO CH-REVERSAL-CHANGE(CX).
         MOVE "Y" TO CH-ATTRIBUTED-SWITCH(CX).
         PERFORM FIND-OR-ADD-PREFECTURE.
         IF ENTRY-FOUND
           THEN
             ADD 1 TO PT-REVERSAL-COUNT-CHANGE(PX);
         END-IF.
         MOVE EVENT-SUCCESSOR-KEY TO LOOKUP-KEY.
         PERFORM FIND-OR-ADD-MUNICIPALITY.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         SUBTRACT EVENT-OLD-POPULATION FROM CH-REVERSAL-CHANGE(CX).
         MOVE "Y" TO CH-ATTRIBUTED-SWITCH(CX).
      * 取り消しで廃止した新設の存続市町村は1件と数えます。
         IF EVENT-SUCCESSOR-NEW-FLAG = "Y" AND NOT CH-RETIRED(CX)
           THEN
             MOVE "Y" TO CH-RETIRED-SWITCH(CX);
             PERFORM FIND-OR-ADD-PREFECTURE;
             IF ENTRY-FOUND
               THEN
                 SUBTRACT 1 FROM PT-REVERSAL-COUNT-CHANGE(PX);
             END-IF;
         END-IF.
         ADD 1 TO REVERSALS-APPLIED-COUNT.
       APPLY-ONE-REVERSAL-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村の出来事ファイルから、施行日が2つの世代の間にある
      * 市制施行を数えます。
      ******************************************************************
       APPLY-PROMOTIONS SECTION.
         OPEN INPUT EVENTS-FILE.
         IF EVENTS-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL EVENTS-STATUS NOT = "00"
           READ EVENTS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF EV-IS-PROMOTION
                   AND EV-EFFECTIVE-DATE > OLD-GENERATION-DATE
                   AND EV-EFFECTIVE-DATE <= NEW-GENERATION-DATE
                 THEN
                   MOVE EV-PREFECTURE-CODE TO LOOKUP-KEY(1:2);
                   MOVE EV-MUNICIPALITY-CODE TO LOOKUP-KEY(3:3);
                   PERFORM FIND-OR-ADD-MUNICIPALITY;
                   IF ENTRY-FOUND
                     THEN
                       MOVE "Y" TO CH-PROMOTED-SWITCH(CX);
                       PERFORM FIND-OR-ADD-PREFECTURE;
                       IF ENTRY-FOUND
                         THEN
                           ADD 1 TO PT-PROMOTIONS(PX);
                       END-IF;
                       ADD 1 TO PROMOTIONS-APPLIED-COUNT;
                   END-IF;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE EVENTS-FILE.
       APPLY-PROMOTIONS-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の見出しを表示します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
         DISPLAY "=================================================".
         DISPLAY "  POPULATION CHANGE DECOMPOSITION "
             OLD-GENERATION-DATE " -> " NEW-GENERATION-DATE.
         DISPLAY "  MERGERS=" MERGERS-APPLIED-COUNT
             " REVERSALS=" REVERSALS-APPLIED-COUNT
             " PROMOTIONS=" PROMOTIONS-APPLIED-COUNT.
         DISPLAY "=================================================".
         DISPLAY "MUNICIPALITIES WITH BOUNDARY OR STATUS CHANGES".
         DISPLAY "KEY   NAME                  OLD-POP     NEW-POP"
             "      MERGER    REVERSAL     ORGANIC FLAGS".
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ごとに増減を合併・取り消し・自然増減（または要因
      * 不明）に振り分け、都道府県の合計へ加えます。要因の付いた
      * 市区町村は1件ずつ表示します。
      ******************************************************************
       DECOMPOSE-MUNICIPALITIES SECTION.
         PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > CHANGE-TABLE-COUNT
           MOVE CH-KEY(CX) TO LOOKUP-KEY;
           PERFORM FIND-OR-ADD-PREFECTURE;
           IF ENTRY-FOUND
             THEN
               PERFORM DECOMPOSE-ONE-MUNICIPALITY;
           END-IF
         END-PERFORM.
         IF DETAIL-LINE-COUNT = 0
           THEN
             DISPLAY "  (NONE)";
         END-IF.
       DECOMPOSE-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村1件分の振り分けです。CXは市区町村、PXはその都道府県
      * を指したままで呼び出します。
      ******************************************************************
       DECOMPOSE-ONE-MUNICIPALITY SECTION.
         IF CH-IN-OLD(CX)
           THEN
             ADD 1 TO PT-OLD-COUNT(PX);
             ADD CH-OLD-POPULATION(CX) TO PT-OLD-POPULATION(PX);
             IF CH-OLD-TYPE(CX) = "1"
               THEN
                 ADD 1 TO PT-OLD-CITIES(PX);
             END-IF;
         END-IF.
         IF CH-IN-NEW(CX)
           THEN
             ADD 1 TO PT-NEW-COUNT(PX);
             ADD CH-NEW-POPULATION(CX) TO PT-NEW-POPULATION(PX);
             IF CH-NEW-TYPE(CX) = "1"
               THEN
                 ADD 1 TO PT-NEW-CITIES(PX);
             END-IF;
         END-IF.
         MOVE SPACES TO DETAIL-FLAGS.
      * 記録の無いまま現れた・消えた市区町村は、増減の全部を要因
      * 不明とします。
         IF NOT CH-ATTRIBUTED(CX)
             AND CH-IN-OLD-SWITCH(CX) NOT = CH-IN-NEW-SWITCH(CX)
           THEN
             COMPUTE PT-UNEXPLAINED-CHANGE(PX) =
                 PT-UNEXPLAINED-CHANGE(PX)
                 + CH-NEW-POPULATION(CX) - CH-OLD-POPULATION(CX);
             MOVE 0 TO CH-ORGANIC-CHANGE(CX);
             IF CH-IN-NEW(CX)
               THEN
                 MOVE "UNEXPL-ADD" TO DETAIL-FLAGS;
               ELSE
                 MOVE "UNEXPL-DROP" TO DETAIL-FLAGS;
             END-IF;
           ELSE
             COMPUTE CH-ORGANIC-CHANGE(CX) =
                 CH-NEW-POPULATION(CX) - CH-OLD-POPULATION(CX)
                 - CH-MERGER-CHANGE(CX) - CH-REVERSAL-CHANGE(CX);
             ADD CH-MERGER-CHANGE(CX) TO PT-MERGER-CHANGE(PX);
             ADD CH-REVERSAL-CHANGE(CX) TO PT-REVERSAL-CHANGE(PX);
             IF CH-ORGANIC-CHANGE(CX) > 0
               THEN
                 ADD CH-ORGANIC-CHANGE(CX) TO PT-ORGANIC-GROWTH(PX);
               ELSE
                 COMPUTE PT-ORGANIC-DECLINE(PX) =
                     PT-ORGANIC-DECLINE(PX) - CH-ORGANIC-CHANGE(CX);
             END-IF;
         END-IF.
         IF CH-MERGER-CHANGE(CX) NOT = 0 OR CH-CREATED(CX)
           THEN
             MOVE "M" TO DETAIL-FLAGS(1:1);
         END-IF.
         IF CH-REVERSAL-CHANGE(CX) NOT = 0 OR CH-RETIRED(CX)
           THEN
             MOVE "R" TO DETAIL-FLAGS(2:1);
         END-IF.
         IF CH-PROMOTED(CX)
           THEN
             MOVE "P" TO DETAIL-FLAGS(3:1);
         END-IF.
         IF DETAIL-FLAGS NOT = SPACES
           THEN
             PERFORM PRINT-MUNICIPALITY-DETAIL;
         END-IF.
       DECOMPOSE-ONE-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 要因の付いた市区町村1件を表示します。
      ******************************************************************
       PRINT-MUNICIPALITY-DETAIL SECTION.
         ADD 1 TO DETAIL-LINE-COUNT.
         MOVE CH-OLD-POPULATION(CX) TO POPULATION-EDIT-1.
         MOVE CH-NEW-POPULATION(CX) TO POPULATION-EDIT-2.
         MOVE CH-MERGER-CHANGE(CX) TO SIGNED-POPULATION-EDIT-1.
         MOVE CH-REVERSAL-CHANGE(CX) TO SIGNED-POPULATION-EDIT-2.
         MOVE CH-ORGANIC-CHANGE(CX) TO SIGNED-POPULATION-EDIT-3.
         DISPLAY CH-KEY(CX) " " CH-MUNICIPALITY-NAME(CX)
             POPULATION-EDIT-1 POPULATION-EDIT-2
             SIGNED-POPULATION-EDIT-1 SIGNED-POPULATION-EDIT-2
             SIGNED-POPULATION-EDIT-3 " " DETAIL-FLAGS.
       PRINT-MUNICIPALITY-DETAIL-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ごとの合計を表示し、地方と全国の合計へ加えます。
      * 件数の増減のうち合併・取り消しで説明の付かない分は「その他」
      * とします。件数・人口とも動かず、要因も付かなかった都道府県
      * は表示せず、件数だけを示します。
      ******************************************************************
       PRINT-PREFECTURE-TOTALS SECTION.
         INITIALIZE NATIONAL-TOTALS.
         DISPLAY "-------------------------------------------------".
         DISPLAY "PREFECTURE TOTALS".
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           COMPUTE PT-OTHER-COUNT-CHANGE(PX) =
               PT-NEW-COUNT(PX) - PT-OLD-COUNT(PX)
               - PT-MERGER-COUNT-CHANGE(PX)
               - PT-REVERSAL-COUNT-CHANGE(PX);
           MOVE PT-TOTALS(PX) TO PRINT-TOTALS;
           IF PR-OLD-COUNT = PR-NEW-COUNT
               AND PR-OLD-POPULATION = PR-NEW-POPULATION
               AND PR-MERGER-COUNT-CHANGE = 0
               AND PR-REVERSAL-COUNT-CHANGE = 0
               AND PR-PROMOTIONS = 0
               AND PR-OLD-CITIES = PR-NEW-CITIES
             THEN
               ADD 1 TO UNCHANGED-PREFECTURES-COUNT;
             ELSE
               MOVE SPACES TO PRINT-LABEL;
               STRING PT-PREFECTURE-CODE(PX) " "
                   PT-ENGLISH-NAME(PX)
                   DELIMITED BY SIZE INTO PRINT-LABEL;
               PERFORM PRINT-TOTALS-LINES;
           END-IF;
           PERFORM ADD-TO-REGION-TOTALS;
           PERFORM ADD-TO-NATIONAL-TOTALS;
         END-PERFORM.
         DISPLAY "PREFECTURES WITH NO CHANGE="
             UNCHANGED-PREFECTURES-COUNT.
       PRINT-PREFECTURE-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * 表示した都道府県の合計(PRINT-TOTALS)を地方の合計へ加えます。
      ******************************************************************
       ADD-TO-REGION-TOTALS SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET RX TO 1.
         SEARCH REGION-ENTRY
           AT END
             CONTINUE;
           WHEN RX > REGION-TABLE-COUNT
             CONTINUE;
           WHEN RT-REGION-CODE(RX) = PT-REGION-CODE(PX)
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         ADD PR-OLD-COUNT TO RT-OLD-COUNT(RX).
         ADD PR-NEW-COUNT TO RT-NEW-COUNT(RX).
         ADD PR-MERGER-COUNT-CHANGE TO RT-MERGER-COUNT-CHANGE(RX).
         ADD PR-REVERSAL-COUNT-CHANGE TO RT-REVERSAL-COUNT-CHANGE(RX).
         ADD PR-OTHER-COUNT-CHANGE TO RT-OTHER-COUNT-CHANGE(RX).
         ADD PR-OLD-CITIES TO RT-OLD-CITIES(RX).
         ADD PR-NEW-CITIES TO RT-NEW-CITIES(RX).
         ADD PR-PROMOTIONS TO RT-PROMOTIONS(RX).
         ADD PR-OLD-POPULATION TO RT-OLD-POPULATION(RX).
         ADD PR-NEW-POPULATION TO RT-NEW-POPULATION(RX).
         ADD PR-MERGER-CHANGE TO RT-MERGER-CHANGE(RX).
         ADD PR-REVERSAL-CHANGE TO RT-REVERSAL-CHANGE(RX).
         ADD PR-ORGANIC-GROWTH TO RT-ORGANIC-GROWTH(RX).
         ADD PR-ORGANIC-DECLINE TO RT-ORGANIC-DECLINE(RX).
         ADD PR-UNEXPLAINED-CHANGE TO RT-UNEXPLAINED-CHANGE(RX).
       ADD-TO-REGION-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * 表示した都道府県の合計(PRINT-TOTALS)を全国の合計へ加えます。
      ******************************************************************
       ADD-TO-NATIONAL-TOTALS SECTION.
         ADD PR-OLD-COUNT TO NT-OLD-COUNT.
         ADD PR-NEW-COUNT TO NT-NEW-COUNT.
         ADD PR-MERGER-COUNT-CHANGE TO NT-MERGER-COUNT-CHANGE.
         ADD PR-REVERSAL-COUNT-CHANGE TO NT-REVERSAL-COUNT-CHANGE.
         ADD PR-OTHER-COUNT-CHANGE TO NT-OTHER-COUNT-CHANGE.
         ADD PR-OLD-CITIES TO NT-OLD-CITIES.
         ADD PR-NEW-CITIES TO NT-NEW-CITIES.
         ADD PR-PROMOTIONS TO NT-PROMOTIONS.
         ADD PR-OLD-POPULATION TO NT-OLD-POPULATION.
         ADD PR-NEW-POPULATION TO NT-NEW-POPULATION.
         ADD PR-MERGER-CHANGE TO NT-MERGER-CHANGE.
         ADD PR-REVERSAL-CHANGE TO NT-REVERSAL-CHANGE.
         ADD PR-ORGANIC-GROWTH TO NT-ORGANIC-GROWTH.
         ADD PR-ORGANIC-DECLINE TO NT-ORGANIC-DECLINE.
         ADD PR-UNEXPLAINED-CHANGE TO NT-UNEXPLAINED-CHANGE.
       ADD-TO-NATIONAL-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * 地方ごとの合計と全国の合計を表示します。
      ******************************************************************
       PRINT-REGION-TOTALS SECTION.
         DISPLAY "-------------------------------------------------".
         DISPLAY "REGION TOTALS".
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > REGION-TABLE-COUNT
           IF RT-OLD-COUNT(RX) > 0 OR RT-NEW-COUNT(RX) > 0
             THEN
               MOVE RT-TOTALS(RX) TO PRINT-TOTALS;
               MOVE SPACES TO PRINT-LABEL;
               STRING RT-REGION-CODE(RX) " " RT-ENGLISH-NAME(RX)
                   DELIMITED BY SIZE INTO PRINT-LABEL;
               PERFORM PRINT-TOTALS-LINES;
           END-IF
         END-PERFORM.
         DISPLAY "-------------------------------------------------".
         MOVE NATIONAL-TOTALS TO PRINT-TOTALS.
         MOVE "NATIONAL" TO PRINT-LABEL.
         PERFORM PRINT-TOTALS-LINES.
         DISPLAY "=================================================".
       PRINT-REGION-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * PRINT-TOTALSの内容を、件数の行と人口の行の2行で表示します。
      ******************************************************************
       PRINT-TOTALS-LINES SECTION.
         MOVE PR-OLD-COUNT TO COUNT-EDIT-1.
         MOVE PR-NEW-COUNT TO COUNT-EDIT-2.
         MOVE PR-MERGER-COUNT-CHANGE TO SIGNED-COUNT-EDIT-1.
         MOVE PR-REVERSAL-COUNT-CHANGE TO SIGNED-COUNT-EDIT-2.
         MOVE PR-OTHER-COUNT-CHANGE TO SIGNED-COUNT-EDIT-3.
         DISPLAY PRINT-LABEL
             " MUNICIPALITIES " COUNT-EDIT-1 " ->" COUNT-EDIT-2
             "  MERGER " SIGNED-COUNT-EDIT-1
             " REVERSAL " SIGNED-COUNT-EDIT-2
             " OTHER " SIGNED-COUNT-EDIT-3.
         MOVE PR-OLD-CITIES TO COUNT-EDIT-1.
         MOVE PR-NEW-CITIES TO COUNT-EDIT-2.
         DISPLAY "    CITIES " COUNT-EDIT-1 " ->" COUNT-EDIT-2
             "  PROMOTIONS " PR-PROMOTIONS.
         MOVE PR-OLD-POPULATION TO POPULATION-EDIT-1.
         MOVE PR-NEW-POPULATION TO POPULATION-EDIT-2.
         DISPLAY "    POPULATION " POPULATION-EDIT-1 " ->"
             POPULATION-EDIT-2.
         MOVE PR-MERGER-CHANGE TO SIGNED-POPULATION-EDIT-1.
         MOVE PR-REVERSAL-CHANGE TO SIGNED-POPULATION-EDIT-2.
         MOVE PR-UNEXPLAINED-CHANGE TO SIGNED-POPULATION-EDIT-3.
         DISPLAY "      MERGER " SIGNED-POPULATION-EDIT-1
             " REVERSAL " SIGNED-POPULATION-EDIT-2
             " UNEXPLAINED " SIGNED-POPULATION-EDIT-3.
         MOVE PR-ORGANIC-GROWTH TO POPULATION-EDIT-1.
         MOVE PR-ORGANIC-DECLINE TO ORGANIC-DECLINE-EDIT.
         DISPLAY "      ORGANIC GROWTH " POPULATION-EDIT-1
             " DECLINE " ORGANIC-DECLINE-EDIT.
       PRINT-TOTALS-LINES-EXIT.
         EXIT.

       END PROGRAM POPULATION-CHANGE-REPORT.
