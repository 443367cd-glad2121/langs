      ******************************************************************
      * 過疎対策の選定の帳票です。政策担当が使う選定基準の組
      * （DepopulationCriteria.txt、MAINTAIN-PARAMETERSで保守）の
      * それぞれについて、次の2つの条件を両方満たす都道府県を
      * 一覧にします。
      *   ・人口の減少率 … 履歴ログ(ArchiveLog.txt)の最新の世代と、
      *     その基準の年数だけさかのぼった日以前で最も新しい世代を
      *     比べた減少率（TREND-REPORTと同じ世代の読み方）が下限
      *     以上
      *   ・高齢化率 … 人口の内訳マスタ(Demographics.txt)の65歳
      *     以上の割合（AGE-STRUCTURE-REPORTと同じ求め方）が下限
      *     以上
      * 続けて、該当しなかったものの、届かなかった条件の不足分が
      * どれも組ごとの幅以内だった都道府県を「惜しくも外れた」と
      * して不足分とともに示します。
      *
      * さかのぼる年数に見合う古い世代が履歴に無い組は評価せず、
      * その旨を表示して終了コード4を返します。基準のファイルや
      * 履歴ログが読めないときは終了コード8です。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOPULATION-SCREENING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CRITERIA-FILE
           ASSIGN TO "../data/DepopulationCriteria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRITERIA-STATUS.
         SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "../data/ArchiveLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-LOG-STATUS.
         SELECT GENERATION-FILE
           ASSIGN DYNAMIC GENERATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENERATION-STATUS.
         SELECT DEMOGRAPHICS-FILE
           ASSIGN TO "../data/Demographics.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEMOGRAPHICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 過疎の選定基準の組。
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           COPY "DepopulationCriteriaEntry".
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
      * 人口の内訳マスタ。
       FD  DEMOGRAPHICS-FILE.
       01  DEMOGRAPHIC-RECORD.
         03  DG-PREFECTURE-CODE        PIC X(2).
         03  DG-SEX-CODE               PIC X(1).
         03  DG-AGE-BAND               PIC X(2).
         03  DG-POPULATION             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CRITERIA-STATUS             PIC X(2).
         88  CRITERIA-STATUS-OK        VALUE "00".
       01  ARCHIVE-LOG-STATUS          PIC X(2).
         88  ARCHIVE-LOG-STATUS-OK     VALUE "00".
       01  GENERATION-STATUS           PIC X(2).
         88  GENERATION-STATUS-OK      VALUE "00".
       01  DEMOGRAPHICS-STATUS         PIC X(2).
         88  DEMOGRAPHICS-STATUS-OK    VALUE "00".
       77  GENERATION-FILENAME         PIC X(80).

      * 履歴ログの世代の一覧（記録順＝古い順）。
       01  GENERATION-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  GENERATION-TABLE.
         03  GENERATION-ENTRY          OCCURS 200 INDEXED BY GX.
             05  GT-DATE               PIC 9(8).
             05  GT-FILENAME           PIC X(80).
       77  LATEST-DATE                 PIC 9(8).
       77  BASE-TARGET-DATE            PIC 9(8).
       77  BASE-INDEX                  PIC 9(3).

      * 都道府県ごとの人口と率。人口は最新の世代から、比べる世代の
      * 人口は基準の組ごとに読み直します。
       01  SCREEN-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  SCREEN-TABLE.
         03  SCREEN-ENTRY              OCCURS 50 INDEXED BY PX.
             05  SC-PREFECTURE-CODE    PIC X(2).
             05  SC-ENGLISH-NAME       PIC X(20).
             05  SC-LATEST-POPULATION  PIC 9(8).
             05  SC-BASE-POPULATION    PIC 9(8).
             05  SC-TOTAL-POPULATION   PIC 9(9).
             05  SC-AGED-POPULATION    PIC 9(8).
             05  SC-DECLINE-RATE       PIC S9(3)V9.
             05  SC-AGING-RATE         PIC 9(3)V9.
             05  SC-RESULT-SWITCH      PIC X(1).
               88  SC-QUALIFIES        VALUE "Q".
               88  SC-NARROW-MISS      VALUE "M".
               88  SC-NOT-QUALIFIED    VALUE "N".
               88  SC-NOT-MEASURABLE   VALUE "X".
             05  SC-DECLINE-SHORT      PIC 9(3)V9.
             05  SC-AGING-SHORT        PIC 9(3)V9.

      * 組ごとの件数と、帳票全体の件数。
       77  QUALIFY-COUNT               PIC 9(2).
       77  NARROW-MISS-COUNT           PIC 9(2).
       77  NOT-MEASURABLE-COUNT        PIC 9(2).
       77  SETS-SCREENED               PIC 9(3) VALUE 0.
       77  SETS-NOT-EVALUATED          PIC 9(3) VALUE 0.

      * 計算用の項目。
       77  POPULATION-DIFFERENCE       PIC S9(9).

      * 表示用の編集項目。
       77  DECLINE-EDIT                PIC -ZZ9.9.
       77  AGING-EDIT                  PIC ZZ9.9.
       77  SHORT-EDIT                  PIC ZZ9.9.
       77  THRESHOLD-EDIT              PIC Z9.9.
       77  MARGIN-EDIT                 PIC 9.9.

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM COLLECT-GENERATIONS.
         IF GENERATION-TABLE-COUNT = 0
           THEN
             DISPLAY "DEPOPULATION-SCREENING: NO GENERATIONS ON "
                 "ARCHIVE LOG -- NOTHING TO SCREEN";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-LATEST-GENERATION.
         PERFORM LOAD-AGING-RATES.
         OPEN INPUT CRITERIA-FILE.
         IF NOT CRITERIA-STATUS-OK
           THEN
             DISPLAY "DEPOPULATION-SCREENING: UNABLE TO OPEN "
                 "CRITERIA-FILE STATUS=" CRITERIA-STATUS;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM UNTIL NOT CRITERIA-STATUS-OK
           READ CRITERIA-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM SCREEN-ONE-SET;
           END-READ
         END-PERFORM.
         CLOSE CRITERIA-FILE.
         PERFORM PRINT-REPORT-FOOTER.
         IF SETS-NOT-EVALUATED > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       DEPOPULATION-SCREENING-EXIT.
         STOP RUN.

      ******************************************************************
      * 履歴ログの世代を記録順（古い順）にすべて集めます。
      ******************************************************************
       COLLECT-GENERATIONS SECTION.
         OPEN INPUT ARCHIVE-LOG-FILE.
         IF ARCHIVE-LOG-STATUS NOT = "00"
           THEN
             DISPLAY "DEPOPULATION-SCREENING: UNABLE TO OPEN "
                 "ARCHIVE-LOG-FILE STATUS=" ARCHIVE-LOG-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ARCHIVE-LOG-STATUS-OK
           READ ARCHIVE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF GENERATION-TABLE-COUNT >= 200
                 THEN
                   DISPLAY "DEPOPULATION-SCREENING: "
                       "GENERATION-TABLE-FULL";
                 ELSE
                   ADD 1 TO GENERATION-TABLE-COUNT;
                   SET GX TO GENERATION-TABLE-COUNT;
                   MOVE AL-ARCHIVE-DATE TO GT-DATE(GX);
                   MOVE AL-PREFECTURES-FILE TO GT-FILENAME(GX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ARCHIVE-LOG-FILE.
       COLLECT-GENERATIONS-EXIT.
         EXIT.

      ******************************************************************
      * 最新の世代（履歴ログの最後の行）の都道府県を読み、選定の表を
      * 作ります。
      ******************************************************************
       LOAD-LATEST-GENERATION SECTION.
         SET GX TO GENERATION-TABLE-COUNT.
         MOVE GT-DATE(GX) TO LATEST-DATE.
         MOVE GT-FILENAME(GX) TO GENERATION-FILENAME.
         OPEN INPUT GENERATION-FILE.
         IF GENERATION-STATUS NOT = "00"
           THEN
             DISPLAY "DEPOPULATION-SCREENING: UNABLE TO OPEN "
                 GENERATION-FILENAME;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT GENERATION-STATUS-OK
           READ GENERATION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF GENERATION-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF SCREEN-TABLE-COUNT >= 50
                     THEN
                       DISPLAY "DEPOPULATION-SCREENING: "
                           "SCREEN-TABLE-FULL";
                     ELSE
                       ADD 1 TO SCREEN-TABLE-COUNT;
                       SET PX TO SCREEN-TABLE-COUNT;
                       INITIALIZE SCREEN-ENTRY(PX);
                       MOVE GN-PREFECTURE-CODE
                           TO SC-PREFECTURE-CODE(PX);
                       MOVE GN-ENGLISH-NAME TO SC-ENGLISH-NAME(PX);
                       MOVE GN-POPULATION
                           TO SC-LATEST-POPULATION(PX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE GENERATION-FILE.
       LOAD-LATEST-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 内訳マスタを読み、都道府県ごとの高齢化率（65歳以上の割合）
      * を求めます。
      ******************************************************************
       LOAD-AGING-RATES SECTION.
         OPEN INPUT DEMOGRAPHICS-FILE.
         IF DEMOGRAPHICS-STATUS NOT = "00"
           THEN
             DISPLAY "DEPOPULATION-SCREENING: UNABLE TO OPEN "
                 "DEMOGRAPHICS-FILE STATUS=" DEMOGRAPHICS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT DEMOGRAPHICS-STATUS-OK
           READ DEMOGRAPHICS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF DEMOGRAPHIC-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   PERFORM ADD-ONE-DEMOGRAPHIC-ROW;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE DEMOGRAPHICS-FILE.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > SCREEN-TABLE-COUNT
           IF SC-TOTAL-POPULATION(PX) > 0
             THEN
               COMPUTE SC-AGING-RATE(PX) ROUNDED =
                   SC-AGED-POPULATION(PX) * 100
                   / SC-TOTAL-POPULATION(PX)
           END-IF
         END-PERFORM.
       LOAD-AGING-RATES-EXIT.
         EXIT.

      ******************************************************************
      * 内訳1行分を、その都道府県の合計と65歳以上の人口へ加えます。
      ******************************************************************
       ADD-ONE-DEMOGRAPHIC-ROW SECTION.
         IF DG-AGE-BAND NOT = "01" AND DG-AGE-BAND NOT = "02"
             AND DG-AGE-BAND NOT = "03"
           THEN
             EXIT SECTION;
         END-IF.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET PX TO 1.
         SEARCH SCREEN-ENTRY
           AT END
             CONTINUE;
           WHEN SC-PREFECTURE-CODE(PX) = DG-PREFECTURE-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         ADD DG-POPULATION TO SC-TOTAL-POPULATION(PX).
         IF DG-AGE-BAND = "03"
           THEN
             ADD DG-POPULATION TO SC-AGED-POPULATION(PX);
         END-IF.
       ADD-ONE-DEMOGRAPHIC-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 基準の組1つについて、比べる世代を決めて減少率を求め、
      * 該当する都道府県と惜しくも外れた都道府県を表示します。
      ******************************************************************
       SCREEN-ONE-SET SECTION.
         ADD 1 TO SETS-SCREENED.
         MOVE DC-DECLINE-PCT TO THRESHOLD-EDIT.
         DISPLAY "CRITERIA SET " DC-SET-ID "  " DC-DESCRIPTION.
         DISPLAY "  DECLINE >= " THRESHOLD-EDIT "% OVER "
             DC-DECLINE-YEARS " YEARS";
         MOVE DC-AGING-PCT TO THRESHOLD-EDIT.
         MOVE DC-MARGIN-PCT TO MARGIN-EDIT.
         DISPLAY "  AGING (65+) >= " THRESHOLD-EDIT
             "%  NARROW-MISS MARGIN " MARGIN-EDIT " PT".
         PERFORM FIND-BASE-GENERATION.
         IF BASE-INDEX = 0
           THEN
             DISPLAY "  NOT EVALUATED -- NO GENERATION ON OR BEFORE "
                 BASE-TARGET-DATE;
             ADD 1 TO SETS-NOT-EVALUATED;
             DISPLAY "---------------------------------------------"
                 "----";
             EXIT SECTION;
         END-IF.
         DISPLAY "  COMPARING GENERATION " GT-DATE(BASE-INDEX)
             " WITH " LATEST-DATE.
         PERFORM LOAD-BASE-GENERATION.
         PERFORM EVALUATE-PREFECTURES.
         DISPLAY "  QUALIFYING PREFECTURES:".
         IF QUALIFY-COUNT = 0
           THEN
             DISPLAY "    (NONE)";
         END-IF.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > SCREEN-TABLE-COUNT
           IF SC-QUALIFIES(PX)
             THEN
               PERFORM PRINT-PREFECTURE-LINE
           END-IF
         END-PERFORM.
         DISPLAY "  NARROW MISSES (SHORT BY NO MORE THAN "
             MARGIN-EDIT " PT):".
         IF NARROW-MISS-COUNT = 0
           THEN
             DISPLAY "    (NONE)";
         END-IF.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > SCREEN-TABLE-COUNT
           IF SC-NARROW-MISS(PX)
             THEN
               PERFORM PRINT-PREFECTURE-LINE
               PERFORM PRINT-SHORTFALL-LINE
           END-IF
         END-PERFORM.
         DISPLAY "  QUALIFYING=" QUALIFY-COUNT
             " NARROW MISSES=" NARROW-MISS-COUNT
             " NOT MEASURABLE=" NOT-MEASURABLE-COUNT.
         DISPLAY "-------------------------------------------------".
       SCREEN-ONE-SET-EXIT.
         EXIT.

      ******************************************************************
      * 最新の世代から基準の年数だけさかのぼった日を求め、その日
      * 以前で最も新しい世代の位置をBASE-INDEXへ置きます（無ければ
      * 0）。日付はYYYYMMDDなので、年数×10000を引けば同じ月日の
      * 年数前になります。
      ******************************************************************
       FIND-BASE-GENERATION SECTION.
         MOVE 0 TO BASE-INDEX.
         IF LATEST-DATE <= DC-DECLINE-YEARS * 10000
           THEN
             MOVE 0 TO BASE-TARGET-DATE;
             EXIT SECTION;
         END-IF.
         COMPUTE BASE-TARGET-DATE =
             LATEST-DATE - DC-DECLINE-YEARS * 10000.
         PERFORM VARYING GX FROM 1 BY 1
             UNTIL GX > GENERATION-TABLE-COUNT
           IF GT-DATE(GX) <= BASE-TARGET-DATE
             THEN
               SET BASE-INDEX TO GX
           END-IF
         END-PERFORM.
       FIND-BASE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 比べる世代の履歴ファイルを読み、都道府県ごとの人口を控え
      * ます。その世代に無い都道府県は0のままです。
      ******************************************************************
       LOAD-BASE-GENERATION SECTION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > SCREEN-TABLE-COUNT
           MOVE 0 TO SC-BASE-POPULATION(PX)
         END-PERFORM.
         MOVE GT-FILENAME(BASE-INDEX) TO GENERATION-FILENAME.
         OPEN INPUT GENERATION-FILE.
         IF GENERATION-STATUS NOT = "00"
           THEN
             DISPLAY "DEPOPULATION-SCREENING: UNABLE TO OPEN "
                 GENERATION-FILENAME;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT GENERATION-STATUS-OK
           READ GENERATION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF GENERATION-RECORD(1:2) NOT = "T9"
                 THEN
                   SET ENTRY-NOT-FOUND TO TRUE;
                   SET PX TO 1;
                   SEARCH SCREEN-ENTRY
                     AT END
                       CONTINUE;
                     WHEN SC-PREFECTURE-CODE(PX) = GN-PREFECTURE-CODE
                       SET ENTRY-FOUND TO TRUE;
                   END-SEARCH;
                   IF ENTRY-FOUND
                     THEN
                       MOVE GN-POPULATION TO SC-BASE-POPULATION(PX);
                   END-IF;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE GENERATION-FILE.
       LOAD-BASE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ごとに減少率を求め、基準の組に照らして、該当・惜しく
      * も外れた・外れた・測れない（比べる世代に無い、内訳が無い）
      * に分けます。
      ******************************************************************
       EVALUATE-PREFECTURES SECTION.
         MOVE 0 TO QUALIFY-COUNT.
         MOVE 0 TO NARROW-MISS-COUNT.
         MOVE 0 TO NOT-MEASURABLE-COUNT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > SCREEN-TABLE-COUNT
           PERFORM EVALUATE-ONE-PREFECTURE
         END-PERFORM.
       EVALUATE-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 選定の表のPX番目の都道府県を基準の組に照らします。
      ******************************************************************
       EVALUATE-ONE-PREFECTURE SECTION.
         MOVE 0 TO SC-DECLINE-RATE(PX).
         MOVE 0 TO SC-DECLINE-SHORT(PX).
         MOVE 0 TO SC-AGING-SHORT(PX).
         IF SC-BASE-POPULATION(PX) = 0
             OR SC-TOTAL-POPULATION(PX) = 0
           THEN
             MOVE "X" TO SC-RESULT-SWITCH(PX);
             ADD 1 TO NOT-MEASURABLE-COUNT;
             EXIT SECTION;
         END-IF.
      * 減少率は、減ったときに正の値です。
         COMPUTE POPULATION-DIFFERENCE =
             SC-BASE-POPULATION(PX) - SC-LATEST-POPULATION(PX).
         COMPUTE SC-DECLINE-RATE(PX) ROUNDED =
             POPULATION-DIFFERENCE * 100 / SC-BASE-POPULATION(PX).
         IF SC-DECLINE-RATE(PX) < DC-DECLINE-PCT
           THEN
             COMPUTE SC-DECLINE-SHORT(PX) =
                 DC-DECLINE-PCT - SC-DECLINE-RATE(PX);
         END-IF.
         IF SC-AGING-RATE(PX) < DC-AGING-PCT
           THEN
             COMPUTE SC-AGING-SHORT(PX) =
                 DC-AGING-PCT - SC-AGING-RATE(PX);
         END-IF.
         IF SC-DECLINE-SHORT(PX) = 0 AND SC-AGING-SHORT(PX) = 0
           THEN
             MOVE "Q" TO SC-RESULT-SWITCH(PX);
             ADD 1 TO QUALIFY-COUNT;
             EXIT SECTION;
         END-IF.
         IF SC-DECLINE-SHORT(PX) <= DC-MARGIN-PCT
             AND SC-AGING-SHORT(PX) <= DC-MARGIN-PCT
           THEN
             MOVE "M" TO SC-RESULT-SWITCH(PX);
             ADD 1 TO NARROW-MISS-COUNT;
           ELSE
             MOVE "N" TO SC-RESULT-SWITCH(PX);
         END-IF.
       EVALUATE-ONE-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県1件の人口の推移と率を1行表示します。
      ******************************************************************
       PRINT-PREFECTURE-LINE SECTION.
         MOVE SC-DECLINE-RATE(PX) TO DECLINE-EDIT.
         MOVE SC-AGING-RATE(PX) TO AGING-EDIT.
         DISPLAY "    " SC-PREFECTURE-CODE(PX)
             " " SC-ENGLISH-NAME(PX)
             " " SC-BASE-POPULATION(PX)
             " -> " SC-LATEST-POPULATION(PX)
             "  DECLINE" DECLINE-EDIT "%"
             "  AGING" AGING-EDIT "%".
       PRINT-PREFECTURE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 惜しくも外れた都道府県の、届かなかった条件の不足分を表示
      * します。
      ******************************************************************
       PRINT-SHORTFALL-LINE SECTION.
         IF SC-DECLINE-SHORT(PX) > 0
           THEN
             MOVE SC-DECLINE-SHORT(PX) TO SHORT-EDIT;
             DISPLAY "         DECLINE SHORT BY" SHORT-EDIT " PT";
         END-IF.
         IF SC-AGING-SHORT(PX) > 0
           THEN
             MOVE SC-AGING-SHORT(PX) TO SHORT-EDIT;
             DISPLAY "         AGING SHORT BY" SHORT-EDIT " PT";
         END-IF.
       PRINT-SHORTFALL-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の見出しを表示します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
         DISPLAY "=================================================".
         DISPLAY "  DEPOPULATION SCREENING REPORT".
         DISPLAY "  LATEST GENERATION=" LATEST-DATE
             " GENERATIONS ON LOG=" GENERATION-TABLE-COUNT.
         DISPLAY "=================================================".
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の締めくくりに、評価した組の数を表示します。
      ******************************************************************
       PRINT-REPORT-FOOTER SECTION.
         DISPLAY "CRITERIA SETS=" SETS-SCREENED
             " NOT EVALUATED=" SETS-NOT-EVALUATED.
         DISPLAY "=================================================".
       PRINT-REPORT-FOOTER-EXIT.
         EXIT.

       END PROGRAM DEPOPULATION-SCREENING.
