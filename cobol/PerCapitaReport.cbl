      ******************************************************************
      * 1人当たりの経済指標の帳票です。経済指標マスタ
      * (EconomicIndicators.txt)の1年度分を都道府県ファイルの人口
      * (POPULATION)と突き合わせ、都道府県ごとの1人当たり県内総生産
      * （千円）・1人当たり県民所得（千円）・人口千人当たりの
      * 事業所数を求めて、1人当たり県内総生産の高い順の全国順位を
      * 付けます。続けて地方ごとに県内総生産・人口・事業所数を
      * 合計し、県民所得は人口で重み付けした平均として、地方の
      * 順位を付けます。
      *
      * 対象の年度は環境変数PER_CAPITA_FISCAL_YEARで指定します。
      * 指定の無いときは、マスタにある最も新しい年度を使います。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PER-CAPITA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT INDICATORS-FILE
           ASSIGN TO "../data/EconomicIndicators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDICATORS-STATUS.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 経済指標マスタ。
       FD  INDICATORS-FILE.
       01  INDICATOR-RECORD.
           COPY "EconomicIndicatorEntry".
      * 都道府県ファイル。名称・地方・人口に使います。
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PF-PREFECTURE-CODE        PIC X(2).
         03  PF-NAME                   PIC N(5).
         03  PF-REGION-CODE            PIC X(2).
         03  PF-POPULATION             PIC 9(8).
         03  PF-AREA-SQKM              PIC 9(5)V99.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * 地方ファイル。地方の英字名の表示に使います。
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).

       WORKING-STORAGE SECTION.
       01  INDICATORS-STATUS           PIC X(2).
       01  PREFECTURES-STATUS          PIC X(2).
       01  REGIONS-STATUS              PIC X(2).

      * 対象の年度。
       77  REPORT-FISCAL-YEAR          PIC 9(4) VALUE 0.
       77  FISCAL-YEAR-ENV             PIC X(4) VALUE SPACES.

      * 都道府県ごとの1人当たりの集計。
       01  CAPITA-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  CAPITA-TABLE.
         03  CAPITA-ENTRY              OCCURS 50 INDEXED BY CX.
             05  CP-PREFECTURE-CODE    PIC X(2).
             05  CP-ENGLISH-NAME       PIC X(20).
             05  CP-REGION-CODE        PIC X(2).
             05  CP-POPULATION         PIC 9(8).
             05  CP-GDP-MILLION-YEN    PIC 9(10).
             05  CP-INCOME-PER-CAPITA  PIC 9(6).
             05  CP-ESTABLISHMENTS     PIC 9(7).
             05  CP-GDP-PER-CAPITA     PIC 9(7).
             05  CP-ESTABLISHMENT-RATE PIC 9(5)V9.
      * 経済指標の無い都道府県の件数。
       77  MISSING-FIGURES-COUNT       PIC 9(2) VALUE 0.
      * 人口の無い都道府県の件数。率を求められないので順位から
      * 外します。
       77  ZERO-POPULATION-COUNT       PIC 9(2) VALUE 0.

      * 地方ごとの集計。
       01  REGION-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  REGION-TABLE.
         03  REGION-ENTRY              OCCURS 10 INDEXED BY RX.
             05  RS-REGION-CODE        PIC X(2).
             05  RS-ENGLISH-NAME       PIC X(20).
             05  RS-PREFECTURES-COUNT  PIC 9(2).
             05  RS-POPULATION         PIC 9(10).
             05  RS-GDP-MILLION-YEN    PIC 9(12).
             05  RS-ESTABLISHMENTS     PIC 9(9).
             05  RS-INCOME-WEIGHT      PIC 9(16).
             05  RS-INCOME-PER-CAPITA  PIC 9(6).
             05  RS-GDP-PER-CAPITA     PIC 9(7).
             05  RS-ESTABLISHMENT-RATE PIC 9(5)V9.

      * 全国の合計。
       77  NATIONAL-POPULATION         PIC 9(10) VALUE 0.
       77  NATIONAL-GDP-MILLION-YEN    PIC 9(12) VALUE 0.
       77  NATIONAL-ESTABLISHMENTS     PIC 9(9) VALUE 0.
       77  NATIONAL-INCOME-WEIGHT      PIC 9(16) VALUE 0.
       77  NATIONAL-INCOME-PER-CAPITA  PIC 9(6) VALUE 0.
       77  NATIONAL-GDP-PER-CAPITA     PIC 9(7) VALUE 0.
       77  NATIONAL-ESTABLISHMENT-RATE PIC 9(5)V9 VALUE 0.

      * 順位付け（単純選択法）の作業項目。
       77  SX1                         PIC 9(2).
       77  SX2                         PIC 9(2).
       01  CAPITA-WORK-ENTRY.
         03  CW-PREFECTURE-CODE        PIC X(2).
         03  CW-ENGLISH-NAME           PIC X(20).
         03  CW-REGION-CODE            PIC X(2).
         03  CW-POPULATION             PIC 9(8).
         03  CW-GDP-MILLION-YEN        PIC 9(10).
         03  CW-INCOME-PER-CAPITA      PIC 9(6).
         03  CW-ESTABLISHMENTS         PIC 9(7).
         03  CW-GDP-PER-CAPITA         PIC 9(7).
         03  CW-ESTABLISHMENT-RATE     PIC 9(5)V9.
       01  REGION-WORK-ENTRY.
         03  RW-REGION-CODE            PIC X(2).
         03  RW-ENGLISH-NAME           PIC X(20).
         03  RW-PREFECTURES-COUNT      PIC 9(2).
         03  RW-POPULATION             PIC 9(10).
         03  RW-GDP-MILLION-YEN        PIC 9(12).
         03  RW-ESTABLISHMENTS         PIC 9(9).
         03  RW-INCOME-WEIGHT          PIC 9(16).
         03  RW-INCOME-PER-CAPITA      PIC 9(6).
         03  RW-GDP-PER-CAPITA         PIC 9(7).
         03  RW-ESTABLISHMENT-RATE     PIC 9(5)V9.

      * 表示用の編集項目。
       77  RANK-NUMBER                 PIC 9(2) VALUE 0.
       77  POPULATION-EDIT             PIC ZZZ,ZZZ,ZZ9.
       77  GDP-PER-CAPITA-EDIT         PIC Z,ZZZ,ZZ9.
       77  INCOME-EDIT                 PIC ZZZ,ZZ9.
       77  ESTABLISHMENT-RATE-EDIT     PIC ZZ,ZZ9.9.

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT FISCAL-YEAR-ENV
             FROM ENVIRONMENT "PER_CAPITA_FISCAL_YEAR".
         IF FISCAL-YEAR-ENV IS NUMERIC
           THEN
             MOVE FISCAL-YEAR-ENV TO REPORT-FISCAL-YEAR;
         END-IF.
         PERFORM LOAD-INDICATORS.
         IF RETURN-CODE = 8
           THEN
             STOP RUN;
         END-IF.
         IF CAPITA-TABLE-COUNT = 0
           THEN
             DISPLAY "PER-CAPITA-REPORT: NO ECONOMIC FIGURES FOR "
                 "FISCAL-YEAR " REPORT-FISCAL-YEAR;
             MOVE 4 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-REGION-NAMES.
         PERFORM ATTACH-PREFECTURE-FIGURES.
         PERFORM COMPUTE-PER-CAPITA.
         PERFORM SORT-BY-GDP-PER-CAPITA.
         PERFORM PRINT-PREFECTURE-RANKING.
         PERFORM ACCUMULATE-REGIONS.
         PERFORM SORT-REGIONS.
         PERFORM PRINT-REGION-RANKING.
       PER-CAPITA-REPORT-EXIT.
         STOP RUN.

      ******************************************************************
      * 経済指標マスタを読み、対象の年度の行を集計表へ載せます。
      * 年度の指定が無いときは、1回目の読み込みで最も新しい年度を
      * 求めてから読み直します。
      ******************************************************************
       LOAD-INDICATORS SECTION.
         IF REPORT-FISCAL-YEAR = 0
           THEN
             PERFORM FIND-LATEST-FISCAL-YEAR;
             IF RETURN-CODE NOT = 0
               THEN
                 EXIT SECTION;
             END-IF;
         END-IF.
         OPEN INPUT INDICATORS-FILE.
         IF INDICATORS-STATUS NOT = "00"
           THEN
             DISPLAY "PER-CAPITA-REPORT: UNABLE TO OPEN "
                 "INDICATORS-FILE STATUS=" INDICATORS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL INDICATORS-STATUS NOT = "00"
           READ INDICATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF INDICATOR-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF EI-FISCAL-YEAR = REPORT-FISCAL-YEAR
                     THEN
                       PERFORM ADD-ONE-INDICATOR-ROW;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE INDICATORS-FILE.
       LOAD-INDICATORS-EXIT.
         EXIT.

      ******************************************************************
      * マスタにある最も新しい年度を求めます。
      ******************************************************************
       FIND-LATEST-FISCAL-YEAR SECTION.
         OPEN INPUT INDICATORS-FILE.
         IF INDICATORS-STATUS NOT = "00"
           THEN
             DISPLAY "PER-CAPITA-REPORT: UNABLE TO OPEN "
                 "INDICATORS-FILE STATUS=" INDICATORS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL INDICATORS-STATUS NOT = "00"
           READ INDICATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF INDICATOR-RECORD(1:2) NOT = "T9"
                   AND EI-FISCAL-YEAR > REPORT-FISCAL-YEAR
                 THEN
                   MOVE EI-FISCAL-YEAR TO REPORT-FISCAL-YEAR;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE INDICATORS-FILE.
       FIND-LATEST-FISCAL-YEAR-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標1行分を集計表へ載せます。
      ******************************************************************
       ADD-ONE-INDICATOR-ROW SECTION.
         IF CAPITA-TABLE-COUNT >= 50
           THEN
             DISPLAY "PER-CAPITA-REPORT: TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO CAPITA-TABLE-COUNT.
         SET CX TO CAPITA-TABLE-COUNT.
         INITIALIZE CAPITA-ENTRY(CX).
         MOVE EI-PREFECTURE-CODE TO CP-PREFECTURE-CODE(CX).
         MOVE EI-GDP-MILLION-YEN TO CP-GDP-MILLION-YEN(CX).
         MOVE EI-INCOME-PER-CAPITA TO CP-INCOME-PER-CAPITA(CX).
         MOVE EI-ESTABLISHMENTS TO CP-ESTABLISHMENTS(CX).
       ADD-ONE-INDICATOR-ROW-EXIT.
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
                   MOVE RG-REGION-CODE TO RS-REGION-CODE(RX);
                   MOVE RG-ENGLISH-NAME TO RS-ENGLISH-NAME(RX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
       LOAD-REGION-NAMES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルから英字名・地方・人口を補います。
      ******************************************************************
       ATTACH-PREFECTURE-FIGURES SECTION.
         MOVE 0 TO MISSING-FIGURES-COUNT.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   PERFORM ATTACH-ONE-PREFECTURE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       ATTACH-PREFECTURE-FIGURES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県1件分の名称・地方・人口を集計表の行へ写します。
      * 対象の年度の数字が無い都道府県は件数だけを数えます。
      ******************************************************************
       ATTACH-ONE-PREFECTURE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET CX TO 1.
         SEARCH CAPITA-ENTRY
           AT END
             CONTINUE;
           WHEN CX > CAPITA-TABLE-COUNT
             CONTINUE;
           WHEN CP-PREFECTURE-CODE(CX) = PF-PREFECTURE-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-FOUND
           THEN
             MOVE PF-ENGLISH-NAME TO CP-ENGLISH-NAME(CX);
             MOVE PF-REGION-CODE TO CP-REGION-CODE(CX);
             MOVE PF-POPULATION TO CP-POPULATION(CX);
           ELSE
             ADD 1 TO MISSING-FIGURES-COUNT;
         END-IF.
       ATTACH-ONE-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ごとの1人当たり県内総生産（千円）と人口千人当たりの
      * 事業所数を求めます。
      ******************************************************************
       COMPUTE-PER-CAPITA SECTION.
         MOVE 0 TO ZERO-POPULATION-COUNT.
         PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > CAPITA-TABLE-COUNT
           IF CP-POPULATION(CX) = 0
             THEN
               ADD 1 TO ZERO-POPULATION-COUNT;
               MOVE 0 TO CP-GDP-PER-CAPITA(CX);
               MOVE 0 TO CP-ESTABLISHMENT-RATE(CX);
             ELSE
               COMPUTE CP-GDP-PER-CAPITA(CX) ROUNDED =
                   CP-GDP-MILLION-YEN(CX) * 1000
                   / CP-POPULATION(CX);
               COMPUTE CP-ESTABLISHMENT-RATE(CX) ROUNDED =
                   CP-ESTABLISHMENTS(CX) * 1000
                   / CP-POPULATION(CX);
           END-IF
         END-PERFORM.
       COMPUTE-PER-CAPITA-EXIT.
         EXIT.

      ******************************************************************
      * 集計表を1人当たり県内総生産の高い順に並べ替えます（単純
      * 選択法）。
      ******************************************************************
       SORT-BY-GDP-PER-CAPITA SECTION.
         PERFORM VARYING SX1 FROM 1 BY 1
             UNTIL SX1 >= CAPITA-TABLE-COUNT
           COMPUTE SX2 = SX1 + 1;
           PERFORM VARYING SX2 FROM SX2 BY 1
               UNTIL SX2 > CAPITA-TABLE-COUNT
             IF CP-GDP-PER-CAPITA(SX1) < CP-GDP-PER-CAPITA(SX2)
               THEN
                 MOVE CAPITA-ENTRY(SX1) TO CAPITA-WORK-ENTRY;
                 MOVE CAPITA-ENTRY(SX2) TO CAPITA-ENTRY(SX1);
                 MOVE CAPITA-WORK-ENTRY TO CAPITA-ENTRY(SX2);
             END-IF
           END-PERFORM
         END-PERFORM.
       SORT-BY-GDP-PER-CAPITA-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県の全国順位を表示します。人口の無い都道府県は順位を
      * 付けずに末尾へ並びます。
      ******************************************************************
       PRINT-PREFECTURE-RANKING SECTION.
         DISPLAY "=================================================".
         DISPLAY "  PER-CAPITA REPORT  FISCAL-YEAR "
             REPORT-FISCAL-YEAR.
         DISPLAY "=================================================".
         DISPLAY "PREFECTURE RANKING (GDP PER CAPITA, HIGH TO LOW)".
         DISPLAY "RK CODE NAME                 POPULATION"
             "  GDP/CAP  INC/CAP  EST/1000".
         MOVE 0 TO RANK-NUMBER.
         PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > CAPITA-TABLE-COUNT
           MOVE CP-POPULATION(CX) TO POPULATION-EDIT;
           MOVE CP-GDP-PER-CAPITA(CX) TO GDP-PER-CAPITA-EDIT;
           MOVE CP-INCOME-PER-CAPITA(CX) TO INCOME-EDIT;
           MOVE CP-ESTABLISHMENT-RATE(CX) TO ESTABLISHMENT-RATE-EDIT;
           IF CP-POPULATION(CX) = 0
             THEN
               DISPLAY "--  " CP-PREFECTURE-CODE(CX)
                   " " CP-ENGLISH-NAME(CX)
                   " NO POPULATION ON FILE -- NOT RANKED";
             ELSE
               ADD 1 TO RANK-NUMBER;
               DISPLAY RANK-NUMBER "  " CP-PREFECTURE-CODE(CX)
                   " " CP-ENGLISH-NAME(CX)
                   " " POPULATION-EDIT
                   " " GDP-PER-CAPITA-EDIT
                   " " INCOME-EDIT
                   " " ESTABLISHMENT-RATE-EDIT;
           END-IF
         END-PERFORM.
         DISPLAY "(GDP/CAP AND INC/CAP IN THOUSAND YEN)".
         IF MISSING-FIGURES-COUNT > 0
           THEN
             DISPLAY "PREFECTURES WITHOUT FIGURES FOR THE YEAR: "
                 MISSING-FIGURES-COUNT;
         END-IF.
       PRINT-PREFECTURE-RANKING-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県の数字を地方ごと・全国に合計し、地方と全国の1人
      * 当たりの数字を求めます。県民所得は人口で重み付けした平均
      * です。
      ******************************************************************
       ACCUMULATE-REGIONS SECTION.
         PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > CAPITA-TABLE-COUNT
           IF CP-POPULATION(CX) > 0
             THEN
               PERFORM ACCUMULATE-ONE-PREFECTURE;
           END-IF
         END-PERFORM.
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > REGION-TABLE-COUNT
           IF RS-POPULATION(RX) > 0
             THEN
               COMPUTE RS-GDP-PER-CAPITA(RX) ROUNDED =
                   RS-GDP-MILLION-YEN(RX) * 1000
                   / RS-POPULATION(RX);
               COMPUTE RS-INCOME-PER-CAPITA(RX) ROUNDED =
                   RS-INCOME-WEIGHT(RX) / RS-POPULATION(RX);
               COMPUTE RS-ESTABLISHMENT-RATE(RX) ROUNDED =
                   RS-ESTABLISHMENTS(RX) * 1000
                   / RS-POPULATION(RX);
           END-IF
         END-PERFORM.
         IF NATIONAL-POPULATION > 0
           THEN
             COMPUTE NATIONAL-GDP-PER-CAPITA ROUNDED =
                 NATIONAL-GDP-MILLION-YEN * 1000
                 / NATIONAL-POPULATION;
             COMPUTE NATIONAL-INCOME-PER-CAPITA ROUNDED =
                 NATIONAL-INCOME-WEIGHT / NATIONAL-POPULATION;
             COMPUTE NATIONAL-ESTABLISHMENT-RATE ROUNDED =
                 NATIONAL-ESTABLISHMENTS * 1000
                 / NATIONAL-POPULATION;
         END-IF.
       ACCUMULATE-REGIONS-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県1件分を地方の行と全国の合計へ加えます。地方ファイル
      * に無い地方コードは全国の合計にだけ加えます。
      ******************************************************************
       ACCUMULATE-ONE-PREFECTURE SECTION.
         ADD CP-POPULATION(CX) TO NATIONAL-POPULATION.
         ADD CP-GDP-MILLION-YEN(CX) TO NATIONAL-GDP-MILLION-YEN.
         ADD CP-ESTABLISHMENTS(CX) TO NATIONAL-ESTABLISHMENTS.
         COMPUTE NATIONAL-INCOME-WEIGHT = NATIONAL-INCOME-WEIGHT
             + CP-INCOME-PER-CAPITA(CX) * CP-POPULATION(CX).
         SET RX TO 1.
         SEARCH REGION-ENTRY
           AT END
             CONTINUE;
           WHEN RX > REGION-TABLE-COUNT
             CONTINUE;
           WHEN RS-REGION-CODE(RX) = CP-REGION-CODE(CX)
             ADD 1 TO RS-PREFECTURES-COUNT(RX);
             ADD CP-POPULATION(CX) TO RS-POPULATION(RX);
             ADD CP-GDP-MILLION-YEN(CX) TO RS-GDP-MILLION-YEN(RX);
             ADD CP-ESTABLISHMENTS(CX) TO RS-ESTABLISHMENTS(RX);
             COMPUTE RS-INCOME-WEIGHT(RX) = RS-INCOME-WEIGHT(RX)
                 + CP-INCOME-PER-CAPITA(CX) * CP-POPULATION(CX);
         END-SEARCH.
       ACCUMULATE-ONE-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 地方の表を1人当たり県内総生産の高い順に並べ替えます（単純
      * 選択法）。
      ******************************************************************
       SORT-REGIONS SECTION.
         PERFORM VARYING SX1 FROM 1 BY 1
             UNTIL SX1 >= REGION-TABLE-COUNT
           COMPUTE SX2 = SX1 + 1;
           PERFORM VARYING SX2 FROM SX2 BY 1
               UNTIL SX2 > REGION-TABLE-COUNT
             IF RS-GDP-PER-CAPITA(SX1) < RS-GDP-PER-CAPITA(SX2)
               THEN
                 MOVE REGION-ENTRY(SX1) TO REGION-WORK-ENTRY;
                 MOVE REGION-ENTRY(SX2) TO REGION-ENTRY(SX1);
                 MOVE REGION-WORK-ENTRY TO REGION-ENTRY(SX2);
             END-IF
           END-PERFORM
         END-PERFORM.
       SORT-REGIONS-EXIT.
         EXIT.

      ******************************************************************
      * 地方の順位と全国の合計を表示します。数字のある都道府県を
      * 持たない地方は表示しません。
      ******************************************************************
       PRINT-REGION-RANKING SECTION.
         DISPLAY "-------------------------------------------------".
         DISPLAY "REGION RANKING (GDP PER CAPITA, HIGH TO LOW)".
         DISPLAY "RK CODE NAME             PREFS POPULATION"
             "  GDP/CAP  INC/CAP  EST/1000".
         MOVE 0 TO RANK-NUMBER.
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > REGION-TABLE-COUNT
           IF RS-POPULATION(RX) > 0
             THEN
               ADD 1 TO RANK-NUMBER;
               MOVE RS-POPULATION(RX) TO POPULATION-EDIT;
               MOVE RS-GDP-PER-CAPITA(RX) TO GDP-PER-CAPITA-EDIT;
               MOVE RS-INCOME-PER-CAPITA(RX) TO INCOME-EDIT;
               MOVE RS-ESTABLISHMENT-RATE(RX)
                   TO ESTABLISHMENT-RATE-EDIT;
               DISPLAY RANK-NUMBER "  " RS-REGION-CODE(RX)
                   " " RS-ENGLISH-NAME(RX)(1:16)
                   " " RS-PREFECTURES-COUNT(RX)
                   " " POPULATION-EDIT
                   " " GDP-PER-CAPITA-EDIT
                   " " INCOME-EDIT
                   " " ESTABLISHMENT-RATE-EDIT;
           END-IF
         END-PERFORM.
         MOVE NATIONAL-POPULATION TO POPULATION-EDIT.
         MOVE NATIONAL-GDP-PER-CAPITA TO GDP-PER-CAPITA-EDIT.
         MOVE NATIONAL-INCOME-PER-CAPITA TO INCOME-EDIT.
         MOVE NATIONAL-ESTABLISHMENT-RATE TO ESTABLISHMENT-RATE-EDIT.
         DISPLAY "-------------------------------------------------".
         DISPLAY "NATIONAL                   "
             " " POPULATION-EDIT
             " " GDP-PER-CAPITA-EDIT
             " " INCOME-EDIT
             " " ESTABLISHMENT-RATE-EDIT.
         DISPLAY "=================================================".
       PRINT-REGION-RANKING-EXIT.
         EXIT.

       END PROGRAM PER-CAPITA-REPORT.
