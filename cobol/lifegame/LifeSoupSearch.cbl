      ******************************************************************
      * 乱数で作った初期配置（スープ）を次々に走らせ、長生きする
      * 種を探します。LIFE-GAME-RANKINGはライブラリに誰かが打ち
      * 込んだパターンしか比べられませんが、このプログラムは
      * 盤面の中央に指定の大きさの区画を取り、その中のセルを指定
      * の密度で乱数により生かして、絶滅するか、静止または周期2
      * で安定するか、上限世代数に達するまで世代を進めます。
      *
      * 生存した世代数の多い順（同じなら最後の生存数の多い順）に
      * 上位N件を残し、パターンファイル（Soup種.txt）とパターン
      * ライブラリの登録行（名前は"S"＋種、覚え書きに種・区画・
      * 密度・環状の別）にします。最後に、寿命の分布を棒グラフで
      * 示す集計表を表示します。
      *
      * 乱数は、FUNCTIONを使わずに計算できる最小標準の乗算合同法
      * （種×16807を2147483647で割った余り）です。各スープの種は
      * そのスープを作り始めたときの乱数の値なので、
      * LIFEGAME_SOUP_SEEDにその種、LIFEGAME_SOUP_COUNTに1を与え、
      * 区画・密度・規則・環状の別をそろえれば同じスープを再現
      * できます。
      *
      * 環境変数（いずれも省略時は既定値）:
      *   LIFEGAME_SOUP_COUNT    試すスープの数（1-9999、既定100）
      *   LIFEGAME_SOUP_SEED     最初の種（1-2147483646、既定1）
      *   LIFEGAME_SOUP_DENSITY  生きたセルの密度％（1-99、既定35）
      *   LIFEGAME_SOUP_ROWS     区画の行数（1-8、既定5）
      *   LIFEGAME_SOUP_COLS     区画の列数（1-10、既定5）
      *   LIFEGAME_SOUP_KEEP     残す上位の件数（1-20、既定5）
      *   LIFEGAME_SOUP_SAVE     "N"ならライブラリへ登録しない
      *   LIFEGAME_GENERATIONS   上限世代数（1-999、既定100）
      *   LIFEGAME_BIRTH_RULE / LIFEGAME_SURVIVAL_RULE /
      *   LIFEGAME_WRAP_MODE     LIFE-GAMEと同じ意味
      * 値の誤りは理由を示してRETURN-CODE=8で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFE-SOUP-SEARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PATTERN-FILE
           ASSIGN DYNAMIC PATTERN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PATTERN-STATUS.
         SELECT LIBRARY-FILE
           ASSIGN TO "../../data/lifegame/PatternLibrary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIBRARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 上位に残ったスープのパターンファイル。
       FD  PATTERN-FILE.
       01  PATTERN-RECORD.
         03  PATTERN-ROW               PIC 9(2).
         03  PATTERN-COL               PIC 9(2).
      * パターンライブラリファイル。
       FD  LIBRARY-FILE.
       01  PATTERN-LIBRARY-RECORD.
           COPY "PatternLibraryEntry".

       WORKING-STORAGE SECTION.
       01  PATTERN-STATUS              PIC X(2).
       01  LIBRARY-STATUS              PIC X(2).
         88  LIBRARY-STATUS-OK         VALUE "00".
       77  PATTERN-FILENAME            PIC X(80).

      * 盤面の行数・列数と規則（LIFE-GAMEと同じ既定値）。
       77  ROWS-COUNT                  PIC 9(2) VALUE 8.
       77  COLS-COUNT                  PIC 9(2) VALUE 10.
       77  WRAP-MODE                   PIC X(1) VALUE "N".
       77  BIRTH-RULE                  PIC X(9) VALUE "3".
       77  SURVIVAL-RULE               PIC X(9) VALUE "23".
       77  MAX-GENERATIONS             PIC 9(3) VALUE 100.
       77  RULE-LABEL                  PIC X(21).

      * 探索の条件。
       77  SOUP-COUNT                  PIC 9(4) VALUE 100.
       77  FIRST-SEED                  PIC 9(10) VALUE 1.
       77  SOUP-DENSITY                PIC 9(2) VALUE 35.
       77  SOUP-ROWS                   PIC 9(2) VALUE 5.
       77  SOUP-COLS                   PIC 9(2) VALUE 5.
       77  KEEP-COUNT                  PIC 9(2) VALUE 5.
       77  SAVE-MODE                   PIC X(1) VALUE "Y".
         88  SAVE-MODE-ON              VALUE "Y".
      * 区画の左上の1つ手前の行・列（区画を盤面の中央に置く）。
       77  SOUP-TOP                    PIC 9(2).
       77  SOUP-LEFT                   PIC 9(2).

      * 環境変数の受け取りと、数字の読み取り。
       01  ENV-VALUE                   PIC X(10).
       01  ENV-VALUE-CHARS REDEFINES ENV-VALUE.
         03  ENV-CHAR                  OCCURS 10 PIC X(1).
       77  ENV-NUMBER                  PIC 9(10).
       77  ENV-DIGIT                   PIC 9(1).
       77  ENV-POSITION                PIC 9(2).
       77  ENV-VALID-SWITCH            PIC X(1).
         88  ENV-NUMBER-VALID          VALUE "Y".
       77  ENV-END-SWITCH              PIC X(1).
         88  ENV-END-FOUND             VALUE "Y".

      * 乱数（最小標準の乗算合同法）。
       77  RANDOM-STATE                PIC 9(10).
       77  RANDOM-PRODUCT              PIC 9(15).
       77  RANDOM-QUOTIENT             PIC 9(15).
       77  RANDOM-DRAW                 PIC 9(3).

      * 1件のスープの実行。
       77  SOUP-NUMBER                 PIC 9(4).
       77  CURRENT-SEED                PIC 9(10).
       77  START-POPULATION            PIC 9(3).
       77  GEN-COUNT                   PIC 9(3) VALUE 0.
       77  POPULATION-COUNT            PIC 9(3) VALUE 0.
       77  HAVE-PREV                   PIC X(1) VALUE "N".
         88  HAVE-PREV-YES             VALUE "Y".
       77  STABLE-FOUND                PIC X(1) VALUE "N".
         88  STABLE-FOUND-YES          VALUE "Y".
       77  CURRENT-OUTCOME             PIC X(7).
       77  I                           PIC 9(2).
       77  J                           PIC 9(2).
       01  STAGE-1.
           COPY "Stage".
       01  STAGE-2.
           COPY "Stage".
       01  STAGE-PREV.
           COPY "Stage".
       01  STAGE-START.
           COPY "Stage".

      * 集計（結末ごとの件数、寿命の合計と分布）。
       77  EXTINCT-TOTAL               PIC 9(4) VALUE 0.
       77  SETTLED-TOTAL               PIC 9(4) VALUE 0.
       77  LIMIT-TOTAL                 PIC 9(4) VALUE 0.
       77  LIFESPAN-SUM                PIC 9(7) VALUE 0.
       77  AVERAGE-LIFESPAN            PIC 9(3)V9.
       77  AVERAGE-LIFESPAN-EDIT       PIC ZZ9.9.
       77  BUCKET-WIDTH                PIC 9(3).
       77  BUCKET-NUMBER               PIC 9(3).
       77  BUCKET-LOW                  PIC 9(3).
       77  BUCKET-HIGH                 PIC 9(4).
       01  BUCKET-TABLE.
         03  BUCKET-TOTAL              OCCURS 10 PIC 9(4).
       77  BUCKET-LARGEST              PIC 9(4).
       77  BAR-COUNT                   PIC 9(4).
       77  BAR-LENGTH                  PIC 9(2).
       77  BAR-STARS                   PIC X(40) VALUE ALL "*".
       77  BAR-LINE                    PIC X(40).

      * 上位に残すスープの表（生存世代数・最後の生存数の多い順）。
       77  BEST-COUNT                  PIC 9(2) VALUE 0.
       01  BEST-TABLE.
         03  BEST-ENTRY                OCCURS 20.
             05  BEST-SEED             PIC 9(10).
             05  BEST-GENERATIONS      PIC 9(3).
             05  BEST-FINAL-POPULATION PIC 9(3).
             05  BEST-START-POPULATION PIC 9(3).
             05  BEST-OUTCOME          PIC X(7).
             05  BEST-START-CELLS      PIC X(400).
       77  BEST-SLOT                   PIC 9(2).
       77  BEST-INDEX                  PIC 9(2).
       77  RANK-NUMBER-EDIT            PIC Z9.
       01  BEATS-SWITCH                PIC X(1).
         88  BEATS-ENTRY               VALUE "Y".

      * ライブラリへの登録。
       77  SOUP-PATTERN-NAME           PIC X(12).
       77  SOUP-PATTERN-FILE           PIC X(60).
       77  SOUP-NOTE                   PIC X(40).
       01  NAME-FOUND-SWITCH           PIC X(1).
         88  NAME-FOUND                VALUE "Y".
       77  SAVED-COUNT                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM READ-PARAMETERS.
         MOVE FIRST-SEED TO RANDOM-STATE.
         COMPUTE SOUP-TOP = (ROWS-COUNT - SOUP-ROWS) / 2.
         COMPUTE SOUP-LEFT = (COLS-COUNT - SOUP-COLS) / 2.
         COMPUTE BUCKET-WIDTH = (MAX-GENERATIONS + 9) / 10.
         INITIALIZE BUCKET-TABLE.
         PERFORM VARYING SOUP-NUMBER FROM 1 BY 1
             UNTIL SOUP-NUMBER > SOUP-COUNT
           PERFORM RUN-ONE-SOUP
         END-PERFORM.
         PERFORM PRINT-SUMMARY.
         IF SAVE-MODE-ON
           THEN
             PERFORM SAVE-BEST-SOUPS;
         END-IF.
       LIFE-SOUP-SEARCH-EXIT.
         STOP RUN.

      ******************************************************************
      * 環境変数から探索の条件を受け取り、範囲を確かめます。
      ******************************************************************
       READ-PARAMETERS SECTION.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_COUNT".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > 9999
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_SOUP_COUNT "
                     "MUST BE 1-9999 -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO SOUP-COUNT;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_SEED".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > 2147483646
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_SOUP_SEED "
                     "MUST BE 1-2147483646 -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO FIRST-SEED;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_DENSITY".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > 99
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_SOUP_DENSITY "
                     "MUST BE 1-99 -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO SOUP-DENSITY;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_ROWS".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > ROWS-COUNT
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_SOUP_ROWS "
                     "MUST BE 1-" ROWS-COUNT " -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO SOUP-ROWS;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_COLS".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > COLS-COUNT
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_SOUP_COLS "
                     "MUST BE 1-" COLS-COUNT " -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO SOUP-COLS;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_KEEP".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > 20
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_SOUP_KEEP "
                     "MUST BE 1-20 -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO KEEP-COUNT;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SOUP_SAVE".
         IF ENV-VALUE = "N"
           THEN
             MOVE "N" TO SAVE-MODE;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_GENERATIONS".
         IF ENV-VALUE NOT = SPACES
           THEN
             PERFORM PARSE-ENV-NUMBER;
             IF NOT ENV-NUMBER-VALID
                 OR ENV-NUMBER < 1 OR ENV-NUMBER > 999
               THEN
                 DISPLAY "LIFE-SOUP-SEARCH: LIFEGAME_GENERATIONS "
                     "MUST BE 1-999 -- " ENV-VALUE;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
             MOVE ENV-NUMBER TO MAX-GENERATIONS;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_WRAP_MODE".
         IF ENV-VALUE = "Y"
           THEN
             MOVE "Y" TO WRAP-MODE;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_BIRTH_RULE".
         IF ENV-VALUE NOT = SPACES
           THEN
             MOVE ENV-VALUE TO BIRTH-RULE;
         END-IF.
         MOVE SPACES TO ENV-VALUE.
         ACCEPT ENV-VALUE FROM ENVIRONMENT "LIFEGAME_SURVIVAL_RULE".
         IF ENV-VALUE NOT = SPACES
           THEN
             MOVE ENV-VALUE TO SURVIVAL-RULE;
             IF SURVIVAL-RULE = "NONE"
               THEN
                 MOVE SPACES TO SURVIVAL-RULE;
             END-IF;
         END-IF.
         MOVE SPACES TO RULE-LABEL.
         STRING "B" DELIMITED BY SIZE
             BIRTH-RULE DELIMITED BY SPACE
             "/S" DELIMITED BY SIZE
             SURVIVAL-RULE DELIMITED BY SPACE
             INTO RULE-LABEL.
       READ-PARAMETERS-EXIT.
         EXIT.

      ******************************************************************
      * ENV-VALUEの左詰めの数字をENV-NUMBERへ読み取ります。数字の
      * 後ろは空白だけを許し、それ以外はENV-NUMBER-VALIDを落とし
      * ます。
      ******************************************************************
       PARSE-ENV-NUMBER SECTION.
         MOVE 0 TO ENV-NUMBER.
         MOVE "Y" TO ENV-VALID-SWITCH.
         MOVE "N" TO ENV-END-SWITCH.
         IF ENV-CHAR(1) = SPACE
           THEN
             MOVE "N" TO ENV-VALID-SWITCH;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING ENV-POSITION FROM 1 BY 1
             UNTIL ENV-POSITION > 10 OR NOT ENV-NUMBER-VALID
           IF ENV-CHAR(ENV-POSITION) = SPACE
             THEN
               MOVE "Y" TO ENV-END-SWITCH;
             ELSE
               IF ENV-END-FOUND
                   OR ENV-CHAR(ENV-POSITION) IS NOT NUMERIC
                 THEN
                   MOVE "N" TO ENV-VALID-SWITCH;
                 ELSE
                   MOVE ENV-CHAR(ENV-POSITION) TO ENV-DIGIT;
                   COMPUTE ENV-NUMBER = ENV-NUMBER * 10 + ENV-DIGIT;
               END-IF
           END-IF
         END-PERFORM.
       PARSE-ENV-NUMBER-EXIT.
         EXIT.

      ******************************************************************
      * 乱数を1つ進め、0から99までの引き値をRANDOM-DRAWに置きます。
      ******************************************************************
       NEXT-RANDOM SECTION.
         MULTIPLY RANDOM-STATE BY 16807 GIVING RANDOM-PRODUCT.
         DIVIDE RANDOM-PRODUCT BY 2147483647 GIVING RANDOM-QUOTIENT
             REMAINDER RANDOM-STATE.
         DIVIDE RANDOM-STATE BY 21474837 GIVING RANDOM-DRAW.
       NEXT-RANDOM-EXIT.
         EXIT.

      ******************************************************************
      * 1件のスープを作って走らせ、集計と上位の表へ反映します。
      ******************************************************************
       RUN-ONE-SOUP SECTION.
         MOVE RANDOM-STATE TO CURRENT-SEED.
         INITIALIZE STAGE-1.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > SOUP-ROWS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SOUP-COLS
             PERFORM NEXT-RANDOM
             IF RANDOM-DRAW < SOUP-DENSITY
               THEN
                 MOVE 1 TO CELL OF STAGE-1(SOUP-TOP + I,
                     SOUP-LEFT + J);
             END-IF
           END-PERFORM
         END-PERFORM.
         MOVE STAGE-1 TO STAGE-START.
         MOVE 0 TO GEN-COUNT.
         MOVE "N" TO HAVE-PREV.
         MOVE "N" TO STABLE-FOUND.
         PERFORM COUNT-POPULATION.
         MOVE POPULATION-COUNT TO START-POPULATION.
         PERFORM UNTIL STABLE-FOUND-YES
             OR POPULATION-COUNT = 0
             OR GEN-COUNT >= MAX-GENERATIONS
           PERFORM ADVANCE-GENERATION
         END-PERFORM.
         IF POPULATION-COUNT = 0
           THEN
             MOVE "EXTINCT" TO CURRENT-OUTCOME;
             ADD 1 TO EXTINCT-TOTAL;
           ELSE
             IF STABLE-FOUND-YES
               THEN
                 MOVE "SETTLED" TO CURRENT-OUTCOME;
                 ADD 1 TO SETTLED-TOTAL;
               ELSE
                 MOVE "LIMIT" TO CURRENT-OUTCOME;
                 ADD 1 TO LIMIT-TOTAL;
             END-IF
         END-IF.
         ADD GEN-COUNT TO LIFESPAN-SUM.
         IF CURRENT-OUTCOME NOT = "LIMIT"
           THEN
             COMPUTE BUCKET-NUMBER = GEN-COUNT / BUCKET-WIDTH + 1;
             IF BUCKET-NUMBER > 10
               THEN
                 MOVE 10 TO BUCKET-NUMBER;
             END-IF;
             ADD 1 TO BUCKET-TOTAL(BUCKET-NUMBER);
         END-IF.
         IF START-POPULATION > 0
           THEN
             PERFORM INSERT-BEST-SOUP;
         END-IF.
       RUN-ONE-SOUP-EXIT.
         EXIT.

      ******************************************************************
      * 次の世代を作り、直前または2世代前の盤面と一致するか調べます
      * （LIFE-GAME-RANKINGと同じ安定の判定）。
      ******************************************************************
       ADVANCE-GENERATION SECTION.
         CALL "NEXT-STAGE" USING ROWS-COUNT, COLS-COUNT, WRAP-MODE,
             BIRTH-RULE, SURVIVAL-RULE, STAGE-1, STAGE-2.
         ADD 1 TO GEN-COUNT.
         IF STAGE-2 = STAGE-1
           THEN
             MOVE "Y" TO STABLE-FOUND;
           ELSE
             IF HAVE-PREV-YES AND STAGE-2 = STAGE-PREV
               THEN
                 MOVE "Y" TO STABLE-FOUND;
             END-IF
         END-IF.
         MOVE STAGE-1 TO STAGE-PREV.
         MOVE "Y" TO HAVE-PREV.
         MOVE STAGE-2 TO STAGE-1.
         PERFORM COUNT-POPULATION.
       ADVANCE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * STAGE-1の盤面で生きているセルの数を数えます。
      ******************************************************************
       COUNT-POPULATION SECTION.
         MOVE 0 TO POPULATION-COUNT.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROWS-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-COUNT
             IF CELL OF STAGE-1(I, J) NOT = 0
               THEN
                 ADD 1 TO POPULATION-COUNT;
             END-IF
           END-PERFORM
         END-PERFORM.
       COUNT-POPULATION-EXIT.
         EXIT.

      ******************************************************************
      * いま走らせたスープを、上位の表の順位の位置へ差し込みます。
      * 表が埋まっていて最下位にも及ばなければ何もしません。順位
      * の並ぶ同点のスープは、先に試したほうを上にします。
      ******************************************************************
       INSERT-BEST-SOUP SECTION.
         IF BEST-COUNT < KEEP-COUNT
           THEN
             ADD 1 TO BEST-COUNT;
             MOVE BEST-COUNT TO BEST-SLOT;
           ELSE
             MOVE KEEP-COUNT TO BEST-INDEX;
             PERFORM CHECK-BEATS-ENTRY;
             IF NOT BEATS-ENTRY
               THEN
                 EXIT SECTION;
             END-IF;
             MOVE KEEP-COUNT TO BEST-SLOT;
         END-IF.
         MOVE "Y" TO BEATS-SWITCH.
         PERFORM UNTIL BEST-SLOT = 1 OR NOT BEATS-ENTRY
           COMPUTE BEST-INDEX = BEST-SLOT - 1
           PERFORM CHECK-BEATS-ENTRY
           IF BEATS-ENTRY
             THEN
               MOVE BEST-ENTRY(BEST-INDEX) TO BEST-ENTRY(BEST-SLOT);
               MOVE BEST-INDEX TO BEST-SLOT;
           END-IF
         END-PERFORM.
         MOVE CURRENT-SEED TO BEST-SEED(BEST-SLOT).
         MOVE GEN-COUNT TO BEST-GENERATIONS(BEST-SLOT).
         MOVE POPULATION-COUNT TO BEST-FINAL-POPULATION(BEST-SLOT).
         MOVE START-POPULATION TO BEST-START-POPULATION(BEST-SLOT).
         MOVE CURRENT-OUTCOME TO BEST-OUTCOME(BEST-SLOT).
         MOVE STAGE-START TO BEST-START-CELLS(BEST-SLOT).
       INSERT-BEST-SOUP-EXIT.
         EXIT.

      ******************************************************************
      * いまのスープが上位の表のBEST-INDEX番目より上かを調べます。
      ******************************************************************
       CHECK-BEATS-ENTRY SECTION.
         MOVE "N" TO BEATS-SWITCH.
         IF GEN-COUNT > BEST-GENERATIONS(BEST-INDEX)
           THEN
             MOVE "Y" TO BEATS-SWITCH;
           ELSE
             IF GEN-COUNT = BEST-GENERATIONS(BEST-INDEX)
                 AND POPULATION-COUNT
                     > BEST-FINAL-POPULATION(BEST-INDEX)
               THEN
                 MOVE "Y" TO BEATS-SWITCH;
             END-IF
         END-IF.
       CHECK-BEATS-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 探索の条件、結末ごとの件数、寿命の分布、上位の表を表示
      * します。
      ******************************************************************
       PRINT-SUMMARY SECTION.
         DISPLAY "=================================================".
         DISPLAY "  LIFE GAME RANDOM SOUP SEARCH".
         DISPLAY "=================================================".
         DISPLAY "SOUPS " SOUP-COUNT "  FIRST SEED " FIRST-SEED
             "  AREA " SOUP-ROWS " X " SOUP-COLS
             "  DENSITY " SOUP-DENSITY "%".
         DISPLAY "GENERATION LIMIT " MAX-GENERATIONS
             "  WRAP " WRAP-MODE "  RULE " RULE-LABEL.
         DISPLAY "-------------------------------------------------".
         COMPUTE AVERAGE-LIFESPAN ROUNDED =
             LIFESPAN-SUM / SOUP-COUNT.
         MOVE AVERAGE-LIFESPAN TO AVERAGE-LIFESPAN-EDIT.
         DISPLAY "EXTINCT " EXTINCT-TOTAL "  SETTLED " SETTLED-TOTAL
             "  LIMIT " LIMIT-TOTAL
             "  AVERAGE LIFESPAN " AVERAGE-LIFESPAN-EDIT.
         DISPLAY "-------------------------------------------------".
         DISPLAY "LIFESPAN DISTRIBUTION (GENERATIONS  SOUPS)".
         MOVE LIMIT-TOTAL TO BUCKET-LARGEST.
         PERFORM VARYING BUCKET-NUMBER FROM 1 BY 1
             UNTIL BUCKET-NUMBER > 10
           IF BUCKET-TOTAL(BUCKET-NUMBER) > BUCKET-LARGEST
             THEN
               MOVE BUCKET-TOTAL(BUCKET-NUMBER) TO BUCKET-LARGEST;
           END-IF
         END-PERFORM.
         PERFORM VARYING BUCKET-NUMBER FROM 1 BY 1
             UNTIL BUCKET-NUMBER > 10
           COMPUTE BUCKET-LOW = (BUCKET-NUMBER - 1) * BUCKET-WIDTH
           COMPUTE BUCKET-HIGH = BUCKET-NUMBER * BUCKET-WIDTH - 1
           IF BUCKET-NUMBER = 10 OR BUCKET-HIGH > MAX-GENERATIONS
             THEN
               MOVE MAX-GENERATIONS TO BUCKET-HIGH;
           END-IF
           IF BUCKET-LOW <= MAX-GENERATIONS
             THEN
               MOVE BUCKET-TOTAL(BUCKET-NUMBER) TO BAR-COUNT
               PERFORM BUILD-BAR-LINE
               DISPLAY "  " BUCKET-LOW "-" BUCKET-HIGH(2:3) "  "
                   BUCKET-TOTAL(BUCKET-NUMBER) "  " BAR-LINE;
           END-IF
         END-PERFORM.
         MOVE LIMIT-TOTAL TO BAR-COUNT.
         PERFORM BUILD-BAR-LINE.
         DISPLAY "  LIMIT    " LIMIT-TOTAL "  " BAR-LINE.
         DISPLAY "-------------------------------------------------".
         DISPLAY "BEST " BEST-COUNT " SOUPS".
         DISPLAY "RANK  SEED        GENERATIONS  FINAL  START"
             "  OUTCOME".
         DISPLAY "----  ----------  -----------  -----  -----"
             "  -------".
         PERFORM VARYING BEST-INDEX FROM 1 BY 1
             UNTIL BEST-INDEX > BEST-COUNT
           MOVE BEST-INDEX TO RANK-NUMBER-EDIT
           DISPLAY RANK-NUMBER-EDIT "    " BEST-SEED(BEST-INDEX)
               "  " BEST-GENERATIONS(BEST-INDEX) "          "
               "  " BEST-FINAL-POPULATION(BEST-INDEX) "  "
               "  " BEST-START-POPULATION(BEST-INDEX) "  "
               "  " BEST-OUTCOME(BEST-INDEX)
         END-PERFORM.
         DISPLAY "=================================================".
       PRINT-SUMMARY-EXIT.
         EXIT.

      ******************************************************************
      * BAR-COUNTに置いた件数を、最多の件数を40字とする棒にして
      * BAR-LINEへ作ります。1件でもあれば少なくとも1字にします。
      ******************************************************************
       BUILD-BAR-LINE SECTION.
         MOVE SPACES TO BAR-LINE.
         IF BAR-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         COMPUTE BAR-LENGTH = BAR-COUNT * 40 / BUCKET-LARGEST.
         IF BAR-LENGTH = 0
           THEN
             MOVE 1 TO BAR-LENGTH;
         END-IF.
         MOVE BAR-STARS(1:BAR-LENGTH) TO BAR-LINE.
       BUILD-BAR-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 上位に残ったスープを、パターンファイルとライブラリの登録行に
      * します。同じ名前がすでにライブラリにあれば登録しません。
      ******************************************************************
       SAVE-BEST-SOUPS SECTION.
         PERFORM VARYING BEST-INDEX FROM 1 BY 1
             UNTIL BEST-INDEX > BEST-COUNT
           PERFORM SAVE-ONE-SOUP
         END-PERFORM.
         DISPLAY "LIBRARY ENTRIES ADDED: " SAVED-COUNT.
       SAVE-BEST-SOUPS-EXIT.
         EXIT.

      ******************************************************************
      * 上位の表のBEST-INDEX番目のスープを保存します。
      ******************************************************************
       SAVE-ONE-SOUP SECTION.
         MOVE SPACES TO SOUP-PATTERN-NAME.
         STRING "S" BEST-SEED(BEST-INDEX) DELIMITED BY SIZE
             INTO SOUP-PATTERN-NAME.
         MOVE SPACES TO SOUP-PATTERN-FILE.
         STRING "../../data/lifegame/Soup" BEST-SEED(BEST-INDEX)
             ".txt" DELIMITED BY SIZE
             INTO SOUP-PATTERN-FILE.
         PERFORM FIND-LIBRARY-NAME.
         IF NAME-FOUND
           THEN
             DISPLAY "ALREADY IN LIBRARY: " SOUP-PATTERN-NAME;
             EXIT SECTION;
         END-IF.
         MOVE SOUP-PATTERN-FILE TO PATTERN-FILENAME.
         OPEN OUTPUT PATTERN-FILE.
         IF PATTERN-STATUS NOT = "00"
           THEN
             DISPLAY "LIFE-SOUP-SEARCH: UNABLE TO OPEN "
                 PATTERN-FILENAME " STATUS=" PATTERN-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE BEST-START-CELLS(BEST-INDEX) TO STAGE-START.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROWS-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-COUNT
             IF CELL OF STAGE-START(I, J) = 1
               THEN
                 MOVE I TO PATTERN-ROW;
                 MOVE J TO PATTERN-COL;
                 WRITE PATTERN-RECORD;
             END-IF
           END-PERFORM
         END-PERFORM.
         CLOSE PATTERN-FILE.
         MOVE SPACES TO SOUP-NOTE.
         STRING "SEED=" BEST-SEED(BEST-INDEX)
             " " SOUP-ROWS "X" SOUP-COLS
             " DENSITY=" SOUP-DENSITY
             " WRAP=" WRAP-MODE DELIMITED BY SIZE
             INTO SOUP-NOTE.
         PERFORM APPEND-LIBRARY-ENTRY.
       SAVE-ONE-SOUP-EXIT.
         EXIT.

      ******************************************************************
      * SOUP-PATTERN-NAMEと同じ名前の登録行がライブラリにあるかを
      * 調べます。ライブラリがまだなければ、ないものとします。
      ******************************************************************
       FIND-LIBRARY-NAME SECTION.
         MOVE "N" TO NAME-FOUND-SWITCH.
         OPEN INPUT LIBRARY-FILE.
         IF NOT LIBRARY-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT LIBRARY-STATUS-OK OR NAME-FOUND
           MOVE SPACES TO PATTERN-LIBRARY-RECORD
           READ LIBRARY-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PLIB-PATTERN-NAME = SOUP-PATTERN-NAME
                 THEN
                   MOVE "Y" TO NAME-FOUND-SWITCH;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE LIBRARY-FILE.
       FIND-LIBRARY-NAME-EXIT.
         EXIT.

      ******************************************************************
      * パターンライブラリへ、規則と種の覚え書き付きの登録行を
      * 追記します。生存しない規則は"NONE"と書きます。
      ******************************************************************
       APPEND-LIBRARY-ENTRY SECTION.
         OPEN EXTEND LIBRARY-FILE.
         IF LIBRARY-STATUS = "35"
           THEN
             OPEN OUTPUT LIBRARY-FILE;
         END-IF.
         IF LIBRARY-STATUS NOT = "00"
           THEN
             DISPLAY "LIFE-SOUP-SEARCH: UNABLE TO OPEN PATTERN "
                 "LIBRARY STATUS=" LIBRARY-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             MOVE SPACES TO PATTERN-LIBRARY-RECORD;
             MOVE SOUP-PATTERN-NAME TO PLIB-PATTERN-NAME;
             MOVE SOUP-PATTERN-FILE TO PLIB-PATTERN-FILE;
             MOVE BIRTH-RULE TO PLIB-BIRTH-RULE;
             IF SURVIVAL-RULE = SPACES
               THEN
                 MOVE "NONE" TO PLIB-SURVIVAL-RULE;
               ELSE
                 MOVE SURVIVAL-RULE TO PLIB-SURVIVAL-RULE;
             END-IF;
             MOVE SOUP-NOTE TO PLIB-NOTE;
             WRITE PATTERN-LIBRARY-RECORD;
             CLOSE LIBRARY-FILE;
             ADD 1 TO SAVED-COUNT;
             DISPLAY "LIBRARY ENTRY ADDED: " SOUP-PATTERN-NAME
                 " " SOUP-NOTE;
         END-IF.
       APPEND-LIBRARY-ENTRY-EXIT.
         EXIT.

       END PROGRAM LIFE-SOUP-SEARCH.
