      ******************************************************************
      * ライフゲームの2つの世代計算（全マスを調べるNEXT-STAGEと、
      * 生きたセルの一覧だけを調べるNEXT-STAGE-SPARSE）が、同じ
      * 盤面から同じ結果を出すことを確かめます。
      *
      * 定番のパターン（グライダー・ブリンカー・ヒキガエル・
      * グライダー対ブリンカーの2色の配置）を、LIFE-GAME-RANKINGと
      * 同じ3つの規則（コンウェイB3/S23・HighLife B36/S23・Seeds
      * B2）と、環状の別（端で打ち切る・環状）のすべての組み合わせ
      * で、LIFE-GAMEと同じ8行10列の盤面に置き、毎世代の盤面を
      * 突き合わせます。最後に、2桁の行数・列数を超える大きな
      * 環状盤面でグライダーを走らせ、盤面の端をまたいで正しい
      * 位置へ進んだかを確かめます。
      *
      * 組み合わせごとに1行の結果を表示し、1つでも食い違えば
      * RETURN-CODE=8で終わります。表示は毎回同じなので、
      * SMOKE-TESTが期待ファイルと突き合わせます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFE-ENGINE-CHECK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * 盤面の行数・列数（LIFE-GAMEと同じ既定値）と、突き合わせる
      * 世代数。
       77  ROWS-COUNT                  PIC 9(2) VALUE 8.
       77  COLS-COUNT                  PIC 9(2) VALUE 10.
       77  BOARD-ROWS                  PIC 9(4).
       77  BOARD-COLS                  PIC 9(4).
       77  CHECK-GENERATIONS           PIC 9(3) VALUE 60.
      * 定番のパターンの一覧（名前・パターンファイル）。
       01  CHECK-PATTERN-VALUES.
         03  FILLER PIC X(72) VALUE
             "GLIDER      ../../data/lifegame/GliderPattern.txt".
         03  FILLER PIC X(72) VALUE
             "BLINKER     ../../data/lifegame/BlinkerPattern.txt".
         03  FILLER PIC X(72) VALUE
             "TOAD        ../../data/lifegame/ToadPattern.txt".
         03  FILLER PIC X(72) VALUE
             "GLIDER-BLNK ../../data/lifegame/GliderVsBlinker.txt".
       01  CHECK-PATTERN-TABLE REDEFINES CHECK-PATTERN-VALUES.
         03  CHECK-PATTERN             OCCURS 4.
             05  CP-PATTERN-NAME       PIC X(12).
             05  CP-PATTERN-FILE       PIC X(60).
       77  PATTERN-INDEX               PIC 9(1).
      * 比べる規則の一覧（LIFE-GAME-RANKINGと同じ）。
       01  RULE-SETS-VALUE             PIC X(78) VALUE
           "CONWAY  3        23       HIGHLIFE36       23       SEED"
           & "S   2                 ".
       01  RULE-SETS-TABLE REDEFINES RULE-SETS-VALUE.
         03  RULE-SET                  OCCURS 3.
             05  RS-RULE-NAME          PIC X(8).
             05  RS-BIRTH-RULE         PIC X(9).
             05  RS-SURVIVAL-RULE      PIC X(9).
       77  RULE-SET-INDEX              PIC 9(1).
       77  WRAP-MODE                   PIC X(1).
       77  WRAP-INDEX                  PIC 9(1).
      * LOAD-BOARDへ渡すファイル名（X(80)の受け口に合わせます）。
       77  PATTERN-FILENAME            PIC X(80).

      * 2つの計算の盤面。
       01  STAGE-1.
           COPY "Stage".
       01  STAGE-2.
           COPY "Stage".
       01  STAGE-FROM-LIST.
           COPY "Stage".
       01  LIVE-1.
           COPY "LiveCellList".
       01  LIVE-2.
           COPY "LiveCellList".
      * 大きな盤面で期待する一覧。
       01  LIVE-EXPECTED.
           COPY "LiveCellList".

      * 1つの組み合わせの結果と、全体の集計。
       77  GEN-COUNT                   PIC 9(3).
       77  MISMATCH-GENERATION         PIC 9(3).
       77  CASE-COUNT                  PIC 9(3) VALUE 0.
       77  MISMATCH-COUNT              PIC 9(3) VALUE 0.
       77  CASE-RESULT                 PIC X(28).
       77  I                           PIC 9(2).
       77  J                           PIC 9(2).
       77  LIVE-INDEX                  PIC 9(4).

      * 大きな盤面の確かめ。グライダーは4世代で左上へ1マス進む
      * ので、40世代で上へ10行・左へ10列ずれた位置にあるはずです。
       77  LARGE-GENERATIONS           PIC 9(3) VALUE 40.
       77  LARGE-SHIFT                 PIC S9(3) VALUE -10.
       77  LARGE-ROW-OFFSET            PIC S9(3) VALUE -4.
       77  LARGE-COL-OFFSET            PIC S9(3) VALUE -6.
       77  SHIFTED-ROW                 PIC S9(5).
       77  SHIFTED-COL                 PIC S9(5).
       77  INSERT-INDEX                PIC 9(4).
       77  SHIFT-INDEX                 PIC 9(4).
       01  INSERT-SWITCH               PIC X.
         88  INSERT-POSITION-FOUND     VALUE "Y".
       01  NEW-LIVE-CELL.
         03  NEW-LIVE-POSITION.
             05  NEW-LIVE-ROW          PIC 9(4).
             05  NEW-LIVE-COL          PIC 9(4).
         03  NEW-LIVE-COLONY           PIC 9.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE ROWS-COUNT TO BOARD-ROWS.
         MOVE COLS-COUNT TO BOARD-COLS.
         PERFORM VARYING PATTERN-INDEX FROM 1 BY 1
             UNTIL PATTERN-INDEX > 4
           PERFORM VARYING RULE-SET-INDEX FROM 1 BY 1
               UNTIL RULE-SET-INDEX > 3
             PERFORM VARYING WRAP-INDEX FROM 1 BY 1
                 UNTIL WRAP-INDEX > 2
               IF WRAP-INDEX = 1
                 THEN
                   MOVE "N" TO WRAP-MODE
                 ELSE
                   MOVE "Y" TO WRAP-MODE
               END-IF
               PERFORM CHECK-ONE-CASE
             END-PERFORM
           END-PERFORM
         END-PERFORM.
         PERFORM CHECK-LARGE-BOARD.
         DISPLAY "LIFE-ENGINE-CHECK: " CASE-COUNT " CASES  "
             MISMATCH-COUNT " MISMATCHES".
         IF MISMATCH-COUNT > 0
           THEN
             MOVE 8 TO RETURN-CODE;
         END-IF.
       LIFE-ENGINE-CHECK-EXIT.
         GOBACK.

      ******************************************************************
      * 1つのパターン・規則・環状の別の組み合わせで、2つの計算を
      * 並べて進め、毎世代の盤面を突き合わせます。
      ******************************************************************
       CHECK-ONE-CASE SECTION.
         ADD 1 TO CASE-COUNT.
         INITIALIZE STAGE-1.
         INITIALIZE STAGE-2.
         MOVE CP-PATTERN-FILE(PATTERN-INDEX) TO PATTERN-FILENAME.
         CALL "LOAD-BOARD" USING PATTERN-FILENAME, ROWS-COUNT,
             COLS-COUNT, STAGE-1.
         IF RETURN-CODE NOT = 0
           THEN
             MOVE 0 TO RETURN-CODE;
             ADD 1 TO MISMATCH-COUNT;
             DISPLAY "LIFE-ENGINE-CHECK: "
                 CP-PATTERN-NAME(PATTERN-INDEX)
                 RS-RULE-NAME(RULE-SET-INDEX) " WRAP=" WRAP-MODE
                 " UNABLE TO LOAD PATTERN FILE";
             EXIT SECTION;
         END-IF.
         PERFORM STAGE-TO-LIST.
         MOVE 0 TO MISMATCH-GENERATION.
         PERFORM VARYING GEN-COUNT FROM 1 BY 1
             UNTIL GEN-COUNT > CHECK-GENERATIONS
                 OR MISMATCH-GENERATION > 0
           CALL "NEXT-STAGE" USING ROWS-COUNT, COLS-COUNT, WRAP-MODE,
               RS-BIRTH-RULE(RULE-SET-INDEX),
               RS-SURVIVAL-RULE(RULE-SET-INDEX), STAGE-1, STAGE-2
           CALL "NEXT-STAGE-SPARSE" USING BOARD-ROWS, BOARD-COLS,
               WRAP-MODE, RS-BIRTH-RULE(RULE-SET-INDEX),
               RS-SURVIVAL-RULE(RULE-SET-INDEX), LIVE-1, LIVE-2
           PERFORM LIST-TO-STAGE
           IF RETURN-CODE NOT = 0 OR STAGE-FROM-LIST NOT = STAGE-2
             THEN
               MOVE GEN-COUNT TO MISMATCH-GENERATION
             ELSE
               MOVE STAGE-2 TO STAGE-1
               MOVE LIVE-2 TO LIVE-1
           END-IF
         END-PERFORM.
         MOVE 0 TO RETURN-CODE.
         IF MISMATCH-GENERATION > 0
           THEN
             ADD 1 TO MISMATCH-COUNT;
             MOVE SPACES TO CASE-RESULT;
             STRING "MISMATCH AT GENERATION " MISMATCH-GENERATION
                 DELIMITED BY SIZE INTO CASE-RESULT;
           ELSE
             MOVE "MATCH" TO CASE-RESULT;
         END-IF.
         DISPLAY "LIFE-ENGINE-CHECK: " CP-PATTERN-NAME(PATTERN-INDEX)
             RS-RULE-NAME(RULE-SET-INDEX) " WRAP=" WRAP-MODE
             " GENERATIONS=" CHECK-GENERATIONS
             " POPULATION=" LIVE-CELL-COUNT OF LIVE-1
             " " CASE-RESULT.
       CHECK-ONE-CASE-EXIT.
         EXIT.

      ******************************************************************
      * STAGE-1の生きたセルを、行・列の順にLIVE-1の一覧へ写します。
      ******************************************************************
       STAGE-TO-LIST SECTION.
         MOVE 0 TO LIVE-CELL-COUNT OF LIVE-1.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROWS-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-COUNT
             IF CELL OF STAGE-1(I, J) NOT = 0
               THEN
                 ADD 1 TO LIVE-CELL-COUNT OF LIVE-1;
                 MOVE LIVE-CELL-COUNT OF LIVE-1 TO LIVE-INDEX;
                 MOVE I TO LIVE-ROW OF LIVE-1(LIVE-INDEX);
                 MOVE J TO LIVE-COL OF LIVE-1(LIVE-INDEX);
                 MOVE CELL OF STAGE-1(I, J)
                     TO LIVE-COLONY OF LIVE-1(LIVE-INDEX);
             END-IF
           END-PERFORM
         END-PERFORM.
       STAGE-TO-LIST-EXIT.
         EXIT.

      ******************************************************************
      * LIVE-2の一覧を、STAGE-FROM-LISTの盤面へ写します。
      ******************************************************************
       LIST-TO-STAGE SECTION.
         INITIALIZE STAGE-FROM-LIST.
         PERFORM VARYING LIVE-INDEX FROM 1 BY 1
             UNTIL LIVE-INDEX > LIVE-CELL-COUNT OF LIVE-2
           MOVE LIVE-ROW OF LIVE-2(LIVE-INDEX) TO I
           MOVE LIVE-COL OF LIVE-2(LIVE-INDEX) TO J
           MOVE LIVE-COLONY OF LIVE-2(LIVE-INDEX)
               TO CELL OF STAGE-FROM-LIST(I, J)
         END-PERFORM.
       LIST-TO-STAGE-EXIT.
         EXIT.

      ******************************************************************
      * 2000行3000列の環状盤面の左上の隅にグライダーを置き、
      * NEXT-STAGE-SPARSEだけで走らせて、盤面の端をまたいで
      * 右下の隅の期待した位置へ進んだかを確かめます。
      ******************************************************************
       CHECK-LARGE-BOARD SECTION.
         ADD 1 TO CASE-COUNT.
         MOVE 2000 TO BOARD-ROWS.
         MOVE 3000 TO BOARD-COLS.
         MOVE "Y" TO WRAP-MODE.
         INITIALIZE STAGE-1.
         MOVE CP-PATTERN-FILE(1) TO PATTERN-FILENAME.
         CALL "LOAD-BOARD" USING PATTERN-FILENAME, ROWS-COUNT,
             COLS-COUNT, STAGE-1.
         IF RETURN-CODE NOT = 0
           THEN
             MOVE 0 TO RETURN-CODE;
             ADD 1 TO MISMATCH-COUNT;
             DISPLAY "LIFE-ENGINE-CHECK: LARGE BOARD UNABLE TO LOAD "
                 "PATTERN FILE";
             EXIT SECTION;
         END-IF.
         PERFORM STAGE-TO-LIST.
         PERFORM VARYING LIVE-INDEX FROM 1 BY 1
             UNTIL LIVE-INDEX > LIVE-CELL-COUNT OF LIVE-1
           COMPUTE LIVE-ROW OF LIVE-1(LIVE-INDEX) =
               LIVE-ROW OF LIVE-1(LIVE-INDEX) + LARGE-ROW-OFFSET
           COMPUTE LIVE-COL OF LIVE-1(LIVE-INDEX) =
               LIVE-COL OF LIVE-1(LIVE-INDEX) + LARGE-COL-OFFSET
         END-PERFORM.
         MOVE 0 TO LIVE-CELL-COUNT OF LIVE-EXPECTED.
         PERFORM VARYING LIVE-INDEX FROM 1 BY 1
             UNTIL LIVE-INDEX > LIVE-CELL-COUNT OF LIVE-1
           PERFORM ADD-SHIFTED-CELL
         END-PERFORM.
         MOVE 0 TO MISMATCH-GENERATION.
         PERFORM VARYING GEN-COUNT FROM 1 BY 1
             UNTIL GEN-COUNT > LARGE-GENERATIONS
                 OR MISMATCH-GENERATION > 0
           CALL "NEXT-STAGE-SPARSE" USING BOARD-ROWS, BOARD-COLS,
               WRAP-MODE, RS-BIRTH-RULE(1), RS-SURVIVAL-RULE(1),
               LIVE-1, LIVE-2
           IF RETURN-CODE NOT = 0
             THEN
               MOVE GEN-COUNT TO MISMATCH-GENERATION
             ELSE
               MOVE LIVE-2 TO LIVE-1
           END-IF
         END-PERFORM.
         MOVE 0 TO RETURN-CODE.
         IF MISMATCH-GENERATION = 0
           THEN
             PERFORM COMPARE-EXPECTED-LIST;
         END-IF.
         IF MISMATCH-GENERATION > 0
           THEN
             ADD 1 TO MISMATCH-COUNT;
             MOVE SPACES TO CASE-RESULT;
             STRING "MISMATCH AT GENERATION " MISMATCH-GENERATION
                 DELIMITED BY SIZE INTO CASE-RESULT;
           ELSE
             MOVE "MATCH" TO CASE-RESULT;
         END-IF.
         DISPLAY "LIFE-ENGINE-CHECK: LARGE BOARD " BOARD-ROWS " X "
             BOARD-COLS " GLIDER WRAP=" WRAP-MODE
             " GENERATIONS=" LARGE-GENERATIONS
             " POPULATION=" LIVE-CELL-COUNT OF LIVE-1
             " " CASE-RESULT.
       CHECK-LARGE-BOARD-EXIT.
         EXIT.

      ******************************************************************
      * 走らせ終えたLIVE-1の一覧を、期待する一覧と件数・1件ずつの
      * 位置とコロニーで突き合わせます。
      ******************************************************************
       COMPARE-EXPECTED-LIST SECTION.
         IF LIVE-CELL-COUNT OF LIVE-1
             NOT = LIVE-CELL-COUNT OF LIVE-EXPECTED
           THEN
             MOVE LARGE-GENERATIONS TO MISMATCH-GENERATION;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING LIVE-INDEX FROM 1 BY 1
             UNTIL LIVE-INDEX > LIVE-CELL-COUNT OF LIVE-1
           IF LIVE-CELL OF LIVE-1(LIVE-INDEX)
               NOT = LIVE-CELL OF LIVE-EXPECTED(LIVE-INDEX)
             THEN
               MOVE LARGE-GENERATIONS TO MISMATCH-GENERATION
           END-IF
         END-PERFORM.
       COMPARE-EXPECTED-LIST-EXIT.
         EXIT.

      ******************************************************************
      * LIVE-1のLIVE-INDEX番目のセルをLARGE-SHIFTだけ上・左へ
      * ずらし（盤面の端は反対側へ折り返す）、期待する一覧の行・列
      * の順の位置へ差し込みます。
      ******************************************************************
       ADD-SHIFTED-CELL SECTION.
         COMPUTE SHIFTED-ROW =
             LIVE-ROW OF LIVE-1(LIVE-INDEX) + LARGE-SHIFT.
         IF SHIFTED-ROW < 1
           THEN
             ADD BOARD-ROWS TO SHIFTED-ROW;
         END-IF.
         COMPUTE SHIFTED-COL =
             LIVE-COL OF LIVE-1(LIVE-INDEX) + LARGE-SHIFT.
         IF SHIFTED-COL < 1
           THEN
             ADD BOARD-COLS TO SHIFTED-COL;
         END-IF.
         MOVE SHIFTED-ROW TO NEW-LIVE-ROW.
         MOVE SHIFTED-COL TO NEW-LIVE-COL.
         MOVE LIVE-COLONY OF LIVE-1(LIVE-INDEX) TO NEW-LIVE-COLONY.
         MOVE LIVE-CELL-COUNT OF LIVE-EXPECTED TO INSERT-INDEX.
         MOVE "N" TO INSERT-SWITCH.
         PERFORM UNTIL INSERT-INDEX = 0 OR INSERT-POSITION-FOUND
           IF LIVE-POSITION OF LIVE-EXPECTED(INSERT-INDEX)
               > NEW-LIVE-POSITION
             THEN
               SUBTRACT 1 FROM INSERT-INDEX
             ELSE
               MOVE "Y" TO INSERT-SWITCH
           END-IF
         END-PERFORM.
         ADD 1 TO LIVE-CELL-COUNT OF LIVE-EXPECTED.
         PERFORM VARYING SHIFT-INDEX
             FROM LIVE-CELL-COUNT OF LIVE-EXPECTED BY -1
             UNTIL SHIFT-INDEX <= INSERT-INDEX + 1
           MOVE LIVE-CELL OF LIVE-EXPECTED(SHIFT-INDEX - 1)
               TO LIVE-CELL OF LIVE-EXPECTED(SHIFT-INDEX)
         END-PERFORM.
         ADD 1 TO INSERT-INDEX.
         MOVE NEW-LIVE-CELL TO LIVE-CELL OF LIVE-EXPECTED(INSERT-INDEX).
       ADD-SHIFTED-CELL-EXIT.
         EXIT.

       END PROGRAM LIFE-ENGINE-CHECK.
