      ******************************************************************
      * 次のステージを、生きているセルの一覧から作ります。
      * NEXT-STAGEは毎世代すべてのマスを調べますが、この版は生きて
      * いるセルとその周り8マスだけを調べるので、生きたセルの少ない
      * 大きな盤面でも手間は生きたセルの数に比例します。盤面の
      * 行数・列数は4桁（9999まで）で、環状の別・誕生と生存の
      * 規則・2色のコロニーの扱いはNEXT-STAGEとまったく同じです。
      *
      * 渡す一覧は行・列の昇順に並べておきます（セルを探すのに
      * 二分探索を使うため）。作る一覧も同じ順に並べて返します。
      * 同じマスを2度調べないよう、周り9マスのうち一覧で最も前に
      * ある生きたセルの番のときだけ、そのマスを調べます。
      *
      * 近傍0で誕生する規則（誕生規則に"0"を含むもの）は、生きた
      * セルから離れたすべてのマスが生まれるため、この版では扱え
      * ません。その規則と、一覧があふれた場合はRETURN-CODE=8を
      * 返します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXT-STAGE-SPARSE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * いま周りを調べている生きたセル（一覧の番号）。
       77  OWNER-INDEX                 PIC 9(4).
      * 調べるマス（候補）と、その周りのマス。
       77  CANDIDATE-ROW               PIC 9(4).
       77  CANDIDATE-COL               PIC 9(4).
       77  CANDIDATE-STATE             PIC 9.
       77  ROW-OFFSET                  PIC 9.
       77  COL-OFFSET                  PIC 9.
       77  NEIGHBOR-ROW-OFFSET         PIC 9.
       77  NEIGHBOR-COL-OFFSET         PIC 9.
       77  WORK-ROW                    PIC S9(5).
       77  WORK-COL                    PIC S9(5).
       01  OFFSET-SWITCH               PIC X.
         88  OFFSET-ON-BOARD           VALUE "Y".
      * 周り9マスのうち一覧で最も前にある生きたセルの番号。
       77  FIRST-OWNER-INDEX           PIC 9(4).
      * 近傍の数（NEXT-STAGEと同じ数え方）。
       77  ALIVE-NEIGHBORS             PIC 9.
       77  COLONY1-NEIGHBORS           PIC 9.
       77  COLONY2-NEIGHBORS           PIC 9.
       77  NEIGHBOR-CHAR               PIC X(1).
       77  RULE-SCAN-POSITION          PIC 9(2).
       01  RULE-MATCH-SWITCH           PIC X.
         88  RULE-MATCHES              VALUE "Y".
      * 一覧の二分探索。
       01  SEARCH-POSITION.
         03  SEARCH-ROW                PIC 9(4).
         03  SEARCH-COL                PIC 9(4).
       77  SEARCH-LOW                  PIC S9(5).
       77  SEARCH-HIGH                 PIC S9(5).
       77  SEARCH-MIDDLE               PIC S9(5).
       77  FOUND-INDEX                 PIC 9(4).
      * 作る一覧への差し込み。
       77  NEW-COLONY                  PIC 9.
       77  INSERT-INDEX                PIC 9(4).
       77  SHIFT-INDEX                 PIC 9(4).
       01  INSERT-SWITCH               PIC X.
         88  INSERT-POSITION-FOUND     VALUE "Y".

       LINKAGE SECTION.
      * 盤面の行数・列数（4桁）。
       77  BOARD-ROWS                  PIC 9(4).
       77  BOARD-COLS                  PIC 9(4).
      * "Y"なら盤面を環状として扱います（NEXT-STAGEと同じ）。
       77  WRAP-MODE                   PIC X(1).
         88  WRAP-MODE-ON              VALUE "Y".
      * 誕生・生存の規則（NEXT-STAGEと同じ数字列）。
       77  BIRTH-RULE                  PIC X(9).
       77  SURVIVAL-RULE               PIC X(9).
      * 現在の生きたセルの一覧。
       01  LIVE-CURR.
           COPY "LiveCellList".
      * 次の世代の生きたセルの一覧。
       01  LIVE-NEXT.
           COPY "LiveCellList".

       PROCEDURE DIVISION USING BOARD-ROWS, BOARD-COLS, WRAP-MODE,
           BIRTH-RULE, SURVIVAL-RULE, LIVE-CURR, LIVE-NEXT.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO LIVE-CELL-COUNT OF LIVE-NEXT.
           IF BIRTH-RULE(1:1) = "0" OR BIRTH-RULE(2:1) = "0"
               OR BIRTH-RULE(3:1) = "0" OR BIRTH-RULE(4:1) = "0"
               OR BIRTH-RULE(5:1) = "0" OR BIRTH-RULE(6:1) = "0"
               OR BIRTH-RULE(7:1) = "0" OR BIRTH-RULE(8:1) = "0"
               OR BIRTH-RULE(9:1) = "0"
             THEN
               DISPLAY "NEXT-STAGE-SPARSE: BIRTH RULE WITH 0 "
                   "NEIGHBORS IS NOT SUPPORTED -- " BIRTH-RULE;
               MOVE 8 TO RETURN-CODE;
               GOBACK;
           END-IF.
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
               UNTIL OWNER-INDEX > LIVE-CELL-COUNT OF LIVE-CURR
                   OR RETURN-CODE NOT = 0
               PERFORM VARYING ROW-OFFSET FROM 0 BY 1
                   UNTIL ROW-OFFSET > 2
                   PERFORM VARYING COL-OFFSET FROM 0 BY 1
                       UNTIL COL-OFFSET > 2
                       PERFORM EXAMINE-OWNER-OFFSET
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       NEXT-STAGE-SPARSE-EXIT.
           EXIT PROGRAM.

      ******************************************************************
      * いまの生きたセルからROW-OFFSET・COL-OFFSET（0..2が-1..+1に
      * 当たる）だけずれたマスを候補にし、盤面の上にあれば調べます。
      ******************************************************************
       EXAMINE-OWNER-OFFSET SECTION.
           COMPUTE WORK-ROW = LIVE-ROW OF LIVE-CURR(OWNER-INDEX)
               + ROW-OFFSET - 1.
           COMPUTE WORK-COL = LIVE-COL OF LIVE-CURR(OWNER-INDEX)
               + COL-OFFSET - 1.
           PERFORM FOLD-WORK-POSITION.
           IF OFFSET-ON-BOARD
             THEN
               MOVE WORK-ROW TO CANDIDATE-ROW;
               MOVE WORK-COL TO CANDIDATE-COL;
               PERFORM EXAMINE-CANDIDATE;
           END-IF.
       EXAMINE-OWNER-OFFSET-EXIT.
           EXIT.

      ******************************************************************
      * WORK-ROW・WORK-COLが盤面の外なら、環状のときは反対側へ折り
      * 返し、そうでなければOFFSET-ON-BOARDを落とします。外へ出る
      * のは常に1マス分だけです（NEXT-STAGEのWRAP-INDEXESと同じ）。
      ******************************************************************
       FOLD-WORK-POSITION SECTION.
           MOVE "Y" TO OFFSET-SWITCH.
           IF WORK-ROW < 1 OR WORK-ROW > BOARD-ROWS
               OR WORK-COL < 1 OR WORK-COL > BOARD-COLS
             THEN
               IF WRAP-MODE-ON
                 THEN
                   IF WORK-ROW < 1
                     THEN
                       MOVE BOARD-ROWS TO WORK-ROW;
                   END-IF;
                   IF WORK-ROW > BOARD-ROWS
                     THEN
                       MOVE 1 TO WORK-ROW;
                   END-IF;
                   IF WORK-COL < 1
                     THEN
                       MOVE BOARD-COLS TO WORK-COL;
                   END-IF;
                   IF WORK-COL > BOARD-COLS
                     THEN
                       MOVE 1 TO WORK-COL;
                   END-IF;
                 ELSE
                   MOVE "N" TO OFFSET-SWITCH;
               END-IF
           END-IF.
       FOLD-WORK-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 候補のマスの生死と近傍の数を数えます。周り9マスのうち一覧で
      * 最も前の生きたセルが、いまのセルであるときだけ規則を当て、
      * 生きるなら次の一覧へ差し込みます。
      ******************************************************************
       EXAMINE-CANDIDATE SECTION.
           MOVE CANDIDATE-ROW TO SEARCH-ROW.
           MOVE CANDIDATE-COL TO SEARCH-COL.
           PERFORM FIND-LIVE-CELL.
           MOVE OWNER-INDEX TO FIRST-OWNER-INDEX.
           IF FOUND-INDEX = 0
             THEN
               MOVE 0 TO CANDIDATE-STATE;
             ELSE
               MOVE LIVE-COLONY OF LIVE-CURR(FOUND-INDEX)
                   TO CANDIDATE-STATE;
               IF FOUND-INDEX < FIRST-OWNER-INDEX
                 THEN
                   MOVE FOUND-INDEX TO FIRST-OWNER-INDEX;
               END-IF;
           END-IF.
           MOVE 0 TO ALIVE-NEIGHBORS.
           MOVE 0 TO COLONY1-NEIGHBORS.
           MOVE 0 TO COLONY2-NEIGHBORS.
           PERFORM VARYING NEIGHBOR-ROW-OFFSET FROM 0 BY 1
               UNTIL NEIGHBOR-ROW-OFFSET > 2
               PERFORM VARYING NEIGHBOR-COL-OFFSET FROM 0 BY 1
                   UNTIL NEIGHBOR-COL-OFFSET > 2
                   IF NEIGHBOR-ROW-OFFSET NOT = 1
                       OR NEIGHBOR-COL-OFFSET NOT = 1
                     THEN
                       PERFORM TALLY-ONE-NEIGHBOR;
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF FIRST-OWNER-INDEX < OWNER-INDEX
             THEN
               EXIT SECTION;
           END-IF.
           IF CANDIDATE-STATE = 0
             THEN
               PERFORM CHECK-BIRTH-RULE;
             ELSE
               PERFORM CHECK-SURVIVAL-RULE;
           END-IF.
           IF RULE-MATCHES
             THEN
               IF CANDIDATE-STATE NOT = 0
                 THEN
      * 生き残るセルは持ち主を保ちます。
                   MOVE CANDIDATE-STATE TO NEW-COLONY;
                 ELSE
      * 誕生するセルの持ち主は、親の多数決です（同数のときは
      * 第1コロニー）。
                   IF COLONY2-NEIGHBORS > COLONY1-NEIGHBORS
                     THEN
                       MOVE 2 TO NEW-COLONY;
                     ELSE
                       MOVE 1 TO NEW-COLONY;
                   END-IF;
               END-IF;
               PERFORM INSERT-NEXT-CELL;
           END-IF.
       EXAMINE-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 候補の周りのマスの1つ（NEIGHBOR-ROW-OFFSET・NEIGHBOR-COL-
      * OFFSETの0..2が-1..+1に当たる）を、生死とコロニー別に数え
      * ます。生きていれば、一覧で最も前の生きたセルの番号も更新
      * します。
      ******************************************************************
       TALLY-ONE-NEIGHBOR SECTION.
           COMPUTE WORK-ROW = CANDIDATE-ROW + NEIGHBOR-ROW-OFFSET - 1.
           COMPUTE WORK-COL = CANDIDATE-COL + NEIGHBOR-COL-OFFSET - 1.
           PERFORM FOLD-WORK-POSITION.
           IF NOT OFFSET-ON-BOARD
             THEN
               EXIT SECTION;
           END-IF.
           MOVE WORK-ROW TO SEARCH-ROW.
           MOVE WORK-COL TO SEARCH-COL.
           PERFORM FIND-LIVE-CELL.
           IF FOUND-INDEX = 0
             THEN
               EXIT SECTION;
           END-IF.
           ADD 1 TO ALIVE-NEIGHBORS.
           IF LIVE-COLONY OF LIVE-CURR(FOUND-INDEX) = 2
             THEN
               ADD 1 TO COLONY2-NEIGHBORS;
             ELSE
               ADD 1 TO COLONY1-NEIGHBORS;
           END-IF.
           IF FOUND-INDEX < FIRST-OWNER-INDEX
             THEN
               MOVE FOUND-INDEX TO FIRST-OWNER-INDEX;
           END-IF.
       TALLY-ONE-NEIGHBOR-EXIT.
           EXIT.

      ******************************************************************
      * SEARCH-POSITIONの生きたセルを、現在の一覧から二分探索で
      * 探します。見つかればFOUND-INDEXに番号、なければ0です。
      ******************************************************************
       FIND-LIVE-CELL SECTION.
           MOVE 0 TO FOUND-INDEX.
           MOVE 1 TO SEARCH-LOW.
           MOVE LIVE-CELL-COUNT OF LIVE-CURR TO SEARCH-HIGH.
           PERFORM UNTIL SEARCH-LOW > SEARCH-HIGH OR FOUND-INDEX > 0
               COMPUTE SEARCH-MIDDLE = (SEARCH-LOW + SEARCH-HIGH) / 2
               IF LIVE-POSITION OF LIVE-CURR(SEARCH-MIDDLE)
                   = SEARCH-POSITION
                 THEN
                   MOVE SEARCH-MIDDLE TO FOUND-INDEX
                 ELSE
                   IF LIVE-POSITION OF LIVE-CURR(SEARCH-MIDDLE)
                       < SEARCH-POSITION
                     THEN
                       COMPUTE SEARCH-LOW = SEARCH-MIDDLE + 1
                     ELSE
                       COMPUTE SEARCH-HIGH = SEARCH-MIDDLE - 1
                   END-IF
               END-IF
           END-PERFORM.
       FIND-LIVE-CELL-EXIT.
           EXIT.

      ******************************************************************
      * 候補のマスを、次の一覧の行・列の順の位置へ差し込みます。
      * 候補はほぼ順に生まれるので、後ろから詰め直すだけで足り
      * ます。小さな環状盤面で同じマスが2度来たときは1つにします。
      ******************************************************************
       INSERT-NEXT-CELL SECTION.
           MOVE CANDIDATE-ROW TO SEARCH-ROW.
           MOVE CANDIDATE-COL TO SEARCH-COL.
           MOVE LIVE-CELL-COUNT OF LIVE-NEXT TO INSERT-INDEX.
           MOVE "N" TO INSERT-SWITCH.
           PERFORM UNTIL INSERT-INDEX = 0 OR INSERT-POSITION-FOUND
               IF LIVE-POSITION OF LIVE-NEXT(INSERT-INDEX)
                   > SEARCH-POSITION
                 THEN
                   SUBTRACT 1 FROM INSERT-INDEX
                 ELSE
                   MOVE "Y" TO INSERT-SWITCH
               END-IF
           END-PERFORM.
           IF INSERT-INDEX > 0
             THEN
               IF LIVE-POSITION OF LIVE-NEXT(INSERT-INDEX)
                   = SEARCH-POSITION
                 THEN
                   EXIT SECTION;
               END-IF
           END-IF.
           IF LIVE-CELL-COUNT OF LIVE-NEXT >= 9999
             THEN
               DISPLAY "NEXT-STAGE-SPARSE: LIVE-CELL-TABLE-FULL";
               MOVE 8 TO RETURN-CODE;
               EXIT SECTION;
           END-IF.
           ADD 1 TO LIVE-CELL-COUNT OF LIVE-NEXT.
           PERFORM VARYING SHIFT-INDEX
               FROM LIVE-CELL-COUNT OF LIVE-NEXT BY -1
               UNTIL SHIFT-INDEX <= INSERT-INDEX + 1
               MOVE LIVE-CELL OF LIVE-NEXT(SHIFT-INDEX - 1)
                   TO LIVE-CELL OF LIVE-NEXT(SHIFT-INDEX)
           END-PERFORM.
           ADD 1 TO INSERT-INDEX.
           MOVE SEARCH-POSITION
               TO LIVE-POSITION OF LIVE-NEXT(INSERT-INDEX).
           MOVE NEW-COLONY TO LIVE-COLONY OF LIVE-NEXT(INSERT-INDEX).
       INSERT-NEXT-CELL-EXIT.
           EXIT.

      ******************************************************************
      * 死んだマスの近傍数が誕生規則の数字列に含まれるかを調べます。
      ******************************************************************
       CHECK-BIRTH-RULE SECTION.
           MOVE ALIVE-NEIGHBORS TO NEIGHBOR-CHAR.
           MOVE "N" TO RULE-MATCH-SWITCH.
           PERFORM VARYING RULE-SCAN-POSITION FROM 1 BY 1
               UNTIL RULE-SCAN-POSITION > 9 OR RULE-MATCHES
               IF BIRTH-RULE(RULE-SCAN-POSITION:1) = NEIGHBOR-CHAR
                 THEN
                   MOVE "Y" TO RULE-MATCH-SWITCH;
               END-IF
           END-PERFORM.
       CHECK-BIRTH-RULE-EXIT.
           EXIT.

      ******************************************************************
      * 生きたセルの近傍数が生存規則の数字列に含まれるかを調べます。
      ******************************************************************
       CHECK-SURVIVAL-RULE SECTION.
           MOVE ALIVE-NEIGHBORS TO NEIGHBOR-CHAR.
           MOVE "N" TO RULE-MATCH-SWITCH.
           PERFORM VARYING RULE-SCAN-POSITION FROM 1 BY 1
               UNTIL RULE-SCAN-POSITION > 9 OR RULE-MATCHES
               IF SURVIVAL-RULE(RULE-SCAN-POSITION:1)
                   = NEIGHBOR-CHAR
                 THEN
                   MOVE "Y" TO RULE-MATCH-SWITCH;
               END-IF
           END-PERFORM.
       CHECK-SURVIVAL-RULE-EXIT.
           EXIT.

       END PROGRAM NEXT-STAGE-SPARSE.
