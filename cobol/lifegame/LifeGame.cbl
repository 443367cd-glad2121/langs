       77  PATTERN-FILENAME-ENV        PIC X(80) VALUE SPACES.
       77  WRAP-MODE-ENV               PIC X(1) VALUE SPACES.
       77  REPLAY-MODE-ENV             PIC X(1) VALUE SPACES.
       77  ENGINE-MODE-ENV             PIC X(6) VALUE SPACES.
      * バッチモードの実行結果summary用の集計項目。
       77  STARTING-POPULATION         PIC 9(3) VALUE 0.
       77  ENDING-POPULATION           PIC 9(3) VALUE 0.
       77  GLIDER-IMAGE-INDEX          PIC 9(2).
       01  GLIDER-MATCH-SWITCH         PIC X.
         88  GLIDER-MATCHES            VALUE "Y".
      * 世代の計算方法。既定は全マスを調べるNEXT-STAGE。環境変数
      * LIFEGAME_ENGINEに"SPARSE"を指定すると、生きたセルの一覧
      * だけを調べるNEXT-STAGE-SPARSEで計算します（結果は同じ）。
       77  ENGINE-MODE                 PIC X(6) VALUE "FULL".
         88  ENGINE-MODE-SPARSE        VALUE "SPARSE".
       77  BOARD-ROWS                  PIC 9(4).
       77  BOARD-COLS                  PIC 9(4).
       77  LIVE-INDEX                  PIC 9(4).
       01  LIVE-1.
           COPY "LiveCellList".
       01  LIVE-2.
           COPY "LiveCellList".
      * ステージ1。
       01  STAGE-1.
           COPY "Stage".
             THEN
               MOVE REPLAY-MODE-ENV TO REPLAY-MODE;
           END-IF.
           ACCEPT ENGINE-MODE-ENV FROM ENVIRONMENT "LIFEGAME_ENGINE".
           IF ENGINE-MODE-ENV NOT = SPACES
             THEN
               MOVE ENGINE-MODE-ENV TO ENGINE-MODE;
           END-IF.
           ACCEPT BIRTH-RULE-ENV FROM ENVIRONMENT
               "LIFEGAME_BIRTH_RULE".
           IF BIRTH-RULE-ENV NOT = SPACES
      * 次の世代を作って表示し、直前または2世代前と一致するか調べます。
      ******************************************************************
       ADVANCE-GENERATION SECTION.
           IF ENGINE-MODE-SPARSE
             THEN
               PERFORM SPARSE-NEXT-STAGE;
             ELSE
               CALL "NEXT-STAGE" USING ROWS-COUNT, COLS-COUNT,
                   WRAP-MODE, BIRTH-RULE, SURVIVAL-RULE, STAGE-1,
                   STAGE-2;
           END-IF.
           ADD 1 TO GEN-COUNT.
           IF NOT BATCH-MODE-ON
             THEN
       ADVANCE-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      * STAGE-1の生きたセルを一覧にしてNEXT-STAGE-SPARSEで次の世代を
      * 作り、その一覧をSTAGE-2の盤面へ戻します。盤面の外のマスには
      * 触れません（NEXT-STAGEと同じ）。
      ******************************************************************
       SPARSE-NEXT-STAGE SECTION.
           MOVE ROWS-COUNT TO BOARD-ROWS.
           MOVE COLS-COUNT TO BOARD-COLS.
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
           CALL "NEXT-STAGE-SPARSE" USING BOARD-ROWS, BOARD-COLS,
               WRAP-MODE, BIRTH-RULE, SURVIVAL-RULE, LIVE-1, LIVE-2.
           IF RETURN-CODE NOT = 0
             THEN
               DISPLAY "LIFE-GAME: NEXT-STAGE-SPARSE FAILED RC="
                   RETURN-CODE;
               GOBACK;
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROWS-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-COUNT
                   MOVE 0 TO CELL OF STAGE-2(I, J)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING LIVE-INDEX FROM 1 BY 1
               UNTIL LIVE-INDEX > LIVE-CELL-COUNT OF LIVE-2
               MOVE LIVE-ROW OF LIVE-2(LIVE-INDEX) TO I
               MOVE LIVE-COL OF LIVE-2(LIVE-INDEX) TO J
               MOVE LIVE-COLONY OF LIVE-2(LIVE-INDEX)
                   TO CELL OF STAGE-2(I, J)
           END-PERFORM.
       SPARSE-NEXT-STAGE-EXIT.
           EXIT.

      ******************************************************************
      * STAGE-SHOWNの盤面で生きているセルの数を数えて表示します。
      ******************************************************************
