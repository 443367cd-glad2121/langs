      ******************************************************************
      * ライフゲームのリプレイの再生器です。LIFE-GAMEが
      * LIFEGAME_REPLAY_MODE=Yで書き出したリプレイファイル（1行
      * 1マスの数字、世代の区切りは空行）を読み込み、各世代の盤面
      * をSHOW-STAGEで人口とともに表示します。
      *
      *   N) 次の世代   P) 前の世代   J) 第N世代へ飛ぶ
      *   G) 連続再生（1秒あたりの世代数を指定し、最後の世代まで）
      *   C) 比較 … 2つ目のリプレイファイルを読み込み、同じ世代
      *      の2つの盤面を左右に並べ、違うマスを"*"で示します。
      *      規則の変種や2色対戦の実行が、実際に何をしたのかを
      *      見比べるためのものです。空白を入れると比較をやめます。
      *   X) 終了
      *
      * 盤面の行数・列数は、ファイルの最初の世代から求めます。
      * 比べる2つのファイルは同じ大きさでなければなりません。片方
      * が先に終わった（安定して打ち切った）ときは、その最後の盤面
      * がそのまま続いているものとして比べます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFE-REPLAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT REPLAY-FILE
           ASSIGN DYNAMIC REPLAY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPLAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LIFE-GAMEのリプレイファイル。
       FD  REPLAY-FILE.
       01  REPLAY-RECORD               PIC X(20).

       WORKING-STORAGE SECTION.
       01  REPLAY-STATUS               PIC X(2).
         88  REPLAY-STATUS-OK          VALUE "00".
       77  REPLAY-FILENAME             PIC X(80).

      * 読み込んだリプレイ。1は再生するファイル、2は比較の相手
      * です。世代は999世代と初期の盤面の1000世代まで持ちます
      * （LIFE-GAMEの上限世代数と同じ）。
       01  REPLAY-TABLE.
         03  REPLAY-SIDE               OCCURS 2.
             05  RS-FILENAME           PIC X(60).
             05  RS-GENERATION-COUNT   PIC 9(4).
             05  RS-ROWS-COUNT         PIC 9(2).
             05  RS-COLS-COUNT         PIC 9(2).
             05  RS-GENERATION         OCCURS 1000.
                 07  RS-ROW            OCCURS 20 PIC X(20).
       77  SIDE-INDEX                  PIC 9(1).
       77  LOAD-GENERATION             PIC 9(4).
       77  LOAD-ROW                    PIC 9(2).
       01  LOAD-OK-SWITCH              PIC X.
         88  LOAD-OK                   VALUE "Y".
       01  COMPARE-SWITCH              PIC X VALUE "N".
         88  COMPARE-MODE-ON           VALUE "Y".

      * 表示の位置（第0世代が初期の盤面）。
       77  CURRENT-GENERATION          PIC 9(4) VALUE 0.
       77  LAST-GENERATION             PIC 9(4).
       77  ENDED-GENERATION            PIC 9(4).
       77  GENERATION-SLOT             PIC 9(4).
       77  SIDE-SLOT                   PIC 9(4).
       77  ROWS-COUNT                  PIC 9(2).
       77  COLS-COUNT                  PIC 9(2).
       01  STAGE-WORK.
           COPY "Stage".

      * 人口と違うマスの数。
       77  POPULATION-COUNT            PIC 9(3).
       77  COLONY2-POPULATION          PIC 9(3).
       77  LEFT-POPULATION             PIC 9(3).
       77  RIGHT-POPULATION            PIC 9(3).
       77  DIFFERENT-CELL-COUNT        PIC 9(3).
       77  FIRST-DIFFERENCE            PIC 9(4).
       01  DIFFERENCE-SWITCH           PIC X.
         88  DIFFERENCE-FOUND          VALUE "Y".
       77  SCAN-GENERATION             PIC 9(4).
       77  ROW-INDEX                   PIC 9(2).
       77  COL-INDEX                   PIC 9(2).

      * 左右に並べる表示の1行（左の盤面・右の盤面・違いの印）。
       77  COMPARE-LINE                PIC X(72).
       77  LEFT-CHAR                   PIC X(1).
       77  RIGHT-CHAR                  PIC X(1).
       77  DISPLAY-CHAR                PIC X(1).
       77  LINE-POSITION               PIC 9(2).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-NEXT         VALUE "N".
         88  OPERATION-IS-PREVIOUS     VALUE "P".
         88  OPERATION-IS-JUMP         VALUE "J".
         88  OPERATION-IS-PLAY         VALUE "G".
         88  OPERATION-IS-COMPARE      VALUE "C".
         88  OPERATION-IS-EXIT         VALUE "X".
       77  IN-REPLAY-FILE              PIC X(60).
       77  IN-GENERATION-X             PIC X(3).
       77  IN-SPEED-X                  PIC X(2).
      * 連続再生の速さ（1秒あたりの世代数）と、世代の間の待ち
      * 時間（ナノ秒）。
       77  PLAY-SPEED                  PIC 9(2).
       77  SLEEP-NANOSECONDS           PIC 9(10).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         DISPLAY "LIFE GAME REPLAY".
         DISPLAY "REPLAY FILE NAME "
             "(BLANK = ../../data/lifegame/Replay.dat):".
         ACCEPT IN-REPLAY-FILE.
         IF IN-REPLAY-FILE = SPACES
           THEN
             MOVE "../../data/lifegame/Replay.dat" TO IN-REPLAY-FILE;
         END-IF.
         MOVE 1 TO SIDE-INDEX.
         PERFORM LOAD-REPLAY-FILE.
         IF NOT LOAD-OK
           THEN
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         MOVE RS-ROWS-COUNT(1) TO ROWS-COUNT.
         MOVE RS-COLS-COUNT(1) TO COLS-COUNT.
         PERFORM SET-LAST-GENERATION.
         PERFORM SHOW-CURRENT-GENERATION.
         PERFORM UNTIL OPERATION-IS-EXIT
           DISPLAY "N)NEXT  P)PREVIOUS  J)JUMP  G)PLAY  C)COMPARE  "
               "X)EXIT"
           ACCEPT OPERATION-CODE
           EVALUATE TRUE
             WHEN OPERATION-IS-NEXT
               IF CURRENT-GENERATION < LAST-GENERATION
                 THEN
                   ADD 1 TO CURRENT-GENERATION;
                   PERFORM SHOW-CURRENT-GENERATION;
                 ELSE
                   DISPLAY "ALREADY AT THE LAST GENERATION "
                       LAST-GENERATION;
               END-IF
             WHEN OPERATION-IS-PREVIOUS
               IF CURRENT-GENERATION > 0
                 THEN
                   SUBTRACT 1 FROM CURRENT-GENERATION;
                   PERFORM SHOW-CURRENT-GENERATION;
                 ELSE
                   DISPLAY "ALREADY AT THE STARTING BOARD";
               END-IF
             WHEN OPERATION-IS-JUMP
               PERFORM JUMP-TO-GENERATION
             WHEN OPERATION-IS-PLAY
               PERFORM PLAY-CONTINUOUSLY
             WHEN OPERATION-IS-COMPARE
               PERFORM START-COMPARE
             WHEN OPERATION-IS-EXIT
               CONTINUE
             WHEN OTHER
               DISPLAY "INVALID OPERATION"
           END-EVALUATE
         END-PERFORM.
       LIFE-REPLAY-EXIT.
         STOP RUN.

      ******************************************************************
      * IN-REPLAY-FILEのリプレイをSIDE-INDEXの側へ読み込みます。
      * 行数は最初の世代の行の数、列数は最初の行の長さです。
      ******************************************************************
       LOAD-REPLAY-FILE SECTION.
         MOVE "N" TO LOAD-OK-SWITCH.
         MOVE IN-REPLAY-FILE TO REPLAY-FILENAME.
         OPEN INPUT REPLAY-FILE.
         IF NOT REPLAY-STATUS-OK
           THEN
             DISPLAY "LIFE-REPLAY: UNABLE TO OPEN " REPLAY-FILENAME
                 " STATUS=" REPLAY-STATUS;
             EXIT SECTION;
         END-IF.
         MOVE IN-REPLAY-FILE TO RS-FILENAME(SIDE-INDEX).
         MOVE 0 TO RS-ROWS-COUNT(SIDE-INDEX).
         MOVE 0 TO RS-COLS-COUNT(SIDE-INDEX).
         MOVE 1 TO LOAD-GENERATION.
         MOVE 0 TO LOAD-ROW.
         PERFORM UNTIL NOT REPLAY-STATUS-OK
           MOVE SPACES TO REPLAY-RECORD
           READ REPLAY-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM LOAD-ONE-REPLAY-LINE;
           END-READ
         END-PERFORM.
         CLOSE REPLAY-FILE.
      * 最後の区切りの空行の後には盤面が無いので、その分を除き
      * ます。
         IF LOAD-ROW = 0
           THEN
             SUBTRACT 1 FROM LOAD-GENERATION;
         END-IF.
         MOVE LOAD-GENERATION TO RS-GENERATION-COUNT(SIDE-INDEX).
         IF RS-GENERATION-COUNT(SIDE-INDEX) = 0
             OR RS-COLS-COUNT(SIDE-INDEX) = 0
           THEN
             DISPLAY "LIFE-REPLAY: NO GENERATIONS IN " REPLAY-FILENAME;
             EXIT SECTION;
         END-IF.
         MOVE "Y" TO LOAD-OK-SWITCH.
         DISPLAY "LOADED " RS-GENERATION-COUNT(SIDE-INDEX)
             " BOARDS OF " RS-ROWS-COUNT(SIDE-INDEX) " ROWS X "
             RS-COLS-COUNT(SIDE-INDEX) " COLS FROM " IN-REPLAY-FILE.
       LOAD-REPLAY-FILE-EXIT.
         EXIT.

      ******************************************************************
      * リプレイファイルの1行を読み込みます。空行は世代の区切り
      * です。表に収まらない世代は読み捨てて知らせます。
      ******************************************************************
       LOAD-ONE-REPLAY-LINE SECTION.
         IF REPLAY-RECORD = SPACES
           THEN
             IF LOAD-ROW > 0
               THEN
                 IF RS-ROWS-COUNT(SIDE-INDEX) = 0
                   THEN
                     MOVE LOAD-ROW TO RS-ROWS-COUNT(SIDE-INDEX);
                 END-IF;
                 ADD 1 TO LOAD-GENERATION;
                 MOVE 0 TO LOAD-ROW;
             END-IF;
             EXIT SECTION;
         END-IF.
         IF LOAD-GENERATION > 1000
           THEN
             IF LOAD-ROW = 0
               THEN
                 DISPLAY "LIFE-REPLAY: REPLAY-TABLE-FULL";
             END-IF;
             MOVE 1001 TO LOAD-GENERATION;
             MOVE 0 TO LOAD-ROW;
             MOVE "10" TO REPLAY-STATUS;
             EXIT SECTION;
         END-IF.
         IF RS-COLS-COUNT(SIDE-INDEX) = 0
           THEN
             PERFORM VARYING COL-INDEX FROM 20 BY -1
                 UNTIL COL-INDEX = 0
                     OR REPLAY-RECORD(COL-INDEX:1) NOT = SPACE
               CONTINUE
             END-PERFORM;
             MOVE COL-INDEX TO RS-COLS-COUNT(SIDE-INDEX);
         END-IF.
         IF LOAD-ROW < 20
           THEN
             ADD 1 TO LOAD-ROW;
             MOVE REPLAY-RECORD
                 TO RS-ROW(SIDE-INDEX, LOAD-GENERATION, LOAD-ROW);
         END-IF.
       LOAD-ONE-REPLAY-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 動ける最後の世代を決めます。比較の間は、長い方のファイル
      * の最後までです。
      ******************************************************************
       SET-LAST-GENERATION SECTION.
         COMPUTE LAST-GENERATION = RS-GENERATION-COUNT(1) - 1.
         IF COMPARE-MODE-ON
             AND RS-GENERATION-COUNT(2) > RS-GENERATION-COUNT(1)
           THEN
             COMPUTE LAST-GENERATION = RS-GENERATION-COUNT(2) - 1;
         END-IF.
         IF CURRENT-GENERATION > LAST-GENERATION
           THEN
             MOVE LAST-GENERATION TO CURRENT-GENERATION;
         END-IF.
       SET-LAST-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 今の世代を表示します。
      ******************************************************************
       SHOW-CURRENT-GENERATION SECTION.
         IF COMPARE-MODE-ON
           THEN
             PERFORM SHOW-COMPARED-GENERATION;
           ELSE
             PERFORM SHOW-SINGLE-GENERATION;
         END-IF.
       SHOW-CURRENT-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 今の世代の盤面を、SHOW-STAGEで人口とともに表示します。
      ******************************************************************
       SHOW-SINGLE-GENERATION SECTION.
         COMPUTE GENERATION-SLOT = CURRENT-GENERATION + 1.
         INITIALIZE STAGE-WORK.
         MOVE 0 TO POPULATION-COUNT.
         MOVE 0 TO COLONY2-POPULATION.
         PERFORM VARYING ROW-INDEX FROM 1 BY 1
             UNTIL ROW-INDEX > ROWS-COUNT
           PERFORM VARYING COL-INDEX FROM 1 BY 1
               UNTIL COL-INDEX > COLS-COUNT
             MOVE RS-ROW(1, GENERATION-SLOT, ROW-INDEX)(COL-INDEX:1)
                 TO DISPLAY-CHAR
             IF DISPLAY-CHAR = "1" OR DISPLAY-CHAR = "2"
               THEN
                 MOVE DISPLAY-CHAR
                     TO CELL OF STAGE-WORK(ROW-INDEX, COL-INDEX);
                 ADD 1 TO POPULATION-COUNT;
                 IF DISPLAY-CHAR = "2"
                   THEN
                     ADD 1 TO COLONY2-POPULATION;
                 END-IF;
             END-IF
           END-PERFORM
         END-PERFORM.
         DISPLAY " ".
         IF COLONY2-POPULATION > 0
           THEN
             DISPLAY "GENERATION " CURRENT-GENERATION " OF "
                 LAST-GENERATION "  POPULATION=" POPULATION-COUNT
                 " (COLONY-2=" COLONY2-POPULATION ")";
           ELSE
             DISPLAY "GENERATION " CURRENT-GENERATION " OF "
                 LAST-GENERATION "  POPULATION=" POPULATION-COUNT;
         END-IF.
         CALL "SHOW-STAGE" USING ROWS-COUNT, COLS-COUNT, STAGE-WORK.
       SHOW-SINGLE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 今の世代の2つの盤面を左右に並べ、違うマスを"*"で示します。
      * 生きたセルは"O"（第2コロニーは"@"）、死んだセルは"."です。
      ******************************************************************
       SHOW-COMPARED-GENERATION SECTION.
         PERFORM COUNT-DIFFERENCES.
         DISPLAY " ".
         DISPLAY "GENERATION " CURRENT-GENERATION " OF "
             LAST-GENERATION "  LEFT POPULATION=" LEFT-POPULATION
             "  RIGHT POPULATION=" RIGHT-POPULATION
             "  DIFFERENT CELLS=" DIFFERENT-CELL-COUNT.
         IF CURRENT-GENERATION >= RS-GENERATION-COUNT(1)
           THEN
             COMPUTE ENDED-GENERATION = RS-GENERATION-COUNT(1) - 1;
             DISPLAY "  (LEFT RUN ENDED AT GENERATION "
                 ENDED-GENERATION " -- LAST BOARD SHOWN)";
         END-IF.
         IF CURRENT-GENERATION >= RS-GENERATION-COUNT(2)
           THEN
             COMPUTE ENDED-GENERATION = RS-GENERATION-COUNT(2) - 1;
             DISPLAY "  (RIGHT RUN ENDED AT GENERATION "
                 ENDED-GENERATION " -- LAST BOARD SHOWN)";
         END-IF.
         PERFORM VARYING ROW-INDEX FROM 1 BY 1
             UNTIL ROW-INDEX > ROWS-COUNT
           PERFORM BUILD-COMPARE-LINE
           DISPLAY COMPARE-LINE
         END-PERFORM.
       SHOW-COMPARED-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 比較の1行（左の盤面 | 右の盤面 | 違いの印）を作ります。
      ******************************************************************
       BUILD-COMPARE-LINE SECTION.
         MOVE SPACES TO COMPARE-LINE.
         PERFORM VARYING COL-INDEX FROM 1 BY 1
             UNTIL COL-INDEX > COLS-COUNT
           PERFORM GET-COMPARED-CELLS
           MOVE LEFT-CHAR TO DISPLAY-CHAR
           PERFORM TRANSLATE-DISPLAY-CHAR
           MOVE DISPLAY-CHAR TO COMPARE-LINE(COL-INDEX:1)
           COMPUTE LINE-POSITION = COLS-COUNT + 3 + COL-INDEX
           MOVE RIGHT-CHAR TO DISPLAY-CHAR
           PERFORM TRANSLATE-DISPLAY-CHAR
           MOVE DISPLAY-CHAR TO COMPARE-LINE(LINE-POSITION:1)
           COMPUTE LINE-POSITION = COLS-COUNT * 2 + 6 + COL-INDEX
           IF LEFT-CHAR = RIGHT-CHAR
             THEN
               MOVE "." TO COMPARE-LINE(LINE-POSITION:1);
             ELSE
               MOVE "*" TO COMPARE-LINE(LINE-POSITION:1);
           END-IF
         END-PERFORM.
         COMPUTE LINE-POSITION = COLS-COUNT + 2.
         MOVE "|" TO COMPARE-LINE(LINE-POSITION:1).
         COMPUTE LINE-POSITION = COLS-COUNT * 2 + 5.
         MOVE "|" TO COMPARE-LINE(LINE-POSITION:1).
       BUILD-COMPARE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * CURRENT-GENERATIONのROW-INDEX行COL-INDEX列のマスを、左右の
      * それぞれ（終わった側は最後の盤面）から取り出します。死んだ
      * マスは"0"にそろえます。
      ******************************************************************
       GET-COMPARED-CELLS SECTION.
         COMPUTE GENERATION-SLOT = CURRENT-GENERATION + 1.
         MOVE GENERATION-SLOT TO SIDE-SLOT.
         IF SIDE-SLOT > RS-GENERATION-COUNT(1)
           THEN
             MOVE RS-GENERATION-COUNT(1) TO SIDE-SLOT;
         END-IF.
         MOVE RS-ROW(1, SIDE-SLOT, ROW-INDEX)(COL-INDEX:1) TO LEFT-CHAR.
         MOVE GENERATION-SLOT TO SIDE-SLOT.
         IF SIDE-SLOT > RS-GENERATION-COUNT(2)
           THEN
             MOVE RS-GENERATION-COUNT(2) TO SIDE-SLOT;
         END-IF.
         MOVE RS-ROW(2, SIDE-SLOT, ROW-INDEX)(COL-INDEX:1)
             TO RIGHT-CHAR.
         IF LEFT-CHAR NOT = "1" AND LEFT-CHAR NOT = "2"
           THEN
             MOVE "0" TO LEFT-CHAR;
         END-IF.
         IF RIGHT-CHAR NOT = "1" AND RIGHT-CHAR NOT = "2"
           THEN
             MOVE "0" TO RIGHT-CHAR;
         END-IF.
       GET-COMPARED-CELLS-EXIT.
         EXIT.

      ******************************************************************
      * マスの数字を表示の印にします。
      ******************************************************************
       TRANSLATE-DISPLAY-CHAR SECTION.
         EVALUATE DISPLAY-CHAR
           WHEN "1"
             MOVE "O" TO DISPLAY-CHAR
           WHEN "2"
             MOVE "@" TO DISPLAY-CHAR
           WHEN OTHER
             MOVE "." TO DISPLAY-CHAR
         END-EVALUATE.
       TRANSLATE-DISPLAY-CHAR-EXIT.
         EXIT.

      ******************************************************************
      * 今の世代の左右の人口と、違うマスの数を数えます。
      ******************************************************************
       COUNT-DIFFERENCES SECTION.
         MOVE 0 TO LEFT-POPULATION.
         MOVE 0 TO RIGHT-POPULATION.
         MOVE 0 TO DIFFERENT-CELL-COUNT.
         PERFORM VARYING ROW-INDEX FROM 1 BY 1
             UNTIL ROW-INDEX > ROWS-COUNT
           PERFORM VARYING COL-INDEX FROM 1 BY 1
               UNTIL COL-INDEX > COLS-COUNT
             PERFORM GET-COMPARED-CELLS
             IF LEFT-CHAR NOT = "0"
               THEN
                 ADD 1 TO LEFT-POPULATION;
             END-IF
             IF RIGHT-CHAR NOT = "0"
               THEN
                 ADD 1 TO RIGHT-POPULATION;
             END-IF
             IF LEFT-CHAR NOT = RIGHT-CHAR
               THEN
                 ADD 1 TO DIFFERENT-CELL-COUNT;
             END-IF
           END-PERFORM
         END-PERFORM.
       COUNT-DIFFERENCES-EXIT.
         EXIT.

      ******************************************************************
      * 指定の世代へ飛びます。
      ******************************************************************
       JUMP-TO-GENERATION SECTION.
         DISPLAY "GENERATION (3 DIGITS, 000 = STARTING BOARD):".
         ACCEPT IN-GENERATION-X.
         IF IN-GENERATION-X IS NOT NUMERIC
           THEN
             DISPLAY "GENERATION MUST BE A 3-DIGIT NUMBER";
             EXIT SECTION;
         END-IF.
         MOVE IN-GENERATION-X TO SCAN-GENERATION.
         IF SCAN-GENERATION > LAST-GENERATION
           THEN
             DISPLAY "THE LAST GENERATION IS " LAST-GENERATION;
             EXIT SECTION;
         END-IF.
         MOVE SCAN-GENERATION TO CURRENT-GENERATION.
         PERFORM SHOW-CURRENT-GENERATION.
       JUMP-TO-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 指定の速さで、今の世代から最後の世代まで続けて再生します。
      ******************************************************************
       PLAY-CONTINUOUSLY SECTION.
         DISPLAY "SPEED (GENERATIONS PER SECOND, 01-10):".
         ACCEPT IN-SPEED-X.
         IF IN-SPEED-X IS NOT NUMERIC
           THEN
             DISPLAY "SPEED MUST BE A 2-DIGIT NUMBER";
             EXIT SECTION;
         END-IF.
         MOVE IN-SPEED-X TO PLAY-SPEED.
         IF PLAY-SPEED < 1 OR PLAY-SPEED > 10
           THEN
             DISPLAY "SPEED MUST BE FROM 01 TO 10";
             EXIT SECTION;
         END-IF.
         DIVIDE 1000000000 BY PLAY-SPEED GIVING SLEEP-NANOSECONDS.
         PERFORM UNTIL CURRENT-GENERATION >= LAST-GENERATION
           CALL "CBL_GC_NANOSLEEP" USING SLEEP-NANOSECONDS
           ADD 1 TO CURRENT-GENERATION
           PERFORM SHOW-CURRENT-GENERATION
         END-PERFORM.
         DISPLAY "END OF REPLAY AT GENERATION " CURRENT-GENERATION.
       PLAY-CONTINUOUSLY-EXIT.
         EXIT.

      ******************************************************************
      * 比較の相手のリプレイファイルを読み込み、左右に並べる表示
      * に切り替えます。2つの盤面が初めて食い違う世代を知らせます。
      * 空白を入れると比較をやめます。
      ******************************************************************
       START-COMPARE SECTION.
         DISPLAY "REPLAY FILE TO COMPARE WITH (BLANK = STOP "
             "COMPARING):".
         ACCEPT IN-REPLAY-FILE.
         IF IN-REPLAY-FILE = SPACES
           THEN
             MOVE "N" TO COMPARE-SWITCH;
             PERFORM SET-LAST-GENERATION;
             PERFORM SHOW-CURRENT-GENERATION;
             EXIT SECTION;
         END-IF.
         MOVE "N" TO COMPARE-SWITCH.
         PERFORM SET-LAST-GENERATION.
         MOVE 2 TO SIDE-INDEX.
         PERFORM LOAD-REPLAY-FILE.
         IF NOT LOAD-OK
           THEN
             EXIT SECTION;
         END-IF.
         IF RS-ROWS-COUNT(2) NOT = ROWS-COUNT
             OR RS-COLS-COUNT(2) NOT = COLS-COUNT
           THEN
             DISPLAY "LIFE-REPLAY: BOARD SIZES DIFFER (" ROWS-COUNT
                 " X " COLS-COUNT " AGAINST " RS-ROWS-COUNT(2) " X "
                 RS-COLS-COUNT(2) ") -- NOT COMPARED";
             EXIT SECTION;
         END-IF.
         MOVE "Y" TO COMPARE-SWITCH.
         PERFORM SET-LAST-GENERATION.
         MOVE CURRENT-GENERATION TO SCAN-GENERATION.
         MOVE "N" TO DIFFERENCE-SWITCH.
         PERFORM VARYING CURRENT-GENERATION FROM 0 BY 1
             UNTIL CURRENT-GENERATION > LAST-GENERATION
                 OR DIFFERENCE-FOUND
           PERFORM COUNT-DIFFERENCES
           IF DIFFERENT-CELL-COUNT > 0
             THEN
               MOVE "Y" TO DIFFERENCE-SWITCH;
               MOVE CURRENT-GENERATION TO FIRST-DIFFERENCE;
           END-IF
         END-PERFORM.
         MOVE SCAN-GENERATION TO CURRENT-GENERATION.
         IF DIFFERENCE-FOUND
           THEN
             DISPLAY "RUNS FIRST DIFFER AT GENERATION "
                 FIRST-DIFFERENCE;
           ELSE
             DISPLAY "RUNS ARE IDENTICAL THROUGH GENERATION "
                 LAST-GENERATION;
         END-IF.
         PERFORM SHOW-CURRENT-GENERATION.
       START-COMPARE-EXIT.
         EXIT.

       END PROGRAM LIFE-REPLAY.
