      ******************************************************************
      * ライブラリのパターン、またはLIFE-GAMEがリプレイファイルへ
      * 書き出した世代の盤面を、標準のRLE形式で書き出します。
      * 手元のパターンを、よそのライフゲームの道具や仲間と共有する
      * ためのものです。
      *
      * L) ライブラリのパターン … パターン名でライブラリを引き、
      *    LOAD-BOARDで盤面へ読み込みます（配置一覧も可）。規則は
      *    登録行のパターン固有の規則（空白ならB3/S23）です。
      * G) 保存した世代 … リプレイファイルの第N世代（0は初期の
      *    盤面）を読み込みます。規則はLIFE-GAMEと同じ環境変数
      *    LIFEGAME_BIRTH_RULE / LIFEGAME_SURVIVAL_RULEから取ります。
      *
      * 生きたセルの外接枠を、"x = 幅, y = 高さ, rule = B3/S23"の
      * 見出しと連長符号のセル並び（1行70桁まで）で書きます。
      * RLEは2状態の形式なので、2色対戦のコロニー2のセルも生きた
      * セル(o)として書きます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-RLE-PATTERN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT LIBRARY-FILE
           ASSIGN TO "../../data/lifegame/PatternLibrary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIBRARY-STATUS.
         SELECT REPLAY-FILE
           ASSIGN DYNAMIC REPLAY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPLAY-STATUS.
         SELECT RLE-FILE
           ASSIGN DYNAMIC RLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * パターンライブラリファイル。
       FD  LIBRARY-FILE.
       01  PATTERN-LIBRARY-RECORD.
           COPY "PatternLibraryEntry".
      * LIFE-GAMEのリプレイファイル（1行1マスの数字、世代の区切り
      * は空行）。
       FD  REPLAY-FILE.
       01  REPLAY-RECORD               PIC X(20).
      * 書き出すRLEファイル。
       FD  RLE-FILE.
       01  RLE-RECORD                  PIC X(70).

       WORKING-STORAGE SECTION.
       01  LIBRARY-STATUS              PIC X(2).
         88  LIBRARY-STATUS-OK         VALUE "00".
       01  REPLAY-STATUS               PIC X(2).
         88  REPLAY-STATUS-OK          VALUE "00".
       01  RLE-STATUS                  PIC X(2).
       77  REPLAY-FILENAME             PIC X(80).
       77  RLE-FILENAME                PIC X(80).
       77  BOARD-FILENAME              PIC X(80).

      * 読み込みに使う盤面の大きさ。書き出しでは盤面の全体
      * (20行20列)を見ます。
       77  ROWS-COUNT                  PIC 9(2) VALUE 20.
       77  COLS-COUNT                  PIC 9(2) VALUE 20.
       01  STAGE-WORK.
           COPY "Stage".

      * 操作の入力。
       01  SOURCE-CODE                 PIC X.
         88  SOURCE-IS-LIBRARY         VALUE "L".
         88  SOURCE-IS-GENERATION      VALUE "G".
       77  IN-PATTERN-NAME             PIC X(12).
       77  IN-REPLAY-FILE              PIC X(60).
       77  IN-GENERATION-X             PIC X(3).
       77  IN-RLE-FILE                 PIC X(60).

      * 書き出すパターンの名前・出どころ・規則。
       77  EXPORT-NAME                 PIC X(12).
       77  EXPORT-SOURCE               PIC X(60).
       77  BIRTH-RULE                  PIC X(9) VALUE "3".
       77  SURVIVAL-RULE               PIC X(9) VALUE "23".
       77  BIRTH-RULE-ENV              PIC X(9) VALUE SPACES.
       77  SURVIVAL-RULE-ENV           PIC X(9) VALUE SPACES.
       01  FOUND-SWITCH                PIC X VALUE "N".
         88  PATTERN-FOUND             VALUE "Y".

      * リプレイファイルの世代の読み取り。
       77  TARGET-GENERATION           PIC 9(3).
       77  GENERATION-NUMBER           PIC 9(3).
       77  REPLAY-ROW                  PIC 9(2).

      * 生きたセルの外接枠。
       77  BOX-TOP                     PIC 9(2).
       77  BOX-BOTTOM                  PIC 9(2).
       77  BOX-LEFT                    PIC 9(2).
       77  BOX-RIGHT                   PIC 9(2).
       77  BOX-WIDTH                   PIC 9(2).
       77  BOX-HEIGHT                  PIC 9(2).
       77  LIVE-CELL-COUNT             PIC 9(3).
       77  ROW-INDEX                   PIC 9(2).
       77  COL-INDEX                   PIC 9(2).

      * 連長符号の組み立て。
       77  RUN-CHAR                    PIC X(1).
       77  CELL-CHAR                   PIC X(1).
       77  RUN-LENGTH                  PIC 9(3).
       77  PENDING-ROW-ENDS            PIC 9(3).
       77  TOKEN-CHAR                  PIC X(1).
       77  TOKEN-TEXT                  PIC X(8).
       77  TOKEN-LENGTH                PIC 9(2).
       77  OUTPUT-LINE                 PIC X(70).
       77  OUTPUT-POINTER              PIC 9(3).
      * 数を左詰めの文字へ直す作業項目。
       77  NUMBER-VALUE                PIC 9(4).
       77  NUMBER-EDIT                 PIC Z(3)9.
       77  NUMBER-LEADING              PIC 9(1).
       77  NUMBER-LENGTH               PIC 9(1).
       77  HEADER-POINTER              PIC 9(3).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         INITIALIZE STAGE-WORK.
         DISPLAY "RLE PATTERN EXPORT".
         DISPLAY "L)LIBRARY PATTERN  G)SAVED GENERATION  X)EXIT".
         ACCEPT SOURCE-CODE.
         EVALUATE TRUE
           WHEN SOURCE-IS-LIBRARY
             PERFORM LOAD-LIBRARY-PATTERN
           WHEN SOURCE-IS-GENERATION
             PERFORM LOAD-SAVED-GENERATION
           WHEN OTHER
             STOP RUN
         END-EVALUATE.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         PERFORM FIND-LIVE-BOX.
         IF LIVE-CELL-COUNT = 0
           THEN
             DISPLAY "NOTHING TO EXPORT -- NO LIVE CELLS";
             MOVE 4 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         DISPLAY "RLE FILE NAME "
             "(E.G. ../../data/lifegame/Glider.rle):".
         ACCEPT IN-RLE-FILE.
         IF IN-RLE-FILE = SPACES
           THEN
             DISPLAY "RLE FILE NAME IS REQUIRED";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM WRITE-RLE-FILE.
       EXPORT-RLE-PATTERN-EXIT.
         STOP RUN.

      ******************************************************************
      * パターン名でライブラリを引き、そのパターンを盤面へ読み込み
      * ます。
      ******************************************************************
       LOAD-LIBRARY-PATTERN SECTION.
         DISPLAY "PATTERN NAME:".
         ACCEPT IN-PATTERN-NAME.
         OPEN INPUT LIBRARY-FILE.
         IF NOT LIBRARY-STATUS-OK
           THEN
             DISPLAY "EXPORT-RLE-PATTERN: UNABLE TO OPEN PATTERN "
                 "LIBRARY STATUS=" LIBRARY-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE "N" TO FOUND-SWITCH.
         PERFORM UNTIL NOT LIBRARY-STATUS-OK OR PATTERN-FOUND
           MOVE SPACES TO PATTERN-LIBRARY-RECORD
           READ LIBRARY-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PLIB-PATTERN-NAME = IN-PATTERN-NAME
                 THEN
                   MOVE "Y" TO FOUND-SWITCH;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE LIBRARY-FILE.
         IF NOT PATTERN-FOUND
           THEN
             DISPLAY "EXPORT-RLE-PATTERN: PATTERN NOT IN LIBRARY -- "
                 IN-PATTERN-NAME;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE PLIB-PATTERN-NAME TO EXPORT-NAME.
         MOVE PLIB-PATTERN-FILE TO EXPORT-SOURCE.
         IF PLIB-BIRTH-RULE NOT = SPACES
           THEN
             MOVE PLIB-BIRTH-RULE TO BIRTH-RULE;
             MOVE PLIB-SURVIVAL-RULE TO SURVIVAL-RULE;
         END-IF.
         MOVE PLIB-PATTERN-FILE TO BOARD-FILENAME.
         CALL "LOAD-BOARD" USING BOARD-FILENAME, ROWS-COUNT,
             COLS-COUNT, STAGE-WORK.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "EXPORT-RLE-PATTERN: UNABLE TO LOAD "
                 BOARD-FILENAME;
             MOVE 8 TO RETURN-CODE;
         END-IF.
       LOAD-LIBRARY-PATTERN-EXIT.
         EXIT.

      ******************************************************************
      * リプレイファイルの第N世代を盤面へ読み込みます。
      ******************************************************************
       LOAD-SAVED-GENERATION SECTION.
         DISPLAY "REPLAY FILE NAME "
             "(BLANK = ../../data/lifegame/Replay.dat):".
         ACCEPT IN-REPLAY-FILE.
         IF IN-REPLAY-FILE = SPACES
           THEN
             MOVE "../../data/lifegame/Replay.dat" TO IN-REPLAY-FILE;
         END-IF.
         DISPLAY "GENERATION (3 DIGITS, 000 = STARTING BOARD):".
         ACCEPT IN-GENERATION-X.
         IF IN-GENERATION-X IS NOT NUMERIC
           THEN
             DISPLAY "GENERATION MUST BE A 3-DIGIT NUMBER";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE IN-GENERATION-X TO TARGET-GENERATION.
         MOVE IN-REPLAY-FILE TO REPLAY-FILENAME.
         OPEN INPUT REPLAY-FILE.
         IF NOT REPLAY-STATUS-OK
           THEN
             DISPLAY "EXPORT-RLE-PATTERN: UNABLE TO OPEN "
                 REPLAY-FILENAME " STATUS=" REPLAY-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO GENERATION-NUMBER.
         MOVE 0 TO REPLAY-ROW.
         MOVE "N" TO FOUND-SWITCH.
         PERFORM UNTIL NOT REPLAY-STATUS-OK
             OR GENERATION-NUMBER > TARGET-GENERATION
           MOVE SPACES TO REPLAY-RECORD
           READ REPLAY-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REPLAY-RECORD = SPACES
                 THEN
                   ADD 1 TO GENERATION-NUMBER;
                   MOVE 0 TO REPLAY-ROW;
                 ELSE
                   IF GENERATION-NUMBER = TARGET-GENERATION
                       AND REPLAY-ROW < 20
                     THEN
                       MOVE "Y" TO FOUND-SWITCH;
                       ADD 1 TO REPLAY-ROW;
                       PERFORM LOAD-REPLAY-ROW;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REPLAY-FILE.
         IF NOT PATTERN-FOUND
           THEN
             DISPLAY "EXPORT-RLE-PATTERN: GENERATION "
                 TARGET-GENERATION " NOT IN " REPLAY-FILENAME;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO EXPORT-NAME.
         STRING "GEN-" TARGET-GENERATION DELIMITED BY SIZE
             INTO EXPORT-NAME.
         MOVE IN-REPLAY-FILE TO EXPORT-SOURCE.
         ACCEPT BIRTH-RULE-ENV FROM ENVIRONMENT "LIFEGAME_BIRTH_RULE".
         IF BIRTH-RULE-ENV NOT = SPACES
           THEN
             MOVE BIRTH-RULE-ENV TO BIRTH-RULE;
         END-IF.
         ACCEPT SURVIVAL-RULE-ENV FROM ENVIRONMENT
             "LIFEGAME_SURVIVAL_RULE".
         IF SURVIVAL-RULE-ENV NOT = SPACES
           THEN
             MOVE SURVIVAL-RULE-ENV TO SURVIVAL-RULE;
         END-IF.
       LOAD-SAVED-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * リプレイファイルの1行をREPLAY-ROWの行へ写します。
      ******************************************************************
       LOAD-REPLAY-ROW SECTION.
         PERFORM VARYING COL-INDEX FROM 1 BY 1 UNTIL COL-INDEX > 20
           IF REPLAY-RECORD(COL-INDEX:1) = "1"
               OR REPLAY-RECORD(COL-INDEX:1) = "2"
             THEN
               MOVE REPLAY-RECORD(COL-INDEX:1)
                   TO CELL OF STAGE-WORK(REPLAY-ROW, COL-INDEX);
           END-IF
         END-PERFORM.
       LOAD-REPLAY-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 生きたセルの外接枠と数を求めます。
      ******************************************************************
       FIND-LIVE-BOX SECTION.
         MOVE 0 TO LIVE-CELL-COUNT.
         MOVE 99 TO BOX-TOP.
         MOVE 0 TO BOX-BOTTOM.
         MOVE 99 TO BOX-LEFT.
         MOVE 0 TO BOX-RIGHT.
         PERFORM VARYING ROW-INDEX FROM 1 BY 1
             UNTIL ROW-INDEX > ROWS-COUNT
           PERFORM VARYING COL-INDEX FROM 1 BY 1
               UNTIL COL-INDEX > COLS-COUNT
             IF CELL OF STAGE-WORK(ROW-INDEX, COL-INDEX) NOT = 0
               THEN
                 ADD 1 TO LIVE-CELL-COUNT;
                 IF ROW-INDEX < BOX-TOP
                   THEN
                     MOVE ROW-INDEX TO BOX-TOP;
                 END-IF;
                 IF ROW-INDEX > BOX-BOTTOM
                   THEN
                     MOVE ROW-INDEX TO BOX-BOTTOM;
                 END-IF;
                 IF COL-INDEX < BOX-LEFT
                   THEN
                     MOVE COL-INDEX TO BOX-LEFT;
                 END-IF;
                 IF COL-INDEX > BOX-RIGHT
                   THEN
                     MOVE COL-INDEX TO BOX-RIGHT;
                 END-IF;
             END-IF
           END-PERFORM
         END-PERFORM.
         IF LIVE-CELL-COUNT > 0
           THEN
             COMPUTE BOX-HEIGHT = BOX-BOTTOM - BOX-TOP + 1;
             COMPUTE BOX-WIDTH = BOX-RIGHT - BOX-LEFT + 1;
         END-IF.
       FIND-LIVE-BOX-EXIT.
         EXIT.

      ******************************************************************
      * 注釈・見出し・セル並びを書き出します。
      ******************************************************************
       WRITE-RLE-FILE SECTION.
         MOVE IN-RLE-FILE TO RLE-FILENAME.
         OPEN OUTPUT RLE-FILE.
         IF RLE-STATUS NOT = "00"
           THEN
             DISPLAY "EXPORT-RLE-PATTERN: UNABLE TO OPEN "
                 RLE-FILENAME " STATUS=" RLE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO RLE-RECORD.
         STRING "#N " EXPORT-NAME DELIMITED BY SIZE INTO RLE-RECORD.
         WRITE RLE-RECORD.
         MOVE SPACES TO RLE-RECORD.
         STRING "#C FROM " EXPORT-SOURCE DELIMITED BY SIZE
             INTO RLE-RECORD.
         WRITE RLE-RECORD.
         PERFORM WRITE-HEADER-LINE.
         MOVE SPACES TO OUTPUT-LINE.
         MOVE 1 TO OUTPUT-POINTER.
         MOVE 0 TO PENDING-ROW-ENDS.
         PERFORM VARYING ROW-INDEX FROM BOX-TOP BY 1
             UNTIL ROW-INDEX > BOX-BOTTOM
           PERFORM ENCODE-ONE-ROW
           ADD 1 TO PENDING-ROW-ENDS
         END-PERFORM.
         MOVE "!" TO TOKEN-TEXT.
         MOVE 1 TO TOKEN-LENGTH.
         PERFORM APPEND-TOKEN.
         MOVE OUTPUT-LINE TO RLE-RECORD.
         WRITE RLE-RECORD.
         CLOSE RLE-FILE.
         DISPLAY "EXPORTED " EXPORT-NAME " (" LIVE-CELL-COUNT
             " CELLS, " BOX-WIDTH " X " BOX-HEIGHT ") TO "
             IN-RLE-FILE.
       WRITE-RLE-FILE-EXIT.
         EXIT.

      ******************************************************************
      * "x = 幅, y = 高さ, rule = B誕生/S生存"の見出しを書きます。
      * 生存の"NONE"は、生存の数字の無い規則として書きます。
      ******************************************************************
       WRITE-HEADER-LINE SECTION.
         MOVE SPACES TO RLE-RECORD.
         MOVE 1 TO HEADER-POINTER.
         MOVE BOX-WIDTH TO NUMBER-VALUE.
         PERFORM FORMAT-NUMBER.
         STRING "x = " NUMBER-EDIT(NUMBER-LEADING + 1:NUMBER-LENGTH)
             ", y = " DELIMITED BY SIZE
             INTO RLE-RECORD WITH POINTER HEADER-POINTER.
         MOVE BOX-HEIGHT TO NUMBER-VALUE.
         PERFORM FORMAT-NUMBER.
         STRING NUMBER-EDIT(NUMBER-LEADING + 1:NUMBER-LENGTH)
             ", rule = B" DELIMITED BY SIZE
             BIRTH-RULE DELIMITED BY SPACE
             "/S" DELIMITED BY SIZE
             INTO RLE-RECORD WITH POINTER HEADER-POINTER.
         IF SURVIVAL-RULE NOT = "NONE"
           THEN
             STRING SURVIVAL-RULE DELIMITED BY SPACE
                 INTO RLE-RECORD WITH POINTER HEADER-POINTER;
         END-IF.
         WRITE RLE-RECORD.
       WRITE-HEADER-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 外接枠の1行を連長符号にします。行末の死んだセルは書かず、
      * 空の行は次に書く行の前の"n$"へまとめます。
      ******************************************************************
       ENCODE-ONE-ROW SECTION.
         MOVE SPACE TO RUN-CHAR.
         MOVE 0 TO RUN-LENGTH.
         PERFORM VARYING COL-INDEX FROM BOX-LEFT BY 1
             UNTIL COL-INDEX > BOX-RIGHT
           IF CELL OF STAGE-WORK(ROW-INDEX, COL-INDEX) NOT = 0
             THEN
               MOVE "o" TO CELL-CHAR;
             ELSE
               MOVE "b" TO CELL-CHAR;
           END-IF
           IF CELL-CHAR = RUN-CHAR
             THEN
               ADD 1 TO RUN-LENGTH;
             ELSE
               PERFORM FLUSH-RUN;
               MOVE CELL-CHAR TO RUN-CHAR;
               MOVE 1 TO RUN-LENGTH;
           END-IF
         END-PERFORM.
         IF RUN-CHAR = "o"
           THEN
             PERFORM FLUSH-RUN;
         END-IF.
       ENCODE-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * たまった連（RUN-LENGTH個のRUN-CHAR）を書きます。その前に、
      * 持ち越している行の終わりを"n$"として書きます。
      ******************************************************************
       FLUSH-RUN SECTION.
         IF RUN-LENGTH = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF PENDING-ROW-ENDS > 0
           THEN
             MOVE PENDING-ROW-ENDS TO NUMBER-VALUE;
             MOVE "$" TO TOKEN-CHAR;
             PERFORM BUILD-RUN-TOKEN;
             PERFORM APPEND-TOKEN;
             MOVE 0 TO PENDING-ROW-ENDS;
         END-IF.
         MOVE RUN-LENGTH TO NUMBER-VALUE.
         MOVE RUN-CHAR TO TOKEN-CHAR.
         PERFORM BUILD-RUN-TOKEN.
         PERFORM APPEND-TOKEN.
       FLUSH-RUN-EXIT.
         EXIT.

      ******************************************************************
      * NUMBER-VALUE個のTOKEN-CHARを表す符号（1個なら数字を省く）を
      * TOKEN-TEXTへ作ります。
      ******************************************************************
       BUILD-RUN-TOKEN SECTION.
         MOVE SPACES TO TOKEN-TEXT.
         IF NUMBER-VALUE = 1
           THEN
             MOVE TOKEN-CHAR TO TOKEN-TEXT;
             MOVE 1 TO TOKEN-LENGTH;
           ELSE
             PERFORM FORMAT-NUMBER;
             STRING NUMBER-EDIT(NUMBER-LEADING + 1:NUMBER-LENGTH)
                 TOKEN-CHAR DELIMITED BY SIZE INTO TOKEN-TEXT;
             COMPUTE TOKEN-LENGTH = NUMBER-LENGTH + 1;
         END-IF.
       BUILD-RUN-TOKEN-EXIT.
         EXIT.

      ******************************************************************
      * 符号を出力行へ足します。70桁を超えるなら行を書いてから足し
      * ます（符号の途中では折り返しません）。
      ******************************************************************
       APPEND-TOKEN SECTION.
         IF OUTPUT-POINTER + TOKEN-LENGTH > 71
           THEN
             MOVE OUTPUT-LINE TO RLE-RECORD;
             WRITE RLE-RECORD;
             MOVE SPACES TO OUTPUT-LINE;
             MOVE 1 TO OUTPUT-POINTER;
         END-IF.
         MOVE TOKEN-TEXT(1:TOKEN-LENGTH)
             TO OUTPUT-LINE(OUTPUT-POINTER:TOKEN-LENGTH).
         ADD TOKEN-LENGTH TO OUTPUT-POINTER.
       APPEND-TOKEN-EXIT.
         EXIT.

      ******************************************************************
      * NUMBER-VALUEを左詰めの数字にします。数字はNUMBER-EDITの
      * NUMBER-LEADING+1桁目からNUMBER-LENGTH桁です。
      ******************************************************************
       FORMAT-NUMBER SECTION.
         MOVE NUMBER-VALUE TO NUMBER-EDIT.
         MOVE 0 TO NUMBER-LEADING.
         INSPECT NUMBER-EDIT TALLYING NUMBER-LEADING
             FOR LEADING SPACE.
         COMPUTE NUMBER-LENGTH = 4 - NUMBER-LEADING.
       FORMAT-NUMBER-EXIT.
         EXIT.

       END PROGRAM EXPORT-RLE-PATTERN.
