      ******************************************************************
      * 標準のRLE形式で公開されているライフゲームのパターンを取り
      * 込み、パターンファイル（LOAD-PATTERNの読む、行番号2桁・
      * 列番号2桁の1行1マスの形）とパターンライブラリの登録行に
      * します。
      *
      * RLEファイルは、"#"で始まる注釈行（"#N"はパターン名）、
      * "x = 幅, y = 高さ, rule = B3/S23"の見出し行、続いて連長
      * 符号のセル並び（b=死 o=生 $=行の終わり !=パターンの終わり、
      * 前に付く数字は繰り返しの数）からなります。rule =の規則は
      * B3/S23の形と、古い23/3（生存/誕生）の形のどちらも読み、
      * ライブラリの登録行へパターン固有の規則として残します。
      *
      * 見出しの幅・高さが盤面（LIFE-GAMEと同じ8行10列）に収まら
      * ないパターン、見出しの大きさからはみ出すセル並び、2状態
      * でない符号（多状態のルール用の符号）、扱えない規則は、
      * 理由を示して取り込みを断り、RETURN-CODE=8で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-RLE-PATTERN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT RLE-FILE
           ASSIGN DYNAMIC RLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RLE-STATUS.
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
      * 取り込むRLEファイル。行の解釈は読み込んだ後で行います。
       FD  RLE-FILE.
       01  RLE-LINE                    PIC X(256).
      * 書き出すパターンファイル。
       FD  PATTERN-FILE.
       01  PATTERN-RECORD.
         03  PATTERN-ROW               PIC 9(2).
         03  PATTERN-COL               PIC 9(2).
      * パターンライブラリファイル。
       FD  LIBRARY-FILE.
       01  PATTERN-LIBRARY-RECORD.
           COPY "PatternLibraryEntry".

       WORKING-STORAGE SECTION.
       01  RLE-STATUS                  PIC X(2).
         88  RLE-STATUS-OK             VALUE "00".
       01  PATTERN-STATUS              PIC X(2).
       01  LIBRARY-STATUS              PIC X(2).
       77  RLE-FILENAME                PIC X(80).
       77  PATTERN-FILENAME            PIC X(80).

      * 盤面の行数・列数（LIFE-GAMEと同じ既定値）。
       77  ROWS-COUNT                  PIC 9(2) VALUE 8.
       77  COLS-COUNT                  PIC 9(2) VALUE 10.
      * 取り込んだパターンを置く盤面。
       01  STAGE-WORK.
           COPY "Stage".

      * 操作の入力。
       77  IN-RLE-FILE                 PIC X(60).
       77  IN-PATTERN-NAME             PIC X(12).
       77  IN-PATTERN-FILE             PIC X(60).

      * 見出し行の解釈。
       01  HEADER-SWITCH               PIC X VALUE "N".
         88  HEADER-FOUND              VALUE "Y".
       77  HEADER-COMPACT              PIC X(256).
       77  COMPACT-LENGTH              PIC 9(3).
       01  HEADER-PARTS.
         03  HEADER-PART               OCCURS 3 PIC X(60).
       77  HEADER-PART-INDEX           PIC 9(1).
       77  PATTERN-WIDTH               PIC 9(4) VALUE 0.
       77  PATTERN-HEIGHT              PIC 9(4) VALUE 0.
       77  RLE-PATTERN-NAME            PIC X(12) VALUE SPACES.

      * 規則の解釈。規則の行が無ければコンウェイのB3/S23です。
       77  RULE-TEXT                   PIC X(40) VALUE SPACES.
       01  RULE-PARTS.
         03  RULE-PART                 OCCURS 3 PIC X(20).
       77  RULE-CHECK                  PIC X(20).
       77  RULE-CHECK-INDEX            PIC 9(2).
       77  BIRTH-RULE                  PIC X(9) VALUE SPACES.
       77  SURVIVAL-RULE               PIC X(9) VALUE SPACES.

      * 数字の並びを数へ直す作業項目。
       77  NUMBER-SOURCE               PIC X(60).
       77  NUMBER-INDEX                PIC 9(2).
       77  NUMBER-VALUE                PIC 9(4).
       77  NUMBER-DIGIT                PIC 9(1).
       01  NUMBER-ERROR-SWITCH         PIC X.
         88  NUMBER-IS-BAD             VALUE "Y".

      * セル並びの解読。
       01  END-OF-PATTERN-SWITCH       PIC X VALUE "N".
         88  END-OF-PATTERN            VALUE "Y".
       77  CHAR-INDEX                  PIC 9(3).
       77  RLE-CHAR                    PIC X(1).
       77  RUN-COUNT                   PIC 9(4) VALUE 0.
       77  RUN-INDEX                   PIC 9(4).
       77  CURRENT-ROW                 PIC 9(6) VALUE 1.
       77  CURRENT-COL                 PIC 9(6) VALUE 0.

      * 取り込みを断る理由。
       01  REJECT-SWITCH               PIC X VALUE "N".
         88  IMPORT-REJECTED           VALUE "Y".
       77  REJECT-REASON               PIC X(72) VALUE SPACES.
       77  SIZE-EDIT-1                 PIC Z(3)9.
       77  SIZE-EDIT-2                 PIC Z(3)9.

      * 保存時の集計と添字。
       77  LIVE-CELL-COUNT             PIC 9(3).
       77  ROW-INDEX                   PIC 9(2).
       77  COL-INDEX                   PIC 9(2).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         INITIALIZE STAGE-WORK.
         DISPLAY "RLE PATTERN IMPORT  BOARD " ROWS-COUNT " ROWS X "
             COLS-COUNT " COLS".
         DISPLAY "RLE FILE NAME "
             "(E.G. ../../data/lifegame/Glider.rle):".
         ACCEPT IN-RLE-FILE.
         IF IN-RLE-FILE = SPACES
           THEN
             DISPLAY "RLE FILE NAME IS REQUIRED";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         MOVE IN-RLE-FILE TO RLE-FILENAME.
         OPEN INPUT RLE-FILE.
         IF NOT RLE-STATUS-OK
           THEN
             DISPLAY "IMPORT-RLE-PATTERN: UNABLE TO OPEN "
                 RLE-FILENAME " STATUS=" RLE-STATUS;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM UNTIL NOT RLE-STATUS-OK
             OR END-OF-PATTERN OR IMPORT-REJECTED
           MOVE SPACES TO RLE-LINE
           READ RLE-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM PROCESS-RLE-LINE;
           END-READ
         END-PERFORM.
         CLOSE RLE-FILE.
         IF NOT HEADER-FOUND AND NOT IMPORT-REJECTED
           THEN
             MOVE "NO x = .., y = .. HEADER LINE" TO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
         END-IF.
         IF NOT IMPORT-REJECTED
           THEN
             PERFORM COUNT-LIVE-CELLS;
             IF LIVE-CELL-COUNT = 0
               THEN
                 MOVE "PATTERN HAS NO LIVE CELLS" TO REJECT-REASON;
                 MOVE "Y" TO REJECT-SWITCH;
             END-IF;
         END-IF.
         IF IMPORT-REJECTED
           THEN
             DISPLAY "IMPORT-RLE-PATTERN: REJECTED " RLE-FILENAME;
             DISPLAY "  REASON: " REJECT-REASON;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM SAVE-IMPORTED-PATTERN.
       IMPORT-RLE-PATTERN-EXIT.
         STOP RUN.

      ******************************************************************
      * RLEファイルの1行を、注釈・見出し・セル並びに振り分けます。
      ******************************************************************
       PROCESS-RLE-LINE SECTION.
         IF RLE-LINE(1:1) = "#"
           THEN
             IF RLE-LINE(1:2) = "#N" AND RLE-PATTERN-NAME = SPACES
               THEN
                 MOVE RLE-LINE(4:12) TO RLE-PATTERN-NAME;
             END-IF;
             EXIT SECTION;
         END-IF.
         IF RLE-LINE = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         IF NOT HEADER-FOUND
           THEN
             PERFORM PARSE-HEADER-LINE;
           ELSE
             PERFORM DECODE-PATTERN-LINE;
         END-IF.
       PROCESS-RLE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 見出し行（x = 幅, y = 高さ, rule = 規則）を解釈し、盤面に
      * 収まるかを確かめます。
      ******************************************************************
       PARSE-HEADER-LINE SECTION.
         MOVE "Y" TO HEADER-SWITCH.
         MOVE SPACES TO HEADER-COMPACT.
         MOVE 0 TO COMPACT-LENGTH.
         PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > 256
           IF RLE-LINE(CHAR-INDEX:1) NOT = SPACE
             THEN
               ADD 1 TO COMPACT-LENGTH;
               MOVE RLE-LINE(CHAR-INDEX:1)
                   TO HEADER-COMPACT(COMPACT-LENGTH:1);
           END-IF
         END-PERFORM.
         INSPECT HEADER-COMPACT CONVERTING "XYRULE" TO "xyrule".
         IF HEADER-COMPACT(1:2) NOT = "x="
           THEN
             MOVE "FIRST LINE IS NOT AN x = .., y = .. HEADER"
                 TO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO HEADER-PARTS.
         UNSTRING HEADER-COMPACT DELIMITED BY ","
             INTO HEADER-PART(1) HEADER-PART(2) HEADER-PART(3).
         PERFORM VARYING HEADER-PART-INDEX FROM 1 BY 1
             UNTIL HEADER-PART-INDEX > 3 OR IMPORT-REJECTED
           EVALUATE TRUE
             WHEN HEADER-PART(HEADER-PART-INDEX)(1:2) = "x="
               MOVE HEADER-PART(HEADER-PART-INDEX)(3:) TO NUMBER-SOURCE
               PERFORM PARSE-NUMBER
               MOVE NUMBER-VALUE TO PATTERN-WIDTH
             WHEN HEADER-PART(HEADER-PART-INDEX)(1:2) = "y="
               MOVE HEADER-PART(HEADER-PART-INDEX)(3:) TO NUMBER-SOURCE
               PERFORM PARSE-NUMBER
               MOVE NUMBER-VALUE TO PATTERN-HEIGHT
             WHEN HEADER-PART(HEADER-PART-INDEX)(1:5) = "rule="
               MOVE HEADER-PART(HEADER-PART-INDEX)(6:) TO RULE-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF NUMBER-IS-BAD
             THEN
               MOVE "x OR y IN THE HEADER IS NOT A NUMBER"
                   TO REJECT-REASON;
               MOVE "Y" TO REJECT-SWITCH;
           END-IF
         END-PERFORM.
         IF IMPORT-REJECTED
           THEN
             EXIT SECTION;
         END-IF.
         IF PATTERN-WIDTH = 0 OR PATTERN-HEIGHT = 0
           THEN
             MOVE "HEADER HAS NO x OR y SIZE" TO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
             EXIT SECTION;
         END-IF.
         IF PATTERN-HEIGHT > ROWS-COUNT OR PATTERN-WIDTH > COLS-COUNT
           THEN
             MOVE PATTERN-WIDTH TO SIZE-EDIT-1;
             MOVE PATTERN-HEIGHT TO SIZE-EDIT-2;
             STRING "PATTERN x=" SIZE-EDIT-1 " y=" SIZE-EDIT-2
                 " DOES NOT FIT THE BOARD OF " COLS-COUNT " COLS X "
                 ROWS-COUNT " ROWS" DELIMITED BY SIZE
                 INTO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
             EXIT SECTION;
         END-IF.
         IF RULE-TEXT NOT = SPACES
           THEN
             PERFORM PARSE-RULE;
         END-IF.
       PARSE-HEADER-LINE-EXIT.
         EXIT.

      ******************************************************************
      * NUMBER-SOURCEの先頭の数字の並びをNUMBER-VALUEへ直します。
      * 数字が無い、数字の後に余計な文字がある、4桁を超えるときは
      * NUMBER-IS-BADです。
      ******************************************************************
       PARSE-NUMBER SECTION.
         MOVE 0 TO NUMBER-VALUE.
         MOVE "N" TO NUMBER-ERROR-SWITCH.
         IF NUMBER-SOURCE(1:1) IS NOT NUMERIC
           THEN
             MOVE "Y" TO NUMBER-ERROR-SWITCH;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING NUMBER-INDEX FROM 1 BY 1
             UNTIL NUMBER-INDEX > 60
                 OR NUMBER-SOURCE(NUMBER-INDEX:1) = SPACE
                 OR NUMBER-IS-BAD
           IF NUMBER-SOURCE(NUMBER-INDEX:1) IS NUMERIC
               AND NUMBER-VALUE < 1000
             THEN
               MOVE NUMBER-SOURCE(NUMBER-INDEX:1) TO NUMBER-DIGIT;
               COMPUTE NUMBER-VALUE = NUMBER-VALUE * 10 + NUMBER-DIGIT;
             ELSE
               MOVE "Y" TO NUMBER-ERROR-SWITCH;
           END-IF
         END-PERFORM.
       PARSE-NUMBER-EXIT.
         EXIT.

      ******************************************************************
      * rule =の規則を誕生・生存の数字の並びへ分けます。B3/S23の形
      * （SとBが逆の順でも可）と、古い生存/誕生の23/3の形を読み
      * ます。3つ目の部分を持つ多状態の規則や、0から8以外の数字を
      * 含む規則は扱えません。
      ******************************************************************
       PARSE-RULE SECTION.
         INSPECT RULE-TEXT CONVERTING "bs" TO "BS".
         MOVE SPACES TO RULE-PARTS.
         UNSTRING RULE-TEXT DELIMITED BY "/"
             INTO RULE-PART(1) RULE-PART(2) RULE-PART(3).
         IF RULE-PART(3) NOT = SPACES
           THEN
             MOVE "MULTI-STATE RULES ARE NOT SUPPORTED"
                 TO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
             EXIT SECTION;
         END-IF.
         EVALUATE TRUE
           WHEN RULE-PART(1)(1:1) = "B" AND RULE-PART(2)(1:1) = "S"
             MOVE RULE-PART(1)(2:) TO BIRTH-RULE
             MOVE RULE-PART(2)(2:) TO SURVIVAL-RULE
             MOVE RULE-PART(1)(2:) TO RULE-CHECK
             PERFORM CHECK-RULE-DIGITS
             MOVE RULE-PART(2)(2:) TO RULE-CHECK
             PERFORM CHECK-RULE-DIGITS
           WHEN RULE-PART(1)(1:1) = "S" AND RULE-PART(2)(1:1) = "B"
             MOVE RULE-PART(2)(2:) TO BIRTH-RULE
             MOVE RULE-PART(1)(2:) TO SURVIVAL-RULE
             MOVE RULE-PART(1)(2:) TO RULE-CHECK
             PERFORM CHECK-RULE-DIGITS
             MOVE RULE-PART(2)(2:) TO RULE-CHECK
             PERFORM CHECK-RULE-DIGITS
           WHEN OTHER
             MOVE RULE-PART(2) TO BIRTH-RULE
             MOVE RULE-PART(1) TO SURVIVAL-RULE
             MOVE RULE-PART(1) TO RULE-CHECK
             PERFORM CHECK-RULE-DIGITS
             MOVE RULE-PART(2) TO RULE-CHECK
             PERFORM CHECK-RULE-DIGITS
         END-EVALUATE.
         IF IMPORT-REJECTED
           THEN
             EXIT SECTION;
         END-IF.
         IF BIRTH-RULE = SPACES
           THEN
             MOVE "RULE WITHOUT A BIRTH CONDITION IS NOT SUPPORTED"
                 TO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
             EXIT SECTION;
         END-IF.
         IF SURVIVAL-RULE = SPACES
           THEN
             MOVE "NONE" TO SURVIVAL-RULE;
         END-IF.
       PARSE-RULE-EXIT.
         EXIT.

      ******************************************************************
      * RULE-CHECKが0から8の数字だけ（9桁まで）でできているかを
      * 確かめます。
      ******************************************************************
       CHECK-RULE-DIGITS SECTION.
         IF RULE-CHECK(10:) NOT = SPACES
           THEN
             MOVE "RULE HAS MORE THAN 9 NEIGHBOUR COUNTS"
                 TO REJECT-REASON;
             MOVE "Y" TO REJECT-SWITCH;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING RULE-CHECK-INDEX FROM 1 BY 1
             UNTIL RULE-CHECK-INDEX > 9
           IF RULE-CHECK(RULE-CHECK-INDEX:1) NOT = SPACE
               AND (RULE-CHECK(RULE-CHECK-INDEX:1) < "0"
                   OR RULE-CHECK(RULE-CHECK-INDEX:1) > "8")
             THEN
               STRING "UNSUPPORTED RULE " RULE-TEXT
                   DELIMITED BY SPACE INTO REJECT-REASON;
               MOVE "Y" TO REJECT-SWITCH;
           END-IF
         END-PERFORM.
       CHECK-RULE-DIGITS-EXIT.
         EXIT.

      ******************************************************************
      * セル並びの1行を解読して盤面へ置きます。数字は次の符号の
      * 繰り返しの数で、省略は1です。
      ******************************************************************
       DECODE-PATTERN-LINE SECTION.
         PERFORM VARYING CHAR-INDEX FROM 1 BY 1
             UNTIL CHAR-INDEX > 256 OR END-OF-PATTERN
                 OR IMPORT-REJECTED
           MOVE RLE-LINE(CHAR-INDEX:1) TO RLE-CHAR
           EVALUATE TRUE
             WHEN RLE-CHAR IS NUMERIC
               IF RUN-COUNT < 1000
                 THEN
                   MOVE RLE-CHAR TO NUMBER-DIGIT;
                   COMPUTE RUN-COUNT = RUN-COUNT * 10 + NUMBER-DIGIT;
                 ELSE
                   MOVE "RUN COUNT TOO LARGE" TO REJECT-REASON;
                   MOVE "Y" TO REJECT-SWITCH;
               END-IF
             WHEN RLE-CHAR = "b" OR RLE-CHAR = "."
               PERFORM SET-DEFAULT-RUN
               ADD RUN-COUNT TO CURRENT-COL
               MOVE 0 TO RUN-COUNT
             WHEN RLE-CHAR = "o"
               PERFORM SET-DEFAULT-RUN
               PERFORM SET-LIVE-RUN
               MOVE 0 TO RUN-COUNT
             WHEN RLE-CHAR = "$"
               PERFORM SET-DEFAULT-RUN
               ADD RUN-COUNT TO CURRENT-ROW
               MOVE 0 TO CURRENT-COL
               MOVE 0 TO RUN-COUNT
             WHEN RLE-CHAR = "!"
               MOVE "Y" TO END-OF-PATTERN-SWITCH
             WHEN RLE-CHAR = SPACE
               CONTINUE
             WHEN OTHER
               STRING "UNSUPPORTED RLE CODE '" RLE-CHAR
                   "' (ONLY b o $ ! ARE TWO-STATE CODES)"
                   DELIMITED BY SIZE INTO REJECT-REASON
               MOVE "Y" TO REJECT-SWITCH
           END-EVALUATE
         END-PERFORM.
       DECODE-PATTERN-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 繰り返しの数が省略されていれば1にします。
      ******************************************************************
       SET-DEFAULT-RUN SECTION.
         IF RUN-COUNT = 0
           THEN
             MOVE 1 TO RUN-COUNT;
         END-IF.
       SET-DEFAULT-RUN-EXIT.
         EXIT.

      ******************************************************************
      * 生きたセルをRUN-COUNT個並べます。見出しの大きさの外へ出る
      * セルは、壊れたファイルとして取り込みを断ります。
      ******************************************************************
       SET-LIVE-RUN SECTION.
         PERFORM VARYING RUN-INDEX FROM 1 BY 1
             UNTIL RUN-INDEX > RUN-COUNT OR IMPORT-REJECTED
           ADD 1 TO CURRENT-COL
           IF CURRENT-COL > PATTERN-WIDTH
               OR CURRENT-ROW > PATTERN-HEIGHT
             THEN
               MOVE "CELLS OUTSIDE THE x/y SIZE GIVEN IN THE HEADER"
                   TO REJECT-REASON;
               MOVE "Y" TO REJECT-SWITCH;
             ELSE
               MOVE 1 TO CELL OF STAGE-WORK(CURRENT-ROW, CURRENT-COL);
           END-IF
         END-PERFORM.
       SET-LIVE-RUN-EXIT.
         EXIT.

      ******************************************************************
      * 取り込んだ盤面の生きたセルを数えます。
      ******************************************************************
       COUNT-LIVE-CELLS SECTION.
         MOVE 0 TO LIVE-CELL-COUNT.
         PERFORM VARYING ROW-INDEX FROM 1 BY 1
             UNTIL ROW-INDEX > ROWS-COUNT
           PERFORM VARYING COL-INDEX FROM 1 BY 1
               UNTIL COL-INDEX > COLS-COUNT
             IF CELL OF STAGE-WORK(ROW-INDEX, COL-INDEX) = 1
               THEN
                 ADD 1 TO LIVE-CELL-COUNT;
             END-IF
           END-PERFORM
         END-PERFORM.
       COUNT-LIVE-CELLS-EXIT.
         EXIT.

      ******************************************************************
      * 取り込んだパターンを見せ、名前と保存先を受け付けて、パター
      * ンファイルとライブラリの登録行を書き出します。
      ******************************************************************
       SAVE-IMPORTED-PATTERN SECTION.
         MOVE PATTERN-WIDTH TO SIZE-EDIT-1.
         MOVE PATTERN-HEIGHT TO SIZE-EDIT-2.
         DISPLAY "IMPORTED x=" SIZE-EDIT-1 " y=" SIZE-EDIT-2
             " CELLS=" LIVE-CELL-COUNT.
         IF BIRTH-RULE = SPACES
           THEN
             DISPLAY "RULE: B3/S23 (NO RULE LINE)";
           ELSE
             DISPLAY "RULE: BIRTH=" BIRTH-RULE
                 " SURVIVAL=" SURVIVAL-RULE;
         END-IF.
         CALL "SHOW-STAGE" USING ROWS-COUNT, COLS-COUNT, STAGE-WORK.
         DISPLAY "PATTERN NAME (12 CHARS, BLANK = #N NAME "
             RLE-PATTERN-NAME "):".
         ACCEPT IN-PATTERN-NAME.
         IF IN-PATTERN-NAME = SPACES
           THEN
             MOVE RLE-PATTERN-NAME TO IN-PATTERN-NAME;
         END-IF.
         DISPLAY "PATTERN FILE NAME "
             "(E.G. ../../data/lifegame/MyPattern.txt):".
         ACCEPT IN-PATTERN-FILE.
         IF IN-PATTERN-NAME = SPACES OR IN-PATTERN-FILE = SPACES
           THEN
             DISPLAY "NAME AND FILE ARE BOTH REQUIRED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE IN-PATTERN-FILE TO PATTERN-FILENAME.
         OPEN OUTPUT PATTERN-FILE.
         IF PATTERN-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-RLE-PATTERN: UNABLE TO OPEN "
                 PATTERN-FILENAME " STATUS=" PATTERN-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING ROW-INDEX FROM 1 BY 1
             UNTIL ROW-INDEX > ROWS-COUNT
           PERFORM VARYING COL-INDEX FROM 1 BY 1
               UNTIL COL-INDEX > COLS-COUNT
             IF CELL OF STAGE-WORK(ROW-INDEX, COL-INDEX) = 1
               THEN
                 MOVE ROW-INDEX TO PATTERN-ROW;
                 MOVE COL-INDEX TO PATTERN-COL;
                 WRITE PATTERN-RECORD;
             END-IF
           END-PERFORM
         END-PERFORM.
         CLOSE PATTERN-FILE.
         PERFORM APPEND-LIBRARY-ENTRY.
         DISPLAY "SAVED " LIVE-CELL-COUNT " CELLS TO "
             IN-PATTERN-FILE.
       SAVE-IMPORTED-PATTERN-EXIT.
         EXIT.

      ******************************************************************
      * パターンライブラリへ、規則付きの登録行を追記します。
      ******************************************************************
       APPEND-LIBRARY-ENTRY SECTION.
         OPEN EXTEND LIBRARY-FILE.
         IF LIBRARY-STATUS = "35"
           THEN
             OPEN OUTPUT LIBRARY-FILE;
         END-IF.
         IF LIBRARY-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-RLE-PATTERN: UNABLE TO OPEN PATTERN "
                 "LIBRARY STATUS=" LIBRARY-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             MOVE SPACES TO PATTERN-LIBRARY-RECORD;
             MOVE IN-PATTERN-NAME TO PLIB-PATTERN-NAME;
             MOVE IN-PATTERN-FILE TO PLIB-PATTERN-FILE;
             MOVE BIRTH-RULE TO PLIB-BIRTH-RULE;
             MOVE SURVIVAL-RULE TO PLIB-SURVIVAL-RULE;
             WRITE PATTERN-LIBRARY-RECORD;
             CLOSE LIBRARY-FILE;
             DISPLAY "LIBRARY ENTRY ADDED: " IN-PATTERN-NAME;
         END-IF.
       APPEND-LIBRARY-ENTRY-EXIT.
         EXIT.

       END PROGRAM IMPORT-RLE-PATTERN.
