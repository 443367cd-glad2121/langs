           05  ROUND-TARGET-T
                           PIC S9(3)V99.
           05  FILLER      PIC X           VALUE "|".
      * 漢字名(PIC N)の例。マスターのPREFECTURE-NAME等と同じく、
      * N(n)はn×2バイトの領域で、そこへ漢字をUTF-8(1字3バイト)の
      * まま入れます。N(5)の10バイトに入る漢字は3字までです。
      * Nの項目からXの項目へはMOVEできないため、同じ記憶域をXで
      * 読み替える項目(-BYTES)を重ねて、バイト列として扱います。
         03  NATIONAL-DATA.
           05  PIC-N5      PIC N(5).
           05  PIC-N5-BYTES REDEFINES PIC-N5
                           PIC X(10).
           05  PIC-N3      PIC N(3).
           05  PIC-N10     PIC N(10).
           05  PIC-X12     PIC X(12).
       77  NATIONAL-USED-BYTES         PIC 9(2).
       77  NATIONAL-CUT-POSITION       PIC 9(2).
       77  NATIONAL-CHAR-LENGTH        PIC 9(1).

      * 格納形式(USAGE)の例。同じ値をDISPLAY・COMP・COMP-3(パック)・
      * BINARYの符号なし・符号付きで持ち、記憶域を16進で見せます。
      * どの項目にも同じ記憶域をXで読み替える項目(-BYTES)を重ねます。
       01  USAGE-DATA.
         03  USAGE-DISPLAY-U           PIC 9(5).
         03  USAGE-DISPLAY-U-BYTES REDEFINES USAGE-DISPLAY-U
                                       PIC X(5).
         03  USAGE-DISPLAY-S           PIC S9(5).
         03  USAGE-DISPLAY-S-BYTES REDEFINES USAGE-DISPLAY-S
                                       PIC X(5).
         03  USAGE-COMP-U              PIC 9(5)  USAGE COMP.
         03  USAGE-COMP-U-BYTES REDEFINES USAGE-COMP-U
                                       PIC X(4).
         03  USAGE-COMP-S              PIC S9(5) USAGE COMP.
         03  USAGE-COMP-S-BYTES REDEFINES USAGE-COMP-S
                                       PIC X(4).
         03  USAGE-PACKED-U            PIC 9(5)  USAGE COMP-3.
         03  USAGE-PACKED-U-BYTES REDEFINES USAGE-PACKED-U
                                       PIC X(3).
         03  USAGE-PACKED-S            PIC S9(5) USAGE COMP-3.
         03  USAGE-PACKED-S-BYTES REDEFINES USAGE-PACKED-S
                                       PIC X(3).
         03  USAGE-BINARY-U            PIC 9(5)  USAGE BINARY.
         03  USAGE-BINARY-U-BYTES REDEFINES USAGE-BINARY-U
                                       PIC X(4).
         03  USAGE-BINARY-S            PIC S9(5) USAGE BINARY.
         03  USAGE-BINARY-S-BYTES REDEFINES USAGE-BINARY-S
                                       PIC X(4).
      * パックからDISPLAYへ移して、またパックへ戻すときの受け側。
         03  USAGE-PACKED-BACK         PIC S9(5) USAGE COMP-3.
         03  USAGE-PACKED-BACK-BYTES REDEFINES USAGE-PACKED-BACK
                                       PIC X(3).
       77  USAGE-SOURCE-VALUE          PIC S9(5).
      * 16進表示の作業項目。1バイトを2バイトの2進数の下位へ置いて
      * 数値として読み、16で割った商と余りを16進の字へ引き当てます。
       01  DUMP-LABEL                  PIC X(16).
       01  DUMP-AREA                   PIC X(16).
       77  DUMP-LENGTH                 PIC 9(2).
       01  DUMP-HEX                    PIC X(32).
       77  DUMP-POSITION               PIC 9(2).
       01  DUMP-BYTE-WORK.
         03  DUMP-BYTE-VALUE           PIC 9(4)  USAGE BINARY.
         03  DUMP-BYTE-PAIR REDEFINES DUMP-BYTE-VALUE
                                       PIC X(2).
       77  DUMP-HIGH-DIGIT             PIC 9(2).
       77  DUMP-LOW-DIGIT              PIC 9(2).
       01  HEX-DIGITS                  PIC X(16)
                                       VALUE "0123456789ABCDEF".

      * 対話モード（遊び場）の入力と作業項目。オペレーターが値と
      * 編集PICTURE文字列（このデモで扱うZ・9・$・,・.・-の範囲）を

         PERFORM DISPLAY-OVERFLOW-DEMO.

         PERFORM DISPLAY-NATIONAL-DEMO.

         PERFORM DISPLAY-USAGE-DEMO.

         DISPLAY "INTERACTIVE PICTURE PLAYGROUND (Y/N)".
         ACCEPT PLAY-CHOICE.
         IF PLAY-WANTED
         DISPLAY "PIC-S9P-PD AFTER OVERFLOW=" PIC-S9P-PD.
         EXIT.

      * 漢字名(PIC N)の格納と詰め、長すぎる名前の切り捨て、Xとの
      * 間の転記、参照修飾の順に、固定長の漢字の欄が壊れる例と
      * その避け方を見せます。
       DISPLAY-NATIONAL-DEMO SECTION.
         DISPLAY "NATIONAL (PIC N) NAMES".
      * 3字の名前はN(5)の10バイトに9バイトで入り、残り1バイトが
      * 空白で詰められます。
         MOVE "東京都" TO PIC-N5.
         PERFORM COUNT-NATIONAL-BYTES.
         DISPLAY "N(5)  3 KANJI   |" PIC-N5 "| BYTES USED="
             NATIONAL-USED-BYTES " OF 10".
      * 4字の名前は12バイトあり、N(5)へ入れると10バイト目で切られ、
      * 4字目の先頭1バイトだけが残って欄の末尾の字が壊れます。
         MOVE "神奈川県" TO PIC-N5.
         PERFORM COUNT-NATIONAL-BYTES.
         DISPLAY "N(5)  4 KANJI   |" PIC-N5 "| BYTES USED="
             NATIONAL-USED-BYTES " OF 10".
         PERFORM FIND-NATIONAL-CUT.
         IF NATIONAL-CUT-POSITION < NATIONAL-USED-BYTES
           THEN
             DISPLAY "  LAST CHARACTER BROKEN AFTER BYTE "
                 NATIONAL-CUT-POSITION;
      * 字の途中で切れた残りを空白にして、字の境目で切り直します。
             MOVE SPACES
                 TO PIC-N5-BYTES(NATIONAL-CUT-POSITION + 1:);
             DISPLAY "N(5)  SAFE CUT  |" PIC-N5 "|";
         END-IF.
         MOVE "神奈川県" TO PIC-N10.
         DISPLAY "N(10) 4 KANJI   |" PIC-N10 "|".
      * XからNへはMOVEできますが、NからXへはできません。Xへ移す
      * ときは、読み替えの項目(PIC-N5-BYTES)から転記します。
         MOVE "大阪府" TO PIC-X12.
         MOVE PIC-X12 TO PIC-N5.
         DISPLAY "X(12) TO N(5)   |" PIC-N5 "|".
         MOVE PIC-N5-BYTES TO PIC-X12.
         DISPLAY "N(5) TO X(12)   |" PIC-X12 "|".
      * N(3)は6バイトなので、3字の名前は2字しか残りません。
         MOVE PIC-N5 TO PIC-N3.
         DISPLAY "N(5) TO N(3)    |" PIC-N3 "|".
      * 参照修飾の位置と長さはバイトで数えます。(1:2)は1字目の
      * 途中で切れ、1字を取り出すには3バイト単位で指定します。
         DISPLAY "N(5)(1:2)       |" PIC-N5(1:2) "|".
         DISPLAY "BYTES(4:3)      |" PIC-N5-BYTES(4:3) "|".
       DISPLAY-NATIONAL-DEMO-EXIT.
         EXIT.

      * PIC-N5の中で使われているバイト数(末尾の空白を除いた長さ)を
      * 数えます。
       COUNT-NATIONAL-BYTES SECTION.
         MOVE 10 TO NATIONAL-USED-BYTES.
         PERFORM UNTIL NATIONAL-USED-BYTES = 0
             OR PIC-N5-BYTES(NATIONAL-USED-BYTES:1) NOT = SPACE
           SUBTRACT 1 FROM NATIONAL-USED-BYTES
         END-PERFORM.
       COUNT-NATIONAL-BYTES-EXIT.
         EXIT.

      * PIC-N5の最後の字が欠けずに入っているかを調べ、字の境目で
      * 切れる位置をNATIONAL-CUT-POSITIONへ置きます。UTF-8では
      * X"80"からX"BF"が字の2バイト目以降で、先頭バイトの値から
      * その字のバイト数がわかります。
       FIND-NATIONAL-CUT SECTION.
         MOVE NATIONAL-USED-BYTES TO NATIONAL-CUT-POSITION.
         IF NATIONAL-CUT-POSITION = 0
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NATIONAL-CUT-POSITION = 1
             OR PIC-N5-BYTES(NATIONAL-CUT-POSITION:1) < X"80"
             OR PIC-N5-BYTES(NATIONAL-CUT-POSITION:1) > X"BF"
           SUBTRACT 1 FROM NATIONAL-CUT-POSITION
         END-PERFORM.
         EVALUATE TRUE
           WHEN PIC-N5-BYTES(NATIONAL-CUT-POSITION:1) >= X"F0"
             MOVE 4 TO NATIONAL-CHAR-LENGTH
           WHEN PIC-N5-BYTES(NATIONAL-CUT-POSITION:1) >= X"E0"
             MOVE 3 TO NATIONAL-CHAR-LENGTH
           WHEN PIC-N5-BYTES(NATIONAL-CUT-POSITION:1) >= X"C0"
             MOVE 2 TO NATIONAL-CHAR-LENGTH
           WHEN OTHER
             MOVE 1 TO NATIONAL-CHAR-LENGTH
         END-EVALUATE.
      * 最後の字が使用バイト数の中に収まっていれば、そのままです。
         IF NATIONAL-CUT-POSITION + NATIONAL-CHAR-LENGTH - 1
             <= NATIONAL-USED-BYTES
           THEN
             MOVE NATIONAL-USED-BYTES TO NATIONAL-CUT-POSITION;
           ELSE
             SUBTRACT 1 FROM NATIONAL-CUT-POSITION;
         END-IF.
       FIND-NATIONAL-CUT-EXIT.
         EXIT.

      * 123と-123を各格納形式へ入れて記憶域を16進で見せ、続けて
      * パックの項目をDISPLAYの項目へ移して戻したときの変化を見せます。
       DISPLAY-USAGE-DEMO SECTION.
         DISPLAY "USAGE STORAGE (HEX)".
         MOVE 123 TO USAGE-SOURCE-VALUE.
         PERFORM DUMP-ALL-USAGES.
      * 符号なしの項目へ負の値を入れると、符号は捨てられます。
         MOVE -123 TO USAGE-SOURCE-VALUE.
         PERFORM DUMP-ALL-USAGES.

         DISPLAY "PACKED TO DISPLAY AND BACK".
         MOVE -123 TO USAGE-PACKED-S.
         MOVE "S9(5) COMP-3" TO DUMP-LABEL.
         MOVE USAGE-PACKED-S-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-PACKED-S TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
      * 符号付きのDISPLAYへ移すと、符号は最後の桁に重ねて持ちます。
         MOVE USAGE-PACKED-S TO USAGE-DISPLAY-S.
         MOVE "TO S9(5)" TO DUMP-LABEL.
         MOVE USAGE-DISPLAY-S-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-DISPLAY-S TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
      * 符号なしのDISPLAYへ移すと、符号は失われます。
         MOVE USAGE-PACKED-S TO USAGE-DISPLAY-U.
         MOVE "TO 9(5)" TO DUMP-LABEL.
         MOVE USAGE-DISPLAY-U-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-DISPLAY-U TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-DISPLAY-S TO USAGE-PACKED-BACK.
         MOVE "S9(5) BACK" TO DUMP-LABEL.
         MOVE USAGE-PACKED-BACK-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-PACKED-BACK TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         IF USAGE-PACKED-BACK = USAGE-PACKED-S
           THEN
             DISPLAY "ROUND TRIP VIA S9(5): SAME VALUE";
           ELSE
             DISPLAY "ROUND TRIP VIA S9(5): VALUE CHANGED";
         END-IF.
         MOVE USAGE-DISPLAY-U TO USAGE-PACKED-BACK.
         MOVE "9(5) BACK" TO DUMP-LABEL.
         MOVE USAGE-PACKED-BACK-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-PACKED-BACK TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         IF USAGE-PACKED-BACK = USAGE-PACKED-S
           THEN
             DISPLAY "ROUND TRIP VIA 9(5): SAME VALUE";
           ELSE
             DISPLAY "ROUND TRIP VIA 9(5): VALUE CHANGED";
         END-IF.
       DISPLAY-USAGE-DEMO-EXIT.
         EXIT.

      * USAGE-SOURCE-VALUEを8種類の格納形式へ入れ、それぞれの記憶域
      * を16進で表示します。
       DUMP-ALL-USAGES SECTION.
         DISPLAY "VALUE " USAGE-SOURCE-VALUE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-DISPLAY-U.
         MOVE "9(5) DISPLAY" TO DUMP-LABEL.
         MOVE USAGE-DISPLAY-U-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-DISPLAY-U TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-DISPLAY-S.
         MOVE "S9(5) DISPLAY" TO DUMP-LABEL.
         MOVE USAGE-DISPLAY-S-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-DISPLAY-S TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-COMP-U.
         MOVE "9(5) COMP" TO DUMP-LABEL.
         MOVE USAGE-COMP-U-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-COMP-U TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-COMP-S.
         MOVE "S9(5) COMP" TO DUMP-LABEL.
         MOVE USAGE-COMP-S-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-COMP-S TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-PACKED-U.
         MOVE "9(5) COMP-3" TO DUMP-LABEL.
         MOVE USAGE-PACKED-U-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-PACKED-U TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-PACKED-S.
         MOVE "S9(5) COMP-3" TO DUMP-LABEL.
         MOVE USAGE-PACKED-S-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-PACKED-S TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-BINARY-U.
         MOVE "9(5) BINARY" TO DUMP-LABEL.
         MOVE USAGE-BINARY-U-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-BINARY-U TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
         MOVE USAGE-SOURCE-VALUE TO USAGE-BINARY-S.
         MOVE "S9(5) BINARY" TO DUMP-LABEL.
         MOVE USAGE-BINARY-S-BYTES TO DUMP-AREA.
         MOVE LENGTH OF USAGE-BINARY-S TO DUMP-LENGTH.
         PERFORM DUMP-STORAGE.
       DUMP-ALL-USAGES-EXIT.
         EXIT.

      * DUMP-AREAの先頭DUMP-LENGTHバイトを16進にして、見出しと
      * バイト数を添えて1行で表示します。
       DUMP-STORAGE SECTION.
         MOVE SPACES TO DUMP-HEX.
         MOVE LOW-VALUE TO DUMP-BYTE-PAIR(1:1).
         PERFORM VARYING DUMP-POSITION FROM 1 BY 1
             UNTIL DUMP-POSITION > DUMP-LENGTH
           MOVE DUMP-AREA(DUMP-POSITION:1) TO DUMP-BYTE-PAIR(2:1);
           DIVIDE DUMP-BYTE-VALUE BY 16 GIVING DUMP-HIGH-DIGIT
               REMAINDER DUMP-LOW-DIGIT;
           MOVE HEX-DIGITS(DUMP-HIGH-DIGIT + 1:1)
               TO DUMP-HEX(DUMP-POSITION * 2 - 1:1);
           MOVE HEX-DIGITS(DUMP-LOW-DIGIT + 1:1)
               TO DUMP-HEX(DUMP-POSITION * 2:1);
         END-PERFORM.
         DISPLAY "  " DUMP-LABEL " BYTES=" DUMP-LENGTH
             " HEX=" DUMP-HEX(1:DUMP-LENGTH * 2).
       DUMP-STORAGE-EXIT.
         EXIT.

      * 対話モードの本体。値とPICTURE文字列を受け付け、編集結果と、
      * 同じ値の代表的なPICTUREでの見え方を並べて表示します。
       PICTURE-PLAYGROUND SECTION.
