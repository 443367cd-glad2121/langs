      ******************************************************************
      * 異体字の読み替えモジュールです。文字列を1文字ずつ調べ、
      * 異体字マスタ(VariantCharacters.txt)に載っている字（髙・﨑・
      * 邊など）を標準の字（高・崎・辺など）へ置き換えた文字列を
      * 返します。名称の検索で、入力と登録名の両方をここで読み
      * 替えてから突き合わせれば、どちらの字で入力しても同じ
      * 市区町村が見つかります。文字の区切りはUTF-8の先頭バイト
      * から決めます。マスタは最初の呼び出しで読み込みます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLD-VARIANT-CHARACTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT VARIANT-FILE
           ASSIGN TO "../data/VariantCharacters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 異体字マスタ。異体字と標準の字を、それぞれUTF-8のバイト列
      * として左詰め・空白埋めで保持します。
       FD  VARIANT-FILE.
       01  VARIANT-RECORD.
         03  VC-VARIANT-CHAR           PIC X(4).
         03  VC-STANDARD-CHAR          PIC X(4).

       WORKING-STORAGE SECTION.
       01  VARIANT-STATUS              PIC X(2).
         88  VARIANT-STATUS-OK         VALUE "00".
      * マスタを読み込み済みかどうか。
       01  VARIANT-LOADED-SWITCH       PIC X VALUE "N".
         88  VARIANT-LOADED            VALUE "Y".
      * メモリ上に読み込んだ異体字の表。
       01  VARIANT-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  VARIANT-TABLE.
         03  VARIANT-ENTRY             OCCURS 300 INDEXED BY VX.
             05  VT-VARIANT-CHAR       PIC X(4).
             05  VT-STANDARD-CHAR      PIC X(4).
      * 走査の位置と、取り出した1文字。
       77  SOURCE-POSITION             PIC 9(3).
       77  RESULT-POSITION             PIC 9(3).
       77  CHAR-LENGTH                 PIC 9(1).
       77  ONE-CHAR                    PIC X(4).
       01  LEAD-BYTE                   PIC X(1).
      * 表の検索の結果。
       01  VARIANT-FOUND-SWITCH        PIC X.
         88  VARIANT-FOUND             VALUE "Y".

       LINKAGE SECTION.
       77  FOLD-SOURCE-TEXT            PIC X(40).
       77  FOLD-RESULT-TEXT            PIC X(40).

       PROCEDURE DIVISION USING FOLD-SOURCE-TEXT, FOLD-RESULT-TEXT.
         IF NOT VARIANT-LOADED
           THEN
             PERFORM LOAD-VARIANTS;
         END-IF.
         MOVE SPACES TO FOLD-RESULT-TEXT.
         MOVE 1 TO SOURCE-POSITION.
         MOVE 1 TO RESULT-POSITION.
         PERFORM UNTIL SOURCE-POSITION > 40
           PERFORM FOLD-ONE-CHARACTER
         END-PERFORM.
       FOLD-VARIANT-CHARACTERS-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 異体字マスタを表に読み込みます。マスタが無いときは、読み
      * 替えをせずにそのまま返します。
      ******************************************************************
       LOAD-VARIANTS SECTION.
         OPEN INPUT VARIANT-FILE.
         IF VARIANT-STATUS = "00"
           THEN
             PERFORM UNTIL NOT VARIANT-STATUS-OK
               READ VARIANT-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF VARIANT-TABLE-COUNT < 300
                     THEN
                       ADD 1 TO VARIANT-TABLE-COUNT;
                       SET VX TO VARIANT-TABLE-COUNT;
                       MOVE VC-VARIANT-CHAR TO VT-VARIANT-CHAR(VX);
                       MOVE VC-STANDARD-CHAR TO VT-STANDARD-CHAR(VX);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE VARIANT-FILE;
           ELSE
             DISPLAY "FOLD-VARIANT-CHARACTERS: UNABLE TO OPEN "
                 "VARIANT TABLE STATUS=" VARIANT-STATUS
                 " -- TEXT RETURNED UNFOLDED";
         END-IF.
         MOVE "Y" TO VARIANT-LOADED-SWITCH.
       LOAD-VARIANTS-EXIT.
         EXIT.

      ******************************************************************
      * SOURCE-POSITIONの1文字を取り出し、異体字なら標準の字に
      * 置き換えて結果へ継ぎ足します。1文字のバイト数はUTF-8の
      * 先頭バイトで決めます（80未満=1 E0未満=2 F0未満=3 それ
      * 以外=4）。
      ******************************************************************
       FOLD-ONE-CHARACTER SECTION.
         MOVE FOLD-SOURCE-TEXT(SOURCE-POSITION:1) TO LEAD-BYTE.
         PERFORM MEASURE-LEAD-BYTE.
         IF SOURCE-POSITION + CHAR-LENGTH - 1 > 40
           THEN
             COMPUTE CHAR-LENGTH = 40 - SOURCE-POSITION + 1;
         END-IF.
         MOVE SPACES TO ONE-CHAR.
         MOVE FOLD-SOURCE-TEXT(SOURCE-POSITION:CHAR-LENGTH)
             TO ONE-CHAR(1:CHAR-LENGTH).
         ADD CHAR-LENGTH TO SOURCE-POSITION.
         MOVE "N" TO VARIANT-FOUND-SWITCH.
         IF CHAR-LENGTH > 1
           THEN
             SET VX TO 1;
             SEARCH VARIANT-ENTRY
               AT END
                 CONTINUE;
               WHEN VX > VARIANT-TABLE-COUNT
                 CONTINUE;
               WHEN VT-VARIANT-CHAR(VX) = ONE-CHAR
                 MOVE "Y" TO VARIANT-FOUND-SWITCH;
             END-SEARCH;
         END-IF.
         IF VARIANT-FOUND
           THEN
             MOVE VT-STANDARD-CHAR(VX) TO ONE-CHAR;
             MOVE ONE-CHAR(1:1) TO LEAD-BYTE;
             PERFORM MEASURE-LEAD-BYTE;
         END-IF.
         IF RESULT-POSITION + CHAR-LENGTH - 1 <= 40
           THEN
             MOVE ONE-CHAR(1:CHAR-LENGTH)
                 TO FOLD-RESULT-TEXT(RESULT-POSITION:CHAR-LENGTH);
             ADD CHAR-LENGTH TO RESULT-POSITION;
         END-IF.
       FOLD-ONE-CHARACTER-EXIT.
         EXIT.

      ******************************************************************
      * LEAD-BYTEから、その文字のUTF-8のバイト数をCHAR-LENGTHへ
      * 求めます。
      ******************************************************************
       MEASURE-LEAD-BYTE SECTION.
         IF LEAD-BYTE < X"80"
           THEN
             MOVE 1 TO CHAR-LENGTH;
           ELSE
             IF LEAD-BYTE < X"E0"
               THEN
                 MOVE 2 TO CHAR-LENGTH;
               ELSE
                 IF LEAD-BYTE < X"F0"
                   THEN
                     MOVE 3 TO CHAR-LENGTH;
                   ELSE
                     MOVE 4 TO CHAR-LENGTH;
                 END-IF
             END-IF
         END-IF.
       MEASURE-LEAD-BYTE-EXIT.
         EXIT.

       END PROGRAM FOLD-VARIANT-CHARACTERS.
