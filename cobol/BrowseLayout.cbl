      ******************************************************************
      * レコード定義の辞書(LayoutDictionary.txt)にしたがって、保持して
      * いるマスタ・管理ファイルのレコードを項目ごとに表示する照会
      * です。REPORT-LAYOUT-WRITERのレイアウト定義の考え方を、すべて
      * のマスタ・管理ファイルへ広げたもので、「PrefectureRegions.txt
      * の25桁目から32桁目は何か」にプログラマーの手を借りずに答え
      * られるようにします。
      *
      * 辞書(1行1件、":"区切り、"*"で始まる行は注記)
      *   F:ファイル名:レコード長:トレーラーの有無(Y/N):説明
      *   D:項目名:PICTURE句:開始桁:桁数:空白可(B):説明
      *   V:コード値:意味（直前のDの項目のコード値）
      * 桁はバイトで数えます。日本語の項目(N)は1字2バイトの枠に
      * 文字コードのまま入っているので、そのまま表示して読めるよう
      * にします。
      *
      * ファイル名の入力で、次のことができます。
      *   ?           … 辞書にあるファイルの一覧
      *   *           … 全ファイルの数字項目の点検
      *   ファイル名  … そのファイルの照会（.txtは省略できます）
      * ファイルの照会では、レコード番号で任意のレコードを項目ごとに
      * （桁位置・PICTURE句・値・コード値の意味付きで）表示し、
      * L)AYOUTで辞書の定義を、V)ALIDATEで数字項目に数字以外が
      * 入っているレコードの一覧を表示します。点検で誤りがあった
      * ときは終了コード4を返します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROWSE-LAYOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT DICTIONARY-FILE
           ASSIGN TO "../data/LayoutDictionary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DICTIONARY-STATUS.
         SELECT BROWSE-FILE
           ASSIGN DYNAMIC BROWSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BROWSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * レコード定義の辞書。
       FD  DICTIONARY-FILE.
       01  DICTIONARY-RECORD           PIC X(200).
      * 照会するファイル。
       FD  BROWSE-FILE.
       01  BROWSE-RECORD               PIC X(400).

       WORKING-STORAGE SECTION.
       01  DICTIONARY-STATUS           PIC X(2).
         88  DICTIONARY-STATUS-OK      VALUE "00".
       01  BROWSE-STATUS               PIC X(2).
         88  BROWSE-STATUS-OK          VALUE "00".
       77  BROWSE-FILENAME             PIC X(80).

      * 辞書のファイルの表。
       01  DICTIONARY-FILE-COUNT       PIC 9(3) VALUE ZERO.
       01  DICTIONARY-FILE-TABLE.
         03  DICTIONARY-FILE-ENTRY     OCCURS 50 INDEXED BY FX.
             05  DF-FILE-NAME          PIC X(40).
             05  DF-RECORD-LENGTH      PIC 9(3).
             05  DF-TRAILER-FLAG       PIC X(1).
               88  DF-HAS-TRAILER      VALUE "Y".
             05  DF-DESCRIPTION        PIC X(60).
             05  DF-FIRST-FIELD        PIC 9(3).
             05  DF-FIELD-COUNT        PIC 9(3).
      * 辞書の項目の表。
       01  DICTIONARY-FIELD-COUNT      PIC 9(3) VALUE ZERO.
       01  DICTIONARY-FIELD-TABLE.
         03  DICTIONARY-FIELD-ENTRY    OCCURS 500 INDEXED BY DX.
             05  DD-FIELD-NAME         PIC X(30).
             05  DD-PICTURE            PIC X(12).
      * PICTURE句の先頭の字（X=英数字 9=数字 N=日本語）。
             05  DD-FIELD-TYPE         PIC X(1).
               88  DD-IS-NUMERIC       VALUE "9".
               88  DD-IS-NATIONAL      VALUE "N".
             05  DD-START              PIC 9(3).
             05  DD-LENGTH             PIC 9(3).
             05  DD-BLANK-FLAG         PIC X(1).
               88  DD-BLANK-ALLOWED    VALUE "B".
             05  DD-DESCRIPTION        PIC X(60).
             05  DD-FIRST-VALUE        PIC 9(3).
             05  DD-VALUE-COUNT        PIC 9(3).
      * 辞書のコード値の表。
       01  DICTIONARY-VALUE-COUNT      PIC 9(3) VALUE ZERO.
       01  DICTIONARY-VALUE-TABLE.
         03  DICTIONARY-VALUE-ENTRY    OCCURS 300 INDEXED BY VX.
             05  DV-VALUE              PIC X(10).
             05  DV-MEANING            PIC X(40).

      * 辞書の1行を":"で分けた部分。
       01  DICTIONARY-PARTS.
         03  DICTIONARY-PART           PIC X(60) OCCURS 7.
       77  DICTIONARY-LINE-NUMBER      PIC 9(4) VALUE 0.
       77  DICTIONARY-ERROR-COUNT      PIC 9(4) VALUE 0.
       77  DICTIONARY-REASON           PIC X(40).
       77  NUMBER-TEXT                 PIC X(3).
       77  FIELD-LENGTH                PIC 9(3).
       77  FIELD-END                   PIC 9(4).

      * 照会の入力。
       77  FILE-REQUEST                PIC X(40).
       77  FILE-REQUEST-WITH-SUFFIX    PIC X(40).
       77  BROWSE-COMMAND              PIC X(8).
       77  COMMAND-DIGITS              PIC 9(2).
       77  RECORD-WANTED               PIC 9(6).
       77  CURRENT-RECORD-NUMBER       PIC 9(6).
       77  RECORDS-READ                PIC 9(6).
       01  FILE-FOUND-SWITCH           PIC X.
         88  FILE-FOUND                VALUE "Y".
         88  FILE-NOT-FOUND            VALUE "N".
       01  RECORD-FOUND-SWITCH         PIC X.
         88  RECORD-FOUND              VALUE "Y".
         88  RECORD-NOT-FOUND          VALUE "N".
       01  BROWSE-END-SWITCH           PIC X.
         88  BROWSE-ENDED              VALUE "Y".

      * 項目1件分の表示の作業項目。
       77  FIELD-END-POSITION          PIC 9(3).
       77  VALUE-SHOW-LENGTH           PIC 9(3).
       77  FIELD-VALUE                 PIC X(60).
       77  FIELD-NOTE                  PIC X(50).
       77  LAST-VALUE                  PIC 9(3).
       01  FIELD-ERROR-SWITCH          PIC X.
         88  FIELD-IN-ERROR            VALUE "Y".
         88  FIELD-CORRECT             VALUE "N".

      * トレーラーの表示と点検に使う、マスタのトレーラー
      * の並び。
       01  TRAILER-VIEW.
           COPY "MasterTrailer".

      * 数字項目の点検の件数。
       77  VALIDATED-RECORD-COUNT      PIC 9(6).
       77  FILE-ERROR-COUNT            PIC 9(6).
       77  TOTAL-ERROR-COUNT           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-DICTIONARY.
         IF DICTIONARY-FILE-COUNT = 0
           THEN
             DISPLAY "BROWSE-LAYOUT: NO FILES IN LAYOUT DICTIONARY";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         MOVE SPACES TO FILE-REQUEST.
         PERFORM UNTIL FILE-REQUEST = "X"
           DISPLAY "FILE NAME (? = LIST, * = VALIDATE ALL, "
               "X = EXIT):"
           ACCEPT FILE-REQUEST
           EVALUATE FILE-REQUEST
             WHEN "X"
               CONTINUE
             WHEN SPACES
               CONTINUE
             WHEN "?"
               PERFORM LIST-DICTIONARY-FILES
             WHEN "*"
               PERFORM VALIDATE-ALL-FILES
             WHEN OTHER
               PERFORM FIND-DICTIONARY-FILE
               IF FILE-FOUND
                 THEN
                   PERFORM BROWSE-ONE-FILE;
                 ELSE
                   DISPLAY "FILE NOT IN LAYOUT DICTIONARY -- "
                       FILE-REQUEST;
               END-IF
           END-EVALUATE
         END-PERFORM.
         IF TOTAL-ERROR-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
           ELSE
             MOVE 0 TO RETURN-CODE;
         END-IF.
       BROWSE-LAYOUT-EXIT.
         STOP RUN.

      ******************************************************************
      * 辞書を表へ読み込みます。形式の誤りのある行は理由を表示して
      * 読み飛ばします。
      ******************************************************************
       LOAD-DICTIONARY SECTION.
         OPEN INPUT DICTIONARY-FILE.
         IF NOT DICTIONARY-STATUS-OK
           THEN
             DISPLAY "BROWSE-LAYOUT: UNABLE TO OPEN DICTIONARY-FILE "
                 "STATUS=" DICTIONARY-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT DICTIONARY-STATUS-OK
           READ DICTIONARY-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO DICTIONARY-LINE-NUMBER;
               PERFORM PARSE-DICTIONARY-LINE;
           END-READ
         END-PERFORM.
         CLOSE DICTIONARY-FILE.
         IF DICTIONARY-ERROR-COUNT > 0
           THEN
             DISPLAY "BROWSE-LAYOUT: DICTIONARY ERRORS="
                 DICTIONARY-ERROR-COUNT;
         END-IF.
       LOAD-DICTIONARY-EXIT.
         EXIT.

      ******************************************************************
      * 辞書の1行を分けて、種類(F・D・V)ごとの表へ加えます。
      ******************************************************************
       PARSE-DICTIONARY-LINE SECTION.
         IF DICTIONARY-RECORD(1:1) = "*" OR DICTIONARY-RECORD = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO DICTIONARY-PARTS.
         MOVE SPACES TO DICTIONARY-REASON.
         UNSTRING DICTIONARY-RECORD DELIMITED BY ":"
             INTO DICTIONARY-PART(1) DICTIONARY-PART(2)
                  DICTIONARY-PART(3) DICTIONARY-PART(4)
                  DICTIONARY-PART(5) DICTIONARY-PART(6)
                  DICTIONARY-PART(7).
         EVALUATE DICTIONARY-PART(1)
           WHEN "F"
             PERFORM ADD-DICTIONARY-FILE
           WHEN "D"
             PERFORM ADD-DICTIONARY-FIELD
           WHEN "V"
             PERFORM ADD-DICTIONARY-VALUE
           WHEN OTHER
             MOVE "UNKNOWN LINE TYPE" TO DICTIONARY-REASON
         END-EVALUATE.
         IF DICTIONARY-REASON NOT = SPACES
           THEN
             ADD 1 TO DICTIONARY-ERROR-COUNT;
             DISPLAY "BROWSE-LAYOUT: DICTIONARY LINE "
                 DICTIONARY-LINE-NUMBER " -- " DICTIONARY-REASON;
         END-IF.
       PARSE-DICTIONARY-LINE-EXIT.
         EXIT.

      ******************************************************************
      * ファイルの行(F)を加えます。
      ******************************************************************
       ADD-DICTIONARY-FILE SECTION.
         IF DICTIONARY-FILE-COUNT >= 50
           THEN
             MOVE "TOO MANY FILES" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         MOVE DICTIONARY-PART(3) TO NUMBER-TEXT.
         IF NUMBER-TEXT NOT NUMERIC OR NUMBER-TEXT = "000"
           THEN
             MOVE "RECORD LENGTH IS NOT 001-400" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         IF NUMBER-TEXT > "400"
           THEN
             MOVE "RECORD LENGTH IS NOT 001-400" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         ADD 1 TO DICTIONARY-FILE-COUNT.
         SET FX TO DICTIONARY-FILE-COUNT.
         MOVE DICTIONARY-PART(2) TO DF-FILE-NAME(FX).
         MOVE NUMBER-TEXT TO DF-RECORD-LENGTH(FX).
         MOVE DICTIONARY-PART(4) TO DF-TRAILER-FLAG(FX).
         MOVE DICTIONARY-PART(5) TO DF-DESCRIPTION(FX).
         COMPUTE DF-FIRST-FIELD(FX) = DICTIONARY-FIELD-COUNT + 1.
         MOVE 0 TO DF-FIELD-COUNT(FX).
       ADD-DICTIONARY-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 項目の行(D)を、直前のファイルの項目として加えます。開始桁と
      * 桁数がレコード長に収まることを確かめます。
      ******************************************************************
       ADD-DICTIONARY-FIELD SECTION.
         IF DICTIONARY-FILE-COUNT = 0
           THEN
             MOVE "FIELD BEFORE ANY FILE LINE" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         IF DICTIONARY-FIELD-COUNT >= 500
           THEN
             MOVE "TOO MANY FIELDS" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         IF DICTIONARY-PART(4)(1:3) NOT NUMERIC
             OR DICTIONARY-PART(5)(1:3) NOT NUMERIC
             OR DICTIONARY-PART(4)(1:3) = "000"
             OR DICTIONARY-PART(5)(1:3) = "000"
           THEN
             MOVE "START OR LENGTH IS NOT 3 DIGITS"
                 TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         SET FX TO DICTIONARY-FILE-COUNT.
         MOVE DICTIONARY-PART(4)(1:3) TO NUMBER-TEXT.
         MOVE NUMBER-TEXT TO FIELD-END.
         MOVE DICTIONARY-PART(5)(1:3) TO NUMBER-TEXT.
         MOVE NUMBER-TEXT TO FIELD-LENGTH.
         COMPUTE FIELD-END = FIELD-END + FIELD-LENGTH - 1.
         IF FIELD-END > DF-RECORD-LENGTH(FX)
           THEN
             MOVE "FIELD ENDS BEYOND RECORD LENGTH"
                 TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         ADD 1 TO DICTIONARY-FIELD-COUNT.
         SET DX TO DICTIONARY-FIELD-COUNT.
         ADD 1 TO DF-FIELD-COUNT(FX).
         MOVE DICTIONARY-PART(2) TO DD-FIELD-NAME(DX).
         MOVE DICTIONARY-PART(3) TO DD-PICTURE(DX).
         MOVE DD-PICTURE(DX)(1:1) TO DD-FIELD-TYPE(DX).
         MOVE DICTIONARY-PART(4)(1:3) TO NUMBER-TEXT.
         MOVE NUMBER-TEXT TO DD-START(DX).
         MOVE DICTIONARY-PART(5)(1:3) TO NUMBER-TEXT.
         MOVE NUMBER-TEXT TO DD-LENGTH(DX).
         MOVE DICTIONARY-PART(6) TO DD-BLANK-FLAG(DX).
         MOVE DICTIONARY-PART(7) TO DD-DESCRIPTION(DX).
         COMPUTE DD-FIRST-VALUE(DX) = DICTIONARY-VALUE-COUNT + 1.
         MOVE 0 TO DD-VALUE-COUNT(DX).
       ADD-DICTIONARY-FIELD-EXIT.
         EXIT.

      ******************************************************************
      * コード値の行(V)を、直前の項目のコード値として加えます。
      ******************************************************************
       ADD-DICTIONARY-VALUE SECTION.
         IF DICTIONARY-FIELD-COUNT = 0
           THEN
             MOVE "VALUE BEFORE ANY FIELD LINE" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         IF DICTIONARY-VALUE-COUNT >= 300
           THEN
             MOVE "TOO MANY VALUES" TO DICTIONARY-REASON;
             EXIT SECTION;
         END-IF.
         ADD 1 TO DICTIONARY-VALUE-COUNT.
         SET VX TO DICTIONARY-VALUE-COUNT.
         SET DX TO DICTIONARY-FIELD-COUNT.
         ADD 1 TO DD-VALUE-COUNT(DX).
         MOVE DICTIONARY-PART(2) TO DV-VALUE(VX).
         MOVE DICTIONARY-PART(3) TO DV-MEANING(VX).
       ADD-DICTIONARY-VALUE-EXIT.
         EXIT.

      ******************************************************************
      * 辞書にあるファイルを一覧します。
      ******************************************************************
       LIST-DICTIONARY-FILES SECTION.
         PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > DICTIONARY-FILE-COUNT
           DISPLAY DF-FILE-NAME(FX)(1:30) " LENGTH="
               DF-RECORD-LENGTH(FX) " FIELDS=" DF-FIELD-COUNT(FX)
               " " DF-DESCRIPTION(FX)
         END-PERFORM.
       LIST-DICTIONARY-FILES-EXIT.
         EXIT.

      ******************************************************************
      * FILE-REQUESTのファイルを辞書から探します（.txtは省略でき
      * ます）。見つかればFXが指します。
      ******************************************************************
       FIND-DICTIONARY-FILE SECTION.
         SET FILE-NOT-FOUND TO TRUE.
         MOVE SPACES TO FILE-REQUEST-WITH-SUFFIX.
         STRING FILE-REQUEST DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO FILE-REQUEST-WITH-SUFFIX.
         PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > DICTIONARY-FILE-COUNT OR FILE-FOUND
           IF DF-FILE-NAME(FX) = FILE-REQUEST
               OR DF-FILE-NAME(FX) = FILE-REQUEST-WITH-SUFFIX
             THEN
               SET FILE-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF FILE-FOUND
           THEN
             SET FX DOWN BY 1;
             MOVE SPACES TO BROWSE-FILENAME;
             STRING "../data/" DF-FILE-NAME(FX) DELIMITED BY SPACE
                 INTO BROWSE-FILENAME;
         END-IF.
       FIND-DICTIONARY-FILE-EXIT.
         EXIT.

      ******************************************************************
      * FXのファイルを照会します。レコード番号・N)EXT・P)REVIOUSで
      * レコードを、L)AYOUTで定義を、V)ALIDATEで数字項目の点検を
      * 表示します。
      ******************************************************************
       BROWSE-ONE-FILE SECTION.
         PERFORM SHOW-FILE-LAYOUT.
         MOVE 0 TO CURRENT-RECORD-NUMBER.
         MOVE "N" TO BROWSE-END-SWITCH.
         PERFORM UNTIL BROWSE-ENDED
           DISPLAY "RECORD NUMBER, N)EXT, P)REVIOUS, L)AYOUT, "
               "V)ALIDATE, X)OTHER FILE:"
           MOVE SPACES TO BROWSE-COMMAND
           ACCEPT BROWSE-COMMAND
           EVALUATE TRUE
             WHEN BROWSE-COMMAND = "X"
               SET BROWSE-ENDED TO TRUE
             WHEN BROWSE-COMMAND = "N" OR SPACES
               COMPUTE RECORD-WANTED = CURRENT-RECORD-NUMBER + 1
               PERFORM SHOW-RECORD
             WHEN BROWSE-COMMAND = "P"
               IF CURRENT-RECORD-NUMBER > 1
                 THEN
                   COMPUTE RECORD-WANTED = CURRENT-RECORD-NUMBER - 1;
                   PERFORM SHOW-RECORD;
                 ELSE
                   DISPLAY "ALREADY AT THE FIRST RECORD";
               END-IF
             WHEN BROWSE-COMMAND = "L"
               PERFORM SHOW-FILE-LAYOUT
             WHEN BROWSE-COMMAND = "V"
               PERFORM VALIDATE-FILE
             WHEN BROWSE-COMMAND(1:1) IS NUMERIC
               MOVE 0 TO COMMAND-DIGITS
               INSPECT BROWSE-COMMAND TALLYING COMMAND-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF COMMAND-DIGITS > 6
                   OR BROWSE-COMMAND(1:COMMAND-DIGITS) NOT NUMERIC
                 THEN
                   DISPLAY "INVALID RECORD NUMBER -- "
                       BROWSE-COMMAND;
                 ELSE
                   MOVE BROWSE-COMMAND(1:COMMAND-DIGITS)
                       TO RECORD-WANTED;
                   PERFORM SHOW-RECORD;
               END-IF
             WHEN OTHER
               DISPLAY "INVALID COMMAND -- " BROWSE-COMMAND
           END-EVALUATE
         END-PERFORM.
       BROWSE-ONE-FILE-EXIT.
         EXIT.

      ******************************************************************
      * FXのファイルの辞書の定義を表示します。
      ******************************************************************
       SHOW-FILE-LAYOUT SECTION.
         DISPLAY "FILE " DF-FILE-NAME(FX)(1:30) " "
             DF-DESCRIPTION(FX).
         DISPLAY "RECORD LENGTH=" DF-RECORD-LENGTH(FX)
             " TRAILER RECORD=" DF-TRAILER-FLAG(FX).
         DISPLAY "FROM-TO FIELD                        PICTURE"
             "      DESCRIPTION".
         PERFORM VARYING DX FROM DF-FIRST-FIELD(FX) BY 1
             UNTIL DX >= DF-FIRST-FIELD(FX) + DF-FIELD-COUNT(FX)
           COMPUTE FIELD-END-POSITION
               = DD-START(DX) + DD-LENGTH(DX) - 1
           DISPLAY DD-START(DX) "-" FIELD-END-POSITION " "
               DD-FIELD-NAME(DX) " " DD-PICTURE(DX) " "
               DD-DESCRIPTION(DX)
           IF DD-VALUE-COUNT(DX) > 0
             THEN
               COMPUTE LAST-VALUE
                   = DD-FIRST-VALUE(DX) + DD-VALUE-COUNT(DX) - 1;
               PERFORM VARYING VX FROM DD-FIRST-VALUE(DX) BY 1
                   UNTIL VX > LAST-VALUE
                 DISPLAY "                                      "
                     DV-VALUE(VX) " = " DV-MEANING(VX)
               END-PERFORM;
           END-IF
         END-PERFORM.
         IF DF-HAS-TRAILER(FX)
           THEN
             DISPLAY "LAST RECORD: T9 + RECORD-COUNT 9(06) + "
                 "HASH-TOTAL 9(13) (TRAILER)";
         END-IF.
       SHOW-FILE-LAYOUT-EXIT.
         EXIT.

      ******************************************************************
      * RECORD-WANTED番目のレコードを読み、項目ごとに表示します。
      ******************************************************************
       SHOW-RECORD SECTION.
         PERFORM READ-WANTED-RECORD.
         IF RECORD-NOT-FOUND
           THEN
             DISPLAY "RECORD " RECORD-WANTED " NOT ON FILE (RECORDS="
                 RECORDS-READ ")";
             EXIT SECTION;
         END-IF.
         MOVE RECORD-WANTED TO CURRENT-RECORD-NUMBER.
         DISPLAY "RECORD " CURRENT-RECORD-NUMBER " OF "
             DF-FILE-NAME(FX).
         IF DF-HAS-TRAILER(FX) AND BROWSE-RECORD(1:2) = "T9"
           THEN
             PERFORM SHOW-TRAILER-RECORD;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING DX FROM DF-FIRST-FIELD(FX) BY 1
             UNTIL DX >= DF-FIRST-FIELD(FX) + DF-FIELD-COUNT(FX)
           PERFORM EXAMINE-FIELD
           DISPLAY DD-START(DX) "-" FIELD-END-POSITION " "
               DD-FIELD-NAME(DX)(1:24) " " DD-PICTURE(DX) " |"
               FIELD-VALUE(1:VALUE-SHOW-LENGTH) "| " FIELD-NOTE
         END-PERFORM.
       SHOW-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * トレーラー（件数と合計）を表示します。
      ******************************************************************
       SHOW-TRAILER-RECORD SECTION.
         MOVE BROWSE-RECORD TO TRAILER-VIEW.
         DISPLAY "001-002 RECORD-MARK              X(02)        |"
             MT-RECORD-MARK "| TRAILER".
         IF MT-RECORD-COUNT IS NUMERIC
           THEN
             DISPLAY "003-008 RECORD-COUNT             9(06)        |"
                 MT-RECORD-COUNT "|";
           ELSE
             DISPLAY "003-008 RECORD-COUNT             9(06)        |"
                 MT-RECORD-COUNT "| *NOT NUMERIC*";
         END-IF.
         IF MT-HASH-TOTAL IS NUMERIC
           THEN
             DISPLAY "009-021 HASH-TOTAL               9(13)        |"
                 MT-HASH-TOTAL "|";
           ELSE
             DISPLAY "009-021 HASH-TOTAL               9(13)        |"
                 MT-HASH-TOTAL "| *NOT NUMERIC*";
         END-IF.
       SHOW-TRAILER-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * DXの項目の値を取り出し、コード値の意味と数字の点検の結果を
      * FIELD-NOTEへ入れます。
      ******************************************************************
       EXAMINE-FIELD SECTION.
         SET FIELD-CORRECT TO TRUE.
         MOVE SPACES TO FIELD-NOTE.
         COMPUTE FIELD-END-POSITION = DD-START(DX) + DD-LENGTH(DX) - 1.
         MOVE DD-LENGTH(DX) TO VALUE-SHOW-LENGTH.
         IF VALUE-SHOW-LENGTH > 60
           THEN
             MOVE 60 TO VALUE-SHOW-LENGTH;
         END-IF.
         MOVE SPACES TO FIELD-VALUE.
         MOVE BROWSE-RECORD(DD-START(DX):VALUE-SHOW-LENGTH)
             TO FIELD-VALUE.
         IF DD-IS-NUMERIC(DX)
           THEN
             IF BROWSE-RECORD(DD-START(DX):DD-LENGTH(DX)) NOT NUMERIC
               THEN
                 IF NOT DD-BLANK-ALLOWED(DX)
                     OR BROWSE-RECORD(DD-START(DX):DD-LENGTH(DX))
                         NOT = SPACES
                   THEN
                     SET FIELD-IN-ERROR TO TRUE;
                     MOVE "*NOT NUMERIC*" TO FIELD-NOTE;
                 END-IF;
             END-IF;
             EXIT SECTION;
         END-IF.
         IF DD-VALUE-COUNT(DX) = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF FIELD-VALUE = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         MOVE "*UNDEFINED CODE*" TO FIELD-NOTE.
         COMPUTE LAST-VALUE = DD-FIRST-VALUE(DX) + DD-VALUE-COUNT(DX)
             - 1.
         PERFORM VARYING VX FROM DD-FIRST-VALUE(DX) BY 1
             UNTIL VX > LAST-VALUE
           IF DV-VALUE(VX) = FIELD-VALUE
             THEN
               MOVE SPACES TO FIELD-NOTE;
               STRING "= " DV-MEANING(VX) DELIMITED BY SIZE
                   INTO FIELD-NOTE;
           END-IF
         END-PERFORM.
       EXAMINE-FIELD-EXIT.
         EXIT.

      ******************************************************************
      * RECORD-WANTED番目のレコードまで読み進めます。
      ******************************************************************
       READ-WANTED-RECORD SECTION.
         SET RECORD-NOT-FOUND TO TRUE.
         MOVE 0 TO RECORDS-READ.
         OPEN INPUT BROWSE-FILE.
         IF NOT BROWSE-STATUS-OK
           THEN
             DISPLAY "BROWSE-LAYOUT: UNABLE TO OPEN " BROWSE-FILENAME
                 " STATUS=" BROWSE-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT BROWSE-STATUS-OK OR RECORD-FOUND
           MOVE SPACES TO BROWSE-RECORD
           READ BROWSE-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO RECORDS-READ;
               IF RECORDS-READ = RECORD-WANTED
                 THEN
                   SET RECORD-FOUND TO TRUE;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE BROWSE-FILE.
       READ-WANTED-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * 辞書の全ファイルの数字項目を点検します。
      ******************************************************************
       VALIDATE-ALL-FILES SECTION.
         PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > DICTIONARY-FILE-COUNT
           MOVE SPACES TO BROWSE-FILENAME
           STRING "../data/" DF-FILE-NAME(FX) DELIMITED BY SPACE
               INTO BROWSE-FILENAME
           PERFORM VALIDATE-FILE
         END-PERFORM.
       VALIDATE-ALL-FILES-EXIT.
         EXIT.

      ******************************************************************
      * FXのファイルの全レコードについて、数字項目に数字以外が入って
      * いるものを一覧します。トレーラーは件数と合計を点検します。
      ******************************************************************
       VALIDATE-FILE SECTION.
         MOVE 0 TO VALIDATED-RECORD-COUNT.
         MOVE 0 TO FILE-ERROR-COUNT.
         OPEN INPUT BROWSE-FILE.
         IF NOT BROWSE-STATUS-OK
           THEN
             DISPLAY "BROWSE-LAYOUT: " DF-FILE-NAME(FX)(1:30)
                 " NOT ON FILE STATUS=" BROWSE-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT BROWSE-STATUS-OK
           MOVE SPACES TO BROWSE-RECORD
           READ BROWSE-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO VALIDATED-RECORD-COUNT;
               PERFORM VALIDATE-ONE-RECORD;
           END-READ
         END-PERFORM.
         CLOSE BROWSE-FILE.
         ADD FILE-ERROR-COUNT TO TOTAL-ERROR-COUNT.
         DISPLAY "BROWSE-LAYOUT: " DF-FILE-NAME(FX)(1:30)
             " RECORDS=" VALIDATED-RECORD-COUNT
             " NOT NUMERIC=" FILE-ERROR-COUNT.
       VALIDATE-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 読んだレコード1件の数字項目を点検します。
      ******************************************************************
       VALIDATE-ONE-RECORD SECTION.
         IF DF-HAS-TRAILER(FX) AND BROWSE-RECORD(1:2) = "T9"
           THEN
             MOVE BROWSE-RECORD TO TRAILER-VIEW;
             IF MT-RECORD-COUNT NOT NUMERIC
                 OR MT-HASH-TOTAL NOT NUMERIC
               THEN
                 ADD 1 TO FILE-ERROR-COUNT;
                 DISPLAY "  RECORD " VALIDATED-RECORD-COUNT
                     " TRAILER COUNT OR HASH TOTAL NOT NUMERIC |"
                     BROWSE-RECORD(1:21) "|";
             END-IF;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING DX FROM DF-FIRST-FIELD(FX) BY 1
             UNTIL DX >= DF-FIRST-FIELD(FX) + DF-FIELD-COUNT(FX)
           IF DD-IS-NUMERIC(DX)
             THEN
               PERFORM EXAMINE-FIELD;
               IF FIELD-IN-ERROR
                 THEN
                   ADD 1 TO FILE-ERROR-COUNT;
                   DISPLAY "  RECORD " VALIDATED-RECORD-COUNT " "
                       DD-START(DX) "-" FIELD-END-POSITION " "
                       DD-FIELD-NAME(DX)(1:24) " |"
                       FIELD-VALUE(1:VALUE-SHOW-LENGTH)
                       "| NOT NUMERIC";
               END-IF;
           END-IF
         END-PERFORM.
       VALIDATE-ONE-RECORD-EXIT.
         EXIT.

       END PROGRAM BROWSE-LAYOUT.
