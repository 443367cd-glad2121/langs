      ******************************************************************
      * 条件カードによる臨時の抽出です。「東北の人口5,000人未満の
      * 村」「面積5,000平方キロを超える都道府県」のような一覧を、
      * 都道府県または市区町村の単位で、地方・国の項目も含めた条件
      * で抽出し、CSVファイル(Extract-組名.csv)か、件数と人口・面積
      * の合計を付けた印字の一覧へ出力します。
      *
      * 条件の組は抽出条件のカード(ExtractCriteria.txt)に名前を
      * 付けて保存し、次からは名前だけで同じ抽出を流せます。入力
      * された名前の組が無ければ、その場でカードを受け付けて点検
      * し、保存してから流します。組の変更はカードを直接直します。
      *
      * 条件の項目：
      *   REGION        地方コード（英字の地方名でも入力できます）
      *   COUNTRY       国コード
      *   PREFECTURE    都道府県コード
      *   POPULATION    人口（数値で比べます）
      *   AREA          面積（平方キロ、数値で比べます）
      *   MUNICIPALITY  市区町村コード（市区町村の単位だけ）
      *   TYPE          市区町村の種別1-5（市区町村の単位だけ）
      * 条件はANDをORより先に結びます（A AND B OR C は (A AND B) OR
      * C）。条件カードが1枚も無い組は受け付けません。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-BY-CRITERIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CRITERIA-FILE
           ASSIGN TO "../data/ExtractCriteria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRITERIA-STATUS.
         SELECT EXTRACT-FILE
           ASSIGN DYNAMIC EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 抽出条件のカード。
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           COPY "ExtractCriteriaEntry".
      * 抽出結果のCSVファイル。
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01  CRITERIA-STATUS             PIC X(2).
         88  CRITERIA-STATUS-OK        VALUE "00".
       01  EXTRACT-STATUS              PIC X(2).
         88  EXTRACT-STATUS-OK         VALUE "00".
       77  EXTRACT-FILENAME            PIC X(80).

      * 流す条件の組。
       77  SET-NAME                    PIC X(15).
       01  SET-HEADER.
           COPY "ExtractCriteriaEntry" REPLACING LEADING ==EC== BY
               ==SH==.
       01  SET-FOUND-SWITCH            PIC X.
         88  SET-FOUND                 VALUE "Y".
         88  SET-NOT-FOUND             VALUE "N".
       01  CRITERIA-COUNT              PIC 9(2) VALUE ZERO.
       01  CRITERIA-TABLE.
         03  CRITERIA-ENTRY            OCCURS 20 INDEXED BY CX.
             05  CT-CONNECTOR          PIC X(3).
             05  CT-FIELD              PIC X(12).
             05  CT-COMPARISON         PIC X(2).
             05  CT-VALUE              PIC X(20).
      * 数値の項目の値を数値へ直したもの。
             05  CT-NUMBER             PIC 9(9)V99.

      * 入力・点検中の条件カード1枚分。
       01  NEW-CARD.
           COPY "ExtractCriteriaEntry" REPLACING LEADING ==EC== BY
               ==NC==.
       01  CARD-VALID-SWITCH           PIC X.
         88  CARD-VALID                VALUE "Y".
         88  CARD-INVALID              VALUE "N".
       77  CARD-REASON                 PIC X(50).
       77  CARD-NUMBER                 PIC 9(9)V99.
       77  ANSWER                      PIC X(1).
       01  ENTRY-END-SWITCH            PIC X.
         88  ENTRY-ENDED               VALUE "Y".

      * 値の数値への変換の作業項目（桁区切りのコンマは読み飛ば
      * します）。
       77  VALUE-POSITION              PIC 9(2).
       77  VALUE-CHARACTER             PIC X(1).
       77  VALUE-DIGIT                 PIC 9(1).
       77  VALUE-DIGIT-COUNT           PIC 9(2).
       77  VALUE-FRACTION-DIGITS       PIC 9(1).
       01  VALUE-POINT-SWITCH          PIC X.
         88  VALUE-POINT-SEEN          VALUE "Y".

      * 英字の地方名を大文字にそろえて比べるための作業項目。
       77  REGION-NAME-UPPER           PIC X(20).
       77  VALUE-UPPER                 PIC X(20).

      * 抽出の候補1件分の項目。
       77  CAND-REGION                 PIC X(2).
       77  CAND-COUNTRY                PIC X(2).
       77  CAND-PREFECTURE             PIC X(2).
       77  CAND-MUNICIPALITY           PIC X(3).
       77  CAND-TYPE                   PIC X(1).
       77  CAND-POPULATION             PIC 9(9)V99.
       77  CAND-AREA                   PIC 9(9)V99.
       77  CAND-TEXT                   PIC X(20).
       77  CAND-NUMBER                 PIC 9(9)V99.
       01  NUMERIC-FIELD-SWITCH        PIC X.
         88  FIELD-IS-NUMERIC          VALUE "Y".
      * 条件の評価の結果。
       01  CONDITION-SWITCH            PIC X.
         88  CONDITION-TRUE            VALUE "Y".
         88  CONDITION-FALSE           VALUE "N".
       01  GROUP-SWITCH                PIC X.
         88  GROUP-TRUE                VALUE "Y".
         88  GROUP-FALSE               VALUE "N".
       01  MATCH-SWITCH                PIC X.
         88  RECORD-MATCHES            VALUE "Y".
         88  RECORD-DOES-NOT-MATCH     VALUE "N".

      * 件数と合計。
       77  SELECTED-COUNT              PIC 9(5) VALUE 0.
       77  SELECTED-POPULATION         PIC 9(11) VALUE 0.
       77  SELECTED-AREA-SQKM          PIC 9(9)V99 VALUE 0.

      * 名前の領域。日本語名を英数字の集団項目として扱います。
       01  PREFECTURE-NAME-HOLD.
         03  PREFECTURE-NAME-WORK      PIC N(5).
       01  MUNICIPALITY-NAME-HOLD.
         03  MUNICIPALITY-NAME-WORK    PIC N(8).
      * CSVの1行と、数値の先頭の空白を除くための編集項目。
       77  CSV-LINE                    PIC X(200).
       77  CSV-POINTER                 PIC 9(3).
       77  EDIT-POPULATION             PIC Z(8)9.
       77  EDIT-AREA                   PIC Z(8)9.99.
       77  LEADING-SPACES              PIC 9(2).

      * 印字出力モジュールへ渡す動作コードと1行分のテキスト。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
       01  LISTING-TITLE-LINE.
         03  FILLER                    PIC X(15) VALUE
             "AD HOC EXTRACT ".
         03  LT-SET-NAME               PIC X(15).
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  LT-DESCRIPTION            PIC X(40).
      * 一覧の明細行の編集用レイアウト。
       01  LISTING-DETAIL-LAYOUT.
         03  LD-REGION                 PIC X(2).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-COUNTRY                PIC X(2).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-PREFECTURE             PIC X(2).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-PREFECTURE-NAME        PIC N(5).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-MUNICIPALITY           PIC X(3).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-MUNICIPALITY-NAME      PIC N(8).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-TYPE                   PIC X(1).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-POPULATION             PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  LD-AREA-SQKM              PIC ZZ,ZZ9.99.
      * 合計行の編集用レイアウト。
       01  LISTING-FOOTER-LAYOUT.
         03  FILLER                    PIC X(9) VALUE "SELECTED=".
         03  LF-COUNT                  PIC ZZ,ZZ9.
         03  FILLER                    PIC X(12) VALUE
             " POPULATION=".
         03  LF-POPULATION             PIC ZZ,ZZZ,ZZZ,ZZ9.
         03  FILLER                    PIC X(6) VALUE " AREA=".
         03  LF-AREA-SQKM              PIC ZZZ,ZZZ,ZZ9.99.

      * 現在のマスタを読み込むための、通常の読み込み経路に渡す
      * ファイル名。
       77  REGIONS-FILENAME             PIC X(80) VALUE
           "../data/Regions.dat".
       77  REGIONS-EXCEPTIONS-FILENAME  PIC X(80) VALUE
           "../data/RegionExceptions.txt".
       77  PREFECTURES-FILENAME         PIC X(80) VALUE
           "../data/PrefectureRegions.dat".
       77  EXCEPTIONS-FILENAME          PIC X(80) VALUE
           "../data/PrefectureExceptions.txt".
       77  MUNICIPALITIES-FILENAME      PIC X(80) VALUE
           "../data/Municipalities.dat".
       77  MUNICIPALITIES-EXCEPTIONS-FILENAME
                                         PIC X(80) VALUE
           "../data/MunicipalityExceptions.txt".
       77  REGIONS-SOURCE-FILENAME      PIC X(80) VALUE
           "../data/Regions.txt".
       77  PREFECTURES-SOURCE-FILENAME  PIC X(80) VALUE
           "../data/PrefectureRegions.txt".
       77  MUNICIPALITIES-SOURCE-FILENAME
                                         PIC X(80) VALUE
           "../data/Municipalities.txt".
       77  AS-OF-DATE                   PIC 9(8).
       77  DRY-RUN-SWITCH               PIC X(1) VALUE "N".
      * 臨時の読み込みなのでチェックポイントは使いません（0=無効）。
      * 夜間バッチの再開位置を消さないためです。
       77  CHECKPOINT-INTERVAL          PIC 9(4) VALUE 0.
      * バッチ窓の締め切りは使いません（0=無効）。
       77  CUTOFF-TIME                  PIC 9(6) VALUE 0.
      * 地方の一覧（読み込み結果を保持するメモリ上のテーブル）。
       01  REGIONS GLOBAL.
         COPY "Regions".

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         INITIALIZE REGIONS.
         ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
         PERFORM LOAD-CURRENT-PICTURE.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "EXTRACT-BY-CRITERIA: UNABLE TO LOAD REGIONS "
                 "TABLE";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         DISPLAY "CRITERIA SET NAME:".
         ACCEPT SET-NAME.
         IF SET-NAME = SPACES
           THEN
             DISPLAY "EXTRACT-BY-CRITERIA: NO CRITERIA SET NAMED";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-CRITERIA-SET.
         IF SET-FOUND
           THEN
             IF RETURN-CODE NOT = 0
               THEN
                 STOP RUN;
             END-IF;
             DISPLAY "EXTRACT-BY-CRITERIA: SAVED SET " SET-NAME
                 " CONDITIONS=" CRITERIA-COUNT;
           ELSE
             DISPLAY "NEW CRITERIA SET " SET-NAME;
             PERFORM ENTER-CRITERIA-SET;
             IF RETURN-CODE NOT = 0
               THEN
                 STOP RUN;
             END-IF;
             PERFORM SAVE-CRITERIA-SET;
         END-IF.
         PERFORM RUN-EXTRACT.
       EXTRACT-BY-CRITERIA-EXIT.
         STOP RUN.

      ******************************************************************
      * 現在のマスタを、夜間バッチと同じ経路でREGIONS表へ読み込み
      * ます。
      ******************************************************************
       LOAD-CURRENT-PICTURE SECTION.
         CALL "BUILD-REGION-DATASETS"
             USING REGIONS-FILENAME, PREFECTURES-FILENAME,
                 MUNICIPALITIES-FILENAME,
                 REGIONS-SOURCE-FILENAME, PREFECTURES-SOURCE-FILENAME,
                 MUNICIPALITIES-SOURCE-FILENAME.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         CALL "READ-REGIONS" USING REGIONS-FILENAME,
             REGIONS-EXCEPTIONS-FILENAME, DRY-RUN-SWITCH, REGIONS.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         CALL "READ-PREFECTURES"
             USING PREFECTURES-FILENAME, EXCEPTIONS-FILENAME,
                 AS-OF-DATE, DRY-RUN-SWITCH, CHECKPOINT-INTERVAL,
                 CUTOFF-TIME, REGIONS.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         CALL "READ-MUNICIPALITIES"
             USING MUNICIPALITIES-FILENAME,
                 MUNICIPALITIES-EXCEPTIONS-FILENAME, REGIONS.
       LOAD-CURRENT-PICTURE-EXIT.
         EXIT.

      ******************************************************************
      * SET-NAMEの組のカードを読み込みます。手で直したカードも
      * あるので、入力時と同じ点検を通し、誤りがあれば終了コード8
      * を返します。
      ******************************************************************
       LOAD-CRITERIA-SET SECTION.
         SET SET-NOT-FOUND TO TRUE.
         MOVE 0 TO CRITERIA-COUNT.
         OPEN INPUT CRITERIA-FILE.
         IF NOT CRITERIA-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT CRITERIA-STATUS-OK
           READ CRITERIA-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF EC-SET-NAME = SET-NAME
                 THEN
                   PERFORM TAKE-LOADED-CARD;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE CRITERIA-FILE.
         IF SET-FOUND AND CRITERIA-COUNT = 0
           THEN
             DISPLAY "EXTRACT-BY-CRITERIA: SET " SET-NAME
                 " HAS NO CONDITION CARDS";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       LOAD-CRITERIA-SET-EXIT.
         EXIT.

      ******************************************************************
      * 読み込んだ組のカード1枚を取り込みます。
      ******************************************************************
       TAKE-LOADED-CARD SECTION.
         IF EC-IS-HEADER
           THEN
             SET SET-FOUND TO TRUE;
             MOVE CRITERIA-RECORD TO SET-HEADER;
             IF NOT SH-LEVEL-PREFECTURE
                 AND NOT SH-LEVEL-MUNICIPALITY
               THEN
                 DISPLAY "EXTRACT-BY-CRITERIA: SET " SET-NAME
                     " INVALID LEVEL -- " SH-LEVEL;
                 MOVE 8 TO RETURN-CODE;
             END-IF;
             IF NOT SH-OUTPUT-CSV AND NOT SH-OUTPUT-LISTING
               THEN
                 DISPLAY "EXTRACT-BY-CRITERIA: SET " SET-NAME
                     " INVALID OUTPUT -- " SH-OUTPUT;
                 MOVE 8 TO RETURN-CODE;
             END-IF;
             EXIT SECTION;
         END-IF.
         IF NOT EC-IS-CONDITION
           THEN
             EXIT SECTION;
         END-IF.
         MOVE CRITERIA-RECORD TO NEW-CARD.
         PERFORM VALIDATE-CONDITION-CARD.
         IF CARD-INVALID
           THEN
             DISPLAY "EXTRACT-BY-CRITERIA: SET " SET-NAME
                 " CONDITION " NC-FIELD " " NC-COMPARISON " "
                 NC-VALUE " -- " CARD-REASON;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM ADD-CONDITION-CARD.
       TAKE-LOADED-CARD-EXIT.
         EXIT.

      ******************************************************************
      * 新しい組の見出しと条件カードを受け付けます。誤りのある
      * カードは理由を表示して入力し直させます。
      ******************************************************************
       ENTER-CRITERIA-SET SECTION.
         MOVE SPACES TO SET-HEADER.
         MOVE SET-NAME TO SH-SET-NAME.
         MOVE "H" TO SH-CARD-TYPE.
         PERFORM UNTIL SH-LEVEL-PREFECTURE OR SH-LEVEL-MUNICIPALITY
           DISPLAY "LEVEL  P)REFECTURE  M)UNICIPALITY:"
           ACCEPT SH-LEVEL
         END-PERFORM.
         PERFORM UNTIL SH-OUTPUT-CSV OR SH-OUTPUT-LISTING
           DISPLAY "OUTPUT  C)SV  L)ISTING:"
           ACCEPT SH-OUTPUT
         END-PERFORM.
         DISPLAY "DESCRIPTION:".
         ACCEPT SH-DESCRIPTION.
         MOVE "N" TO ENTRY-END-SWITCH.
         PERFORM UNTIL ENTRY-ENDED OR CRITERIA-COUNT >= 20
           PERFORM ENTER-CONDITION-CARD
         END-PERFORM.
         IF CRITERIA-COUNT = 0
           THEN
             DISPLAY "NO CONDITIONS -- SET NOT SAVED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         DISPLAY "SAVE AND RUN SET " SET-NAME "? (Y/N):".
         ACCEPT ANSWER.
         IF ANSWER NOT = "Y"
           THEN
             DISPLAY "SET NOT SAVED";
             MOVE 4 TO RETURN-CODE;
         END-IF.
       ENTER-CRITERIA-SET-EXIT.
         EXIT.

      ******************************************************************
      * 条件カード1枚を受け付けます。項目名が空白なら入力の終わり
      * です。
      ******************************************************************
       ENTER-CONDITION-CARD SECTION.
         MOVE SPACES TO NEW-CARD.
         MOVE SET-NAME TO NC-SET-NAME.
         MOVE "C" TO NC-CARD-TYPE.
         DISPLAY "FIELD (REGION COUNTRY PREFECTURE POPULATION AREA "
             "MUNICIPALITY TYPE, BLANK TO END):".
         ACCEPT NC-FIELD.
         IF NC-FIELD = SPACES
           THEN
             SET ENTRY-ENDED TO TRUE;
             EXIT SECTION;
         END-IF.
         IF CRITERIA-COUNT > 0
           THEN
             DISPLAY "AND/OR:";
             ACCEPT NC-CONNECTOR;
         END-IF.
         DISPLAY "COMPARISON (EQ NE LT LE GT GE):".
         ACCEPT NC-COMPARISON.
         DISPLAY "VALUE:".
         ACCEPT NC-VALUE.
         PERFORM VALIDATE-CONDITION-CARD.
         IF CARD-INVALID
           THEN
             DISPLAY "CONDITION NOT ACCEPTED -- " CARD-REASON;
             EXIT SECTION;
         END-IF.
         PERFORM ADD-CONDITION-CARD.
       ENTER-CONDITION-CARD-EXIT.
         EXIT.

      ******************************************************************
      * NEW-CARDの条件を点検します。数値の項目は値をCARD-NUMBERへ
      * 直し、地方名で入力された地方は地方コードへ置き換えます。
      ******************************************************************
       VALIDATE-CONDITION-CARD SECTION.
         SET CARD-INVALID TO TRUE.
         MOVE 0 TO CARD-NUMBER.
         IF CRITERIA-COUNT = 0
           THEN
             IF NC-CONNECTOR NOT = SPACES
               THEN
                 MOVE "FIRST CONDITION TAKES NO AND/OR"
                     TO CARD-REASON;
                 EXIT SECTION;
             END-IF;
           ELSE
             IF NOT NC-CONNECT-AND AND NOT NC-CONNECT-OR
               THEN
                 MOVE "AND/OR MUST BE AND OR OR" TO CARD-REASON;
                 EXIT SECTION;
             END-IF;
         END-IF.
         IF NC-COMPARISON NOT = "EQ" AND NOT = "NE" AND NOT = "LT"
             AND NOT = "LE" AND NOT = "GT" AND NOT = "GE"
           THEN
             MOVE "COMPARISON MUST BE EQ NE LT LE GT GE"
                 TO CARD-REASON;
             EXIT SECTION;
         END-IF.
         IF NC-VALUE = SPACES
           THEN
             MOVE "VALUE IS REQUIRED" TO CARD-REASON;
             EXIT SECTION;
         END-IF.
         EVALUATE NC-FIELD
           WHEN "REGION"
             PERFORM RESOLVE-REGION-VALUE
           WHEN "COUNTRY"
             IF NC-VALUE(3:18) NOT = SPACES
               THEN
                 MOVE "COUNTRY IS A 2-LETTER CODE" TO CARD-REASON;
               ELSE
                 SET CARD-VALID TO TRUE;
             END-IF
           WHEN "PREFECTURE"
             IF NC-VALUE(1:2) NOT NUMERIC
                 OR NC-VALUE(3:18) NOT = SPACES
               THEN
                 MOVE "PREFECTURE IS A 2-DIGIT CODE" TO CARD-REASON;
               ELSE
                 SET CARD-VALID TO TRUE;
             END-IF
           WHEN "POPULATION"
           WHEN "AREA"
             PERFORM CONVERT-VALUE-TO-NUMBER
           WHEN "MUNICIPALITY"
             IF NOT SH-LEVEL-MUNICIPALITY
               THEN
                 MOVE "MUNICIPALITY NEEDS LEVEL M" TO CARD-REASON;
               ELSE
                 IF NC-VALUE(1:3) NOT NUMERIC
                     OR NC-VALUE(4:17) NOT = SPACES
                   THEN
                     MOVE "MUNICIPALITY IS A 3-DIGIT CODE"
                         TO CARD-REASON;
                   ELSE
                     SET CARD-VALID TO TRUE;
                 END-IF;
             END-IF
           WHEN "TYPE"
             IF NOT SH-LEVEL-MUNICIPALITY
               THEN
                 MOVE "TYPE NEEDS LEVEL M" TO CARD-REASON;
               ELSE
                 IF NC-VALUE(1:1) < "1" OR NC-VALUE(1:1) > "5"
                     OR NC-VALUE(2:19) NOT = SPACES
                   THEN
                     MOVE "TYPE IS 1-5" TO CARD-REASON;
                   ELSE
                     SET CARD-VALID TO TRUE;
                 END-IF;
             END-IF
           WHEN OTHER
             MOVE "UNKNOWN FIELD" TO CARD-REASON
         END-EVALUATE.
       VALIDATE-CONDITION-CARD-EXIT.
         EXIT.

      ******************************************************************
      * 地方の条件の値を地方コードにそろえます。地方コードか英字の
      * 地方名（大文字・小文字は問いません）を受け付けます。
      ******************************************************************
       RESOLVE-REGION-VALUE SECTION.
         MOVE NC-VALUE TO VALUE-UPPER.
         INSPECT VALUE-UPPER CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         PERFORM VARYING I FROM 1 BY 1
             UNTIL I > REGIONS-COUNT OR CARD-VALID
           MOVE REGION-ENGLISH-NAME(I) TO REGION-NAME-UPPER
           INSPECT REGION-NAME-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF VALUE-UPPER = REGION-CODE(I)
               OR VALUE-UPPER = REGION-NAME-UPPER
             THEN
               MOVE SPACES TO NC-VALUE;
               MOVE REGION-CODE(I) TO NC-VALUE;
               SET CARD-VALID TO TRUE;
           END-IF
         END-PERFORM.
         IF CARD-INVALID
           THEN
             MOVE "REGION NOT ON FILE" TO CARD-REASON;
         END-IF.
       RESOLVE-REGION-VALUE-EXIT.
         EXIT.

      ******************************************************************
      * NC-VALUEを数値へ直してCARD-NUMBERへ入れます。数字と桁区切り
      * のコンマ、小数点以下2桁までを受け付けます。
      ******************************************************************
       CONVERT-VALUE-TO-NUMBER SECTION.
         MOVE 0 TO CARD-NUMBER.
         MOVE 0 TO VALUE-DIGIT-COUNT.
         MOVE 0 TO VALUE-FRACTION-DIGITS.
         MOVE "N" TO VALUE-POINT-SWITCH.
         PERFORM VARYING VALUE-POSITION FROM 1 BY 1
             UNTIL VALUE-POSITION > 20
           MOVE NC-VALUE(VALUE-POSITION:1) TO VALUE-CHARACTER
           EVALUATE TRUE
             WHEN VALUE-CHARACTER = SPACE OR ","
               CONTINUE
             WHEN VALUE-CHARACTER = "."
               IF VALUE-POINT-SEEN
                 THEN
                   MOVE "VALUE HAS TWO DECIMAL POINTS"
                       TO CARD-REASON;
                   EXIT SECTION;
               END-IF
               SET VALUE-POINT-SEEN TO TRUE
             WHEN VALUE-CHARACTER IS NUMERIC
               MOVE VALUE-CHARACTER TO VALUE-DIGIT
               ADD 1 TO VALUE-DIGIT-COUNT
               IF VALUE-POINT-SEEN
                 THEN
                   ADD 1 TO VALUE-FRACTION-DIGITS;
                   IF VALUE-FRACTION-DIGITS > 2
                     THEN
                       MOVE "VALUE HAS MORE THAN 2 DECIMALS"
                           TO CARD-REASON;
                       EXIT SECTION;
                   END-IF;
                   IF VALUE-FRACTION-DIGITS = 1
                     THEN
                       COMPUTE CARD-NUMBER = CARD-NUMBER
                           + VALUE-DIGIT / 10;
                     ELSE
                       COMPUTE CARD-NUMBER = CARD-NUMBER
                           + VALUE-DIGIT / 100;
                   END-IF;
                 ELSE
                   IF CARD-NUMBER >= 100000000
                     THEN
                       MOVE "VALUE IS TOO LARGE" TO CARD-REASON;
                       EXIT SECTION;
                   END-IF;
                   COMPUTE CARD-NUMBER = CARD-NUMBER * 10
                       + VALUE-DIGIT;
               END-IF
             WHEN OTHER
               MOVE "VALUE MUST BE A NUMBER" TO CARD-REASON
               EXIT SECTION
           END-EVALUATE
         END-PERFORM.
         IF VALUE-DIGIT-COUNT = 0
           THEN
             MOVE "VALUE MUST BE A NUMBER" TO CARD-REASON;
             EXIT SECTION;
         END-IF.
         SET CARD-VALID TO TRUE.
       CONVERT-VALUE-TO-NUMBER-EXIT.
         EXIT.

      ******************************************************************
      * 点検を通ったNEW-CARDを条件の表へ加えます。
      ******************************************************************
       ADD-CONDITION-CARD SECTION.
         IF CRITERIA-COUNT >= 20
           THEN
             DISPLAY "EXTRACT-BY-CRITERIA: MORE THAN 20 CONDITIONS "
                 "-- " NC-FIELD " IGNORED";
             EXIT SECTION;
         END-IF.
         ADD 1 TO CRITERIA-COUNT.
         SET CX TO CRITERIA-COUNT.
         MOVE NC-CONNECTOR TO CT-CONNECTOR(CX).
         MOVE NC-FIELD TO CT-FIELD(CX).
         MOVE NC-COMPARISON TO CT-COMPARISON(CX).
         MOVE NC-VALUE TO CT-VALUE(CX).
         MOVE CARD-NUMBER TO CT-NUMBER(CX).
       ADD-CONDITION-CARD-EXIT.
         EXIT.

      ******************************************************************
      * 新しい組の見出しと条件カードを、抽出条件のカードの末尾へ
      * 書き足します。
      ******************************************************************
       SAVE-CRITERIA-SET SECTION.
         OPEN EXTEND CRITERIA-FILE.
         IF CRITERIA-STATUS = "35"
           THEN
             OPEN OUTPUT CRITERIA-FILE;
         END-IF.
         IF NOT CRITERIA-STATUS-OK
           THEN
             DISPLAY "EXTRACT-BY-CRITERIA: UNABLE TO SAVE SET "
                 "STATUS=" CRITERIA-STATUS;
             EXIT SECTION;
         END-IF.
         WRITE CRITERIA-RECORD FROM SET-HEADER.
         PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRITERIA-COUNT
           MOVE SPACES TO CRITERIA-RECORD
           MOVE SET-NAME TO EC-SET-NAME
           MOVE "C" TO EC-CARD-TYPE
           MOVE CT-CONNECTOR(CX) TO EC-CONNECTOR
           MOVE CT-FIELD(CX) TO EC-FIELD
           MOVE CT-COMPARISON(CX) TO EC-COMPARISON
           MOVE CT-VALUE(CX) TO EC-VALUE
           WRITE CRITERIA-RECORD
         END-PERFORM.
         CLOSE CRITERIA-FILE.
         DISPLAY "EXTRACT-BY-CRITERIA: SET " SET-NAME " SAVED".
       SAVE-CRITERIA-SET-EXIT.
         EXIT.

      ******************************************************************
      * 組の単位の全件に条件を当て、合う行を出力します。
      ******************************************************************
       RUN-EXTRACT SECTION.
         PERFORM OPEN-EXTRACT-OUTPUT.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF SH-LEVEL-PREFECTURE
           THEN
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > PREFECTURES-COUNT(I)
                 PERFORM SET-PREFECTURE-CANDIDATE
                 PERFORM MATCH-CANDIDATE
                 IF RECORD-MATCHES
                   THEN
                     PERFORM WRITE-EXTRACT-LINE;
                 END-IF
               END-PERFORM
             END-PERFORM;
           ELSE
             PERFORM VARYING K FROM 1 BY 1
                 UNTIL K > MUNICIPALITY-POOL-COUNT
               PERFORM SET-MUNICIPALITY-CANDIDATE
               PERFORM MATCH-CANDIDATE
               IF RECORD-MATCHES
                 THEN
                   PERFORM WRITE-EXTRACT-LINE;
               END-IF
             END-PERFORM;
         END-IF.
         PERFORM CLOSE-EXTRACT-OUTPUT.
       RUN-EXTRACT-EXIT.
         EXIT.

      ******************************************************************
      * I・Jの都道府県を抽出の候補にします。
      ******************************************************************
       SET-PREFECTURE-CANDIDATE SECTION.
         MOVE REGION-CODE(I) TO CAND-REGION.
         MOVE REGION-COUNTRY-CODE(I) TO CAND-COUNTRY.
         MOVE PREFECTURE-CODE(I, J) TO CAND-PREFECTURE.
         MOVE SPACES TO CAND-MUNICIPALITY.
         MOVE SPACES TO CAND-TYPE.
         MOVE POPULATION(I, J) TO CAND-POPULATION.
         MOVE AREA-SQKM(I, J) TO CAND-AREA.
       SET-PREFECTURE-CANDIDATE-EXIT.
         EXIT.

      ******************************************************************
      * Kの市区町村を抽出の候補にします。地方と国は、属する都道府県
      * を探して決めます（I・Jがその都道府県を指します）。
      ******************************************************************
       SET-MUNICIPALITY-CANDIDATE SECTION.
         MOVE SPACES TO CAND-REGION.
         MOVE SPACES TO CAND-COUNTRY.
         MOVE MP-PREFECTURE-CODE(K) TO CAND-PREFECTURE.
         MOVE MUNICIPALITY-CODE(K) TO CAND-MUNICIPALITY.
         MOVE MUNICIPALITY-TYPE(K) TO CAND-TYPE.
         MOVE MP-POPULATION(K) TO CAND-POPULATION.
         MOVE MP-AREA-SQKM(K) TO CAND-AREA.
         PERFORM VARYING I FROM 1 BY 1
             UNTIL I > REGIONS-COUNT OR CAND-REGION NOT = SPACES
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
                   OR CAND-REGION NOT = SPACES
             IF PREFECTURE-CODE(I, J) = MP-PREFECTURE-CODE(K)
               THEN
                 MOVE REGION-CODE(I) TO CAND-REGION;
                 MOVE REGION-COUNTRY-CODE(I) TO CAND-COUNTRY;
             END-IF
           END-PERFORM
         END-PERFORM.
         IF CAND-REGION NOT = SPACES
           THEN
             SET I DOWN BY 1;
             SET J DOWN BY 1;
         END-IF.
       SET-MUNICIPALITY-CANDIDATE-EXIT.
         EXIT.

      ******************************************************************
      * 候補に条件の組を当てます。ANDでつながる条件のまとまりごとに
      * 評価し、どれか1つのまとまりが成り立てば合うとします。
      ******************************************************************
       MATCH-CANDIDATE SECTION.
         SET RECORD-DOES-NOT-MATCH TO TRUE.
         SET GROUP-TRUE TO TRUE.
         PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRITERIA-COUNT
           IF CT-CONNECTOR(CX) = "OR "
             THEN
               IF GROUP-TRUE
                 THEN
                   SET RECORD-MATCHES TO TRUE;
               END-IF;
               SET GROUP-TRUE TO TRUE;
           END-IF
           IF GROUP-TRUE
             THEN
               PERFORM EVALUATE-CONDITION;
               IF CONDITION-FALSE
                 THEN
                   SET GROUP-FALSE TO TRUE;
               END-IF;
           END-IF
         END-PERFORM.
         IF GROUP-TRUE
           THEN
             SET RECORD-MATCHES TO TRUE;
         END-IF.
       MATCH-CANDIDATE-EXIT.
         EXIT.

      ******************************************************************
      * CXの条件1件を候補に当てます。
      ******************************************************************
       EVALUATE-CONDITION SECTION.
         MOVE "N" TO NUMERIC-FIELD-SWITCH.
         MOVE SPACES TO CAND-TEXT.
         EVALUATE CT-FIELD(CX)
           WHEN "REGION"
             MOVE CAND-REGION TO CAND-TEXT
           WHEN "COUNTRY"
             MOVE CAND-COUNTRY TO CAND-TEXT
           WHEN "PREFECTURE"
             MOVE CAND-PREFECTURE TO CAND-TEXT
           WHEN "MUNICIPALITY"
             MOVE CAND-MUNICIPALITY TO CAND-TEXT
           WHEN "TYPE"
             MOVE CAND-TYPE TO CAND-TEXT
           WHEN "POPULATION"
             SET FIELD-IS-NUMERIC TO TRUE
             MOVE CAND-POPULATION TO CAND-NUMBER
           WHEN "AREA"
             SET FIELD-IS-NUMERIC TO TRUE
             MOVE CAND-AREA TO CAND-NUMBER
         END-EVALUATE.
         SET CONDITION-FALSE TO TRUE.
         IF FIELD-IS-NUMERIC
           THEN
             EVALUATE CT-COMPARISON(CX)
               WHEN "EQ"
                 IF CAND-NUMBER = CT-NUMBER(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "NE"
                 IF CAND-NUMBER NOT = CT-NUMBER(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "LT"
                 IF CAND-NUMBER < CT-NUMBER(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "LE"
                 IF CAND-NUMBER <= CT-NUMBER(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "GT"
                 IF CAND-NUMBER > CT-NUMBER(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "GE"
                 IF CAND-NUMBER >= CT-NUMBER(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
             END-EVALUATE;
           ELSE
             EVALUATE CT-COMPARISON(CX)
               WHEN "EQ"
                 IF CAND-TEXT = CT-VALUE(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "NE"
                 IF CAND-TEXT NOT = CT-VALUE(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "LT"
                 IF CAND-TEXT < CT-VALUE(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "LE"
                 IF CAND-TEXT <= CT-VALUE(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "GT"
                 IF CAND-TEXT > CT-VALUE(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
               WHEN "GE"
                 IF CAND-TEXT >= CT-VALUE(CX)
                   THEN
                     SET CONDITION-TRUE TO TRUE;
                 END-IF
             END-EVALUATE;
         END-IF.
       EVALUATE-CONDITION-EXIT.
         EXIT.

      ******************************************************************
      * 出力を開きます。CSVは見出しの行を、一覧は表題と項目名見出し
      * を書き出します。
      ******************************************************************
       OPEN-EXTRACT-OUTPUT SECTION.
         MOVE 0 TO SELECTED-COUNT.
         MOVE 0 TO SELECTED-POPULATION.
         MOVE 0 TO SELECTED-AREA-SQKM.
         IF SH-OUTPUT-CSV
           THEN
             MOVE SPACES TO EXTRACT-FILENAME;
             STRING "../data/Extract-" DELIMITED BY SIZE
                 SET-NAME DELIMITED BY SPACE
                 ".csv" DELIMITED BY SIZE
                 INTO EXTRACT-FILENAME;
             OPEN OUTPUT EXTRACT-FILE;
             IF NOT EXTRACT-STATUS-OK
               THEN
                 DISPLAY "EXTRACT-BY-CRITERIA: UNABLE TO OPEN "
                     EXTRACT-FILENAME " STATUS=" EXTRACT-STATUS;
                 MOVE 8 TO RETURN-CODE;
                 EXIT SECTION;
             END-IF;
             IF SH-LEVEL-PREFECTURE
               THEN
                 MOVE "REGION,COUNTRY,PREFECTURE,NAME,ENGLISH NAME,"
                     & "POPULATION,AREA" TO EXTRACT-RECORD;
               ELSE
                 MOVE "REGION,COUNTRY,PREFECTURE,PREFECTURE NAME,"
                     & "MUNICIPALITY,NAME,TYPE,POPULATION,AREA"
                     TO EXTRACT-RECORD;
             END-IF;
             WRITE EXTRACT-RECORD;
             EXIT SECTION;
         END-IF.
         MOVE SET-NAME TO LT-SET-NAME.
         MOVE SH-DESCRIPTION TO LT-DESCRIPTION.
         MOVE "T" TO SPOOL-ACTION.
         MOVE LISTING-TITLE-LINE TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "1" TO SPOOL-ACTION.
         MOVE "RG CN PF PREFECTURE MUN MUNICIPALITY     T"
             & "  POPULATION      AREA" TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "2" TO SPOOL-ACTION.
         MOVE ALL "-" TO SPOOL-TEXT.
         MOVE SPACES TO SPOOL-TEXT(65:).
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE 0 TO RETURN-CODE.
       OPEN-EXTRACT-OUTPUT-EXIT.
         EXIT.

      ******************************************************************
      * 合った候補を1行出力し、件数と合計へ加えます。
      ******************************************************************
       WRITE-EXTRACT-LINE SECTION.
         ADD 1 TO SELECTED-COUNT.
         ADD CAND-POPULATION TO SELECTED-POPULATION.
         ADD CAND-AREA TO SELECTED-AREA-SQKM.
         MOVE SPACES TO PREFECTURE-NAME-HOLD.
         MOVE SPACES TO MUNICIPALITY-NAME-HOLD.
         IF CAND-REGION NOT = SPACES
           THEN
             MOVE PREFECTURE-NAME(I, J) TO PREFECTURE-NAME-WORK;
         END-IF.
         IF SH-LEVEL-MUNICIPALITY
           THEN
             MOVE MUNICIPALITY-NAME(K) TO MUNICIPALITY-NAME-WORK;
         END-IF.
         IF SH-OUTPUT-CSV
           THEN
             PERFORM WRITE-CSV-LINE;
             EXIT SECTION;
         END-IF.
         MOVE CAND-REGION TO LD-REGION.
         MOVE CAND-COUNTRY TO LD-COUNTRY.
         MOVE CAND-PREFECTURE TO LD-PREFECTURE.
         MOVE PREFECTURE-NAME-WORK TO LD-PREFECTURE-NAME.
         MOVE CAND-MUNICIPALITY TO LD-MUNICIPALITY.
         MOVE MUNICIPALITY-NAME-WORK TO LD-MUNICIPALITY-NAME.
         MOVE CAND-TYPE TO LD-TYPE.
         MOVE CAND-POPULATION TO LD-POPULATION.
         MOVE CAND-AREA TO LD-AREA-SQKM.
         MOVE "L" TO SPOOL-ACTION.
         MOVE LISTING-DETAIL-LAYOUT TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       WRITE-EXTRACT-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 合った候補をCSVの1行として書き出します。数値は先頭の空白を
      * 除いて書きます。
      ******************************************************************
       WRITE-CSV-LINE SECTION.
         MOVE SPACES TO CSV-LINE.
         MOVE 1 TO CSV-POINTER.
         STRING CAND-REGION "," CAND-COUNTRY "," CAND-PREFECTURE ","
             DELIMITED BY SIZE
             PREFECTURE-NAME-HOLD DELIMITED BY SPACE
             "," DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER CSV-POINTER.
         IF SH-LEVEL-PREFECTURE
           THEN
             STRING ENGLISH-NAME(I, J) DELIMITED BY "  "
                 "," DELIMITED BY SIZE
                 INTO CSV-LINE WITH POINTER CSV-POINTER;
           ELSE
             STRING CAND-MUNICIPALITY "," DELIMITED BY SIZE
                 MUNICIPALITY-NAME-HOLD DELIMITED BY SPACE
                 "," CAND-TYPE "," DELIMITED BY SIZE
                 INTO CSV-LINE WITH POINTER CSV-POINTER;
         END-IF.
         MOVE CAND-POPULATION TO EDIT-POPULATION.
         MOVE 0 TO LEADING-SPACES.
         INSPECT EDIT-POPULATION TALLYING LEADING-SPACES
             FOR LEADING SPACES.
         STRING EDIT-POPULATION(LEADING-SPACES + 1:) ","
             DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER CSV-POINTER.
         MOVE CAND-AREA TO EDIT-AREA.
         MOVE 0 TO LEADING-SPACES.
         INSPECT EDIT-AREA TALLYING LEADING-SPACES
             FOR LEADING SPACES.
         STRING EDIT-AREA(LEADING-SPACES + 1:) DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER CSV-POINTER.
         MOVE CSV-LINE TO EXTRACT-RECORD.
         WRITE EXTRACT-RECORD.
       WRITE-CSV-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 出力を閉じ、件数と人口・面積の合計を表示します。
      ******************************************************************
       CLOSE-EXTRACT-OUTPUT SECTION.
         MOVE SELECTED-COUNT TO LF-COUNT.
         MOVE SELECTED-POPULATION TO LF-POPULATION.
         MOVE SELECTED-AREA-SQKM TO LF-AREA-SQKM.
         IF SH-OUTPUT-CSV
           THEN
             CLOSE EXTRACT-FILE;
             DISPLAY "EXTRACT-BY-CRITERIA: " EXTRACT-FILENAME;
           ELSE
             MOVE "L" TO SPOOL-ACTION;
             MOVE SPACES TO SPOOL-TEXT;
             CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT;
             MOVE LISTING-FOOTER-LAYOUT TO SPOOL-TEXT;
             CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT;
             MOVE "C" TO SPOOL-ACTION;
             CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT;
         END-IF.
         DISPLAY "EXTRACT-BY-CRITERIA: " LISTING-FOOTER-LAYOUT.
         MOVE 0 TO RETURN-CODE.
       CLOSE-EXTRACT-OUTPUT-EXIT.
         EXIT.

       END PROGRAM EXTRACT-BY-CRITERIA.
