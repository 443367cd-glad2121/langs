      ******************************************************************
      * 自由書式の日本語の住所から、都道府県コードと市区町村コード
      * を決めます。住所の先頭から順に、郵便番号（あれば）・
      * 都道府県名・市区町村名・政令指定都市の区名を読み取り、
      * 確からしさの印を付けて返します。
      *   ・郵便番号は先頭の"〒"付き・ハイフン付きの7桁を読み、
      *     郵便番号ファイル(PostalCodes.txt)で市区町村を引きます。
      *   ・都道府県名のあとの"都・道・府・県"は読み飛ばします。
      *   ・市区町村名は読み込み済みのREGIONS表の市区町村プールと
      *     突き合わせ、最も長く一致したものを採ります。政令指定
      *     都市の名前のあとに区名が続くときは、MP-PARENT-CITY-CODE
      *     でその市に属する区を探して区のコードを返します。
      *   ・現行の名称で見つからないときは、合併系譜ファイル
      *     (MergerLineage.txt)の旧名称と突き合わせ、合併の連鎖を
      *     たどって現行の存続先を返します。
      * 郵便番号と合併系譜は最初の呼び出しで読み込みます。郵便番号
      * が表に収まらなかったときは、一部の郵便番号で誤った結果を
      * 返さないよう、どの住所も解決せずにRETURN-CODE 8で返します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE-ADDRESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT POSTAL-FILE
           ASSIGN TO "../data/PostalCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-STATUS.
         SELECT LINEAGE-FILE
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 郵便番号ファイル。
       FD  POSTAL-FILE.
       01  POSTAL-RECORD.
         03  ZP-POSTAL-CODE            PIC X(7).
         03  ZP-PREFECTURE-CODE        PIC X(2).
         03  ZP-MUNICIPALITY-CODE      PIC X(3).
      * 合併系譜ファイル。旧コード1件につき1行です。
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD.
           COPY "MergerLineageEntry".

       WORKING-STORAGE SECTION.
       01  POSTAL-STATUS               PIC X(2).
         88  POSTAL-STATUS-OK          VALUE "00".
       01  LINEAGE-STATUS              PIC X(2).
         88  LINEAGE-STATUS-OK         VALUE "00".
      * 郵便番号と合併系譜を読み込み済みかどうか。
       01  TABLES-LOADED-SWITCH        PIC X VALUE "N".
         88  TABLES-LOADED             VALUE "Y".
      * 郵便番号ファイルが表に収まらなかったかどうか。
       01  POSTAL-OVERFLOW-SWITCH      PIC X VALUE "N".
         88  POSTAL-OVERFLOWED         VALUE "Y".

      * メモリ上に読み込んだ郵便番号の一覧。
       01  POSTAL-TABLE-COUNT          PIC 9(6) VALUE ZERO.
       01  POSTAL-TABLE.
         03  POSTAL-ENTRY              OCCURS 150000 INDEXED BY ZX.
             05  TZ-POSTAL-CODE        PIC X(7).
             05  TZ-PREFECTURE-CODE    PIC X(2).
             05  TZ-MUNICIPALITY-CODE  PIC X(3).

      * メモリ上に読み込んだ合併系譜の一覧（旧名称の読み替え用）。
       01  LINEAGE-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  LINEAGE-TABLE.
         03  LINEAGE-ENTRY             OCCURS 2000 INDEXED BY LX.
             05  TL-OLD-PREFECTURE     PIC X(2).
             05  TL-OLD-CODE           PIC X(3).
             05  TL-SUCCESSOR-PREFECTURE
                                       PIC X(2).
             05  TL-SUCCESSOR-CODE     PIC X(3).
             05  TL-OLD-NAME           PIC N(8).

      * 住所の作業領域と、読み取り中の位置。
       77  ADDRESS-WORK                PIC X(200).
       77  ADDRESS-POSITION            PIC 9(3).
       77  START-POSITION              PIC 9(3).
       77  AFTER-PREFECTURE-POSITION   PIC 9(3).
       77  COMPARE-LIMIT               PIC 9(3).
      * 名称の比較の作業項目。名称はバイト列として突き合わせます。
      * 日本語名はNの作業項目へ転記し、同じ記憶域をXとして読み替え
      * ます。
       01  WORK-NAME-N                 PIC N(8).
       01  WORK-NAME-X REDEFINES WORK-NAME-N
                                       PIC X(16).
       77  NAME-LENGTH                 PIC 9(2).
      * 読み飛ばす文字。
       77  FULL-WIDTH-SPACE            PIC X(3) VALUE "　".
       77  POSTAL-MARK                 PIC X(3) VALUE "〒".

      * 郵便番号の読み取り結果。
       77  POSTAL-DIGITS               PIC X(7).
       77  DIGIT-COUNT                 PIC 9(1).
       77  SCAN-POSITION               PIC 9(3).
       01  POSTAL-SWITCH               PIC X.
         88  POSTAL-PRESENT            VALUE "P".
         88  POSTAL-MATCHED            VALUE "Y".
         88  POSTAL-ABSENT             VALUE "N".
       77  POSTAL-PREFECTURE-CODE      PIC X(2).
       77  POSTAL-MUNICIPALITY-CODE    PIC X(3).

      * 都道府県名の読み取り結果。
       01  PREFECTURE-SWITCH           PIC X.
         88  PREFECTURE-MATCHED        VALUE "Y".
         88  PREFECTURE-NOT-MATCHED    VALUE "N".
       77  NAME-PREFECTURE-CODE        PIC X(2).

      * 市区町村名の読み取り結果。最も長く一致した名前を採り、
      * 同じ長さで別の市区町村にも一致したときはあいまいとします。
      * SCOPE-PREFECTURE-CODEが空白でなければその都道府県だけを
      * 探します。
       77  SCOPE-PREFECTURE-CODE       PIC X(2).
       77  BEST-LENGTH                 PIC 9(2).
       77  BEST-POOL-INDEX             PIC 9(4).
       77  BEST-MATCH-COUNT            PIC 9(4).
       01  MUNICIPALITY-SWITCH         PIC X.
         88  MUNICIPALITY-MATCHED      VALUE "Y".
         88  MUNICIPALITY-AMBIGUOUS    VALUE "A".
         88  MUNICIPALITY-NOT-MATCHED  VALUE "N".
       77  NAME-MATCH-PREFECTURE       PIC X(2).
       77  NAME-MATCH-CODE             PIC X(3).
       77  CITY-CODE                   PIC X(3).
       77  WARD-POSITION               PIC 9(3).

      * 旧名称の読み取りと合併の連鎖の追跡。
       77  BEST-LINEAGE-INDEX          PIC 9(4).
       01  FORMER-SWITCH               PIC X.
         88  FORMER-MATCHED            VALUE "Y".
         88  FORMER-AMBIGUOUS          VALUE "A".
         88  FORMER-NOT-MATCHED        VALUE "N".
       77  TRACE-PREFECTURE-CODE       PIC X(2).
       77  TRACE-MUNICIPALITY-CODE     PIC X(3).
       77  TRACE-HOP-COUNT             PIC 9(2).
       77  TRACE-HOP-LIMIT             PIC 9(2) VALUE 20.
       01  LINEAGE-SWITCH              PIC X.
         88  LINEAGE-FOUND             VALUE "Y".
         88  LINEAGE-NOT-FOUND         VALUE "N".

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".
       77  IN-ADDRESS-TEXT             PIC X(200).
       01  ADDRESS-RESOLUTION.
         COPY "AddressResolution".

       PROCEDURE DIVISION
           USING REGIONS, IN-ADDRESS-TEXT, ADDRESS-RESOLUTION.
         IF NOT TABLES-LOADED
           THEN
             PERFORM LOAD-POSTAL-CODES;
             PERFORM LOAD-LINEAGE;
             MOVE "Y" TO TABLES-LOADED-SWITCH;
         END-IF.
         MOVE SPACES TO ADDRESS-RESOLUTION.
         SET CONFIDENCE-NONE TO TRUE.
         IF POSTAL-OVERFLOWED
           THEN
             MOVE "POSTAL TABLE FULL" TO AR-NOTE;
             MOVE 8 TO RETURN-CODE;
             EXIT PROGRAM;
         END-IF.
         MOVE 0 TO RETURN-CODE.
         MOVE IN-ADDRESS-TEXT TO ADDRESS-WORK.
         MOVE 1 TO ADDRESS-POSITION.
         PERFORM SKIP-SPACES.
         PERFORM READ-POSTAL-CODE.
         PERFORM SKIP-SPACES.
         MOVE ADDRESS-POSITION TO START-POSITION.
         PERFORM READ-PREFECTURE-NAME.
         MOVE ADDRESS-POSITION TO AFTER-PREFECTURE-POSITION.
         PERFORM READ-MUNICIPALITY-NAMES.
         PERFORM DECIDE-RESOLUTION.
       RESOLVE-ADDRESS-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 郵便番号ファイルを表に読み込みます。
      ******************************************************************
       LOAD-POSTAL-CODES SECTION.
         OPEN INPUT POSTAL-FILE.
         IF NOT POSTAL-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT POSTAL-STATUS-OK
           READ POSTAL-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF POSTAL-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
               IF POSTAL-TABLE-COUNT >= 150000
                 THEN
                   IF NOT POSTAL-OVERFLOWED
                     THEN
                       DISPLAY "RESOLVE-ADDRESS: POSTAL-TABLE-FULL";
                   END-IF;
                   MOVE "Y" TO POSTAL-OVERFLOW-SWITCH;
                 ELSE
                   ADD 1 TO POSTAL-TABLE-COUNT;
                   SET ZX TO POSTAL-TABLE-COUNT;
                   MOVE ZP-POSTAL-CODE TO TZ-POSTAL-CODE(ZX);
                   MOVE ZP-PREFECTURE-CODE TO TZ-PREFECTURE-CODE(ZX);
                   MOVE ZP-MUNICIPALITY-CODE
                       TO TZ-MUNICIPALITY-CODE(ZX);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE POSTAL-FILE.
       LOAD-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜ファイルを表に読み込みます。まだファイルが存在しない
      * ときは空の表のままにします。
      ******************************************************************
       LOAD-LINEAGE SECTION.
         OPEN INPUT LINEAGE-FILE.
         IF NOT LINEAGE-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT LINEAGE-STATUS-OK
           READ LINEAGE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF LINEAGE-TABLE-COUNT < 2000
                 THEN
                   ADD 1 TO LINEAGE-TABLE-COUNT;
                   SET LX TO LINEAGE-TABLE-COUNT;
                   MOVE ML-OLD-PREFECTURE TO TL-OLD-PREFECTURE(LX);
                   MOVE ML-OLD-CODE TO TL-OLD-CODE(LX);
                   MOVE ML-SUCCESSOR-PREFECTURE
                       TO TL-SUCCESSOR-PREFECTURE(LX);
                   MOVE ML-SUCCESSOR-CODE TO TL-SUCCESSOR-CODE(LX);
                   MOVE ML-OLD-NAME TO TL-OLD-NAME(LX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE LINEAGE-FILE.
       LOAD-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * 読み取り位置の半角・全角の空白を読み飛ばします。
      ******************************************************************
       SKIP-SPACES SECTION.
         PERFORM UNTIL ADDRESS-POSITION > 198
           IF ADDRESS-WORK(ADDRESS-POSITION:1) = SPACE
             THEN
               ADD 1 TO ADDRESS-POSITION;
             ELSE
               IF ADDRESS-WORK(ADDRESS-POSITION:3) = FULL-WIDTH-SPACE
                 THEN
                   ADD 3 TO ADDRESS-POSITION;
                 ELSE
                   EXIT PERFORM;
               END-IF
           END-IF
         END-PERFORM.
       SKIP-SPACES-EXIT.
         EXIT.

      ******************************************************************
      * 先頭の郵便番号（"〒"は任意、3桁＋ハイフン＋4桁または7桁
      * 続き）を読み取り、郵便番号ファイルで市区町村を引きます。
      * 郵便番号の形になっていなければ読み取り位置は動かしません。
      ******************************************************************
       READ-POSTAL-CODE SECTION.
         SET POSTAL-ABSENT TO TRUE.
         MOVE SPACES TO POSTAL-PREFECTURE-CODE.
         MOVE SPACES TO POSTAL-MUNICIPALITY-CODE.
         MOVE ADDRESS-POSITION TO SCAN-POSITION.
         IF ADDRESS-WORK(SCAN-POSITION:3) = POSTAL-MARK
           THEN
             ADD 3 TO SCAN-POSITION;
         END-IF.
         MOVE SPACES TO POSTAL-DIGITS.
         MOVE 0 TO DIGIT-COUNT.
         PERFORM UNTIL DIGIT-COUNT >= 7 OR SCAN-POSITION > 200
           IF ADDRESS-WORK(SCAN-POSITION:1) IS NUMERIC
             THEN
               ADD 1 TO DIGIT-COUNT;
               MOVE ADDRESS-WORK(SCAN-POSITION:1)
                   TO POSTAL-DIGITS(DIGIT-COUNT:1);
               ADD 1 TO SCAN-POSITION;
             ELSE
               IF ADDRESS-WORK(SCAN-POSITION:1) = "-"
                   AND DIGIT-COUNT = 3
                 THEN
                   ADD 1 TO SCAN-POSITION;
                 ELSE
                   EXIT PERFORM;
               END-IF
           END-IF
         END-PERFORM.
         IF DIGIT-COUNT < 7
           THEN
             EXIT SECTION;
         END-IF.
         MOVE SCAN-POSITION TO ADDRESS-POSITION.
         SET POSTAL-PRESENT TO TRUE.
         SET ZX TO 1.
         SEARCH POSTAL-ENTRY
           AT END
             CONTINUE;
           WHEN ZX > POSTAL-TABLE-COUNT
             CONTINUE;
           WHEN TZ-POSTAL-CODE(ZX) = POSTAL-DIGITS
             SET POSTAL-MATCHED TO TRUE;
             MOVE TZ-PREFECTURE-CODE(ZX) TO POSTAL-PREFECTURE-CODE;
             MOVE TZ-MUNICIPALITY-CODE(ZX)
                 TO POSTAL-MUNICIPALITY-CODE;
         END-SEARCH.
       READ-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 読み取り位置から都道府県名を探します。見つかれば名前と、
      * 続く"都・道・府・県"の1文字を読み飛ばします。
      ******************************************************************
       READ-PREFECTURE-NAME SECTION.
         SET PREFECTURE-NOT-MATCHED TO TRUE.
         MOVE SPACES TO NAME-PREFECTURE-CODE.
         MOVE 0 TO BEST-LENGTH.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             MOVE SPACES TO WORK-NAME-X
             MOVE PREFECTURE-NAME(I, J) TO WORK-NAME-N
             PERFORM MEASURE-WORK-NAME
             IF NAME-LENGTH > BEST-LENGTH
                 AND ADDRESS-POSITION + NAME-LENGTH <= 201
               THEN
                 IF ADDRESS-WORK(ADDRESS-POSITION:NAME-LENGTH)
                     = WORK-NAME-X(1:NAME-LENGTH)
                   THEN
                     MOVE NAME-LENGTH TO BEST-LENGTH;
                     MOVE PREFECTURE-CODE(I, J)
                         TO NAME-PREFECTURE-CODE;
                     SET PREFECTURE-MATCHED TO TRUE;
                 END-IF
             END-IF
           END-PERFORM
         END-PERFORM.
         IF PREFECTURE-NOT-MATCHED
           THEN
             EXIT SECTION;
         END-IF.
         ADD BEST-LENGTH TO ADDRESS-POSITION.
         IF ADDRESS-POSITION <= 198
           THEN
             IF ADDRESS-WORK(ADDRESS-POSITION:3) = "都"
                 OR ADDRESS-WORK(ADDRESS-POSITION:3) = "道"
                 OR ADDRESS-WORK(ADDRESS-POSITION:3) = "府"
                 OR ADDRESS-WORK(ADDRESS-POSITION:3) = "県"
               THEN
                 ADD 3 TO ADDRESS-POSITION;
             END-IF;
         END-IF.
         PERFORM SKIP-SPACES.
       READ-PREFECTURE-NAME-EXIT.
         EXIT.

      ******************************************************************
      * WORK-NAME-Xの名前のバイト数（最初の空白の手前まで）を
      * 求めます。
      ******************************************************************
       MEASURE-WORK-NAME SECTION.
         MOVE 0 TO NAME-LENGTH.
         INSPECT WORK-NAME-X TALLYING NAME-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
       MEASURE-WORK-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村名を探します。都道府県名が読めたときはまずその
      * 都道府県の中で、都道府県名のあとから探します。見つからな
      * ければ全国を対象に、都道府県名を読む前の位置から探し直し
      * ます（"京都市"のように都道府県名で始まる市の名前のため）。
      * 現行の名称で見つからないときは、同じ順で旧名称を探します。
      ******************************************************************
       READ-MUNICIPALITY-NAMES SECTION.
         SET MUNICIPALITY-NOT-MATCHED TO TRUE.
         SET FORMER-NOT-MATCHED TO TRUE.
         MOVE SPACES TO CITY-CODE.
         IF PREFECTURE-MATCHED
           THEN
             MOVE NAME-PREFECTURE-CODE TO SCOPE-PREFECTURE-CODE;
             MOVE AFTER-PREFECTURE-POSITION TO ADDRESS-POSITION;
             PERFORM READ-CURRENT-NAME;
         END-IF.
         IF MUNICIPALITY-NOT-MATCHED
           THEN
             MOVE SPACES TO SCOPE-PREFECTURE-CODE;
             MOVE START-POSITION TO ADDRESS-POSITION;
             PERFORM READ-CURRENT-NAME;
         END-IF.
         IF MUNICIPALITY-MATCHED
           THEN
             EXIT SECTION;
         END-IF.
         IF PREFECTURE-MATCHED
           THEN
             MOVE NAME-PREFECTURE-CODE TO SCOPE-PREFECTURE-CODE;
             MOVE AFTER-PREFECTURE-POSITION TO ADDRESS-POSITION;
             PERFORM READ-FORMER-NAME;
         END-IF.
         IF FORMER-NOT-MATCHED
           THEN
             MOVE SPACES TO SCOPE-PREFECTURE-CODE;
             MOVE START-POSITION TO ADDRESS-POSITION;
             PERFORM READ-FORMER-NAME;
         END-IF.
       READ-MUNICIPALITY-NAMES-EXIT.
         EXIT.

      ******************************************************************
      * 読み取り位置から現行の市区町村名を市区町村プールで探します。
      * 政令指定都市の区（種別5）は、ここでは探さず、親の市の
      * 名前のあとで探します。
      ******************************************************************
       READ-CURRENT-NAME SECTION.
         MOVE 0 TO BEST-LENGTH.
         MOVE 0 TO BEST-POOL-INDEX.
         MOVE 0 TO BEST-MATCH-COUNT.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-POOL-COUNT
           IF NOT TYPE-IS-DESIGNATED-WARD(K)
               AND (SCOPE-PREFECTURE-CODE = SPACES
                   OR MP-PREFECTURE-CODE(K) = SCOPE-PREFECTURE-CODE)
             THEN
               MOVE SPACES TO WORK-NAME-X;
               MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
                   TO WORK-NAME-N;
               PERFORM MEASURE-WORK-NAME;
               PERFORM COMPARE-POOL-NAME;
           END-IF
         END-PERFORM.
         IF BEST-MATCH-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF BEST-MATCH-COUNT > 1
           THEN
             SET MUNICIPALITY-AMBIGUOUS TO TRUE;
             EXIT SECTION;
         END-IF.
         SET MUNICIPALITY-MATCHED TO TRUE.
         SET K TO BEST-POOL-INDEX.
         MOVE MP-PREFECTURE-CODE(K) TO NAME-MATCH-PREFECTURE.
         MOVE MUNICIPALITY-CODE OF MUNICIPALITY-POOL(K)
             TO NAME-MATCH-CODE.
         COMPUTE WARD-POSITION = ADDRESS-POSITION + BEST-LENGTH.
         IF TYPE-IS-CITY(K)
           THEN
             MOVE NAME-MATCH-CODE TO CITY-CODE;
             PERFORM READ-WARD-NAME;
         END-IF.
       READ-CURRENT-NAME-EXIT.
         EXIT.

      ******************************************************************
      * プールのK番目の名前が読み取り位置に現れるかを調べ、最も
      * 長く一致したものを控えます。
      ******************************************************************
       COMPARE-POOL-NAME SECTION.
         IF NAME-LENGTH = 0 OR NAME-LENGTH < BEST-LENGTH
           THEN
             EXIT SECTION;
         END-IF.
         COMPUTE COMPARE-LIMIT = ADDRESS-POSITION + NAME-LENGTH - 1.
         IF COMPARE-LIMIT > 200
           THEN
             EXIT SECTION;
         END-IF.
         IF ADDRESS-WORK(ADDRESS-POSITION:NAME-LENGTH)
             NOT = WORK-NAME-X(1:NAME-LENGTH)
           THEN
             EXIT SECTION;
         END-IF.
         IF NAME-LENGTH > BEST-LENGTH
           THEN
             MOVE NAME-LENGTH TO BEST-LENGTH;
             SET BEST-POOL-INDEX TO K;
             MOVE 1 TO BEST-MATCH-COUNT;
           ELSE
             ADD 1 TO BEST-MATCH-COUNT;
         END-IF.
       COMPARE-POOL-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 政令指定都市の名前のあとに、その市に属する区
      * （MP-PARENT-CITY-CODEが市のコードの区）の名前が続くかを
      * 調べ、続けば区のコードに読み替えます。
      ******************************************************************
       READ-WARD-NAME SECTION.
         PERFORM SKIP-WARD-SPACES.
         MOVE 0 TO BEST-LENGTH.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-POOL-COUNT
           IF TYPE-IS-DESIGNATED-WARD(K)
               AND MP-PREFECTURE-CODE(K) = NAME-MATCH-PREFECTURE
               AND MP-PARENT-CITY-CODE(K) = CITY-CODE
             THEN
               MOVE SPACES TO WORK-NAME-X;
               MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
                   TO WORK-NAME-N;
               PERFORM MEASURE-WORK-NAME;
               COMPUTE COMPARE-LIMIT =
                   WARD-POSITION + NAME-LENGTH - 1;
               IF NAME-LENGTH > BEST-LENGTH AND COMPARE-LIMIT <= 200
                 THEN
                   IF ADDRESS-WORK(WARD-POSITION:NAME-LENGTH)
                       = WORK-NAME-X(1:NAME-LENGTH)
                     THEN
                       MOVE NAME-LENGTH TO BEST-LENGTH;
                       MOVE MUNICIPALITY-CODE OF MUNICIPALITY-POOL(K)
                           TO NAME-MATCH-CODE;
                   END-IF;
               END-IF;
           END-IF
         END-PERFORM.
       READ-WARD-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 市の名前と区の名前のあいだの空白を読み飛ばします。
      ******************************************************************
       SKIP-WARD-SPACES SECTION.
         PERFORM UNTIL WARD-POSITION > 198
           IF ADDRESS-WORK(WARD-POSITION:1) = SPACE
             THEN
               ADD 1 TO WARD-POSITION;
             ELSE
               IF ADDRESS-WORK(WARD-POSITION:3) = FULL-WIDTH-SPACE
                 THEN
                   ADD 3 TO WARD-POSITION;
                 ELSE
                   EXIT PERFORM;
               END-IF
           END-IF
         END-PERFORM.
       SKIP-WARD-SPACES-EXIT.
         EXIT.

      ******************************************************************
      * 読み取り位置から合併前の旧名称を合併系譜で探し、見つかれば
      * 合併の連鎖をたどって現行の存続先を求めます。
      ******************************************************************
       READ-FORMER-NAME SECTION.
         MOVE 0 TO BEST-LENGTH.
         MOVE 0 TO BEST-LINEAGE-INDEX.
         MOVE 0 TO BEST-MATCH-COUNT.
         PERFORM VARYING LX FROM 1 BY 1
             UNTIL LX > LINEAGE-TABLE-COUNT
           IF SCOPE-PREFECTURE-CODE = SPACES
               OR TL-OLD-PREFECTURE(LX) = SCOPE-PREFECTURE-CODE
             THEN
               MOVE SPACES TO WORK-NAME-X;
               MOVE TL-OLD-NAME(LX) TO WORK-NAME-N;
               PERFORM MEASURE-WORK-NAME;
               PERFORM COMPARE-FORMER-NAME;
           END-IF
         END-PERFORM.
         IF BEST-MATCH-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF BEST-MATCH-COUNT > 1
           THEN
             SET FORMER-AMBIGUOUS TO TRUE;
             EXIT SECTION;
         END-IF.
         SET FORMER-MATCHED TO TRUE.
         SET LX TO BEST-LINEAGE-INDEX.
         MOVE TL-SUCCESSOR-PREFECTURE(LX) TO TRACE-PREFECTURE-CODE.
         MOVE TL-SUCCESSOR-CODE(LX) TO TRACE-MUNICIPALITY-CODE.
         MOVE 0 TO TRACE-HOP-COUNT.
         SET LINEAGE-FOUND TO TRUE.
         PERFORM UNTIL LINEAGE-NOT-FOUND
             OR TRACE-HOP-COUNT >= TRACE-HOP-LIMIT
           PERFORM FIND-LINEAGE-ENTRY
           IF LINEAGE-FOUND
             THEN
               ADD 1 TO TRACE-HOP-COUNT;
               MOVE TL-SUCCESSOR-PREFECTURE(LX)
                   TO TRACE-PREFECTURE-CODE;
               MOVE TL-SUCCESSOR-CODE(LX)
                   TO TRACE-MUNICIPALITY-CODE;
           END-IF
         END-PERFORM.
         MOVE TRACE-PREFECTURE-CODE TO NAME-MATCH-PREFECTURE.
         MOVE TRACE-MUNICIPALITY-CODE TO NAME-MATCH-CODE.
       READ-FORMER-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 系譜のLX番目の旧名称が読み取り位置に現れるかを調べ、最も
      * 長く一致したものを控えます。
      ******************************************************************
       COMPARE-FORMER-NAME SECTION.
         IF NAME-LENGTH = 0 OR NAME-LENGTH < BEST-LENGTH
           THEN
             EXIT SECTION;
         END-IF.
         COMPUTE COMPARE-LIMIT = ADDRESS-POSITION + NAME-LENGTH - 1.
         IF COMPARE-LIMIT > 200
           THEN
             EXIT SECTION;
         END-IF.
         IF ADDRESS-WORK(ADDRESS-POSITION:NAME-LENGTH)
             NOT = WORK-NAME-X(1:NAME-LENGTH)
           THEN
             EXIT SECTION;
         END-IF.
         IF NAME-LENGTH > BEST-LENGTH
           THEN
             MOVE NAME-LENGTH TO BEST-LENGTH;
             SET BEST-LINEAGE-INDEX TO LX;
             MOVE 1 TO BEST-MATCH-COUNT;
           ELSE
             ADD 1 TO BEST-MATCH-COUNT;
         END-IF.
       COMPARE-FORMER-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 追跡中のキーを旧コードとして持つ系譜の行を探します。
      ******************************************************************
       FIND-LINEAGE-ENTRY SECTION.
         SET LINEAGE-NOT-FOUND TO TRUE.
         SET LX TO 1.
         SEARCH LINEAGE-ENTRY
           AT END
             CONTINUE;
           WHEN LX > LINEAGE-TABLE-COUNT
             CONTINUE;
           WHEN TL-OLD-PREFECTURE(LX) = TRACE-PREFECTURE-CODE
               AND TL-OLD-CODE(LX) = TRACE-MUNICIPALITY-CODE
             SET LINEAGE-FOUND TO TRUE;
         END-SEARCH.
       FIND-LINEAGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 読み取った名称と郵便番号から、解決結果と確からしさを
      * 決めます。
      ******************************************************************
       DECIDE-RESOLUTION SECTION.
         IF MUNICIPALITY-MATCHED OR FORMER-MATCHED
           THEN
             MOVE NAME-MATCH-PREFECTURE TO AR-PREFECTURE-CODE;
             MOVE NAME-MATCH-CODE TO AR-MUNICIPALITY-CODE;
             IF FORMER-MATCHED
               THEN
                 MOVE "F" TO AR-MATCH-BASIS;
                 SET CONFIDENCE-MEDIUM TO TRUE;
                 MOVE "FORMER NAME" TO AR-NOTE;
               ELSE
                 MOVE "N" TO AR-MATCH-BASIS;
                 IF PREFECTURE-MATCHED
                     AND NAME-PREFECTURE-CODE = NAME-MATCH-PREFECTURE
                   THEN
                     SET CONFIDENCE-HIGH TO TRUE;
                   ELSE
                     SET CONFIDENCE-MEDIUM TO TRUE;
                 END-IF;
             END-IF;
             PERFORM CHECK-POSTAL-AGREEMENT;
             EXIT SECTION;
         END-IF.
         IF POSTAL-MATCHED
           THEN
             MOVE POSTAL-PREFECTURE-CODE TO AR-PREFECTURE-CODE;
             MOVE POSTAL-MUNICIPALITY-CODE TO AR-MUNICIPALITY-CODE;
             MOVE "P" TO AR-MATCH-BASIS;
             IF PREFECTURE-MATCHED
                 AND NAME-PREFECTURE-CODE NOT = POSTAL-PREFECTURE-CODE
               THEN
                 SET CONFIDENCE-LOW TO TRUE;
                 MOVE "POSTAL DISAGREES" TO AR-NOTE;
               ELSE
                 SET CONFIDENCE-MEDIUM TO TRUE;
             END-IF;
             EXIT SECTION;
         END-IF.
         IF PREFECTURE-MATCHED
           THEN
             MOVE NAME-PREFECTURE-CODE TO AR-PREFECTURE-CODE;
             MOVE "N" TO AR-MATCH-BASIS;
             SET CONFIDENCE-LOW TO TRUE;
             IF MUNICIPALITY-AMBIGUOUS OR FORMER-AMBIGUOUS
               THEN
                 MOVE "AMBIGUOUS NAME" TO AR-NOTE;
               ELSE
                 MOVE "PREFECTURE ONLY" TO AR-NOTE;
             END-IF;
             EXIT SECTION;
         END-IF.
         IF MUNICIPALITY-AMBIGUOUS OR FORMER-AMBIGUOUS
           THEN
             MOVE "AMBIGUOUS NAME" TO AR-NOTE;
           ELSE
             IF POSTAL-PRESENT
               THEN
                 MOVE "POSTAL NOT ON FILE" TO AR-NOTE;
               ELSE
                 MOVE "NO MATCH" TO AR-NOTE;
             END-IF
         END-IF.
       DECIDE-RESOLUTION-EXIT.
         EXIT.

      ******************************************************************
      * 名称で決めた市区町村と郵便番号の指す市区町村を突き合わせ
      * ます。同じ市区町村（区なら親の市でも可）なら拠り所を
      * 「名称と郵便番号」として確からしさを高に、食い違えば低に
      * します。
      ******************************************************************
       CHECK-POSTAL-AGREEMENT SECTION.
         IF NOT POSTAL-MATCHED
           THEN
             EXIT SECTION;
         END-IF.
         IF POSTAL-PREFECTURE-CODE = AR-PREFECTURE-CODE
             AND (POSTAL-MUNICIPALITY-CODE = AR-MUNICIPALITY-CODE
                 OR POSTAL-MUNICIPALITY-CODE = CITY-CODE)
           THEN
             MOVE "B" TO AR-MATCH-BASIS;
             SET CONFIDENCE-HIGH TO TRUE;
           ELSE
             SET CONFIDENCE-LOW TO TRUE;
             MOVE "POSTAL DISAGREES" TO AR-NOTE;
         END-IF.
       CHECK-POSTAL-AGREEMENT-EXIT.
         EXIT.

       END PROGRAM RESOLVE-ADDRESS.
