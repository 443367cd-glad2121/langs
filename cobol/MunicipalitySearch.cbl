      ******************************************************************
      * 名前から市区町村を探す照会です。漢字名の一部分、または
      * ひらがなの読みの一部分を受け付け、REGIONS表の市区町村
      * プールから一致する市区町村を、所属の都道府県・種別・
      * （区のときは）親の市とあわせて一覧します。
      * 入力と登録名の両方を異体字マスタで標準の字へ読み替えて
      * から突き合わせるので、髙/高・﨑/崎・邊/辺・龍/竜・檮/梼の
      * ような字のどちらで入力しても同じ市区町村が見つかります。
      * 読みは読みがなマスタ(MunicipalityReadings.txt)から引きます。
      * REGIONS表は、夜間バッチと同じBUILD→READの経路で現在の
      * マスタから読み込みます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUNICIPALITY-SEARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT READINGS-FILE
           ASSIGN TO "../data/MunicipalityReadings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS READINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 読みがなマスタ。都道府県コード＋市区町村コードごとに、
      * ひらがなの読みを保持します。
       FD  READINGS-FILE.
       01  READING-RECORD.
         03  RD-PREFECTURE-CODE        PIC X(2).
         03  RD-MUNICIPALITY-CODE      PIC X(3).
         03  RD-KANA-NAME              PIC N(16).

       WORKING-STORAGE SECTION.
      * 通常の読み込み経路に渡すファイル名。
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

       01  READINGS-STATUS             PIC X(2).
         88  READINGS-STATUS-OK        VALUE "00".
      * メモリ上に読み込んだ読みがなの一覧。
       01  READING-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  READING-TABLE.
         03  READING-ENTRY             OCCURS 2000 INDEXED BY RX.
             05  RT-PREFECTURE-CODE    PIC X(2).
             05  RT-MUNICIPALITY-CODE  PIC X(3).
             05  RT-KANA-NAME          PIC N(16).

      * 検索の入力。漢字名または読みの一部分。
       77  SEARCH-TEXT                 PIC X(40).
         88  SEARCH-IS-EXIT            VALUE "X", "X ".
      * 異体字を読み替えた入力と登録名。名前はバイト列として突き
      * 合わせます。日本語名はNの作業項目へ転記し、同じ記憶域を
      * Xとして読み替えてから異体字の読み替えに渡します。
       77  FOLDED-SEARCH-TEXT          PIC X(40).
       77  FOLD-SOURCE-TEXT            PIC X(40).
       77  FOLDED-NAME-TEXT            PIC X(40).
       01  WORK-NAME-N                 PIC N(8).
       01  WORK-NAME-X REDEFINES WORK-NAME-N
                                       PIC X(16).
       01  WORK-KANA-N                 PIC N(16).
       01  WORK-KANA-X REDEFINES WORK-KANA-N
                                       PIC X(32).
       77  SEARCH-LENGTH               PIC 9(2).
       77  SCAN-POSITION               PIC 9(2).
       77  SCAN-LIMIT                  PIC 9(2).
       01  MATCH-SWITCH                PIC X.
         88  NAME-MATCHES              VALUE "Y".
      * 一致した市区町村の件数。
       77  MATCH-COUNT                 PIC 9(4).
      * 一覧の1行に載せる項目。
       77  HIT-PREFECTURE-NAME         PIC N(5).
       77  HIT-TYPE-LABEL              PIC X(12).
       77  HIT-PARENT-CITY-NAME        PIC N(8).
       77  HIT-KANA-NAME               PIC N(16).
       77  PARENT-INDEX                PIC 9(4).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         INITIALIZE REGIONS.
         ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
         PERFORM LOAD-CURRENT-PICTURE.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "MUNICIPALITY-SEARCH: UNABLE TO LOAD REGIONS "
                 "TABLE";
             STOP RUN;
         END-IF.
         PERFORM LOAD-READINGS.
         PERFORM UNTIL SEARCH-IS-EXIT
           DISPLAY "NAME OR READING, OR PART OF ONE (X TO EXIT):";
           MOVE SPACES TO SEARCH-TEXT;
           ACCEPT SEARCH-TEXT;
           IF NOT SEARCH-IS-EXIT
             THEN
               PERFORM SEARCH-BY-NAME;
           END-IF
         END-PERFORM.
       MUNICIPALITY-SEARCH-EXIT.
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
      * 読みがなマスタを表に読み込みます。マスタが無いときは、
      * 漢字名だけで検索します。
      ******************************************************************
       LOAD-READINGS SECTION.
         MOVE 0 TO READING-TABLE-COUNT.
         OPEN INPUT READINGS-FILE.
         IF READINGS-STATUS NOT = "00"
           THEN
             DISPLAY "MUNICIPALITY-SEARCH: NO READINGS ON FILE "
                 "STATUS=" READINGS-STATUS " -- NAMES ONLY";
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT READINGS-STATUS-OK
           READ READINGS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF READING-TABLE-COUNT < 2000
                 THEN
                   ADD 1 TO READING-TABLE-COUNT;
                   SET RX TO READING-TABLE-COUNT;
                   MOVE RD-PREFECTURE-CODE TO RT-PREFECTURE-CODE(RX);
                   MOVE RD-MUNICIPALITY-CODE
                       TO RT-MUNICIPALITY-CODE(RX);
                   MOVE RD-KANA-NAME TO RT-KANA-NAME(RX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE READINGS-FILE.
       LOAD-READINGS-EXIT.
         EXIT.

      ******************************************************************
      * 入力を異体字の読み替えにかけ、市区町村プールの全件について
      * 漢字名と読みの両方を調べて、一致した市区町村を一覧します。
      ******************************************************************
       SEARCH-BY-NAME SECTION.
         CALL "FOLD-VARIANT-CHARACTERS"
             USING SEARCH-TEXT, FOLDED-SEARCH-TEXT.
         MOVE 0 TO SEARCH-LENGTH.
         INSPECT FOLDED-SEARCH-TEXT TALLYING SEARCH-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
         IF SEARCH-LENGTH = 0
           THEN
             DISPLAY "NOTHING TO SEARCH FOR";
             EXIT SECTION;
         END-IF.
         MOVE 0 TO MATCH-COUNT.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-POOL-COUNT
           PERFORM CHECK-ONE-MUNICIPALITY
           IF NAME-MATCHES
             THEN
               ADD 1 TO MATCH-COUNT;
               PERFORM SHOW-MATCH-LINE;
           END-IF
         END-PERFORM.
         IF MATCH-COUNT = 0
           THEN
             DISPLAY "NO MUNICIPALITY MATCHES";
           ELSE
             DISPLAY "MATCHES=" MATCH-COUNT;
         END-IF.
       SEARCH-BY-NAME-EXIT.
         EXIT.

      ******************************************************************
      * プールのK番目の市区町村について、異体字を読み替えた漢字名
      * と読みのどちらかに入力が含まれるかを調べます。見つけた読み
      * はHIT-KANA-NAMEに残します。
      ******************************************************************
       CHECK-ONE-MUNICIPALITY SECTION.
         MOVE "N" TO MATCH-SWITCH.
         MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
             TO WORK-NAME-N.
         MOVE SPACES TO FOLD-SOURCE-TEXT.
         MOVE WORK-NAME-X TO FOLD-SOURCE-TEXT.
         CALL "FOLD-VARIANT-CHARACTERS"
             USING FOLD-SOURCE-TEXT, FOLDED-NAME-TEXT.
         PERFORM SCAN-FOLDED-NAME.
         PERFORM FIND-READING.
         IF NOT NAME-MATCHES AND HIT-KANA-NAME NOT = SPACES
           THEN
             MOVE HIT-KANA-NAME TO WORK-KANA-N;
             MOVE SPACES TO FOLD-SOURCE-TEXT;
             MOVE WORK-KANA-X TO FOLD-SOURCE-TEXT;
             CALL "FOLD-VARIANT-CHARACTERS"
                 USING FOLD-SOURCE-TEXT, FOLDED-NAME-TEXT;
             PERFORM SCAN-FOLDED-NAME;
         END-IF.
       CHECK-ONE-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * FOLDED-NAME-TEXTの中に、読み替えた入力が現れるかを調べます。
      ******************************************************************
       SCAN-FOLDED-NAME SECTION.
         COMPUTE SCAN-LIMIT = 40 - SEARCH-LENGTH + 1.
         PERFORM VARYING SCAN-POSITION FROM 1 BY 1
             UNTIL SCAN-POSITION > SCAN-LIMIT OR NAME-MATCHES
           IF FOLDED-NAME-TEXT(SCAN-POSITION:SEARCH-LENGTH)
               = FOLDED-SEARCH-TEXT(1:SEARCH-LENGTH)
             THEN
               MOVE "Y" TO MATCH-SWITCH;
           END-IF
         END-PERFORM.
       SCAN-FOLDED-NAME-EXIT.
         EXIT.

      ******************************************************************
      * プールのK番目の市区町村の読みを読みがなの表から探します。
      * 無いときは空白です。
      ******************************************************************
       FIND-READING SECTION.
         MOVE SPACES TO HIT-KANA-NAME.
         SET RX TO 1.
         SEARCH READING-ENTRY
           AT END
             CONTINUE;
           WHEN RX > READING-TABLE-COUNT
             CONTINUE;
           WHEN RT-PREFECTURE-CODE(RX) = MP-PREFECTURE-CODE(K)
               AND RT-MUNICIPALITY-CODE(RX)
                   = MUNICIPALITY-CODE OF MUNICIPALITY-POOL(K)
             MOVE RT-KANA-NAME(RX) TO HIT-KANA-NAME;
         END-SEARCH.
       FIND-READING-EXIT.
         EXIT.

      ******************************************************************
      * 一致した市区町村（K番目）を、都道府県・種別・読み・親の市
      * とあわせて1件表示します。
      ******************************************************************
       SHOW-MATCH-LINE SECTION.
         MOVE SPACES TO HIT-PREFECTURE-NAME.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             IF PREFECTURE-CODE(I, J) = MP-PREFECTURE-CODE(K)
               THEN
                 MOVE PREFECTURE-NAME(I, J) TO HIT-PREFECTURE-NAME;
             END-IF
           END-PERFORM
         END-PERFORM.
         EVALUATE TRUE
           WHEN TYPE-IS-CITY(K)
             MOVE "CITY" TO HIT-TYPE-LABEL
           WHEN TYPE-IS-SPECIAL-WARD(K)
             MOVE "SPECIAL WARD" TO HIT-TYPE-LABEL
           WHEN TYPE-IS-TOWN(K)
             MOVE "TOWN" TO HIT-TYPE-LABEL
           WHEN TYPE-IS-VILLAGE(K)
             MOVE "VILLAGE" TO HIT-TYPE-LABEL
           WHEN TYPE-IS-DESIGNATED-WARD(K)
             MOVE "CITY WARD" TO HIT-TYPE-LABEL
           WHEN OTHER
             MOVE "UNKNOWN" TO HIT-TYPE-LABEL
         END-EVALUATE.
         MOVE SPACES TO HIT-PARENT-CITY-NAME.
         IF MP-PARENT-CITY-CODE(K) NOT = SPACES
           THEN
             PERFORM FIND-PARENT-CITY-NAME;
         END-IF.
         DISPLAY "  " MP-PREFECTURE-CODE(K)
             " " HIT-PREFECTURE-NAME
             "  " MUNICIPALITY-CODE OF MUNICIPALITY-POOL(K)
             " " MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
             "  " HIT-TYPE-LABEL
             " " HIT-KANA-NAME.
         IF MP-PARENT-CITY-CODE(K) NOT = SPACES
           THEN
             DISPLAY "        PARENT CITY: "
                 MP-PARENT-CITY-CODE(K) " " HIT-PARENT-CITY-NAME;
         END-IF.
       SHOW-MATCH-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 区（K番目）が属する親の市の名称を市区町村プールから探し
      * ます。
      ******************************************************************
       FIND-PARENT-CITY-NAME SECTION.
         PERFORM VARYING PARENT-INDEX FROM 1 BY 1
             UNTIL PARENT-INDEX > MUNICIPALITY-POOL-COUNT
           IF MP-PREFECTURE-CODE(PARENT-INDEX) = MP-PREFECTURE-CODE(K)
               AND MUNICIPALITY-CODE OF MUNICIPALITY-POOL(PARENT-INDEX)
                   = MP-PARENT-CITY-CODE(K)
             THEN
               MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(PARENT-INDEX)
                   TO HIT-PARENT-CITY-NAME;
           END-IF
         END-PERFORM.
       FIND-PARENT-CITY-NAME-EXIT.
         EXIT.

       END PROGRAM MUNICIPALITY-SEARCH.
