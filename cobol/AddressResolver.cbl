      ******************************************************************
      * 住所の解決です。他部署から届く顧客の住所が、どの都道府県・
      * 市区町村にあるかを、RESOLVE-ADDRESSで住所の文字列から決め
      * ます。
      *   I) 1件ずつ住所を入力して、その場で結果を表示します。
      *   B) 住所ファイル(AddressInput.txt)をまとめて解決し、結果
      *      を解決済みファイル(AddressResolved.txt)へ、都道府県も
      *      決まらなかった住所を未解決ファイル
      *      (AddressUnresolved.txt)へ書き出します。
      * REGIONS表は、夜間バッチと同じBUILD→READの経路で現在の
      * マスタから読み込みます。RESOLVE-ADDRESSが郵便番号を読み
      * 切れずに失敗を返したときは、そこで解決をやめてRETURN-CODE
      * 8で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-RESOLVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ADDRESS-INPUT-FILE
           ASSIGN TO "../data/AddressInput.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-INPUT-STATUS.
         SELECT RESOLVED-FILE
           ASSIGN TO "../data/AddressResolved.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESOLVED-STATUS.
         SELECT UNRESOLVED-FILE
           ASSIGN TO "../data/AddressUnresolved.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNRESOLVED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 解決を依頼された住所。依頼元の行の識別子と住所の文字列
      * です。
       FD  ADDRESS-INPUT-FILE.
       01  ADDRESS-INPUT-RECORD.
         03  AI-ADDRESS-ID             PIC X(10).
         03  AI-ADDRESS-TEXT           PIC X(200).
      * 解決済みの住所。識別子・解決結果（AddressResolutionの並び）
      * ・元の住所です。
       FD  RESOLVED-FILE.
       01  RESOLVED-RECORD.
         03  RS-ADDRESS-ID             PIC X(10).
         03  RS-RESOLUTION             PIC X(27).
         03  RS-ADDRESS-TEXT           PIC X(200).
      * 未解決の住所。識別子・理由・元の住所です。
       FD  UNRESOLVED-FILE.
       01  UNRESOLVED-RECORD.
         03  UR-ADDRESS-ID             PIC X(10).
         03  UR-REASON                 PIC X(20).
         03  UR-ADDRESS-TEXT           PIC X(200).

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

       01  ADDRESS-INPUT-STATUS         PIC X(2).
         88  ADDRESS-INPUT-STATUS-OK    VALUE "00".
       01  RESOLVED-STATUS              PIC X(2).
       01  UNRESOLVED-STATUS            PIC X(2).

      * 運転の選び方（I=1件ずつ B=ファイルをまとめて）。
       01  MODE-CHOICE                  PIC X(1).
         88  MODE-IS-INTERACTIVE        VALUE "I".
         88  MODE-IS-BATCH              VALUE "B".
      * 解決する住所と、その結果。
       77  ADDRESS-TEXT                 PIC X(200).
         88  ADDRESS-IS-EXIT            VALUE "X".
       01  ADDRESS-RESOLUTION.
         COPY "AddressResolution".

      * 結果の表示に使う名称。
       77  ANSWER-MUNICIPALITY-NAME     PIC N(8).
       77  ANSWER-PREFECTURE-NAME       PIC N(5).
       77  ANSWER-PARENT-CITY-NAME      PIC N(8).
       01  ANSWER-FOUND-SWITCH          PIC X.
         88  ANSWER-FOUND               VALUE "Y".
         88  ANSWER-NOT-FOUND           VALUE "N".

      * まとめて解決したときの件数。
       77  INPUT-COUNT                  PIC 9(7) VALUE ZERO.
       77  HIGH-COUNT                   PIC 9(7) VALUE ZERO.
       77  MEDIUM-COUNT                 PIC 9(7) VALUE ZERO.
       77  LOW-COUNT                    PIC 9(7) VALUE ZERO.
       77  UNRESOLVED-COUNT             PIC 9(7) VALUE ZERO.
      * RESOLVE-ADDRESSが失敗(RETURN-CODE 8)を返したかどうか。
       01  RESOLVER-FAILED-SWITCH       PIC X VALUE "N".
         88  RESOLVER-FAILED            VALUE "Y".

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         INITIALIZE REGIONS.
         ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
         PERFORM LOAD-CURRENT-PICTURE.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "ADDRESS-RESOLVER: UNABLE TO LOAD REGIONS "
                 "TABLE";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         DISPLAY "MODE  I)INTERACTIVE  B)BATCH FILE".
         ACCEPT MODE-CHOICE.
         IF MODE-IS-BATCH
           THEN
             PERFORM RESOLVE-ADDRESS-FILE;
           ELSE
             PERFORM RESOLVE-INTERACTIVELY;
         END-IF.
       ADDRESS-RESOLVER-EXIT.
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
      * 住所を1件ずつ受け付けて解決し、結果を表示します。
      ******************************************************************
       RESOLVE-INTERACTIVELY SECTION.
         MOVE SPACES TO ADDRESS-TEXT.
         PERFORM UNTIL ADDRESS-IS-EXIT OR RESOLVER-FAILED
           DISPLAY "ADDRESS (X TO EXIT):"
           ACCEPT ADDRESS-TEXT
           IF NOT ADDRESS-IS-EXIT AND ADDRESS-TEXT NOT = SPACES
             THEN
               CALL "RESOLVE-ADDRESS"
                   USING REGIONS, ADDRESS-TEXT, ADDRESS-RESOLUTION;
               IF RETURN-CODE = 8
                 THEN
                   MOVE "Y" TO RESOLVER-FAILED-SWITCH;
               END-IF;
               PERFORM SHOW-RESOLUTION;
           END-IF
         END-PERFORM.
         IF RESOLVER-FAILED
           THEN
             DISPLAY "ADDRESS-RESOLVER: RESOLUTION STOPPED -- "
                 AR-NOTE;
             MOVE 8 TO RETURN-CODE;
         END-IF.
       RESOLVE-INTERACTIVELY-EXIT.
         EXIT.

      ******************************************************************
      * 解決結果を名称付きで表示します。
      ******************************************************************
       SHOW-RESOLUTION SECTION.
         IF CONFIDENCE-NONE
           THEN
             DISPLAY "UNRESOLVED: " AR-NOTE;
             EXIT SECTION;
         END-IF.
         IF AR-MUNICIPALITY-CODE = SPACES
           THEN
             PERFORM FIND-PREFECTURE-NAME;
             DISPLAY "PREFECTURE=" AR-PREFECTURE-CODE
                 " " ANSWER-PREFECTURE-NAME
                 "  MUNICIPALITY=---";
           ELSE
             CALL "GET-MUNICIPALITY"
                 USING REGIONS, AR-PREFECTURE-CODE,
                     AR-MUNICIPALITY-CODE, ANSWER-MUNICIPALITY-NAME,
                     ANSWER-PREFECTURE-NAME, ANSWER-PARENT-CITY-NAME,
                     ANSWER-FOUND-SWITCH;
             IF ANSWER-NOT-FOUND
               THEN
                 PERFORM FIND-PREFECTURE-NAME;
             END-IF;
             DISPLAY "PREFECTURE=" AR-PREFECTURE-CODE
                 " " ANSWER-PREFECTURE-NAME
                 "  MUNICIPALITY=" AR-MUNICIPALITY-CODE
                 " " ANSWER-PARENT-CITY-NAME
                 " " ANSWER-MUNICIPALITY-NAME;
         END-IF.
         DISPLAY "CONFIDENCE=" AR-CONFIDENCE
             "  BASIS=" AR-MATCH-BASIS "  " AR-NOTE.
       SHOW-RESOLUTION-EXIT.
         EXIT.

      ******************************************************************
      * 解決した都道府県の名称をREGIONS表から探します。
      ******************************************************************
       FIND-PREFECTURE-NAME SECTION.
         MOVE SPACES TO ANSWER-PREFECTURE-NAME.
         MOVE SPACES TO ANSWER-MUNICIPALITY-NAME.
         MOVE SPACES TO ANSWER-PARENT-CITY-NAME.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             IF PREFECTURE-CODE(I, J) = AR-PREFECTURE-CODE
               THEN
                 MOVE PREFECTURE-NAME(I, J) TO ANSWER-PREFECTURE-NAME;
             END-IF
           END-PERFORM
         END-PERFORM.
       FIND-PREFECTURE-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 住所ファイルをまとめて解決し、解決済みと未解決のファイルへ
      * 振り分けます。未解決が1件でもあれば警告(4)で終わります。
      ******************************************************************
       RESOLVE-ADDRESS-FILE SECTION.
         OPEN INPUT ADDRESS-INPUT-FILE.
         IF NOT ADDRESS-INPUT-STATUS-OK
           THEN
             DISPLAY "ADDRESS-RESOLVER: UNABLE TO OPEN "
                 "ADDRESS-INPUT-FILE STATUS=" ADDRESS-INPUT-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN OUTPUT RESOLVED-FILE.
         OPEN OUTPUT UNRESOLVED-FILE.
         PERFORM UNTIL NOT ADDRESS-INPUT-STATUS-OK OR RESOLVER-FAILED
           READ ADDRESS-INPUT-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO INPUT-COUNT
               PERFORM RESOLVE-ONE-ROW
           END-READ
         END-PERFORM.
         CLOSE ADDRESS-INPUT-FILE.
         CLOSE RESOLVED-FILE.
         CLOSE UNRESOLVED-FILE.
         DISPLAY "ADDRESS-RESOLVER: ADDRESSES=" INPUT-COUNT
             " HIGH=" HIGH-COUNT " MEDIUM=" MEDIUM-COUNT
             " LOW=" LOW-COUNT " UNRESOLVED=" UNRESOLVED-COUNT.
         IF UNRESOLVED-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
         IF RESOLVER-FAILED
           THEN
             DISPLAY "ADDRESS-RESOLVER: RESOLUTION STOPPED -- "
                 AR-NOTE " -- OUTPUT FILES ARE INCOMPLETE";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       RESOLVE-ADDRESS-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 住所1行分を解決して、どちらかのファイルへ書き出します。
      ******************************************************************
       RESOLVE-ONE-ROW SECTION.
         MOVE AI-ADDRESS-TEXT TO ADDRESS-TEXT.
         CALL "RESOLVE-ADDRESS"
             USING REGIONS, ADDRESS-TEXT, ADDRESS-RESOLUTION.
         IF RETURN-CODE = 8
           THEN
             MOVE "Y" TO RESOLVER-FAILED-SWITCH;
             EXIT SECTION;
         END-IF.
         IF CONFIDENCE-NONE
           THEN
             ADD 1 TO UNRESOLVED-COUNT;
             MOVE AI-ADDRESS-ID TO UR-ADDRESS-ID;
             MOVE AR-NOTE TO UR-REASON;
             MOVE AI-ADDRESS-TEXT TO UR-ADDRESS-TEXT;
             WRITE UNRESOLVED-RECORD;
             EXIT SECTION;
         END-IF.
         IF CONFIDENCE-HIGH
           THEN
             ADD 1 TO HIGH-COUNT;
         END-IF.
         IF CONFIDENCE-MEDIUM
           THEN
             ADD 1 TO MEDIUM-COUNT;
         END-IF.
         IF CONFIDENCE-LOW
           THEN
             ADD 1 TO LOW-COUNT;
         END-IF.
         MOVE AI-ADDRESS-ID TO RS-ADDRESS-ID.
         MOVE ADDRESS-RESOLUTION TO RS-RESOLUTION.
         MOVE AI-ADDRESS-TEXT TO RS-ADDRESS-TEXT.
         WRITE RESOLVED-RECORD.
       RESOLVE-ONE-ROW-EXIT.
         EXIT.

       END PROGRAM ADDRESS-RESOLVER.
