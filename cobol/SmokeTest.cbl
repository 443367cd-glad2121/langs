      ******************************************************************
      * FIZZ-BUZZ・PICTURES・REGION-PREFECTURES・LIFE-GAME・
      * LIFE-ENGINE-CHECKの5本を、それぞれ決まった入力で実行し、
      * その画面出力を突き合わせ用の実測ファイルへ捕捉した上で、
      * あらかじめ保存しておいた期待ファイルと1行ずつ比較します。
      * 手作業でそれぞれを動かして目視確認する代わりに、この1本を
      * 実行するだけで5本すべてが以前と同じ出力を返すかどうかが
      * わかります。LIFE-ENGINE-CHECKは、ライフゲームの2つの世代
      * 計算（NEXT-STAGEとNEXT-STAGE-SPARSE）が定番のパターンで
      * 同じ結果を出すことを確かめます。
      *
      * COBOLの言語仕様には他モジュールのDISPLAY出力を横取りする
      * 手段がないため、実測ファイルの捕捉には次の方法を使います。
           ASSIGN TO "../data/smoketest/LifeGameActual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIFEGAME-ACTUAL-STATUS.
         SELECT LIFEENGINE-EXPECTED-FILE
           ASSIGN TO "../data/smoketest/LifeEngineExpected.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIFEENGINE-EXPECTED-STATUS.
         SELECT LIFEENGINE-ACTUAL-FILE
           ASSIGN TO "../data/smoketest/LifeEngineActual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIFEENGINE-ACTUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LIFEGAME-EXPECTED-RECORD      PIC X(200).
       FD  LIFEGAME-ACTUAL-FILE.
       01  LIFEGAME-ACTUAL-RECORD        PIC X(200).
       FD  LIFEENGINE-EXPECTED-FILE.
       01  LIFEENGINE-EXPECTED-RECORD    PIC X(200).
       FD  LIFEENGINE-ACTUAL-FILE.
       01  LIFEENGINE-ACTUAL-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
      * 親モードか子モードかを見分ける環境変数。子モードのときは
      * 対象名(FIZZBUZZ/PICTURES/REGIONS/LIFEGAME/LIFEENGINE)が
      * 入ります。
       77  SMOKETEST-CHILD-ENV           PIC X(10) VALUE SPACES.
         88  SMOKETEST-CHILD-FIZZBUZZ    VALUE "FIZZBUZZ".
         88  SMOKETEST-CHILD-PICTURES    VALUE "PICTURES".
         88  SMOKETEST-CHILD-REGIONS     VALUE "REGIONS".
         88  SMOKETEST-CHILD-LIFEGAME    VALUE "LIFEGAME".
         88  SMOKETEST-CHILD-LIFEENGINE  VALUE "LIFEENGINE".
      * 自分自身を子モードで再実行するためのコマンド行。
       77  SYSTEM-COMMAND                PIC X(200).
       01  FIZZBUZZ-EXPECTED-STATUS      PIC X(2).
       01  LIFEGAME-ACTUAL-STATUS        PIC X(2).
         88  LIFEGAME-ACTUAL-STATUS-OK   VALUE "00".
         88  LIFEGAME-ACTUAL-STATUS-EOF  VALUE "10".
       01  LIFEENGINE-EXPECTED-STATUS    PIC X(2).
         88  LIFEENGINE-EXPECTED-STATUS-OK VALUE "00".
         88  LIFEENGINE-EXPECTED-STATUS-EOF VALUE "10".
       01  LIFEENGINE-ACTUAL-STATUS      PIC X(2).
         88  LIFEENGINE-ACTUAL-STATUS-OK VALUE "00".
         88  LIFEENGINE-ACTUAL-STATUS-EOF VALUE "10".
      * 比較中の行番号。
       77  LINE-NUMBER                   PIC 9(4) VALUE 0.
      * 各対象の合否と、全体の合否。
         88  REGIONS-PASSED              VALUE "Y".
       77  LIFEGAME-PASSED-SWITCH        PIC X(1) VALUE "Y".
         88  LIFEGAME-PASSED             VALUE "Y".
       77  LIFEENGINE-PASSED-SWITCH      PIC X(1) VALUE "Y".
         88  LIFEENGINE-PASSED           VALUE "Y".
       77  ALL-PASSED-SWITCH             PIC X(1) VALUE "Y".
         88  ALL-PASSED                  VALUE "Y".

                     IF SMOKETEST-CHILD-LIFEGAME
                       THEN
                         CALL "LIFE-GAME";
                       ELSE
                         IF SMOKETEST-CHILD-LIFEENGINE
                           THEN
                             CALL "LIFE-ENGINE-CHECK";
                         END-IF
                     END-IF
                 END-IF
             END-IF
         EXIT.

      ******************************************************************
      * 親モード -- 5対象それぞれについて実測ファイルを作らせ、
      * 期待ファイルと突き合わせ、最後に全体の合否をまとめます。
      ******************************************************************
       RUN-ALL-CHECKS SECTION.
         PERFORM RUN-PICTURES-CHECK.
         PERFORM RUN-REGIONS-CHECK.
         PERFORM RUN-LIFEGAME-CHECK.
         PERFORM RUN-LIFEENGINE-CHECK.
         PERFORM DISPLAY-OVERALL-RESULT.
       RUN-ALL-CHECKS-EXIT.
         EXIT.
       RUN-LIFEGAME-CHECK-EXIT.
         EXIT.

      ******************************************************************
      * LIFE-ENGINE-CHECK -- 定番のパターンのファイルと、配置一覧の
      * 中のパターンファイルのパスはcobol/lifegame/から見た形なので、
      * そこを作業ディレクトリにして子モードを動かします。cobol/
      * 直下の呼び出し先も見つかるよう、COB_LIBRARY_PATHの前に
      * cobol/を足します。
      ******************************************************************
       RUN-LIFEENGINE-CHECK SECTION.
         MOVE SPACES TO SYSTEM-COMMAND;
         STRING "cd lifegame && SMOKETEST_CHILD=LIFEENGINE "
             "COB_LIBRARY_PATH=..:$COB_LIBRARY_PATH ../SmokeTest "
             "> ../../data/smoketest/LifeEngineActual.txt"
             DELIMITED BY SIZE INTO SYSTEM-COMMAND;
         CALL "SYSTEM" USING SYSTEM-COMMAND;
         PERFORM COMPARE-LIFEENGINE-OUTPUT.
       RUN-LIFEENGINE-CHECK-EXIT.
         EXIT.

      ******************************************************************
      * FIZZ-BUZZの実測ファイルと期待ファイルを1行ずつ突き合わせます。
      ******************************************************************
         EXIT.

      ******************************************************************
      * LIFE-ENGINE-CHECKの実測ファイルと期待ファイルを1行ずつ
      * 突き合わせます。
      ******************************************************************
       COMPARE-LIFEENGINE-OUTPUT SECTION.
         MOVE "Y" TO LIFEENGINE-PASSED-SWITCH.
         OPEN INPUT LIFEENGINE-EXPECTED-FILE LIFEENGINE-ACTUAL-FILE.
         MOVE 0 TO LINE-NUMBER.
         PERFORM UNTIL LIFEENGINE-EXPECTED-STATUS-EOF
             OR LIFEENGINE-ACTUAL-STATUS-EOF
           READ LIFEENGINE-EXPECTED-FILE
             AT END
               CONTINUE;
           END-READ;
           READ LIFEENGINE-ACTUAL-FILE
             AT END
               CONTINUE;
           END-READ;
           IF NOT LIFEENGINE-EXPECTED-STATUS-EOF
               AND NOT LIFEENGINE-ACTUAL-STATUS-EOF
             THEN
               ADD 1 TO LINE-NUMBER;
               IF LIFEENGINE-EXPECTED-RECORD
                   NOT = LIFEENGINE-ACTUAL-RECORD
                 THEN
                   MOVE "N" TO LIFEENGINE-PASSED-SWITCH;
                   DISPLAY "SMOKE-TEST: LIFE-ENGINE-CHECK LINE "
                       LINE-NUMBER
                       " EXPECTED=[" LIFEENGINE-EXPECTED-RECORD
                       "] ACTUAL=[" LIFEENGINE-ACTUAL-RECORD "]";
               END-IF
           END-IF
         END-PERFORM.
         IF (LIFEENGINE-EXPECTED-STATUS-EOF AND
                 NOT LIFEENGINE-ACTUAL-STATUS-EOF)
             OR (NOT LIFEENGINE-EXPECTED-STATUS-EOF AND
                 LIFEENGINE-ACTUAL-STATUS-EOF)
           THEN
             MOVE "N" TO LIFEENGINE-PASSED-SWITCH;
             DISPLAY "SMOKE-TEST: LIFE-ENGINE-CHECK OUTPUT LINE "
                 "COUNT DIFFERS";
         END-IF.
         CLOSE LIFEENGINE-EXPECTED-FILE LIFEENGINE-ACTUAL-FILE.
         IF LIFEENGINE-PASSED
           THEN
             DISPLAY "SMOKE-TEST: LIFE-ENGINE-CHECK PASS";
           ELSE
             DISPLAY "SMOKE-TEST: LIFE-ENGINE-CHECK FAIL";
         END-IF.
       COMPARE-LIFEENGINE-OUTPUT-EXIT.
         EXIT.

      ******************************************************************
      * 5対象すべての合否をまとめて表示し、1つでも不一致があれば
      * 0以外の終了コードを返します。
      ******************************************************************
       DISPLAY-OVERALL-RESULT SECTION.
         IF FIZZBUZZ-PASSED AND PICTURES-PASSED AND REGIONS-PASSED
             AND LIFEGAME-PASSED AND LIFEENGINE-PASSED
           THEN
             MOVE "Y" TO ALL-PASSED-SWITCH;
           ELSE
