      ******************************************************************
      * 市区町村と都道府県の人口・面積の積み上げの突き合わせです。
      * 市区町村ファイルのMP-POPULATION・MP-AREA-SQKMを都道府県
      * コードごとに合計し、都道府県ファイルのPOPULATION・AREA-SQKM
      * と比べます。国勢調査の更新を片方の層にだけ当てて、もう片方
      * が古いまま残るのを見つけるためのものです。
      *
      * 政令指定都市の区（種別5）は、親の市（MP-PARENT-CITY-CODE）
      * が同じ都道府県の市区町村ファイルに実在するとき合計に入れ
      * ません。親の市が全体の数字を持ち、区はその内訳だからです。
      * 親の市が見当たらない区は、取りこぼさないよう合計に入れます。
      *
      * 許容範囲を超えた都道府県は例外ファイル(RollupExceptions.txt)
      * へ書き出し、警報キューに積んでRETURN-CODE=4を返します。
      * VALIDATEステップの一部として呼び出されます。
      *
      * 許容範囲はRollupParameters.txtの1行
      * 「人口の許容％(2桁)＋面積の許容％(2桁)」で変えられます
      * （既定 0101 = 人口±1％・面積±1％）。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE-MUNICIPAL-ROLLUPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT PARAMETERS-FILE
           ASSIGN TO "../data/RollupParameters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETERS-STATUS.
         SELECT EXCEPTIONS-FILE
           ASSIGN TO "../data/RollupExceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都道府県ファイル
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PF-PREFECTURE-CODE        PIC X(2).
         03  PF-NAME                   PIC N(5).
         03  PF-REGION-CODE            PIC X(2).
         03  PF-POPULATION             PIC 9(8).
         03  PF-AREA-SQKM              PIC 9(5)V99.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * 市区町村ファイル
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MU-PREFECTURE-CODE        PIC X(2).
         03  MU-MUNICIPALITY-CODE      PIC X(3).
         03  MU-MUNICIPALITY-NAME      PIC N(8).
         03  MU-MUNICIPALITY-TYPE      PIC X(1).
         03  MU-POPULATION             PIC 9(8).
         03  MU-AREA-SQKM              PIC 9(5)V99.
         03  MU-PARENT-CITY-CODE       PIC X(3).
      * 許容範囲のパラメーターファイル。
       FD  PARAMETERS-FILE.
       01  PARAMETER-RECORD.
         03  RP-POPULATION-TOLERANCE-PCT PIC 9(2).
         03  RP-AREA-TOLERANCE-PCT     PIC 9(2).
      * 許容範囲を超えた都道府県を記録する例外ファイル。
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-RECORD.
         03  EX-PREFECTURE-CODE        PIC X(2).
         03  EX-PREFECTURE-NAME        PIC N(5).
         03  EX-MASTER-POPULATION      PIC 9(8).
         03  EX-ROLLUP-POPULATION      PIC 9(9).
         03  EX-MASTER-AREA-SQKM       PIC 9(5)V99.
         03  EX-ROLLUP-AREA-SQKM       PIC 9(6)V99.
         03  EX-REASON                 PIC X(30).

       WORKING-STORAGE SECTION.
      * 警報キューへの通知の項目。
       77  ALERT-SEVERITY              PIC X(1).
       77  ALERT-SOURCE-PROGRAM        PIC X(15).
       77  ALERT-MESSAGE-TEXT          PIC X(60).
       01  PREFECTURES-STATUS          PIC X(2).
         88  PREFECTURES-STATUS-OK     VALUE "00".
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  PARAMETERS-STATUS           PIC X(2).
       01  EXCEPTIONS-STATUS           PIC X(2).

      * 有効な許容範囲（パラメーターが無ければ既定値）。
       77  POPULATION-TOLERANCE-PCT    PIC 9(2) VALUE 1.
       77  AREA-TOLERANCE-PCT          PIC 9(2) VALUE 1.

      * メモリ上に読み込んだ市区町村の一覧。区の親の市を探すため
      * に、合計の前に一度すべて読み込みます。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY K, KP.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-MUNICIPALITY-CODE   PIC X(3).
             05  T-MUNICIPALITY-TYPE   PIC X(1).
               88  T-IS-CITY           VALUE "1".
               88  T-IS-DESIGNATED-WARD VALUE "5".
             05  T-POPULATION          PIC 9(8).
             05  T-AREA-SQKM           PIC 9(5)V99.
             05  T-PARENT-CITY-CODE    PIC X(3).

      * 都道府県コード（01～99）ごとの積み上げの合計。
       01  ROLLUP-TABLE.
         03  ROLLUP-ENTRY              OCCURS 99 INDEXED BY RX.
             05  RU-POPULATION         PIC 9(9).
             05  RU-AREA-SQKM          PIC 9(6)V99.
             05  RU-MUNICIPALITY-COUNT PIC 9(4).
             05  RU-WARDS-EXCLUDED     PIC 9(4).
       77  ROLLUP-SUBSCRIPT            PIC 9(2).

      * 親の市の検索の結果。
       01  PARENT-FOUND-SWITCH         PIC X.
         88  PARENT-FOUND              VALUE "Y".
         88  PARENT-NOT-FOUND          VALUE "N".
      * 都道府県1件の判定。
       01  WITHIN-TOLERANCE-SWITCH     PIC X.
         88  WITHIN-TOLERANCE          VALUE "Y".
         88  OUTSIDE-TOLERANCE         VALUE "N".

      * 判定の計算用項目。
       77  FIGURE-DIFFERENCE           PIC S9(9)V99.
       77  POPULATION-PERCENT          PIC S9(7)V9.
       77  AREA-PERCENT                PIC S9(7)V9.

      * 件数の集計。
       77  PREFECTURES-CHECKED-COUNT   PIC 9(3) VALUE 0.
       77  EXCEPTION-COUNT             PIC 9(3) VALUE 0.
       77  WARDS-EXCLUDED-COUNT        PIC 9(4) VALUE 0.

      * 表示用の編集項目。
       77  POPULATION-EDIT             PIC ZZZ,ZZZ,ZZ9.
       77  ROLLUP-POPULATION-EDIT      PIC ZZZ,ZZZ,ZZ9.
       77  PERCENT-EDIT                PIC -(6)9.9.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM READ-ROLLUP-PARAMETERS.
         PERFORM LOAD-MUNICIPALITY-TABLE.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT PROGRAM;
         END-IF.
         PERFORM SUM-MUNICIPALITY-ROLLUPS.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "RECONCILE-MUNICIPAL-ROLLUPS: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT PROGRAM;
         END-IF.
         OPEN OUTPUT EXCEPTIONS-FILE.
         DISPLAY "=================================================".
         DISPLAY "  MUNICIPAL ROLLUP RECONCILIATION".
         DISPLAY "  POPULATION TOLERANCE=" POPULATION-TOLERANCE-PCT
             "%  AREA TOLERANCE=" AREA-TOLERANCE-PCT "%".
         DISPLAY "=================================================".
         PERFORM UNTIL NOT PREFECTURES-STATUS-OK
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   PERFORM RECONCILE-ONE-PREFECTURE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
         CLOSE EXCEPTIONS-FILE.
         DISPLAY "-------------------------------------------------".
         DISPLAY "PREFECTURES CHECKED=" PREFECTURES-CHECKED-COUNT
             " OUT OF TOLERANCE=" EXCEPTION-COUNT
             " WARDS EXCLUDED=" WARDS-EXCLUDED-COUNT.
         DISPLAY "=================================================".
         IF EXCEPTION-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
      * 不一致は翌朝まで残るよう、警報キューにも積みます。
             MOVE "W" TO ALERT-SEVERITY;
             MOVE "ROLLUP-RECON" TO ALERT-SOURCE-PROGRAM;
             MOVE SPACES TO ALERT-MESSAGE-TEXT;
             STRING "MUNICIPAL ROLLUP OUT OF TOLERANCE PREFECTURES="
                     DELIMITED BY SIZE
                 EXCEPTION-COUNT DELIMITED BY SIZE
                 INTO ALERT-MESSAGE-TEXT;
             CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                 ALERT-SOURCE-PROGRAM, ALERT-MESSAGE-TEXT;
         END-IF.
       RECONCILE-MUNICIPAL-ROLLUPS-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 許容範囲のパラメーターを読み込みます。ファイルが無ければ
      * 既定値のまま進みます。
      ******************************************************************
       READ-ROLLUP-PARAMETERS SECTION.
         OPEN INPUT PARAMETERS-FILE.
         IF PARAMETERS-STATUS = "00"
           THEN
             READ PARAMETERS-FILE
               AT END
                 CONTINUE;
               NOT AT END
                 IF PARAMETER-RECORD(1:4) IS NUMERIC
                   THEN
                     MOVE RP-POPULATION-TOLERANCE-PCT
                         TO POPULATION-TOLERANCE-PCT;
                     MOVE RP-AREA-TOLERANCE-PCT
                         TO AREA-TOLERANCE-PCT;
                 END-IF;
             END-READ;
             CLOSE PARAMETERS-FILE;
         END-IF.
       READ-ROLLUP-PARAMETERS-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルをメモリの表に読み込みます。
      ******************************************************************
       LOAD-MUNICIPALITY-TABLE SECTION.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF MUNICIPALITIES-STATUS NOT = "00"
           THEN
             DISPLAY "RECONCILE-MUNICIPAL-ROLLUPS: UNABLE TO OPEN "
                 "MUNICIPALITIES-FILE STATUS=" MUNICIPALITIES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO MUNICIPALITY-TABLE-COUNT.
         PERFORM UNTIL MUNICIPALITIES-STATUS NOT = "00"
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
               IF MUNICIPALITY-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "RECONCILE-MUNICIPAL-ROLLUPS: "
                       "MUNICIPALITY-TABLE-FULL";
                 ELSE
                   ADD 1 TO MUNICIPALITY-TABLE-COUNT;
                   SET K TO MUNICIPALITY-TABLE-COUNT;
                   MOVE MU-PREFECTURE-CODE TO T-PREFECTURE-CODE(K);
                   MOVE MU-MUNICIPALITY-CODE
                       TO T-MUNICIPALITY-CODE(K);
                   MOVE MU-MUNICIPALITY-TYPE
                       TO T-MUNICIPALITY-TYPE(K);
                   MOVE MU-POPULATION TO T-POPULATION(K);
                   MOVE MU-AREA-SQKM TO T-AREA-SQKM(K);
                   MOVE MU-PARENT-CITY-CODE
                       TO T-PARENT-CITY-CODE(K);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITY-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村の人口・面積を都道府県コードごとに合計します。親の
      * 市が実在する区は、二重に数えないよう合計から外します。
      ******************************************************************
       SUM-MUNICIPALITY-ROLLUPS SECTION.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 99
           MOVE 0 TO RU-POPULATION(RX);
           MOVE 0 TO RU-AREA-SQKM(RX);
           MOVE 0 TO RU-MUNICIPALITY-COUNT(RX);
           MOVE 0 TO RU-WARDS-EXCLUDED(RX);
         END-PERFORM.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-TABLE-COUNT
           IF T-PREFECTURE-CODE(K) IS NUMERIC
               AND T-PREFECTURE-CODE(K) NOT = "00"
             THEN
               MOVE T-PREFECTURE-CODE(K) TO ROLLUP-SUBSCRIPT;
               SET RX TO ROLLUP-SUBSCRIPT;
               SET PARENT-NOT-FOUND TO TRUE;
               IF T-IS-DESIGNATED-WARD(K)
                 THEN
                   PERFORM FIND-PARENT-CITY;
               END-IF;
               IF PARENT-FOUND
                 THEN
                   ADD 1 TO RU-WARDS-EXCLUDED(RX);
                   ADD 1 TO WARDS-EXCLUDED-COUNT;
                 ELSE
                   ADD T-POPULATION(K) TO RU-POPULATION(RX);
                   ADD T-AREA-SQKM(K) TO RU-AREA-SQKM(RX);
                   ADD 1 TO RU-MUNICIPALITY-COUNT(RX);
               END-IF;
           END-IF
         END-PERFORM.
       SUM-MUNICIPALITY-ROLLUPS-EXIT.
         EXIT.

      ******************************************************************
      * 区(K)の親の市が、同じ都道府県の市（種別1）として実在するか
      * を調べます。
      ******************************************************************
       FIND-PARENT-CITY SECTION.
         SET PARENT-NOT-FOUND TO TRUE.
         PERFORM VARYING KP FROM 1 BY 1
             UNTIL KP > MUNICIPALITY-TABLE-COUNT OR PARENT-FOUND
           IF T-PREFECTURE-CODE(KP) = T-PREFECTURE-CODE(K)
               AND T-MUNICIPALITY-CODE(KP) = T-PARENT-CITY-CODE(K)
               AND T-IS-CITY(KP)
             THEN
               SET PARENT-FOUND TO TRUE;
           END-IF
         END-PERFORM.
       FIND-PARENT-CITY-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県1件の人口・面積を積み上げの合計と比べ、許容範囲を
      * 超えていれば例外ファイルへ書き出します。
      ******************************************************************
       RECONCILE-ONE-PREFECTURE SECTION.
         ADD 1 TO PREFECTURES-CHECKED-COUNT.
         MOVE 0 TO POPULATION-PERCENT.
         MOVE 0 TO AREA-PERCENT.
         MOVE PF-PREFECTURE-CODE TO EX-PREFECTURE-CODE.
         MOVE PF-NAME TO EX-PREFECTURE-NAME.
         MOVE PF-POPULATION TO EX-MASTER-POPULATION.
         MOVE PF-AREA-SQKM TO EX-MASTER-AREA-SQKM.
         IF PF-PREFECTURE-CODE IS NOT NUMERIC
             OR PF-PREFECTURE-CODE = "00"
           THEN
             MOVE 0 TO EX-ROLLUP-POPULATION;
             MOVE 0 TO EX-ROLLUP-AREA-SQKM;
             MOVE "PREFECTURE-CODE NOT NUMERIC" TO EX-REASON;
             PERFORM WRITE-ROLLUP-EXCEPTION;
             EXIT SECTION;
         END-IF.
         MOVE PF-PREFECTURE-CODE TO ROLLUP-SUBSCRIPT.
         SET RX TO ROLLUP-SUBSCRIPT.
         MOVE RU-POPULATION(RX) TO EX-ROLLUP-POPULATION.
         MOVE RU-AREA-SQKM(RX) TO EX-ROLLUP-AREA-SQKM.
         IF RU-MUNICIPALITY-COUNT(RX) = 0
           THEN
             MOVE "NO MUNICIPALITIES ON MASTER" TO EX-REASON;
             PERFORM WRITE-ROLLUP-EXCEPTION;
             EXIT SECTION;
         END-IF.
         SET WITHIN-TOLERANCE TO TRUE.
         IF PF-POPULATION > 0
           THEN
             COMPUTE FIGURE-DIFFERENCE =
                 RU-POPULATION(RX) - PF-POPULATION;
             COMPUTE POPULATION-PERCENT ROUNDED =
                 FIGURE-DIFFERENCE * 100 / PF-POPULATION;
           ELSE
             IF RU-POPULATION(RX) > 0
               THEN
                 MOVE 100 TO POPULATION-PERCENT;
             END-IF
         END-IF.
         IF POPULATION-PERCENT > POPULATION-TOLERANCE-PCT
             OR POPULATION-PERCENT < (0 - POPULATION-TOLERANCE-PCT)
           THEN
             SET OUTSIDE-TOLERANCE TO TRUE;
         END-IF.
         IF PF-AREA-SQKM > 0
           THEN
             COMPUTE FIGURE-DIFFERENCE =
                 RU-AREA-SQKM(RX) - PF-AREA-SQKM;
             COMPUTE AREA-PERCENT ROUNDED =
                 FIGURE-DIFFERENCE * 100 / PF-AREA-SQKM;
           ELSE
             IF RU-AREA-SQKM(RX) > 0
               THEN
                 MOVE 100 TO AREA-PERCENT;
             END-IF
         END-IF.
         IF AREA-PERCENT > AREA-TOLERANCE-PCT
             OR AREA-PERCENT < (0 - AREA-TOLERANCE-PCT)
           THEN
             SET OUTSIDE-TOLERANCE TO TRUE;
         END-IF.
         IF WITHIN-TOLERANCE
           THEN
             EXIT SECTION;
         END-IF.
         IF (POPULATION-PERCENT > POPULATION-TOLERANCE-PCT
             OR POPULATION-PERCENT < (0 - POPULATION-TOLERANCE-PCT))
             AND (AREA-PERCENT > AREA-TOLERANCE-PCT
             OR AREA-PERCENT < (0 - AREA-TOLERANCE-PCT))
           THEN
             MOVE "POPULATION AND AREA DIFFER" TO EX-REASON;
           ELSE
             IF AREA-PERCENT > AREA-TOLERANCE-PCT
                 OR AREA-PERCENT < (0 - AREA-TOLERANCE-PCT)
               THEN
                 MOVE "AREA DIFFERS" TO EX-REASON;
               ELSE
                 MOVE "POPULATION DIFFERS" TO EX-REASON;
             END-IF
         END-IF.
         PERFORM WRITE-ROLLUP-EXCEPTION.
       RECONCILE-ONE-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 不一致の都道府県1件を表示し、例外ファイルへ書き出します。
      ******************************************************************
       WRITE-ROLLUP-EXCEPTION SECTION.
         ADD 1 TO EXCEPTION-COUNT.
         MOVE EX-MASTER-POPULATION TO POPULATION-EDIT.
         MOVE EX-ROLLUP-POPULATION TO ROLLUP-POPULATION-EDIT.
         MOVE POPULATION-PERCENT TO PERCENT-EDIT.
         DISPLAY "  " EX-PREFECTURE-CODE " " PF-ENGLISH-NAME
             " MASTER=" POPULATION-EDIT
             " ROLLUP=" ROLLUP-POPULATION-EDIT
             " (" PERCENT-EDIT "%) -- " EX-REASON.
         WRITE EXCEPTION-RECORD.
       WRITE-ROLLUP-EXCEPTION-EXIT.
         EXIT.

       END PROGRAM RECONCILE-MUNICIPAL-ROLLUPS.
