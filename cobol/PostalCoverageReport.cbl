      ******************************************************************
      * 郵便番号の網羅状況の帳票です。市区町村ファイルと郵便番号
      * マスタ(PostalCodes.txt)を突き合わせ、
      *   (1) 郵便番号が1件も無い現行の市区町村
      *   (2) 廃止された市区町村（合併系譜に旧コードとして載って
      *       いるもの）を指す郵便番号
      *   (3) どこにも無い市区町村コードを指す郵便番号
      * を一覧で表示します。政令指定都市は、区のいずれかに郵便番号
      * があれば市そのものには無くても網羅済みとみなします。
      * (2)(3)が残っていると、郵便番号からの照会が失敗するか廃止
      * された市区町村を答えてしまいます。1件でもあれば
      * RETURN-CODE 4で終わります。郵便番号マスタが表に収まらない
      * ときは、網羅の判定が不確かになるため帳票を出さずに
      * RETURN-CODE 8で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAL-COVERAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT POSTAL-FILE
           ASSIGN TO "../data/PostalCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT LINEAGE-FILE
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 郵便番号マスタ。
       FD  POSTAL-FILE.
       01  POSTAL-RECORD.
         03  ZP-POSTAL-CODE            PIC X(7).
         03  ZP-PREFECTURE-CODE        PIC X(2).
         03  ZP-MUNICIPALITY-CODE      PIC X(3).
      * 市区町村ファイル。
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MU-PREFECTURE-CODE        PIC X(2).
         03  MU-MUNICIPALITY-CODE      PIC X(3).
         03  MU-MUNICIPALITY-NAME      PIC N(8).
         03  MU-MUNICIPALITY-TYPE      PIC X(1).
         03  MU-POPULATION             PIC 9(8).
         03  MU-AREA-SQKM              PIC 9(5)V99.
         03  MU-PARENT-CITY-CODE       PIC X(3).
      * 合併系譜ファイル。
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD.
           COPY "MergerLineageEntry".

       WORKING-STORAGE SECTION.
       01  POSTAL-STATUS               PIC X(2).
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  LINEAGE-STATUS              PIC X(2).

      * メモリ上に読み込んだ郵便番号の一覧。
       01  POSTAL-TABLE-COUNT          PIC 9(6) VALUE ZERO.
       01  POSTAL-TABLE.
         03  POSTAL-ENTRY              OCCURS 150000 INDEXED BY ZX.
             05  TZ-POSTAL-CODE        PIC X(7).
             05  TZ-PREFECTURE-CODE    PIC X(2).
             05  TZ-MUNICIPALITY-CODE  PIC X(3).

      * メモリ上に読み込んだ市区町村の一覧。網羅の印は、その市区
      * 町村を指す郵便番号が見つかったときにYにします。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY K.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-MUNICIPALITY-CODE   PIC X(3).
             05  T-MUNICIPALITY-NAME   PIC N(8).
             05  T-MUNICIPALITY-TYPE   PIC X(1).
             05  T-PARENT-CITY-CODE    PIC X(3).
             05  T-COVERED-FLAG        PIC X(1).

      * メモリ上に読み込んだ合併系譜の一覧（旧コード・存続コード・
      * 合併日）。
       01  LINEAGE-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  LINEAGE-TABLE.
         03  LINEAGE-ENTRY             OCCURS 2000 INDEXED BY LX.
             05  TL-OLD-PREFECTURE     PIC X(2).
             05  TL-OLD-CODE           PIC X(3).
             05  TL-SUCCESSOR-PREFECTURE
                                       PIC X(2).
             05  TL-SUCCESSOR-CODE     PIC X(3).
             05  TL-MERGER-DATE        PIC 9(8).

      * 検索の結果と、区の親の市の検索キー。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       77  PARENT-PREFECTURE-CODE      PIC X(2).
       77  PARENT-CITY-CODE            PIC X(3).
       77  LINE-TYPE-LABEL             PIC X(12).

      * 帳票の合計。
       77  UNCOVERED-COUNT             PIC 9(4) VALUE 0.
       77  RETIRED-POINTER-COUNT       PIC 9(6) VALUE 0.
       77  UNKNOWN-POINTER-COUNT       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-POSTAL-CODES.
         PERFORM LOAD-MUNICIPALITIES.
         PERFORM LOAD-LINEAGE.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         DISPLAY "=================================================".
         DISPLAY "  POSTAL CODE COVERAGE REPORT".
         DISPLAY "=================================================".
         DISPLAY "POSTAL CODES POINTING AT RETIRED OR UNKNOWN "
             "MUNICIPALITIES:".
         PERFORM VARYING ZX FROM 1 BY 1
             UNTIL ZX > POSTAL-TABLE-COUNT
           PERFORM CHECK-ONE-POSTAL-CODE
         END-PERFORM.
         IF RETIRED-POINTER-COUNT = 0 AND UNKNOWN-POINTER-COUNT = 0
           THEN
             DISPLAY "  (NONE)";
         END-IF.
         DISPLAY "-------------------------------------------------".
         DISPLAY "ACTIVE MUNICIPALITIES WITHOUT A POSTAL CODE:".
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-TABLE-COUNT
           IF T-COVERED-FLAG(K) NOT = "Y"
             THEN
               PERFORM PRINT-UNCOVERED-LINE;
           END-IF
         END-PERFORM.
         IF UNCOVERED-COUNT = 0
           THEN
             DISPLAY "  (NONE)";
         END-IF.
         DISPLAY "=================================================".
         DISPLAY "POSTAL CODES=" POSTAL-TABLE-COUNT
             " MUNICIPALITIES=" MUNICIPALITY-TABLE-COUNT.
         DISPLAY "RETIRED POINTERS=" RETIRED-POINTER-COUNT
             " UNKNOWN POINTERS=" UNKNOWN-POINTER-COUNT
             " UNCOVERED MUNICIPALITIES=" UNCOVERED-COUNT.
         DISPLAY "=================================================".
         IF RETIRED-POINTER-COUNT > 0 OR UNKNOWN-POINTER-COUNT > 0
             OR UNCOVERED-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       POSTAL-COVERAGE-REPORT-EXIT.
         STOP RUN.

      ******************************************************************
      * 郵便番号1件の指す市区町村を探します。見つかればその市区
      * 町村（区なら親の市も）に網羅の印を付け、見つからなければ
      * 合併系譜を調べて廃止か不明かを表示します。
      ******************************************************************
       CHECK-ONE-POSTAL-CODE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH MUNICIPALITY-ENTRY
           AT END
             CONTINUE;
           WHEN T-PREFECTURE-CODE(K) = TZ-PREFECTURE-CODE(ZX)
               AND T-MUNICIPALITY-CODE(K) = TZ-MUNICIPALITY-CODE(ZX)
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-FOUND
           THEN
             MOVE "Y" TO T-COVERED-FLAG(K);
             IF T-PARENT-CITY-CODE(K) NOT = SPACES
               THEN
                 MOVE T-PREFECTURE-CODE(K) TO PARENT-PREFECTURE-CODE;
                 MOVE T-PARENT-CITY-CODE(K) TO PARENT-CITY-CODE;
                 PERFORM MARK-PARENT-CITY-COVERED;
             END-IF;
             EXIT SECTION;
         END-IF.
         SET LX TO 1.
         SEARCH LINEAGE-ENTRY
           AT END
             ADD 1 TO UNKNOWN-POINTER-COUNT;
             DISPLAY "  " TZ-POSTAL-CODE(ZX)
                 "  " TZ-PREFECTURE-CODE(ZX) TZ-MUNICIPALITY-CODE(ZX)
                 "  UNKNOWN MUNICIPALITY";
           WHEN LX > LINEAGE-TABLE-COUNT
             ADD 1 TO UNKNOWN-POINTER-COUNT;
             DISPLAY "  " TZ-POSTAL-CODE(ZX)
                 "  " TZ-PREFECTURE-CODE(ZX) TZ-MUNICIPALITY-CODE(ZX)
                 "  UNKNOWN MUNICIPALITY";
           WHEN TL-OLD-PREFECTURE(LX) = TZ-PREFECTURE-CODE(ZX)
               AND TL-OLD-CODE(LX) = TZ-MUNICIPALITY-CODE(ZX)
             ADD 1 TO RETIRED-POINTER-COUNT;
             DISPLAY "  " TZ-POSTAL-CODE(ZX)
                 "  " TZ-PREFECTURE-CODE(ZX) TZ-MUNICIPALITY-CODE(ZX)
                 "  RETIRED -- MERGED INTO "
                 TL-SUCCESSOR-PREFECTURE(LX) TL-SUCCESSOR-CODE(LX)
                 " ON " TL-MERGER-DATE(LX);
         END-SEARCH.
       CHECK-ONE-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 区を指す郵便番号があるとき、その親の市（政令指定都市）にも
      * 網羅の印を付けます。
      ******************************************************************
       MARK-PARENT-CITY-COVERED SECTION.
         SET K TO 1.
         SEARCH MUNICIPALITY-ENTRY
           AT END
             CONTINUE;
           WHEN T-PREFECTURE-CODE(K) = PARENT-PREFECTURE-CODE
               AND T-MUNICIPALITY-CODE(K) = PARENT-CITY-CODE
             MOVE "Y" TO T-COVERED-FLAG(K);
         END-SEARCH.
       MARK-PARENT-CITY-COVERED-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号の無い市区町村を1行表示します。
      ******************************************************************
       PRINT-UNCOVERED-LINE SECTION.
         ADD 1 TO UNCOVERED-COUNT.
         EVALUATE T-MUNICIPALITY-TYPE(K)
           WHEN "1"
             MOVE "CITY" TO LINE-TYPE-LABEL
           WHEN "2"
             MOVE "SPECIAL WARD" TO LINE-TYPE-LABEL
           WHEN "3"
             MOVE "TOWN" TO LINE-TYPE-LABEL
           WHEN "4"
             MOVE "VILLAGE" TO LINE-TYPE-LABEL
           WHEN "5"
             MOVE "CITY WARD" TO LINE-TYPE-LABEL
           WHEN OTHER
             MOVE "UNKNOWN" TO LINE-TYPE-LABEL
         END-EVALUATE.
         DISPLAY "  " T-PREFECTURE-CODE(K) T-MUNICIPALITY-CODE(K)
             "  " T-MUNICIPALITY-NAME(K)
             "  " LINE-TYPE-LABEL.
       PRINT-UNCOVERED-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号マスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-POSTAL-CODES SECTION.
         OPEN INPUT POSTAL-FILE.
         IF POSTAL-STATUS NOT = "00"
           THEN
             DISPLAY "POSTAL-COVERAGE-REPORT: UNABLE TO OPEN "
                 "POSTAL-FILE STATUS=" POSTAL-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO POSTAL-TABLE-COUNT.
         PERFORM UNTIL POSTAL-STATUS NOT = "00"
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
                   IF RETURN-CODE NOT = 8
                     THEN
                       DISPLAY "POSTAL-COVERAGE-REPORT: "
                           "POSTAL-TABLE-FULL";
                   END-IF;
                   MOVE 8 TO RETURN-CODE;
                 ELSE
                   ADD 1 TO POSTAL-TABLE-COUNT;
                   SET ZX TO POSTAL-TABLE-COUNT;
                   MOVE ZP-POSTAL-CODE TO TZ-POSTAL-CODE(ZX);
                   MOVE ZP-PREFECTURE-CODE
                       TO TZ-PREFECTURE-CODE(ZX);
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
      * 市区町村ファイルの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF MUNICIPALITIES-STATUS NOT = "00"
           THEN
             DISPLAY "POSTAL-COVERAGE-REPORT: UNABLE TO OPEN "
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
                   DISPLAY "POSTAL-COVERAGE-REPORT: "
                       "MUNICIPALITY-TABLE-FULL";
                 ELSE
                   ADD 1 TO MUNICIPALITY-TABLE-COUNT;
                   SET K TO MUNICIPALITY-TABLE-COUNT;
                   MOVE MU-PREFECTURE-CODE TO T-PREFECTURE-CODE(K);
                   MOVE MU-MUNICIPALITY-CODE
                       TO T-MUNICIPALITY-CODE(K);
                   MOVE MU-MUNICIPALITY-NAME
                       TO T-MUNICIPALITY-NAME(K);
                   MOVE MU-MUNICIPALITY-TYPE
                       TO T-MUNICIPALITY-TYPE(K);
                   MOVE MU-PARENT-CITY-CODE
                       TO T-PARENT-CITY-CODE(K);
                   MOVE "N" TO T-COVERED-FLAG(K);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜ファイルの内容をメモリの表に読み込みます。まだ
      * ファイルが存在しないときは空の表のままにします。
      ******************************************************************
       LOAD-LINEAGE SECTION.
         MOVE 0 TO LINEAGE-TABLE-COUNT.
         OPEN INPUT LINEAGE-FILE.
         IF LINEAGE-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL LINEAGE-STATUS NOT = "00"
           READ LINEAGE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF LINEAGE-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "POSTAL-COVERAGE-REPORT: "
                       "LINEAGE-TABLE-FULL";
                 ELSE
                   ADD 1 TO LINEAGE-TABLE-COUNT;
                   SET LX TO LINEAGE-TABLE-COUNT;
                   MOVE ML-OLD-PREFECTURE TO TL-OLD-PREFECTURE(LX);
                   MOVE ML-OLD-CODE TO TL-OLD-CODE(LX);
                   MOVE ML-SUCCESSOR-PREFECTURE
                       TO TL-SUCCESSOR-PREFECTURE(LX);
                   MOVE ML-SUCCESSOR-CODE TO TL-SUCCESSOR-CODE(LX);
                   MOVE ML-MERGER-DATE TO TL-MERGER-DATE(LX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE LINEAGE-FILE.
       LOAD-LINEAGE-EXIT.
         EXIT.

       END PROGRAM POSTAL-COVERAGE-REPORT.
