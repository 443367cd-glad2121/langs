      ******************************************************************
      * 都道府県の境界の帳票です。隣接マスタ(PrefectureAdjacency.txt)
      * と都道府県ファイル・地方ファイルを読み込み、地方ごとに各
      * 都道府県が陸上で接する都道府県を一覧表示します。ほかの地方に
      * 属する相手には*を付けます。地方ごとに、地方の中の境界の数と
      * ほかの地方との境界の数、地方が地続きか（いくつに分かれて
      * いるか）をまとめて示します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ADJACENCY-FILE
           ASSIGN TO "../data/PrefectureAdjacency.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJACENCY-STATUS.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 隣接マスタ。
       FD  ADJACENCY-FILE.
       01  ADJACENCY-RECORD.
           COPY "PrefectureAdjacencyEntry".
      * 都道府県ファイル。
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
      * 地方ファイル。
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).

       WORKING-STORAGE SECTION.
       01  ADJACENCY-STATUS            PIC X(2).
         88  ADJACENCY-STATUS-OK       VALUE "00".
       01  PREFECTURES-STATUS          PIC X(2).
       01  REGIONS-STATUS              PIC X(2).

      * メモリ上に読み込んだ都道府県の一覧。TP-BORDER-FLAGSは、
      * 表の何番目の都道府県と接するかを1桁ずつ"Y"で示します。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY PT.
             05  TP-PREFECTURE-CODE    PIC X(2).
             05  TP-NAME               PIC N(5).
             05  TP-REGION-CODE        PIC X(2).
             05  TP-BORDER-FLAGS       PIC X(50).
             05  TP-VISITED            PIC X(1).

      * メモリ上に読み込んだ地方の一覧。
       01  REGION-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  REGION-TABLE.
         03  REGION-ENTRY              OCCURS 20 INDEXED BY RX.
             05  TR-REGION-CODE        PIC X(2).
             05  TR-NAME               PIC N(5).

      * 隣接の行を表の位置へ対応づけるための作業項目。
       77  FROM-INDEX                  PIC 9(2).
       77  TO-INDEX                    PIC 9(2).
       77  LOOKUP-CODE                 PIC X(2).
       77  LOOKUP-INDEX                PIC 9(2).

      * 地続きの判定（幅優先の探索）の作業項目。
       77  PARTS-REGION-CODE           PIC X(2).
       77  PART-COUNT                  PIC 9(2).
       77  QUEUE-HEAD                  PIC 9(2).
       77  QUEUE-TAIL                  PIC 9(2).
       77  START-INDEX                 PIC 9(2).
       01  PART-QUEUE-TABLE.
         03  PART-QUEUE                OCCURS 50 PIC 9(2).

      * 1地方分の集計。
       77  REGION-PREFECTURE-COUNT     PIC 9(2).
       77  INTERNAL-BORDER-COUNT       PIC 9(3).
       77  CROSS-BORDER-COUNT          PIC 9(3).
      * 1都道府県分の相手の一覧を組み立てる項目。
       77  NEIGHBOR-LINE               PIC X(60).
       77  LINE-POSITION               PIC 9(2).
       77  NEIGHBOR-COUNT              PIC 9(2).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-REGIONS.
         IF RETURN-CODE = 0
           THEN
             PERFORM LOAD-PREFECTURES;
         END-IF.
         IF RETURN-CODE = 0
           THEN
             PERFORM LOAD-ADJACENCY;
         END-IF.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         DISPLAY "=================================================".
         DISPLAY "  PREFECTURE BORDER REPORT "
             "(* = BORDERS ANOTHER REGION)".
         DISPLAY "=================================================".
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > REGION-TABLE-COUNT
           PERFORM PRINT-ONE-REGION
         END-PERFORM.
         DISPLAY "=================================================".
       BORDER-REPORT-EXIT.
         STOP RUN.

      ******************************************************************
      * RX番目の地方の都道府県と、その境界の集計を表示します。
      ******************************************************************
       PRINT-ONE-REGION SECTION.
         DISPLAY TR-REGION-CODE(RX) "  " TR-NAME(RX).
         MOVE 0 TO REGION-PREFECTURE-COUNT.
         MOVE 0 TO INTERNAL-BORDER-COUNT.
         MOVE 0 TO CROSS-BORDER-COUNT.
         PERFORM VARYING FROM-INDEX FROM 1 BY 1
             UNTIL FROM-INDEX > PREFECTURE-TABLE-COUNT
           IF TP-REGION-CODE(FROM-INDEX) = TR-REGION-CODE(RX)
             THEN
               ADD 1 TO REGION-PREFECTURE-COUNT;
               PERFORM PRINT-ONE-PREFECTURE;
           END-IF
         END-PERFORM.
      * 地方の中の境界は両側から数えているので半分にします。
         DIVIDE 2 INTO INTERNAL-BORDER-COUNT.
         MOVE TR-REGION-CODE(RX) TO PARTS-REGION-CODE.
         PERFORM COUNT-REGION-PARTS.
         IF PART-COUNT > 1
           THEN
             DISPLAY "  PREFECTURES=" REGION-PREFECTURE-COUNT
                 " INTERNAL=" INTERNAL-BORDER-COUNT
                 " CROSS-REGION=" CROSS-BORDER-COUNT
                 " -- NOT CONTIGUOUS (" PART-COUNT " PARTS)";
           ELSE
             DISPLAY "  PREFECTURES=" REGION-PREFECTURE-COUNT
                 " INTERNAL=" INTERNAL-BORDER-COUNT
                 " CROSS-REGION=" CROSS-BORDER-COUNT
                 " -- CONTIGUOUS";
         END-IF.
       PRINT-ONE-REGION-EXIT.
         EXIT.

      ******************************************************************
      * FROM-INDEXの都道府県が接する都道府県を1行で表示し、地方の
      * 中・ほかの地方との境界を数えます。
      ******************************************************************
       PRINT-ONE-PREFECTURE SECTION.
         MOVE SPACES TO NEIGHBOR-LINE.
         MOVE 1 TO LINE-POSITION.
         MOVE 0 TO NEIGHBOR-COUNT.
         PERFORM VARYING TO-INDEX FROM 1 BY 1
             UNTIL TO-INDEX > PREFECTURE-TABLE-COUNT
           IF TP-BORDER-FLAGS(FROM-INDEX)(TO-INDEX:1) = "Y"
             THEN
               ADD 1 TO NEIGHBOR-COUNT;
               IF LINE-POSITION < 58
                 THEN
                   MOVE TP-PREFECTURE-CODE(TO-INDEX)
                       TO NEIGHBOR-LINE(LINE-POSITION:2);
               END-IF;
               IF TP-REGION-CODE(TO-INDEX)
                   = TP-REGION-CODE(FROM-INDEX)
                 THEN
                   ADD 1 TO INTERNAL-BORDER-COUNT;
                 ELSE
                   ADD 1 TO CROSS-BORDER-COUNT;
                   IF LINE-POSITION < 58
                     THEN
                       MOVE "*" TO NEIGHBOR-LINE(LINE-POSITION + 2:1);
                   END-IF
               END-IF;
               ADD 4 TO LINE-POSITION;
           END-IF
         END-PERFORM.
         IF NEIGHBOR-COUNT = 0
           THEN
             MOVE "(NO LAND BORDERS)" TO NEIGHBOR-LINE;
         END-IF.
         DISPLAY "  " TP-PREFECTURE-CODE(FROM-INDEX) " "
             TP-NAME(FROM-INDEX) " BORDERS: " NEIGHBOR-LINE.
       PRINT-ONE-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * PARTS-REGION-CODEの地方に属する都道府県が、陸上の境界で
      * いくつのまとまりに分かれているかをPART-COUNTに求めます。
      * まだ訪れていない都道府県から幅優先でたどり、たどり着けた
      * ものを1つのまとまりとします。
      ******************************************************************
       COUNT-REGION-PARTS SECTION.
         MOVE 0 TO PART-COUNT.
         PERFORM VARYING PT FROM 1 BY 1
             UNTIL PT > PREFECTURE-TABLE-COUNT
           MOVE "N" TO TP-VISITED(PT)
         END-PERFORM.
         PERFORM VARYING START-INDEX FROM 1 BY 1
             UNTIL START-INDEX > PREFECTURE-TABLE-COUNT
           IF TP-REGION-CODE(START-INDEX) = PARTS-REGION-CODE
               AND TP-VISITED(START-INDEX) = "N"
             THEN
               ADD 1 TO PART-COUNT;
               MOVE "Y" TO TP-VISITED(START-INDEX);
               MOVE START-INDEX TO PART-QUEUE(1);
               MOVE 1 TO QUEUE-HEAD;
               MOVE 1 TO QUEUE-TAIL;
               PERFORM VISIT-QUEUED-PREFECTURE
                   UNTIL QUEUE-HEAD > QUEUE-TAIL;
           END-IF
         END-PERFORM.
       COUNT-REGION-PARTS-EXIT.
         EXIT.

      ******************************************************************
      * 待ち行列の先頭の都道府県に接する同じ地方の都道府県のうち、
      * まだ訪れていないものを待ち行列に加えます。
      ******************************************************************
       VISIT-QUEUED-PREFECTURE SECTION.
         MOVE PART-QUEUE(QUEUE-HEAD) TO FROM-INDEX.
         ADD 1 TO QUEUE-HEAD.
         PERFORM VARYING TO-INDEX FROM 1 BY 1
             UNTIL TO-INDEX > PREFECTURE-TABLE-COUNT
           IF TP-BORDER-FLAGS(FROM-INDEX)(TO-INDEX:1) = "Y"
               AND TP-REGION-CODE(TO-INDEX) = PARTS-REGION-CODE
               AND TP-VISITED(TO-INDEX) = "N"
             THEN
               MOVE "Y" TO TP-VISITED(TO-INDEX);
               ADD 1 TO QUEUE-TAIL;
               MOVE TO-INDEX TO PART-QUEUE(QUEUE-TAIL);
           END-IF
         END-PERFORM.
       VISIT-QUEUED-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 地方ファイルを読み込み、地方の一覧を作ります。
      ******************************************************************
       LOAD-REGIONS SECTION.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
             DISPLAY "BORDER-REPORT: UNABLE TO OPEN "
                 "REGIONS-FILE STATUS=" REGIONS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL REGIONS-STATUS NOT = "00"
           READ REGIONS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REGION-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF REGION-TABLE-COUNT < 20
                     THEN
                       ADD 1 TO REGION-TABLE-COUNT;
                       SET RX TO REGION-TABLE-COUNT;
                       MOVE RG-REGION-CODE TO TR-REGION-CODE(RX);
                       MOVE RG-NAME TO TR-NAME(RX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
       LOAD-REGIONS-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルを読み込み、都道府県の一覧を作ります。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "BORDER-REPORT: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF PREFECTURE-TABLE-COUNT >= 50
                     THEN
                       DISPLAY "BORDER-REPORT: PREFECTURE-TABLE-FULL";
                     ELSE
                       ADD 1 TO PREFECTURE-TABLE-COUNT;
                       SET PT TO PREFECTURE-TABLE-COUNT;
                       MOVE PF-PREFECTURE-CODE
                           TO TP-PREFECTURE-CODE(PT);
                       MOVE PF-NAME TO TP-NAME(PT);
                       MOVE PF-REGION-CODE TO TP-REGION-CODE(PT);
                       MOVE ALL "N" TO TP-BORDER-FLAGS(PT);
                       MOVE "N" TO TP-VISITED(PT);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 隣接マスタを読み込み、各行を都道府県の表の境界の印に置き
      * 換えます。都道府県ファイルに無いコードの行は読み飛ばします
      * （誤りの報告はCHECK-PREFECTURE-ADJACENCYが行います）。
      ******************************************************************
       LOAD-ADJACENCY SECTION.
         OPEN INPUT ADJACENCY-FILE.
         IF ADJACENCY-STATUS NOT = "00"
           THEN
             DISPLAY "BORDER-REPORT: UNABLE TO OPEN "
                 "ADJACENCY-FILE STATUS=" ADJACENCY-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ADJACENCY-STATUS-OK
           READ ADJACENCY-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE AJ-PREFECTURE-CODE TO LOOKUP-CODE;
               PERFORM FIND-PREFECTURE-INDEX;
               MOVE LOOKUP-INDEX TO FROM-INDEX;
               MOVE AJ-ADJACENT-CODE TO LOOKUP-CODE;
               PERFORM FIND-PREFECTURE-INDEX;
               MOVE LOOKUP-INDEX TO TO-INDEX;
               IF FROM-INDEX > 0 AND TO-INDEX > 0
                   AND FROM-INDEX NOT = TO-INDEX
                 THEN
                   MOVE "Y" TO TP-BORDER-FLAGS(FROM-INDEX)(TO-INDEX:1);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ADJACENCY-FILE.
       LOAD-ADJACENCY-EXIT.
         EXIT.

      ******************************************************************
      * LOOKUP-CODEの都道府県が表の何番目かをLOOKUP-INDEXに求め
      * ます。無ければ0です。
      ******************************************************************
       FIND-PREFECTURE-INDEX SECTION.
         MOVE 0 TO LOOKUP-INDEX.
         SET PT TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN PT > PREFECTURE-TABLE-COUNT
             CONTINUE;
           WHEN TP-PREFECTURE-CODE(PT) = LOOKUP-CODE
             SET LOOKUP-INDEX TO PT;
         END-SEARCH.
       FIND-PREFECTURE-INDEX-EXIT.
         EXIT.

       END PROGRAM BORDER-REPORT.
