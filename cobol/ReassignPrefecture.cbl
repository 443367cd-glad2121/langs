      *   (2) 所属履歴ファイル(PrefectureAssignments.txt)で旧所属の
      *       終了日を発効日の前日で閉じ、新所属の行を作り、
      *   (3) 移動全体を1件の監査ログとして記録します。
      * 隣接マスタ(PrefectureAdjacency.txt)があれば、移動によって
      * 元の地方が地続きでなくなるとき、また移動先の地方のどの
      * 都道府県とも接しないときに警告します（付け替えは止めません）。
      * 所属履歴はBUILD-REGION-DATASETSが索引編成ファイルの
      * EFFECTIVE-DATE/END-DATEを組み立てるときに参照します。
      * 付け替えは承認者権限（レベル3）のオペレーターだけが実行
           ASSIGN TO "../data/PrefectureAssignments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENTS-STATUS.
         SELECT ADJACENCY-FILE
           ASSIGN TO "../data/PrefectureAdjacency.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJACENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).
      * 所属履歴ファイル。都道府県コードごとに、所属した地方と
      * 発効日・終了日を1行1件で保持します。終了日99999999は
      * 現在も有効な所属を表します。
         03  PA-REGION-CODE            PIC X(2).
         03  PA-EFFECTIVE-DATE         PIC 9(8).
         03  PA-END-DATE               PIC 9(8).
      * 隣接マスタ。
       FD  ADJACENCY-FILE.
       01  ADJACENCY-RECORD.
           COPY "PrefectureAdjacencyEntry".

       WORKING-STORAGE SECTION.
      * 合言葉（パスワード）の検証の結果。
       01  REGIONS-STATUS              PIC X(2).
       01  ASSIGNMENTS-STATUS          PIC X(2).
         88  ASSIGNMENTS-STATUS-OK     VALUE "00".
       01  ADJACENCY-STATUS            PIC X(2).
         88  ADJACENCY-STATUS-OK       VALUE "00".

      * メモリ上に読み込んだ都道府県の一覧。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
             05  T-ENGLISH-NAME        PIC X(20).
             05  T-CAPITAL-NAME        PIC N(5).
             05  T-KANA-NAME           PIC N(10).
      * 表の何番目の都道府県と陸上で接するかを1桁ずつ"Y"で示します。
             05  T-BORDER-FLAGS        PIC X(50).
             05  T-VISITED             PIC X(1).

      * 隣接マスタを読み込めたかどうか。無いときは地続きの確認を
      * 行いません。
       01  ADJACENCY-LOADED-SWITCH     PIC X VALUE "N".
         88  ADJACENCY-LOADED          VALUE "Y".
      * 地続きの判定（幅優先の探索）の作業項目。
       77  FROM-INDEX                  PIC 9(2).
       77  TO-INDEX                    PIC 9(2).
       77  LOOKUP-CODE                 PIC X(2).
       77  LOOKUP-INDEX                PIC 9(2).
       77  PARTS-REGION-CODE           PIC X(2).
       77  PART-COUNT                  PIC 9(2).
       77  QUEUE-HEAD                  PIC 9(2).
       77  QUEUE-TAIL                  PIC 9(2).
       77  START-INDEX                 PIC 9(2).
       01  PART-QUEUE-TABLE.
         03  PART-QUEUE                OCCURS 50 PIC 9(2).
      * 移動の前後の、元の地方と移動先の地方のまとまりの数。
       77  OLD-REGION-CODE             PIC X(2).
       77  OLD-PARTS-BEFORE            PIC 9(2).
       77  OLD-PARTS-AFTER             PIC 9(2).
       77  NEW-PARTS-BEFORE            PIC 9(2).
       77  NEW-PARTS-AFTER             PIC 9(2).
       01  CONTIGUITY-WARNING-SWITCH   PIC X VALUE "N".
         88  CONTIGUITY-WARNED         VALUE "Y".

      * メモリ上に読み込んだ所属履歴の一覧。
       01  ASSIGNMENT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
         PERFORM LOAD-PREFECTURES.
         PERFORM LOAD-REGION-CODES.
         PERFORM LOAD-ASSIGNMENTS.
         PERFORM LOAD-ADJACENCY.
         PERFORM VALIDATE-REASSIGNMENT.
         IF RETURN-CODE = 0 AND ADJACENCY-LOADED
           THEN
             PERFORM CHECK-REGION-CONTIGUITY;
         END-IF.
         IF RETURN-CODE = 0
           THEN
             PERFORM APPLY-REASSIGNMENT;
             DISPLAY "PREFECTURE " IN-PREFECTURE-CODE
                 " REASSIGNED TO REGION " IN-REGION-CODE
                 " EFFECTIVE " EFFECTIVE-DATE-NUMERIC;
      * 地続きの警告を出した付け替えは、警告付きの完了とします。
             IF CONTIGUITY-WARNED
               THEN
                 MOVE 4 TO RETURN-CODE;
             END-IF
         END-IF.
         PERFORM RELEASE-MASTER-LOCK.
       REASSIGN-PREFECTURE-EXIT.
       LOAD-ASSIGNMENTS-EXIT.
         EXIT.

      ******************************************************************
      * 隣接マスタを読み込み、各行を都道府県の表の境界の印に置き
      * 換えます。隣接マスタがまだ無いときは何もしません。
      ******************************************************************
       LOAD-ADJACENCY SECTION.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > PREFECTURE-TABLE-COUNT
           MOVE ALL "N" TO T-BORDER-FLAGS(K)
         END-PERFORM.
         OPEN INPUT ADJACENCY-FILE.
         IF ADJACENCY-STATUS NOT = "00"
           THEN
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
                   MOVE "Y" TO T-BORDER-FLAGS(FROM-INDEX)(TO-INDEX:1);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ADJACENCY-FILE.
         SET ADJACENCY-LOADED TO TRUE.
       LOAD-ADJACENCY-EXIT.
         EXIT.

      ******************************************************************
      * LOOKUP-CODEの都道府県が表の何番目かをLOOKUP-INDEXに求め
      * ます。無ければ0です。
      ******************************************************************
       FIND-PREFECTURE-INDEX SECTION.
         MOVE 0 TO LOOKUP-INDEX.
         PERFORM VARYING START-INDEX FROM 1 BY 1
             UNTIL START-INDEX > PREFECTURE-TABLE-COUNT
               OR LOOKUP-INDEX > 0
           IF T-PREFECTURE-CODE(START-INDEX) = LOOKUP-CODE
             THEN
               MOVE START-INDEX TO LOOKUP-INDEX;
           END-IF
         END-PERFORM.
       FIND-PREFECTURE-INDEX-EXIT.
         EXIT.

      ******************************************************************
      * 付け替えの前後で、元の地方と移動先の地方がそれぞれいくつの
      * まとまりに分かれるかを比べます。元の地方のまとまりが増える
      * （地方が分断される）とき、移動先の地方のまとまりが増える
      * （移動先のどの都道府県とも接しない）ときに警告します。
      * 付け替え自体は止めません。添字Kは対象の都道府県を指したまま
      * 呼び出します。
      ******************************************************************
       CHECK-REGION-CONTIGUITY SECTION.
         MOVE T-REGION-CODE(K) TO OLD-REGION-CODE.
         MOVE OLD-REGION-CODE TO PARTS-REGION-CODE.
         PERFORM COUNT-REGION-PARTS.
         MOVE PART-COUNT TO OLD-PARTS-BEFORE.
         MOVE IN-REGION-CODE TO PARTS-REGION-CODE.
         PERFORM COUNT-REGION-PARTS.
         MOVE PART-COUNT TO NEW-PARTS-BEFORE.
      * 表の所属を仮に付け替えて数え直し、元に戻します。
         MOVE IN-REGION-CODE TO T-REGION-CODE(K).
         MOVE OLD-REGION-CODE TO PARTS-REGION-CODE.
         PERFORM COUNT-REGION-PARTS.
         MOVE PART-COUNT TO OLD-PARTS-AFTER.
         MOVE IN-REGION-CODE TO PARTS-REGION-CODE.
         PERFORM COUNT-REGION-PARTS.
         MOVE PART-COUNT TO NEW-PARTS-AFTER.
         MOVE OLD-REGION-CODE TO T-REGION-CODE(K).
         IF OLD-PARTS-AFTER > OLD-PARTS-BEFORE
           THEN
             DISPLAY "WARNING: MOVING PREFECTURE " IN-PREFECTURE-CODE
                 " SPLITS REGION " OLD-REGION-CODE " INTO "
                 OLD-PARTS-AFTER " NON-CONTIGUOUS PARTS";
             SET CONTIGUITY-WARNED TO TRUE;
         END-IF.
         IF NEW-PARTS-AFTER > NEW-PARTS-BEFORE
           THEN
             DISPLAY "WARNING: PREFECTURE " IN-PREFECTURE-CODE
                 " HAS NO LAND BORDER WITH REGION " IN-REGION-CODE;
             SET CONTIGUITY-WARNED TO TRUE;
         END-IF.
       CHECK-REGION-CONTIGUITY-EXIT.
         EXIT.

      ******************************************************************
      * PARTS-REGION-CODEの地方に属する都道府県が、陸上の境界で
      * いくつのまとまりに分かれているかをPART-COUNTに求めます。
      * まだ訪れていない都道府県から幅優先でたどり、たどり着けた
      * ものを1つのまとまりとします。
      ******************************************************************
       COUNT-REGION-PARTS SECTION.
         MOVE 0 TO PART-COUNT.
         PERFORM VARYING START-INDEX FROM 1 BY 1
             UNTIL START-INDEX > PREFECTURE-TABLE-COUNT
           MOVE "N" TO T-VISITED(START-INDEX)
         END-PERFORM.
         PERFORM VARYING START-INDEX FROM 1 BY 1
             UNTIL START-INDEX > PREFECTURE-TABLE-COUNT
           IF T-REGION-CODE(START-INDEX) = PARTS-REGION-CODE
               AND T-VISITED(START-INDEX) = "N"
             THEN
               ADD 1 TO PART-COUNT;
               MOVE "Y" TO T-VISITED(START-INDEX);
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
           IF T-BORDER-FLAGS(FROM-INDEX)(TO-INDEX:1) = "Y"
               AND T-REGION-CODE(TO-INDEX) = PARTS-REGION-CODE
               AND T-VISITED(TO-INDEX) = "N"
             THEN
               MOVE "Y" TO T-VISITED(TO-INDEX);
               ADD 1 TO QUEUE-TAIL;
               MOVE TO-INDEX TO PART-QUEUE(QUEUE-TAIL);
           END-IF
         END-PERFORM.
       VISIT-QUEUED-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 付け替えの内容を検証します。対象の都道府県と移動先の地方が
      * 実在し、発効日が数字8桁であることを確認します。
