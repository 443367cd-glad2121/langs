      ******************************************************************
      * 市区町村ファイルと公式コード一覧(OfficialMunicipalityCodes.
      * txt)の差を洗い出し、承認待ちファイル(PendingChanges.txt)へ
      * 提案として積み上げます。
      *   - 公式一覧にあって市区町村ファイルに無いコード
      *     … 追加("A")の提案。名称などは空白・0のまま積むので、
      *       承認のあとMAINTAIN-MUNICIPALITIESで補います。
      *   - 市区町村ファイルにあって公式一覧に無いコード
      *     … 廃止(削除"D")の提案。現在のレコードをそのまま載せます。
      * 公式一覧は検査数字付きの6桁なので、先頭5桁で突き合わせます。
      * 承認者がAPPROVE-PENDING-CHANGESで1件ずつ判断します。同じ
      * 提案がすでに承認待ちにあれば、重ねて積みません。
      * 提案の理由は"O"（公式通知）、参照は"JIS-LIST"です。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSE-JIS-CHANGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT OFFICIAL-CODES-FILE
           ASSIGN TO "../data/OfficialMunicipalityCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFICIAL-CODES-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingChanges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * 公式コード一覧。検査数字付きの6桁を1行1件で保持します。
       FD  OFFICIAL-CODES-FILE.
       01  OFFICIAL-CODE-RECORD        PIC X(6).
      * 承認待ちファイル。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".

       WORKING-STORAGE SECTION.
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  OFFICIAL-CODES-STATUS       PIC X(2).
         88  OFFICIAL-CODES-STATUS-OK  VALUE "00".
       01  PENDING-STATUS              PIC X(2).
         88  PENDING-STATUS-OK         VALUE "00".

      * メモリ上に読み込んだ市区町村の一覧（レコードイメージ）。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY K.
             05  T-MUNICIPALITY-KEY    PIC X(5).
             05  T-RECORD-IMAGE        PIC X(40).
             05  T-MATCHED-FLAG        PIC X(1).
               88  T-IS-MATCHED        VALUE "Y".

      * メモリ上に読み込んだ公式コードの一覧（先頭5桁）。
       01  OFFICIAL-TABLE-COUNT        PIC 9(4) VALUE ZERO.
       01  OFFICIAL-TABLE.
         03  OFFICIAL-ENTRY            OCCURS 2000 INDEXED BY OX.
             05  TO-MUNICIPALITY-KEY   PIC X(5).
             05  TO-CHECK-DIGIT        PIC X(1).

      * すでに承認待ちにある市区町村の提案（操作＋5桁のキー）。
       01  QUEUED-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  QUEUED-TABLE.
         03  QUEUED-ENTRY              OCCURS 200 INDEXED BY QX.
             05  TQ-OPERATION          PIC X(1).
             05  TQ-MUNICIPALITY-KEY   PIC X(5).

      * 追加の提案のレコードイメージ。名称・種別・人口・面積は
      * 承認のあとで補います。
       01  PROPOSED-MUNICIPALITY-IMAGE.
         03  PM-PREFECTURE-CODE        PIC X(2).
         03  PM-MUNICIPALITY-CODE      PIC X(3).
         03  PM-MUNICIPALITY-NAME      PIC N(8).
         03  PM-MUNICIPALITY-TYPE      PIC X(1).
         03  PM-POPULATION             PIC 9(8).
         03  PM-AREA-SQKM              PIC 9(5)V99.
         03  PM-PARENT-CITY-CODE       PIC X(3).

      * 提案1件分の作業項目。
       77  PROPOSAL-OPERATION          PIC X(1).
       77  PROPOSAL-KEY                PIC X(5).
       77  PROPOSAL-IMAGE              PIC X(80).
       77  PROPOSAL-USER-ID            PIC X(8).
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 件数の集計。
       77  ADD-PROPOSED-COUNT          PIC 9(4) VALUE 0.
       77  RETIRE-PROPOSED-COUNT       PIC 9(4) VALUE 0.
       77  ALREADY-QUEUED-COUNT        PIC 9(4) VALUE 0.

      * 実行ログへ書き出す1件分の情報。
       01  RUN-LOG-ENTRY.
           COPY "RunLogEntry".
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  SAVED-RETURN-CODE           PIC S9(9).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE "PROPOSE-JIS" TO RL-PROGRAM-NAME.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
         ACCEPT PROPOSAL-USER-ID FROM ENVIRONMENT "USER".
         IF PROPOSAL-USER-ID = SPACES
           THEN
             MOVE "JISLIST" TO PROPOSAL-USER-ID;
         END-IF.
         PERFORM LOAD-OFFICIAL-CODES.
         IF RETURN-CODE = 0
           THEN
             PERFORM LOAD-MUNICIPALITIES;
         END-IF.
         IF RETURN-CODE = 0
           THEN
             PERFORM LOAD-QUEUED-PROPOSALS;
             PERFORM PROPOSE-DIFFERENCES;
         END-IF.
       PROPOSE-JIS-CHANGES-EXIT.
         PERFORM WRITE-RUN-LOG-ENTRY.
         STOP RUN.

      ******************************************************************
      * 公式一覧と市区町村の表の差を、追加・廃止の提案として承認
      * 待ちファイルへ追記します。提案が1件でもあればRETURN-CODE=4
      * を返します。
      ******************************************************************
       PROPOSE-DIFFERENCES SECTION.
         OPEN EXTEND PENDING-FILE.
         IF PENDING-STATUS = "35"
           THEN
             OPEN OUTPUT PENDING-FILE;
         END-IF.
         IF PENDING-STATUS NOT = "00"
           THEN
             DISPLAY "PROPOSE-JIS-CHANGES: UNABLE TO OPEN "
                 "PENDING-FILE STATUS=" PENDING-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         DISPLAY "=================================================".
         DISPLAY "  OFFICIAL JIS CODE COMPARISON".
         DISPLAY "=================================================".
         PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > OFFICIAL-TABLE-COUNT
           PERFORM COMPARE-ONE-OFFICIAL-CODE;
         END-PERFORM.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-TABLE-COUNT
           IF NOT T-IS-MATCHED(K)
             THEN
               PERFORM PROPOSE-RETIREMENT;
           END-IF
         END-PERFORM.
         CLOSE PENDING-FILE.
         DISPLAY "-------------------------------------------------".
         DISPLAY "OFFICIAL CODES=" OFFICIAL-TABLE-COUNT
             " MUNICIPALITIES=" MUNICIPALITY-TABLE-COUNT.
         DISPLAY "ADDS PROPOSED=" ADD-PROPOSED-COUNT
             " RETIREMENTS PROPOSED=" RETIRE-PROPOSED-COUNT
             " ALREADY PENDING=" ALREADY-QUEUED-COUNT.
         DISPLAY "=================================================".
         IF ADD-PROPOSED-COUNT > 0 OR RETIRE-PROPOSED-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       PROPOSE-DIFFERENCES-EXIT.
         EXIT.

      ******************************************************************
      * 公式コード1件を市区町村の表と突き合わせ、無ければ追加を
      * 提案します。
      ******************************************************************
       COMPARE-ONE-OFFICIAL-CODE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-TABLE-COUNT OR ENTRY-FOUND
           IF T-MUNICIPALITY-KEY(K) = TO-MUNICIPALITY-KEY(OX)
             THEN
               SET ENTRY-FOUND TO TRUE;
               MOVE "Y" TO T-MATCHED-FLAG(K);
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         MOVE TO-MUNICIPALITY-KEY(OX)(1:2) TO PM-PREFECTURE-CODE.
         MOVE TO-MUNICIPALITY-KEY(OX)(3:3) TO PM-MUNICIPALITY-CODE.
         MOVE SPACES TO PM-MUNICIPALITY-NAME.
         MOVE SPACE TO PM-MUNICIPALITY-TYPE.
         MOVE 0 TO PM-POPULATION.
         MOVE 0 TO PM-AREA-SQKM.
         MOVE SPACES TO PM-PARENT-CITY-CODE.
         MOVE "A" TO PROPOSAL-OPERATION.
         MOVE TO-MUNICIPALITY-KEY(OX) TO PROPOSAL-KEY.
         MOVE SPACES TO PROPOSAL-IMAGE.
         MOVE PROPOSED-MUNICIPALITY-IMAGE TO PROPOSAL-IMAGE.
         PERFORM QUEUE-PROPOSAL.
       COMPARE-ONE-OFFICIAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 公式一覧に無くなった市区町村(K)の廃止を提案します。
      ******************************************************************
       PROPOSE-RETIREMENT SECTION.
         MOVE "D" TO PROPOSAL-OPERATION.
         MOVE T-MUNICIPALITY-KEY(K) TO PROPOSAL-KEY.
         MOVE SPACES TO PROPOSAL-IMAGE.
         MOVE T-RECORD-IMAGE(K) TO PROPOSAL-IMAGE.
         PERFORM QUEUE-PROPOSAL.
       PROPOSE-RETIREMENT-EXIT.
         EXIT.

      ******************************************************************
      * 提案1件を承認待ちファイルへ書き出します。同じ操作・同じ
      * キーの提案がすでに承認待ちにあれば読み飛ばします。
      ******************************************************************
       QUEUE-PROPOSAL SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING QX FROM 1 BY 1
             UNTIL QX > QUEUED-TABLE-COUNT OR ENTRY-FOUND
           IF TQ-OPERATION(QX) = PROPOSAL-OPERATION
               AND TQ-MUNICIPALITY-KEY(QX) = PROPOSAL-KEY
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             ADD 1 TO ALREADY-QUEUED-COUNT;
             DISPLAY "  " PROPOSAL-OPERATION " " PROPOSAL-KEY
                 " ALREADY PENDING";
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO PENDING-RECORD.
         SET PND-FILE-IS-MUNICIPAL TO TRUE.
         MOVE PROPOSAL-OPERATION TO PND-OPERATION.
      * 承認待ちのキーの欄は2桁なので都道府県コードを入れ、5桁の
      * キーはレコードイメージの先頭で持ちます。
         MOVE PROPOSAL-KEY(1:2) TO PND-KEY.
         MOVE PROPOSAL-IMAGE TO PND-RECORD-IMAGE.
         MOVE PROPOSAL-USER-ID TO PND-USER-ID.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO PND-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO PND-TIMESTAMP(9:6).
         MOVE "O" TO PND-REASON-CODE.
         MOVE "JIS-LIST" TO PND-REFERENCE.
         WRITE PENDING-RECORD.
         IF PND-IS-ADD
           THEN
             ADD 1 TO ADD-PROPOSED-COUNT;
             DISPLAY "  ADD    " PROPOSAL-KEY
                 " ON OFFICIAL LIST, NOT ON MASTER";
           ELSE
             ADD 1 TO RETIRE-PROPOSED-COUNT;
             DISPLAY "  RETIRE " PROPOSAL-KEY
                 " ON MASTER, NOT ON OFFICIAL LIST";
         END-IF.
       QUEUE-PROPOSAL-EXIT.
         EXIT.

      ******************************************************************
      * 公式コード一覧をメモリの表に読み込みます。一覧が無ければ
      * 突き合わせられないので、RETURN-CODE=8で終わります。
      ******************************************************************
       LOAD-OFFICIAL-CODES SECTION.
         MOVE 0 TO OFFICIAL-TABLE-COUNT.
         OPEN INPUT OFFICIAL-CODES-FILE.
         IF NOT OFFICIAL-CODES-STATUS-OK
           THEN
             DISPLAY "PROPOSE-JIS-CHANGES: UNABLE TO OPEN "
                 "OFFICIAL-CODES-FILE STATUS=" OFFICIAL-CODES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT OFFICIAL-CODES-STATUS-OK
           READ OFFICIAL-CODES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF OFFICIAL-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "PROPOSE-JIS-CHANGES: OFFICIAL-TABLE-FULL";
                 ELSE
                   ADD 1 TO OFFICIAL-TABLE-COUNT;
                   SET OX TO OFFICIAL-TABLE-COUNT;
                   MOVE OFFICIAL-CODE-RECORD TO OFFICIAL-ENTRY(OX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE OFFICIAL-CODES-FILE.
       LOAD-OFFICIAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルをメモリの表に読み込みます。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         MOVE 0 TO MUNICIPALITY-TABLE-COUNT.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF MUNICIPALITIES-STATUS NOT = "00"
           THEN
             DISPLAY "PROPOSE-JIS-CHANGES: UNABLE TO OPEN "
                 "MUNICIPALITIES-FILE STATUS=" MUNICIPALITIES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL MUNICIPALITIES-STATUS NOT = "00"
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
               IF MUNICIPALITY-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "PROPOSE-JIS-CHANGES: "
                       "MUNICIPALITY-TABLE-FULL";
                 ELSE
                   ADD 1 TO MUNICIPALITY-TABLE-COUNT;
                   SET K TO MUNICIPALITY-TABLE-COUNT;
                   MOVE MUNICIPALITY-RECORD(1:5)
                       TO T-MUNICIPALITY-KEY(K);
                   MOVE MUNICIPALITY-RECORD TO T-RECORD-IMAGE(K);
                   MOVE "N" TO T-MATCHED-FLAG(K);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * すでに承認待ちにある市区町村の提案を読み込みます。承認待ち
      * ファイルがまだ無ければ何もしません。
      ******************************************************************
       LOAD-QUEUED-PROPOSALS SECTION.
         MOVE 0 TO QUEUED-TABLE-COUNT.
         OPEN INPUT PENDING-FILE.
         IF NOT PENDING-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PENDING-STATUS-OK
           READ PENDING-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PND-FILE-IS-MUNICIPAL
                   AND QUEUED-TABLE-COUNT < 200
                 THEN
                   ADD 1 TO QUEUED-TABLE-COUNT;
                   SET QX TO QUEUED-TABLE-COUNT;
                   MOVE PND-OPERATION TO TQ-OPERATION(QX);
      * 区の設置の申請は、その区の追加の提案として扱います。
                   IF PND-IS-WARD-CREATION
                     THEN
                       MOVE "A" TO TQ-OPERATION(QX);
                   END-IF;
                   MOVE PND-RECORD-IMAGE(1:5)
                       TO TQ-MUNICIPALITY-KEY(QX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PENDING-FILE.
       LOAD-QUEUED-PROPOSALS-EXIT.
         EXIT.

      ******************************************************************
      * 実行ログへ1件書き出します。件数の欄には提案の件数を入れ
      * ます。
      ******************************************************************
       WRITE-RUN-LOG-ENTRY SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-END-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-END-TIMESTAMP(9:6).
         COMPUTE RL-RECORD-COUNT =
             ADD-PROPOSED-COUNT + RETIRE-PROPOSED-COUNT.
         IF SAVED-RETURN-CODE > 4
           THEN
             MOVE "RC" TO RL-FILE-STATUS;
           ELSE
             MOVE "00" TO RL-FILE-STATUS;
         END-IF.
         CALL "WRITE-RUN-LOG" USING RUN-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-RUN-LOG-ENTRY-EXIT.
         EXIT.

       END PROGRAM PROPOSE-JIS-CHANGES.
