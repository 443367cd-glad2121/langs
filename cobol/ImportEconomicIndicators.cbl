      ******************************************************************
      * 内閣府の県民経済計算などから作った経済指標の更新CSV
      * (EconomicUpdates.csv)を読み、都道府県の経済指標マスタ
      * (EconomicIndicators.txt)へ反映します。企画部門が人口の
      * ファイルと表計算で突き合わせていた年度の数字を、このマスタ
      * で持つためのものです。
      *
      * CSVの先頭行は管理ヘッダー「H9,送り元,バッチ番号,抽出日,
      * 行数」です。申告の行数が合わない、または同じ送り元・バッチ
      * 番号を既に処理済みのファイルは、まるごと断ります。到着は
      * すべて到着台帳(InboundRegister.txt)へ記録します。
      *
      * データの1行は「都道府県コード,年度,県内総生産（百万円、
      * 10桁）,1人当たり県民所得（千円、6桁）,事業所数（7桁）」の
      * 5項目です。都道府県コードの実在・年度の範囲・各数字の桁を
      * 検証し、同じ都道府県・年度の行が2度来たら後の行を断ります。
      * 通った行は、マスタに無ければ追加、あれば訂正として反映し、
      * 1件ずつ監査ログへ書き出します。却下した行は元の行と理由を
      * 却下ファイル(EconomicRejects.txt)へ書き出します。実行結果
      * は実行ログへ記録します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-ECONOMIC-INDICATORS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT ECONOMIC-UPDATE-FILE
           ASSIGN TO "../data/EconomicUpdates.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UPDATE-STATUS.
         SELECT REJECTS-FILE
           ASSIGN TO "../data/EconomicRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECTS-STATUS.
         SELECT INDICATORS-FILE
           ASSIGN TO "../data/EconomicIndicators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDICATORS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都道府県ファイル
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PREFECTURE-CODE           PIC X(2).
         03  NAME                      PIC N(5).
         03  REGION-CODE               PIC X(2).
         03  POPULATION                PIC 9(8).
         03  AREA-SQKM                 PIC 9(5)V99.
         03  ENGLISH-NAME              PIC X(20).
         03  CAPITAL-NAME              PIC N(5).
         03  KANA-NAME                 PIC N(10).
      * 経済指標の更新CSV。
       FD  ECONOMIC-UPDATE-FILE.
       01  UPDATE-LINE                 PIC X(60).
      * 却下ファイル。元の行と理由を書き出します。
       FD  REJECTS-FILE.
       01  REJECT-RECORD.
         03  RJ-UPDATE-LINE            PIC X(60).
         03  RJ-REASON                 PIC X(40).
      * 経済指標マスタ。
       FD  INDICATORS-FILE.
       01  INDICATOR-RECORD.
           COPY "EconomicIndicatorEntry".

       WORKING-STORAGE SECTION.
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  PREFECTURES-STATUS          PIC X(2).
       01  UPDATE-STATUS               PIC X(2).
         88  UPDATE-STATUS-OK          VALUE "00".
         88  UPDATE-STATUS-EOF         VALUE "10".
       01  REJECTS-STATUS              PIC X(2).
       01  INDICATORS-STATUS           PIC X(2).

      * 管理ヘッダーの分解結果と到着の管理の項目。
       01  HEADER-MARK-X               PIC X(2).
       01  HEADER-SENDER-X             PIC X(8).
       01  HEADER-BATCH-X              PIC X(6).
       01  HEADER-DATE-X               PIC X(8).
       01  HEADER-COUNT-X              PIC X(6).
       77  IB-INTERFACE-NAME           PIC X(12)
           VALUE "ECONOMIC".
       77  IB-SENDER-ID                PIC X(8).
       77  IB-BATCH-NUMBER             PIC 9(6).
       77  IB-EXTRACT-DATE             PIC 9(8).
       77  IB-DECLARED-COUNT           PIC 9(6).
       77  IB-ACTUAL-COUNT             PIC 9(6).
       77  IB-ACTION                   PIC X(1).
       01  IB-RESULT-SWITCH            PIC X(1).
         88  IB-BATCH-ACCEPTED         VALUE "A".
         88  IB-BATCH-DUPLICATE        VALUE "D".
         88  IB-BATCH-BAD-COUNT        VALUE "C".
      * 事前確認で受理した到着かどうか。取り込みが最後まで終わっ
      * たらACCEPTEDを確定します。
       01  BATCH-STARTED-SWITCH        PIC X VALUE "N".
         88  BATCH-STARTED             VALUE "Y".
       01  HEADER-FOUND-SWITCH         PIC X.
         88  CONTROL-HEADER-FOUND      VALUE "Y".

      * メモリ上に読み込んだ都道府県コードの一覧。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY K.
             05  T-PREFECTURE-CODE     PIC X(2).

      * メモリ上に読み込んだ経済指標の一覧。この回の取り込みで
      * 反映した行には印を付け、同じ都道府県・年度の2度目の行を
      * 断ります。
       01  INDICATOR-TABLE-COUNT       PIC 9(4) VALUE ZERO.
       01  INDICATOR-TABLE.
         03  INDICATOR-ENTRY           OCCURS 3000 INDEXED BY EX.
             05  TE-RECORD.
                 07  TE-PREFECTURE-CODE
                                       PIC X(2).
                 07  TE-FISCAL-YEAR    PIC 9(4).
                 07  TE-GDP-MILLION-YEN
                                       PIC 9(10).
                 07  TE-INCOME-PER-CAPITA
                                       PIC 9(6).
                 07  TE-ESTABLISHMENTS PIC 9(7).
             05  TE-LOADED-SWITCH      PIC X(1).
               88  TE-LOADED-THIS-RUN  VALUE "Y".

      * CSV1行の分解結果。
       77  IN-PREFECTURE-CODE          PIC X(3).
       77  IN-FISCAL-YEAR-X            PIC X(5).
       77  IN-GDP-X                    PIC X(11).
       77  IN-INCOME-X                 PIC X(7).
       77  IN-ESTABLISHMENTS-X         PIC X(8).
       01  NEW-INDICATOR-IMAGE.
           COPY "EconomicIndicatorEntry" REPLACING LEADING ==EI== BY
               ==NI==.

      * 年度の範囲の検証。年度は1955年度から今年度までです。
       77  CURRENT-DATE-9              PIC 9(8).
       77  CURRENT-FISCAL-YEAR         PIC 9(4).

      * 検証結果とその理由。
       01  ROW-VALID-SWITCH            PIC X.
         88  ROW-VALID                 VALUE "Y".
         88  ROW-INVALID               VALUE "N".
       77  REJECT-REASON               PIC X(40).

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 追加を都道府県コード・年度の昇順の位置へ差し込むための
      * 項目。
       77  INSERT-POSITION             PIC 9(4).
       77  INSERT-SHIFT-INDEX          PIC 9(4).

      * 件数の集計。
       77  ROWS-READ-COUNT             PIC 9(6) VALUE 0.
       77  ADDED-COUNT                 PIC 9(6) VALUE 0.
       77  CHANGED-COUNT               PIC 9(6) VALUE 0.
       77  UNCHANGED-COUNT             PIC 9(6) VALUE 0.
       77  REJECTED-COUNT              PIC 9(6) VALUE 0.

      * マスタの末尾に書き出す制御トレーラーと、その集計項目。
       01  MASTER-TRAILER.
           COPY "MasterTrailer".
       77  TRAILER-RECORD-COUNT        PIC 9(6).
       77  TRAILER-HASH-TOTAL          PIC 9(13).

      * 監査ログへ書き出す1件分の情報。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry".
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.

      * 実行ログへ書き出す1件分の情報。
       01  RUN-LOG-ENTRY.
           COPY "RunLogEntry".
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  SAVED-RETURN-CODE           PIC S9(9).

      * 経済指標マスタの占有ロック。保守プログラム
      * (MAINTAIN-ECONOMIC-INDICATORS)と同じロックで、保守中の
      * 取り込みを防ぎます。バッチ実行なのでサインオンはなく、
      * 保持者名には実行した利用者名を使います。
       77  LOCK-FILENAME               PIC X(80).
       77  LOCK-ACTION                 PIC X(1).
       01  LOCK-RESULT-SWITCH          PIC X.
         88  LOCK-GRANTED              VALUE "Y".
         88  LOCK-REFUSED              VALUE "N".
       77  LOCK-HOLDER-ID              PIC X(8).
       01  LOCK-MODE-SWITCH            PIC X VALUE "N".
         88  SESSION-HOLDS-LOCK        VALUE "Y".
       77  LOCK-USER-ID                PIC X(8).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE "IMPORT-ECONOMIC" TO RL-PROGRAM-NAME.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
      * 年度は4月始まりです。1～3月は前の年の年度になります。
         MOVE LOG-DATE TO CURRENT-DATE-9.
         MOVE CURRENT-DATE-9(1:4) TO CURRENT-FISCAL-YEAR.
         IF CURRENT-DATE-9(5:2) < "04"
           THEN
             SUBTRACT 1 FROM CURRENT-FISCAL-YEAR;
         END-IF.
         PERFORM ACQUIRE-MASTER-LOCK.
         IF SESSION-HOLDS-LOCK
           THEN
             PERFORM LOAD-PREFECTURES;
             IF RETURN-CODE = 0
               THEN
                 PERFORM LOAD-INDICATORS;
             END-IF;
             IF RETURN-CODE = 0
               THEN
                 PERFORM PREVERIFY-INBOUND-BATCH;
             END-IF;
             IF RETURN-CODE = 0
               THEN
                 OPEN OUTPUT REJECTS-FILE;
                 PERFORM PROCESS-UPDATE-FILE;
                 CLOSE REJECTS-FILE;
                 IF RETURN-CODE NOT = 8
                     AND ADDED-COUNT + CHANGED-COUNT > 0
                   THEN
                     PERFORM SAVE-INDICATORS;
                 END-IF;
                 PERFORM PRINT-IMPORT-SUMMARY;
      * ここまで来て失敗していなければ、取り込みは最後まで終わっ
      * ています。到着をACCEPTEDで確定し、同じバッチの二重処理を
      * 以後の実行で断れるようにします。
                 IF BATCH-STARTED AND RETURN-CODE NOT = 8
                   THEN
                     MOVE RETURN-CODE TO SAVED-RETURN-CODE;
                     MOVE "F" TO IB-ACTION;
                     CALL "CHECK-INBOUND-BATCH"
                         USING IB-ACTION, IB-INTERFACE-NAME,
                             IB-SENDER-ID, IB-BATCH-NUMBER,
                             IB-EXTRACT-DATE, IB-DECLARED-COUNT,
                             IB-ACTUAL-COUNT, IB-RESULT-SWITCH;
                     MOVE SAVED-RETURN-CODE TO RETURN-CODE;
                 END-IF;
             END-IF;
         END-IF.
         PERFORM RELEASE-MASTER-LOCK.
       IMPORT-ECONOMIC-INDICATORS-EXIT.
         PERFORM WRITE-RUN-LOG-ENTRY.
         GOBACK.

      ******************************************************************
      * 経済指標マスタの占有ロックを取得します。保守担当者が作業中
      * のときは、その担当者名を示して取り込みを断ります。
      ******************************************************************
       ACQUIRE-MASTER-LOCK SECTION.
         ACCEPT LOCK-USER-ID FROM ENVIRONMENT "USER".
         IF LOCK-USER-ID = SPACES
           THEN
             MOVE "ECONOMIC" TO LOCK-USER-ID;
         END-IF.
         MOVE "../data/EconomicIndicatorsLock.txt" TO LOCK-FILENAME.
         MOVE "A" TO LOCK-ACTION.
         CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
             LOCK-USER-ID, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID.
         IF LOCK-GRANTED
           THEN
             MOVE "Y" TO LOCK-MODE-SWITCH;
           ELSE
             DISPLAY "MASTER LOCKED BY " LOCK-HOLDER-ID
                 " -- IMPORT REFUSED";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       ACQUIRE-MASTER-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * 取得していた占有ロックを解放します。
      ******************************************************************
       RELEASE-MASTER-LOCK SECTION.
         IF SESSION-HOLDS-LOCK
           THEN
      * MASTER-LOCKはRETURN-CODEを0に戻すため、前後で退避します。
             MOVE RETURN-CODE TO SAVED-RETURN-CODE;
             MOVE "R" TO LOCK-ACTION;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 LOCK-USER-ID, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO LOCK-MODE-SWITCH;
             MOVE SAVED-RETURN-CODE TO RETURN-CODE;
         END-IF.
       RELEASE-MASTER-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルのコードをメモリの表に読み込みます。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             MOVE 0 TO PREFECTURE-TABLE-COUNT;
             PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
               READ PREFECTURES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF PREFECTURE-RECORD(1:2) = "T9"
                     THEN
                       CONTINUE;
                     ELSE
                       ADD 1 TO PREFECTURE-TABLE-COUNT;
                       SET K TO PREFECTURE-TABLE-COUNT;
                       MOVE PREFECTURE-CODE TO T-PREFECTURE-CODE(K);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE PREFECTURES-FILE;
         END-IF.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標マスタをメモリの表に読み込みます。まだファイルが
      * 存在しないときは、空の表から始めます。
      ******************************************************************
       LOAD-INDICATORS SECTION.
         MOVE 0 TO INDICATOR-TABLE-COUNT.
         OPEN INPUT INDICATORS-FILE.
         IF INDICATORS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         IF INDICATORS-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: UNABLE TO OPEN "
                 "INDICATORS-FILE STATUS=" INDICATORS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL INDICATORS-STATUS NOT = "00"
           READ INDICATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF INDICATOR-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
               IF INDICATOR-TABLE-COUNT >= 3000
                 THEN
                   DISPLAY "INDICATOR-TABLE-FULL";
                 ELSE
                   ADD 1 TO INDICATOR-TABLE-COUNT;
                   SET EX TO INDICATOR-TABLE-COUNT;
                   MOVE INDICATOR-RECORD TO TE-RECORD(EX);
                   MOVE "N" TO TE-LOADED-SWITCH(EX);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE INDICATORS-FILE.
       LOAD-INDICATORS-EXIT.
         EXIT.

      ******************************************************************
      * 取り込みの前に、管理ヘッダーを検証して到着を台帳へ記録
      * します。ヘッダーが無い、行数が合わない、二重のバッチの
      * いずれも取り込みを断ります。
      ******************************************************************
       PREVERIFY-INBOUND-BATCH SECTION.
         MOVE "N" TO HEADER-FOUND-SWITCH.
         MOVE 0 TO IB-ACTUAL-COUNT.
         OPEN INPUT ECONOMIC-UPDATE-FILE.
         IF UPDATE-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: UNABLE TO OPEN "
                 "ECONOMIC-UPDATE-FILE STATUS=" UPDATE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT UPDATE-STATUS-OK
           READ ECONOMIC-UPDATE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF UPDATE-LINE(1:3) = "H9,"
                 THEN
                   PERFORM PARSE-CONTROL-HEADER;
                 ELSE
                   ADD 1 TO IB-ACTUAL-COUNT;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ECONOMIC-UPDATE-FILE.
         IF NOT CONTROL-HEADER-FOUND
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: CONTROL HEADER "
                 "MISSING -- FILE REFUSED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE "C" TO IB-ACTION.
         CALL "CHECK-INBOUND-BATCH"
             USING IB-ACTION, IB-INTERFACE-NAME, IB-SENDER-ID,
                 IB-BATCH-NUMBER, IB-EXTRACT-DATE,
                 IB-DECLARED-COUNT, IB-ACTUAL-COUNT,
                 IB-RESULT-SWITCH.
         IF IB-BATCH-ACCEPTED
           THEN
             MOVE "Y" TO BATCH-STARTED-SWITCH;
         END-IF.
         IF IB-BATCH-DUPLICATE
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: BATCH "
                 IB-BATCH-NUMBER " FROM " IB-SENDER-ID
                 " ALREADY PROCESSED -- FILE REFUSED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         IF IB-BATCH-BAD-COUNT
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: ROW COUNT MISMATCH "
                 "DECLARED=" IB-DECLARED-COUNT
                 " ACTUAL=" IB-ACTUAL-COUNT " -- FILE REFUSED";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       PREVERIFY-INBOUND-BATCH-EXIT.
         EXIT.

      ******************************************************************
      * 管理ヘッダー行を分解します。
      ******************************************************************
       PARSE-CONTROL-HEADER SECTION.
         MOVE SPACES TO HEADER-MARK-X.
         MOVE SPACES TO HEADER-SENDER-X.
         MOVE SPACES TO HEADER-BATCH-X.
         MOVE SPACES TO HEADER-DATE-X.
         MOVE SPACES TO HEADER-COUNT-X.
         UNSTRING UPDATE-LINE DELIMITED BY ","
             INTO HEADER-MARK-X, HEADER-SENDER-X, HEADER-BATCH-X,
                 HEADER-DATE-X, HEADER-COUNT-X.
         IF HEADER-BATCH-X IS NOT NUMERIC
             OR HEADER-DATE-X IS NOT NUMERIC
             OR HEADER-COUNT-X IS NOT NUMERIC
           THEN
             EXIT SECTION;
         END-IF.
         MOVE "Y" TO HEADER-FOUND-SWITCH.
         MOVE HEADER-SENDER-X TO IB-SENDER-ID.
         MOVE HEADER-BATCH-X TO IB-BATCH-NUMBER.
         MOVE HEADER-DATE-X TO IB-EXTRACT-DATE.
         MOVE HEADER-COUNT-X TO IB-DECLARED-COUNT.
       PARSE-CONTROL-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 更新CSVを読み、1行ずつ検証して反映します。
      ******************************************************************
       PROCESS-UPDATE-FILE SECTION.
         OPEN INPUT ECONOMIC-UPDATE-FILE.
         IF UPDATE-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: UNABLE TO OPEN "
                 "ECONOMIC-UPDATE-FILE STATUS=" UPDATE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT UPDATE-STATUS-OK
           READ ECONOMIC-UPDATE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF UPDATE-LINE(1:3) = "H9,"
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO ROWS-READ-COUNT;
                   PERFORM PROCESS-ONE-ROW;
               END-IF
           END-READ
         END-PERFORM.
         IF NOT UPDATE-STATUS-EOF
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: READ ERROR STATUS="
                 UPDATE-STATUS;
             MOVE 8 TO RETURN-CODE;
         END-IF.
         CLOSE ECONOMIC-UPDATE-FILE.
       PROCESS-UPDATE-FILE-EXIT.
         EXIT.

      ******************************************************************
      * CSV1行を分解・検証し、問題がなければマスタの表へ反映します。
      ******************************************************************
       PROCESS-ONE-ROW SECTION.
         SET ROW-VALID TO TRUE.
         MOVE SPACES TO REJECT-REASON.
         MOVE SPACES TO IN-PREFECTURE-CODE.
         MOVE SPACES TO IN-FISCAL-YEAR-X.
         MOVE SPACES TO IN-GDP-X.
         MOVE SPACES TO IN-INCOME-X.
         MOVE SPACES TO IN-ESTABLISHMENTS-X.
         UNSTRING UPDATE-LINE DELIMITED BY ","
             INTO IN-PREFECTURE-CODE, IN-FISCAL-YEAR-X, IN-GDP-X,
                 IN-INCOME-X, IN-ESTABLISHMENTS-X.
         PERFORM VALIDATE-ONE-ROW.
         IF ROW-VALID
           THEN
             PERFORM APPLY-ONE-ROW;
           ELSE
             MOVE UPDATE-LINE TO RJ-UPDATE-LINE;
             MOVE REJECT-REASON TO RJ-REASON;
             WRITE REJECT-RECORD;
             ADD 1 TO REJECTED-COUNT;
             DISPLAY "REJECTED: " UPDATE-LINE
                 " REASON=" REJECT-REASON;
         END-IF.
       PROCESS-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標の行の内容を検証します。
      ******************************************************************
       VALIDATE-ONE-ROW SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN T-PREFECTURE-CODE(K) = IN-PREFECTURE-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-NOT-FOUND OR IN-PREFECTURE-CODE(3:1) NOT = SPACE
           THEN
             MOVE "PREFECTURE-CODE NOT-FOUND" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-FISCAL-YEAR-X(1:4) IS NOT NUMERIC
             OR IN-FISCAL-YEAR-X(5:1) NOT = SPACE
           THEN
             MOVE "FISCAL-YEAR NOT NUMERIC (4 DIGITS)"
                 TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE IN-FISCAL-YEAR-X(1:4) TO NI-FISCAL-YEAR.
         IF NI-FISCAL-YEAR < 1955
             OR NI-FISCAL-YEAR > CURRENT-FISCAL-YEAR
           THEN
             MOVE "FISCAL-YEAR OUT OF RANGE" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-GDP-X(1:10) IS NOT NUMERIC
             OR IN-GDP-X(11:1) NOT = SPACE
           THEN
             MOVE "GDP NOT NUMERIC (10 DIGITS)" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-INCOME-X(1:6) IS NOT NUMERIC
             OR IN-INCOME-X(7:1) NOT = SPACE
           THEN
             MOVE "INCOME NOT NUMERIC (6 DIGITS)" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-ESTABLISHMENTS-X(1:7) IS NOT NUMERIC
             OR IN-ESTABLISHMENTS-X(8:1) NOT = SPACE
           THEN
             MOVE "ESTABLISHMENTS NOT NUMERIC (7 DIGITS)"
                 TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE IN-PREFECTURE-CODE TO NI-PREFECTURE-CODE.
         MOVE IN-GDP-X(1:10) TO NI-GDP-MILLION-YEN.
         MOVE IN-INCOME-X(1:6) TO NI-INCOME-PER-CAPITA.
         MOVE IN-ESTABLISHMENTS-X(1:7) TO NI-ESTABLISHMENTS.
      * 県内総生産と県民所得が0の行は、集計の漏れとみなします。
         IF NI-GDP-MILLION-YEN = 0 OR NI-INCOME-PER-CAPITA = 0
           THEN
             MOVE "GDP/INCOME IS ZERO" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         PERFORM FIND-INDICATOR.
         IF ENTRY-FOUND
           THEN
             IF TE-LOADED-THIS-RUN(EX)
               THEN
                 MOVE "DUPLICATE PREFECTURE/YEAR ROW"
                     TO REJECT-REASON;
                 SET ROW-INVALID TO TRUE;
             END-IF;
           ELSE
             IF INDICATOR-TABLE-COUNT >= 3000
               THEN
                 MOVE "INDICATOR-TABLE-FULL" TO REJECT-REASON;
                 SET ROW-INVALID TO TRUE;
             END-IF
         END-IF.
       VALIDATE-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から都道府県コード・年度を検索し、EXに指させます。
      ******************************************************************
       FIND-INDICATOR SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET EX TO 1.
         SEARCH INDICATOR-ENTRY
           AT END
             CONTINUE;
           WHEN EX > INDICATOR-TABLE-COUNT
             CONTINUE;
           WHEN TE-PREFECTURE-CODE(EX) = NI-PREFECTURE-CODE
               AND TE-FISCAL-YEAR(EX) = NI-FISCAL-YEAR
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-INDICATOR-EXIT.
         EXIT.

      ******************************************************************
      * 検証済みの1行をマスタの表へ反映し、監査ログへ書き出します。
      * マスタと同じ内容の行は、反映も記録もしません。
      ******************************************************************
       APPLY-ONE-ROW SECTION.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         IF ENTRY-FOUND
           THEN
             IF TE-RECORD(EX) = NEW-INDICATOR-IMAGE
               THEN
                 MOVE "Y" TO TE-LOADED-SWITCH(EX);
                 ADD 1 TO UNCHANGED-COUNT;
                 EXIT SECTION;
             END-IF;
             MOVE TE-RECORD(EX) TO BEFORE-IMAGE;
             SET AUD-IS-CHANGE TO TRUE;
             ADD 1 TO CHANGED-COUNT;
           ELSE
             PERFORM INSERT-INDICATOR-IN-ORDER;
             SET AUD-IS-ADD TO TRUE;
             ADD 1 TO ADDED-COUNT;
         END-IF.
         MOVE NEW-INDICATOR-IMAGE TO TE-RECORD(EX).
         MOVE "Y" TO TE-LOADED-SWITCH(EX).
         MOVE NEW-INDICATOR-IMAGE TO AFTER-IMAGE.
         PERFORM WRITE-CHANGE-AUDIT.
       APPLY-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 追加する行の場所を都道府県コード・年度の昇順で探し、そこへ
      * 空きを作ってEXに指させます。
      ******************************************************************
       INSERT-INDICATOR-IN-ORDER SECTION.
         COMPUTE INSERT-POSITION = INDICATOR-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > INDICATOR-TABLE-COUNT
           IF TE-RECORD(INSERT-SHIFT-INDEX)(1:6)
               > NEW-INDICATOR-IMAGE(1:6)
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM INDICATOR-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE INDICATOR-ENTRY(INSERT-SHIFT-INDEX)
               TO INDICATOR-ENTRY(INSERT-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO INDICATOR-TABLE-COUNT.
         SET EX TO INSERT-POSITION.
       INSERT-INDICATOR-IN-ORDER-EXIT.
         EXIT.

      ******************************************************************
      * 反映した1行を監査ログへ書き出します。公表された統計の取り
      * 込みなので、理由はO（公式）・参照は到着のバッチ番号です。
      ******************************************************************
       WRITE-CHANGE-AUDIT SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE "ECONOMIC" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE NI-PREFECTURE-CODE TO AUD-KEY(1:2).
         MOVE SPACES TO AUD-ENGLISH-NAME.
         MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
         MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE.
         MOVE "O" TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         MOVE IB-BATCH-NUMBER TO AUD-REFERENCE(1:6).
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO AUD-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         MOVE LOCK-USER-ID TO AUD-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-CHANGE-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を経済指標マスタへ書き戻します。
      ******************************************************************
       SAVE-INDICATORS SECTION.
         OPEN OUTPUT INDICATORS-FILE.
         IF INDICATORS-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-ECONOMIC-INDICATORS: UNABLE TO OPEN "
                 "INDICATORS-FILE STATUS=" INDICATORS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > INDICATOR-TABLE-COUNT
           MOVE TE-RECORD(EX) TO INDICATOR-RECORD;
           WRITE INDICATOR-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           ADD TE-GDP-MILLION-YEN(EX) TO TRAILER-HASH-TOTAL;
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE INDICATOR-RECORD FROM MASTER-TRAILER.
         CLOSE INDICATORS-FILE.
         MOVE "../data/EconomicIndicators.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-INDICATORS-EXIT.
         EXIT.

      ******************************************************************
      * 処理結果のまとめを表示します。却下があればRETURN-CODE=4を
      * 返します。
      ******************************************************************
       PRINT-IMPORT-SUMMARY SECTION.
         DISPLAY "=================================================".
         DISPLAY "  ECONOMIC INDICATOR IMPORT SUMMARY".
         DISPLAY "=================================================".
         DISPLAY "ROWS READ=" ROWS-READ-COUNT.
         DISPLAY "ADDED    =" ADDED-COUNT.
         DISPLAY "CHANGED  =" CHANGED-COUNT.
         DISPLAY "UNCHANGED=" UNCHANGED-COUNT.
         DISPLAY "REJECTED =" REJECTED-COUNT.
         DISPLAY "=================================================".
         IF REJECTED-COUNT > 0 AND RETURN-CODE = 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       PRINT-IMPORT-SUMMARY-EXIT.
         EXIT.

      ******************************************************************
      * この実行の結果を、共有の実行ログへ書き出します。
      ******************************************************************
       WRITE-RUN-LOG-ENTRY SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-END-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-END-TIMESTAMP(9:6).
         MOVE ROWS-READ-COUNT TO RL-RECORD-COUNT.
         MOVE UPDATE-STATUS TO RL-FILE-STATUS.
         CALL "WRITE-RUN-LOG" USING RUN-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-RUN-LOG-ENTRY-EXIT.
         EXIT.

       END PROGRAM IMPORT-ECONOMIC-INDICATORS.
