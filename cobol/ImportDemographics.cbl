      ******************************************************************
      * 統計局から届く人口の内訳（男女・年齢階級）の更新CSV
      * (DemographicUpdates.csv)を読み、承認待ちファイルへ積み
      * 上げます。人口・面積の取り込み(IMPORT-CENSUS)と同じ統制で
      * 内訳を受け付けるためのもので、内訳マスタ(Demographics.txt)
      * を直接書き換えるのは承認者のAPPROVE-PENDING-CHANGESだけ
      * です。
      *
      * CSVの先頭行は管理ヘッダー「H9,送り元,バッチ番号,抽出日,
      * 行数」です。申告の行数が合わない、または同じ送り元・バッチ
      * 番号を既に処理済みのファイルは、まるごと断ります。到着は
      * すべて到着台帳(InboundRegister.txt)へ記録します。
      *
      * データの1行は「都道府県コード,性別(M/F),階級(01/02/03),
      * 人口」の4項目です。階級は01=0～14歳、02=15～64歳、03=65歳
      * 以上です。行ごとに都道府県コードの実在・性別と階級の符号・
      * 人口の数字を検証したうえで、都道府県ごとに男女×階級の6行
      * がそろっていること、その合計が都道府県マスタの人口
      * (POPULATION)と一致することを確かめます。そろわない・
      * 合わない都道府県は、その都道府県の行をすべて却下します。
      *
      * 受け付けた都道府県は、6行をまとめた1件（DEMOGRAPHIC）と
      * して承認待ちファイルへ積みます。却下した行は元の行と理由を
      * 却下ファイル(DemographicRejects.txt)へ書き出し、例外処置台
      * で確認・取り除きができるようにします。実行結果は実行ログへ
      * 記録します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-DEMOGRAPHICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT DEMOGRAPHIC-UPDATE-FILE
           ASSIGN TO "../data/DemographicUpdates.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UPDATE-STATUS.
         SELECT REJECTS-FILE
           ASSIGN TO "../data/DemographicRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECTS-STATUS.
         SELECT DEMOGRAPHICS-FILE
           ASSIGN TO "../data/Demographics.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEMOGRAPHICS-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingChanges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.

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
      * 統計局の内訳の更新CSV。
       FD  DEMOGRAPHIC-UPDATE-FILE.
       01  UPDATE-LINE                 PIC X(40).
      * 却下ファイル。元の行と理由を書き出します（国勢調査の却下
      * ファイルと同じ並びです）。
       FD  REJECTS-FILE.
       01  REJECT-RECORD.
         03  RJ-UPDATE-LINE            PIC X(40).
         03  RJ-REASON                 PIC X(40).
      * 人口の内訳マスタ。都道府県×性別×年齢階級で1行です。
       FD  DEMOGRAPHICS-FILE.
       01  DEMOGRAPHIC-RECORD.
         03  DG-PREFECTURE-CODE        PIC X(2).
         03  DG-SEX-CODE               PIC X(1).
         03  DG-AGE-BAND               PIC X(2).
         03  DG-POPULATION             PIC 9(8).
      * 承認待ちファイル。受け付けた都道府県の内訳を積み上げます。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".

       WORKING-STORAGE SECTION.
       01  PREFECTURES-STATUS          PIC X(2).
       01  UPDATE-STATUS               PIC X(2).
         88  UPDATE-STATUS-OK          VALUE "00".
         88  UPDATE-STATUS-EOF         VALUE "10".
       01  REJECTS-STATUS              PIC X(2).
       01  DEMOGRAPHICS-STATUS         PIC X(2).
       01  PENDING-STATUS              PIC X(2).

      * 承認待ちへ積む内訳のレコードイメージの組み立て領域。
       01  PENDING-DEMOGRAPHIC-IMAGE.
           COPY "DemographicPendingImage".
       77  BAND-SLOT                   PIC 9(1).
       77  STAGED-COUNT                PIC 9(6) VALUE 0.

      * 管理ヘッダーの分解結果と到着の管理の項目。
       01  HEADER-MARK-X               PIC X(2).
       01  HEADER-SENDER-X             PIC X(8).
       01  HEADER-BATCH-X              PIC X(6).
       01  HEADER-DATE-X               PIC X(8).
       01  HEADER-COUNT-X              PIC X(6).
       77  IB-INTERFACE-NAME           PIC X(12)
           VALUE "DEMOGRAPHIC".
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

      * メモリ上に読み込んだ都道府県の一覧。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY K.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-POPULATION          PIC 9(8).
      * 内訳マスタに行のある都道府県かどうか（承認待ちの操作を
      * 追加・訂正のどちらにするかに使います）。
             05  T-ON-DEMOGRAPHICS     PIC X(1).

      * 検証を通った内訳の行の一覧。都道府県ごとの突き合わせの
      * あとで、受け付けるか却下するかを決めます。
       01  INCOMING-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       01  INCOMING-TABLE.
         03  INCOMING-ENTRY            OCCURS 300 INDEXED BY IX, JX.
             05  TI-PREFECTURE-CODE    PIC X(2).
             05  TI-SEX-CODE           PIC X(1).
             05  TI-AGE-BAND           PIC X(2).
             05  TI-POPULATION         PIC 9(8).
             05  TI-UPDATE-LINE        PIC X(40).
             05  TI-CHECKED-SWITCH     PIC X(1).
               88  TI-CHECKED          VALUE "Y".

      * CSV1行の分解結果。
       77  IN-PREFECTURE-CODE          PIC X(2).
       77  IN-SEX-CODE                 PIC X(1).
       77  IN-AGE-BAND                 PIC X(2).
       77  IN-POPULATION-X             PIC X(9).
       77  NEW-POPULATION              PIC 9(8).

      * 都道府県1件分の突き合わせの項目。
       77  GROUP-PREFECTURE-CODE       PIC X(2).
       77  GROUP-ROW-COUNT             PIC 9(3).
       77  GROUP-POPULATION-TOTAL      PIC 9(9).

      * 検証結果とその理由。
       01  ROW-VALID-SWITCH            PIC X.
         88  ROW-VALID                 VALUE "Y".
         88  ROW-INVALID               VALUE "N".
       77  REJECT-REASON               PIC X(40).

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 件数の集計。
       77  ROWS-READ-COUNT             PIC 9(6) VALUE 0.
       77  REJECTED-COUNT              PIC 9(6) VALUE 0.
       77  PREFECTURES-STAGED-COUNT    PIC 9(6) VALUE 0.
       77  PREFECTURES-REJECTED-COUNT  PIC 9(6) VALUE 0.

      * 実行ログへ書き出す1件分の情報。
       01  RUN-LOG-ENTRY.
           COPY "RunLogEntry".
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  SAVED-RETURN-CODE           PIC S9(9).

      * 都道府県マスタの占有ロック。内訳マスタは都道府県マスタと
      * 同じロックで守られているため、保守中の取り込みを防ぎます。
      * バッチ実行なのでサインオンはなく、保持者名には実行した
      * 利用者名を使います。
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
         MOVE "IMPORT-DEMOGRAP" TO RL-PROGRAM-NAME.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
         PERFORM ACQUIRE-MASTER-LOCK.
         IF SESSION-HOLDS-LOCK
           THEN
             PERFORM LOAD-PREFECTURES;
             IF RETURN-CODE = 0
               THEN
                 PERFORM LOAD-DEMOGRAPHIC-PREFECTURES;
             END-IF;
             IF RETURN-CODE = 0
               THEN
                 PERFORM PREVERIFY-INBOUND-BATCH;
             END-IF;
             IF RETURN-CODE = 0
               THEN
                 OPEN OUTPUT REJECTS-FILE;
                 PERFORM PROCESS-UPDATE-FILE;
                 IF RETURN-CODE NOT = 8
                   THEN
                     PERFORM CHECK-PREFECTURE-TOTALS;
                 END-IF;
                 CLOSE REJECTS-FILE;
                 PERFORM PRINT-IMPORT-SUMMARY;
      * ここまで来て失敗していなければ、取り込みは最後まで終わっ
      * ています。到着をACCEPTEDで確定し、同じバッチの二重処理を
      * 以後の実行で断れるようにします。
                 IF BATCH-STARTED AND RETURN-CODE NOT = 8
                   THEN
      * 却下があったときのRETURN-CODE=4を呼び出しの前後で退避
      * します。
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
       IMPORT-DEMOGRAPHICS-EXIT.
         PERFORM WRITE-RUN-LOG-ENTRY.
         GOBACK.

      ******************************************************************
      * 都道府県マスタの占有ロックを取得します。保守担当者が作業中
      * のときは、その担当者名を示して取り込みを断ります。
      ******************************************************************
       ACQUIRE-MASTER-LOCK SECTION.
         ACCEPT LOCK-USER-ID FROM ENVIRONMENT "USER".
         IF LOCK-USER-ID = SPACES
           THEN
             MOVE "CENSUS" TO LOCK-USER-ID;
         END-IF.
         MOVE "../data/PrefecturesLock.txt" TO LOCK-FILENAME.
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
      * 都道府県ファイルのコードと人口をメモリの表に読み込みます。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: UNABLE TO OPEN "
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
                       MOVE POPULATION      TO T-POPULATION(K);
                       MOVE "N"             TO T-ON-DEMOGRAPHICS(K);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE PREFECTURES-FILE;
         END-IF.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 内訳マスタを読み、行のある都道府県に印を付けます。まだ
      * ファイルが存在しないときは、すべて追加になります。
      ******************************************************************
       LOAD-DEMOGRAPHIC-PREFECTURES SECTION.
         OPEN INPUT DEMOGRAPHICS-FILE.
         IF DEMOGRAPHICS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         IF DEMOGRAPHICS-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: UNABLE TO OPEN "
                 "DEMOGRAPHICS-FILE STATUS=" DEMOGRAPHICS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL DEMOGRAPHICS-STATUS NOT = "00"
           READ DEMOGRAPHICS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF DEMOGRAPHIC-RECORD(1:2) NOT = "T9"
                 THEN
                   SET K TO 1;
                   SEARCH PREFECTURE-ENTRY
                     AT END
                       CONTINUE;
                     WHEN T-PREFECTURE-CODE(K) = DG-PREFECTURE-CODE
                       MOVE "Y" TO T-ON-DEMOGRAPHICS(K);
                   END-SEARCH;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE DEMOGRAPHICS-FILE.
       LOAD-DEMOGRAPHIC-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 取り込みの前に、管理ヘッダーを検証して到着を台帳へ記録
      * します。ヘッダーが無い、行数が合わない、二重のバッチの
      * いずれも取り込みを断ります。
      ******************************************************************
       PREVERIFY-INBOUND-BATCH SECTION.
         MOVE "N" TO HEADER-FOUND-SWITCH.
         MOVE 0 TO IB-ACTUAL-COUNT.
         OPEN INPUT DEMOGRAPHIC-UPDATE-FILE.
         IF UPDATE-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: UNABLE TO OPEN "
                 "DEMOGRAPHIC-UPDATE-FILE STATUS=" UPDATE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT UPDATE-STATUS-OK
           READ DEMOGRAPHIC-UPDATE-FILE
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
         CLOSE DEMOGRAPHIC-UPDATE-FILE.
         IF NOT CONTROL-HEADER-FOUND
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: CONTROL HEADER MISSING -- "
                 "FILE REFUSED";
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
             DISPLAY "IMPORT-DEMOGRAPHICS: BATCH " IB-BATCH-NUMBER
                 " FROM " IB-SENDER-ID
                 " ALREADY PROCESSED -- FILE REFUSED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         IF IB-BATCH-BAD-COUNT
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: ROW COUNT MISMATCH "
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
      * 更新CSVを読み、1行ずつ検証して表に控えます。
      ******************************************************************
       PROCESS-UPDATE-FILE SECTION.
         MOVE 0 TO INCOMING-TABLE-COUNT.
         OPEN INPUT DEMOGRAPHIC-UPDATE-FILE.
         IF UPDATE-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: UNABLE TO OPEN "
                 "DEMOGRAPHIC-UPDATE-FILE STATUS=" UPDATE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT UPDATE-STATUS-OK
           READ DEMOGRAPHIC-UPDATE-FILE
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
             DISPLAY "IMPORT-DEMOGRAPHICS: READ ERROR STATUS="
                 UPDATE-STATUS;
             MOVE 8 TO RETURN-CODE;
         END-IF.
         CLOSE DEMOGRAPHIC-UPDATE-FILE.
       PROCESS-UPDATE-FILE-EXIT.
         EXIT.

      ******************************************************************
      * CSV1行を分解・検証し、問題がなければ表に控えます。
      ******************************************************************
       PROCESS-ONE-ROW SECTION.
         SET ROW-VALID TO TRUE.
         MOVE SPACES TO REJECT-REASON.
         MOVE SPACES TO IN-PREFECTURE-CODE.
         MOVE SPACES TO IN-SEX-CODE.
         MOVE SPACES TO IN-AGE-BAND.
         MOVE SPACES TO IN-POPULATION-X.
         UNSTRING UPDATE-LINE DELIMITED BY ","
             INTO IN-PREFECTURE-CODE, IN-SEX-CODE, IN-AGE-BAND,
                 IN-POPULATION-X.
         PERFORM VALIDATE-ONE-ROW.
         IF ROW-VALID
           THEN
             ADD 1 TO INCOMING-TABLE-COUNT;
             SET IX TO INCOMING-TABLE-COUNT;
             MOVE IN-PREFECTURE-CODE TO TI-PREFECTURE-CODE(IX);
             MOVE IN-SEX-CODE TO TI-SEX-CODE(IX);
             MOVE IN-AGE-BAND TO TI-AGE-BAND(IX);
             MOVE NEW-POPULATION TO TI-POPULATION(IX);
             MOVE UPDATE-LINE TO TI-UPDATE-LINE(IX);
             MOVE "N" TO TI-CHECKED-SWITCH(IX);
           ELSE
             MOVE UPDATE-LINE TO RJ-UPDATE-LINE;
             PERFORM WRITE-REJECT;
         END-IF.
       PROCESS-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 内訳の行の内容を検証します。
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
         IF ENTRY-NOT-FOUND
           THEN
             MOVE "PREFECTURE-CODE NOT-FOUND" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-SEX-CODE NOT = "M" AND IN-SEX-CODE NOT = "F"
           THEN
             MOVE "SEX NOT M/F" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-AGE-BAND NOT = "01" AND IN-AGE-BAND NOT = "02"
             AND IN-AGE-BAND NOT = "03"
           THEN
             MOVE "AGE-BAND NOT 01/02/03" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-POPULATION-X(1:8) IS NOT NUMERIC
             OR IN-POPULATION-X(9:1) NOT = SPACE
           THEN
             MOVE "POPULATION NOT NUMERIC (8 DIGITS)"
                 TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE IN-POPULATION-X(1:8) TO NEW-POPULATION.
      * 同じ都道府県・性別・階級の行が2度来たら、後の行を断り
      * ます。
         PERFORM VARYING JX FROM 1 BY 1
             UNTIL JX > INCOMING-TABLE-COUNT OR ROW-INVALID
           IF TI-PREFECTURE-CODE(JX) = IN-PREFECTURE-CODE
               AND TI-SEX-CODE(JX) = IN-SEX-CODE
               AND TI-AGE-BAND(JX) = IN-AGE-BAND
             THEN
               MOVE "DUPLICATE AGE-BAND ROW" TO REJECT-REASON;
               SET ROW-INVALID TO TRUE;
           END-IF
         END-PERFORM.
         IF ROW-VALID AND INCOMING-TABLE-COUNT >= 300
           THEN
             MOVE "TOO MANY ROWS IN FILE" TO REJECT-REASON;
             SET ROW-INVALID TO TRUE;
         END-IF.
       VALIDATE-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 却下の1行を却下ファイルへ書き出します。RJ-UPDATE-LINEは
      * 呼び出し側で設定します。
      ******************************************************************
       WRITE-REJECT SECTION.
         ADD 1 TO REJECTED-COUNT.
         MOVE REJECT-REASON TO RJ-REASON.
         WRITE REJECT-RECORD.
         DISPLAY "REJECTED: " RJ-UPDATE-LINE
             " REASON=" REJECT-REASON.
       WRITE-REJECT-EXIT.
         EXIT.

      ******************************************************************
      * 控えた行を都道府県ごとに突き合わせます。都道府県の最初の
      * 行に来たときに、その都道府県の行をまとめて判定します。
      ******************************************************************
       CHECK-PREFECTURE-TOTALS SECTION.
         PERFORM VARYING IX FROM 1 BY 1
             UNTIL IX > INCOMING-TABLE-COUNT
           IF NOT TI-CHECKED(IX)
             THEN
               PERFORM CHECK-ONE-PREFECTURE;
           END-IF
         END-PERFORM.
       CHECK-PREFECTURE-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * IX番目の行の都道府県について、男女×階級の6行がそろい、
      * その合計が都道府県マスタの人口と一致するかを確かめます。
      * 一致すれば承認待ちへ積み、そうでなければその都道府県の
      * 行をすべて却下します。
      ******************************************************************
       CHECK-ONE-PREFECTURE SECTION.
         MOVE TI-PREFECTURE-CODE(IX) TO GROUP-PREFECTURE-CODE.
         MOVE 0 TO GROUP-ROW-COUNT.
         MOVE 0 TO GROUP-POPULATION-TOTAL.
         PERFORM VARYING JX FROM IX BY 1
             UNTIL JX > INCOMING-TABLE-COUNT
           IF TI-PREFECTURE-CODE(JX) = GROUP-PREFECTURE-CODE
             THEN
               MOVE "Y" TO TI-CHECKED-SWITCH(JX);
               ADD 1 TO GROUP-ROW-COUNT;
               ADD TI-POPULATION(JX) TO GROUP-POPULATION-TOTAL;
           END-IF
         END-PERFORM.
         SET K TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN T-PREFECTURE-CODE(K) = GROUP-PREFECTURE-CODE
             CONTINUE;
         END-SEARCH.
         MOVE SPACES TO REJECT-REASON.
         IF GROUP-ROW-COUNT NOT = 6
           THEN
             MOVE "AGE-BANDS INCOMPLETE FOR PREFECTURE"
                 TO REJECT-REASON;
           ELSE
         IF GROUP-POPULATION-TOTAL NOT = T-POPULATION(K)
           THEN
             MOVE "BANDS DO NOT SUM TO POPULATION"
                 TO REJECT-REASON;
         END-IF
         END-IF.
         IF REJECT-REASON = SPACES
           THEN
             PERFORM STAGE-PREFECTURE-BANDS;
           ELSE
             ADD 1 TO PREFECTURES-REJECTED-COUNT;
             PERFORM VARYING JX FROM IX BY 1
                 UNTIL JX > INCOMING-TABLE-COUNT
               IF TI-PREFECTURE-CODE(JX) = GROUP-PREFECTURE-CODE
                 THEN
                   MOVE TI-UPDATE-LINE(JX) TO RJ-UPDATE-LINE;
                   PERFORM WRITE-REJECT;
               END-IF
             END-PERFORM;
         END-IF.
       CHECK-ONE-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 受け付けた都道府県の6行を、内訳マスタの並びで1件のレコード
      * イメージにまとめ、承認待ちファイルへ積み上げます。表のKは
      * 対象の都道府県を指したままで呼び出します。
      ******************************************************************
       STAGE-PREFECTURE-BANDS SECTION.
         MOVE SPACES TO PENDING-DEMOGRAPHIC-IMAGE.
         MOVE GROUP-PREFECTURE-CODE TO DI-PREFECTURE-CODE.
         PERFORM VARYING JX FROM IX BY 1
             UNTIL JX > INCOMING-TABLE-COUNT
           IF TI-PREFECTURE-CODE(JX) = GROUP-PREFECTURE-CODE
             THEN
      * 男01・02・03、女01・02・03の位置へ入れます。
               MOVE TI-AGE-BAND(JX)(2:1) TO BAND-SLOT;
               IF TI-SEX-CODE(JX) = "F"
                 THEN
                   ADD 3 TO BAND-SLOT;
               END-IF;
               MOVE TI-SEX-CODE(JX) TO DI-SEX-CODE(BAND-SLOT);
               MOVE TI-AGE-BAND(JX) TO DI-AGE-BAND(BAND-SLOT);
               MOVE TI-POPULATION(JX) TO DI-POPULATION(BAND-SLOT);
           END-IF
         END-PERFORM.
         MOVE "DEMOGRAPHIC" TO PND-FILE-ID.
         IF T-ON-DEMOGRAPHICS(K) = "Y"
           THEN
             SET PND-IS-CHANGE TO TRUE;
           ELSE
             SET PND-IS-ADD TO TRUE;
         END-IF.
         MOVE GROUP-PREFECTURE-CODE TO PND-KEY.
         MOVE PENDING-DEMOGRAPHIC-IMAGE TO PND-RECORD-IMAGE.
         MOVE LOCK-USER-ID TO PND-USER-ID.
      * 国勢調査の取り込みなので、理由はC・参照は到着のバッチ
      * 番号です。
         MOVE "C" TO PND-REASON-CODE.
         MOVE SPACES TO PND-REFERENCE.
         MOVE IB-BATCH-NUMBER TO PND-REFERENCE(1:6).
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO PND-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO PND-TIMESTAMP(9:6).
         OPEN EXTEND PENDING-FILE.
         IF PENDING-STATUS = "35"
           THEN
             OPEN OUTPUT PENDING-FILE;
         END-IF.
         IF PENDING-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-DEMOGRAPHICS: UNABLE TO OPEN "
                 "PENDING-FILE STATUS=" PENDING-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             WRITE PENDING-RECORD;
             CLOSE PENDING-FILE;
             ADD 1 TO PREFECTURES-STAGED-COUNT;
             ADD GROUP-ROW-COUNT TO STAGED-COUNT;
         END-IF.
       STAGE-PREFECTURE-BANDS-EXIT.
         EXIT.

      ******************************************************************
      * 処理結果のまとめを表示します。却下があればRETURN-CODE=4を
      * 返します。
      ******************************************************************
       PRINT-IMPORT-SUMMARY SECTION.
         DISPLAY "=================================================".
         DISPLAY "  DEMOGRAPHIC IMPORT SUMMARY".
         DISPLAY "=================================================".
         DISPLAY "ROWS READ=" ROWS-READ-COUNT.
         DISPLAY "ROWS STAGED          =" STAGED-COUNT
             " (AWAITING APPROVAL)".
         DISPLAY "PREFECTURES STAGED   =" PREFECTURES-STAGED-COUNT.
         DISPLAY "PREFECTURES REJECTED =" PREFECTURES-REJECTED-COUNT.
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

       END PROGRAM IMPORT-DEMOGRAPHICS.
