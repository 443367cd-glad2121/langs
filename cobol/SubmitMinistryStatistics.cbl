      ******************************************************************
      * 省へ提出する統計ファイルを、省の定める固定長の様式で書き
      * 出します。共通のCSVを加工し直してもらう代わりに、様式
      * どおりのレコード（100バイト）を次の順に並べます。
      *   1 ヘッダー（提出者・対象年月・作成日時・提出の連番・
      *     再提出の印と置き換える前回の連番）
      *   2 都道府県（JISコード・名称・人口・面積・市区町村数・
      *     市区町村の人口の計）
      *   3 市区町村（その都道府県の直後に、JISコード・名称・
      *     種別・人口・面積・政令指定都市の区の親の市）
      *   9 合計（都道府県数・市区町村数・人口・面積・レコード数）
      * 書き出す前に、省の受付と同じ点検をすべて行います。
      *   ・必須の項目（名称・人口・面積など）が空でないこと
      *   ・都道府県コードがコード対応マスタ(CodeCrossReference.txt)
      *     にあり、JISコードの検査数字が正しいこと。対応マスタの
      *     国内の都道府県がすべて揃っていること
      *   ・市区町村コードが公式コード一覧に載っていること
      *     （CHECK-JIS-MUNICIPALITY-CODE）。種別が正しいこと
      *   ・件数と合計が、各マスタの制御トレーラーと一致すること。
      *     市区町村の人口の計が都道府県の人口を超えないこと
      * 1件でも誤りがあれば何も書き出さず、誤りを一覧にして復帰
      * コード8で終わります。
      * 書き出したファイルは連番付きの保存複写
      * (MinistrySubmission-連番.txt)を残し、提出の記録
      * (MinistrySubmissions.txt)へ1行追記します。同じ年月をすでに
      * 提出している場合は再提出とし、確認のうえ前回の連番を記録
      * します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMIT-MINISTRY-STATISTICS.

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
         SELECT XREF-FILE
           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.
         SELECT SUBMISSION-FILE
           ASSIGN DYNAMIC SUBMISSION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBMISSION-STATUS.
         SELECT SUBMISSION-REGISTER-FILE
           ASSIGN TO "../data/MinistrySubmissions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBMISSION-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都道府県ファイル。日本語名は、様式のレコードへそのまま
      * 移せるよう、英数字の集団項目で包んでいます。
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PF-PREFECTURE-CODE        PIC X(2).
         03  PF-NAME-X.
           05  PF-NAME                 PIC N(5).
         03  PF-REGION-CODE            PIC X(2).
         03  PF-POPULATION             PIC 9(8).
         03  PF-AREA-SQKM              PIC 9(5)V99.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME-X.
           05  PF-CAPITAL-NAME         PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * 市区町村ファイル。
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MU-PREFECTURE-CODE        PIC X(2).
         03  MU-MUNICIPALITY-CODE      PIC X(3).
         03  MU-MUNICIPALITY-NAME-X.
           05  MU-MUNICIPALITY-NAME    PIC N(8).
         03  MU-MUNICIPALITY-TYPE      PIC X(1).
           88  MU-TYPE-IS-VALID        VALUE "1" THRU "5".
           88  MU-TYPE-IS-DESIGNATED-WARD
                                       VALUE "5".
         03  MU-POPULATION             PIC 9(8).
         03  MU-AREA-SQKM              PIC 9(5)V99.
         03  MU-PARENT-CITY-CODE       PIC X(3).
      * コード対応マスタ。
       FD  XREF-FILE.
       01  XREF-RECORD.
         03  XR-PREFECTURE-CODE        PIC X(2).
         03  XR-ISO-CODE               PIC X(5).
         03  XR-JIS-CODE               PIC X(6).
         03  XR-COUNTRY-CODE           PIC X(2).
      * 省へ提出するファイル。
       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD           PIC X(100).
      * 提出の記録。
       FD  SUBMISSION-REGISTER-FILE.
       01  SUBMISSION-REGISTER-RECORD.
           COPY "MinistrySubmissionEntry".

       WORKING-STORAGE SECTION.
       01  PREFECTURES-STATUS          PIC X(2).
         88  PREFECTURES-STATUS-OK     VALUE "00".
       01  MUNICIPALITIES-STATUS       PIC X(2).
         88  MUNICIPALITIES-STATUS-OK  VALUE "00".
       01  XREF-STATUS                 PIC X(2).
         88  XREF-STATUS-OK            VALUE "00".
       01  SUBMISSION-STATUS           PIC X(2).
       01  SUBMISSION-REGISTER-STATUS  PIC X(2).
         88  SUBMISSION-REGISTER-STATUS-OK
                                       VALUE "00".
       77  SUBMISSION-FILENAME         PIC X(80) VALUE
           "../data/MinistrySubmission.txt".

      * 省から割り当てられた提出者コード。
       77  SUBMITTER-CODE              PIC X(8) VALUE "REGIONDB".
      * 対象の年月の入力。
       77  REFERENCE-PERIOD-IN         PIC X(6).
       01  REFERENCE-PERIOD            PIC 9(6).
       01  REFERENCE-PERIOD-PARTS REDEFINES REFERENCE-PERIOD.
         03  RP-YEAR                   PIC 9(4).
         03  RP-MONTH                  PIC 9(2).
       77  TODAY-DATE                  PIC 9(8).
       77  NOW-TIME                    PIC 9(8).
      * 提出の連番と再提出の判定。
       77  SUBMISSION-SEQUENCE         PIC 9(6) VALUE 0.
       77  PREVIOUS-SEQUENCE           PIC 9(6) VALUE 0.
       77  CONFIRM-ANSWER              PIC X(1).

      * 各マスタの制御トレーラーと、読み込みながら数えた件数・
      * ハッシュ合計（都道府県は人口、市区町村は5桁のコードの
      * 合計）。
       01  PREFECTURE-CONTROL-TRAILER.
         03  PC-RECORD-MARK            PIC X(2).
         03  PC-RECORD-COUNT           PIC 9(6).
         03  PC-HASH-TOTAL             PIC 9(13).
       01  PREFECTURE-TRAILER-SWITCH   PIC X VALUE "N".
         88  PREFECTURE-TRAILER-FOUND  VALUE "Y".
       77  PREFECTURE-READ-COUNT       PIC 9(6) VALUE 0.
       77  PREFECTURE-HASH-TOTAL       PIC 9(13) VALUE 0.
       01  MUNICIPALITY-CONTROL-TRAILER.
         03  MC-RECORD-MARK            PIC X(2).
         03  MC-RECORD-COUNT           PIC 9(6).
         03  MC-HASH-TOTAL             PIC 9(13).
       01  MUNICIPALITY-TRAILER-SWITCH PIC X VALUE "N".
         88  MUNICIPALITY-TRAILER-FOUND
                                       VALUE "Y".
       77  MUNICIPALITY-READ-COUNT     PIC 9(6) VALUE 0.
       77  MUNICIPALITY-HASH-TOTAL     PIC 9(13) VALUE 0.
       01  CODE-WORK-X                 PIC X(5).
       01  CODE-WORK-9 REDEFINES CODE-WORK-X
                                       PIC 9(5).

      * メモリ上に読み込んだコード対応の一覧。TX-USED-FLAGは、
      * 提出する都道府県に使われたかの印です。
       01  XREF-TABLE-COUNT            PIC 9(2) VALUE ZERO.
       01  XREF-TABLE.
         03  XREF-ENTRY                OCCURS 50 INDEXED BY XI.
             05  TX-PREFECTURE-CODE    PIC X(2).
             05  TX-JIS-CODE           PIC X(6).
             05  TX-COUNTRY-CODE       PIC X(2).
             05  TX-USED-FLAG          PIC X(1).

      * 提出する都道府県の表。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY PX.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-JIS-CODE            PIC X(6).
             05  T-NAME-X              PIC X(10).
             05  T-ENGLISH-NAME        PIC X(20).
             05  T-CAPITAL-NAME-X      PIC X(10).
             05  T-POPULATION          PIC 9(8).
             05  T-AREA-SQKM           PIC 9(5)V99.
             05  T-MUNICIPALITY-COUNT  PIC 9(4).
             05  T-MUNICIPAL-POPULATION
                                       PIC 9(9).

      * 提出する市区町村の表。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY MX MY.
             05  TM-PREFECTURE-CODE    PIC X(2).
             05  TM-MUNICIPALITY-CODE  PIC X(3).
             05  TM-JIS-CODE           PIC X(6).
             05  TM-NAME-X             PIC X(16).
             05  TM-TYPE               PIC X(1).
             05  TM-POPULATION         PIC 9(8).
             05  TM-AREA-SQKM          PIC 9(5)V99.
             05  TM-PARENT-CITY-CODE   PIC X(3).

      * 公式コード一覧との突き合わせ（CHECK-JIS-MUNICIPALITY-CODE）
      * に渡す項目。
       77  JIS-PREFECTURE-CODE         PIC X(2).
       77  JIS-MUNICIPALITY-CODE       PIC X(3).
       01  JIS-RESULT-SWITCH           PIC X.
         88  JIS-CODE-VALID            VALUE "Y".
       77  JIS-REJECT-REASON           PIC X(40).

      * JISコードの検査数字の計算用項目。重み6・5・4・3・2の
      * モジュラス11で、11から余りを引いた数の下一桁です。
       01  CODE-DIGITS-X               PIC X(5).
       01  CODE-DIGITS REDEFINES CODE-DIGITS-X.
         03  CODE-DIGIT                OCCURS 5 PIC 9(1).
       01  WEIGHT-VALUES               PIC X(5) VALUE "65432".
       01  WEIGHT-TABLE REDEFINES WEIGHT-VALUES.
         03  WEIGHT-DIGIT              OCCURS 5 PIC 9(1).
       77  DIGIT-INDEX                 PIC 9(1).
       77  WEIGHTED-SUM                PIC 9(3).
       77  MODULUS-REMAINDER           PIC 9(2).
       77  MODULUS-QUOTIENT            PIC 9(2).
       77  CHECK-DIGIT-WORK            PIC 9(2).
       77  CHECK-DIGIT                 PIC 9(1).

      * 点検の誤り。
       77  EDIT-ERROR-COUNT            PIC 9(5) VALUE 0.
       77  EDIT-KEY                    PIC X(8).
       77  EDIT-MESSAGE                PIC X(50).
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 合計レコードの値。
       77  TOTAL-PREFECTURE-COUNT      PIC 9(3) VALUE 0.
       77  TOTAL-MUNICIPALITY-COUNT    PIC 9(5) VALUE 0.
       77  TOTAL-POPULATION            PIC 9(11) VALUE 0.
       77  TOTAL-AREA-SQKM             PIC 9(8)V99 VALUE 0.
       77  TOTAL-MUNICIPAL-POPULATION  PIC 9(11) VALUE 0.
       77  TOTAL-RECORD-COUNT          PIC 9(6) VALUE 0.

      * 保存複写と提出の記録の項目。
       77  SUBMISSION-SEQUENCE-X       PIC X(6).
       77  RETAINED-COPY-NAME          PIC X(80).
       77  RETAINED-COPY-COUNT         PIC 9(6).
       77  REGISTERED-FILE-NAME        PIC X(40).
       77  MEASURE-FILE-NAME           PIC X(80).
       77  MEASURE-LINE-COUNT          PIC 9(6).
       77  MEASURE-BYTE-COUNT          PIC 9(10).
       77  MEASURE-DIGEST              PIC 9(13).
       01  MEASURE-RESULT-SWITCH       PIC X.
         88  MEASURE-FILE-FOUND        VALUE "Y".

      * 様式のレコード。いずれも100バイトです。
       01  HEADER-RECORD-LAYOUT.
         03  HD-RECORD-TYPE            PIC X(1) VALUE "1".
         03  HD-SUBMITTER-CODE         PIC X(8).
         03  HD-REFERENCE-PERIOD       PIC 9(6).
         03  HD-CREATED-DATE           PIC 9(8).
         03  HD-CREATED-TIME           PIC 9(6).
         03  HD-SUBMISSION-SEQUENCE    PIC 9(6).
         03  HD-RESUBMISSION-FLAG      PIC X(1).
         03  HD-PREVIOUS-SEQUENCE      PIC 9(6).
         03  FILLER                    PIC X(58) VALUE SPACES.
       01  PREFECTURE-RECORD-LAYOUT.
         03  PD-RECORD-TYPE            PIC X(1) VALUE "2".
         03  PD-JIS-CODE               PIC X(6).
         03  PD-NAME-X                 PIC X(10).
         03  PD-ENGLISH-NAME           PIC X(20).
         03  PD-CAPITAL-NAME-X         PIC X(10).
         03  PD-POPULATION             PIC 9(9).
         03  PD-AREA-SQKM              PIC 9(6)V99.
         03  PD-MUNICIPALITY-COUNT     PIC 9(4).
         03  PD-MUNICIPAL-POPULATION   PIC 9(9).
         03  FILLER                    PIC X(23) VALUE SPACES.
       01  MUNICIPALITY-RECORD-LAYOUT.
         03  MD-RECORD-TYPE            PIC X(1) VALUE "3".
         03  MD-JIS-CODE               PIC X(6).
         03  MD-NAME-X                 PIC X(16).
         03  MD-MUNICIPALITY-TYPE      PIC X(1).
         03  MD-POPULATION             PIC 9(9).
         03  MD-AREA-SQKM              PIC 9(6)V99.
      * 政令指定都市の区の親の市のJISコード。区以外は空白です。
         03  MD-PARENT-JIS-CODE        PIC X(6).
         03  FILLER                    PIC X(53) VALUE SPACES.
       01  TOTALS-RECORD-LAYOUT.
         03  TT-RECORD-TYPE            PIC X(1) VALUE "9".
         03  TT-PREFECTURE-COUNT       PIC 9(3).
         03  TT-MUNICIPALITY-COUNT     PIC 9(5).
         03  TT-TOTAL-POPULATION       PIC 9(11).
         03  TT-TOTAL-AREA-SQKM        PIC 9(8)V99.
         03  TT-MUNICIPAL-POPULATION   PIC 9(11).
      * ヘッダーと合計を含むレコード数。
         03  TT-RECORD-COUNT           PIC 9(6).
         03  FILLER                    PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         DISPLAY "REFERENCE MONTH (YYYYMM OR BLANK FOR LAST MONTH):".
         ACCEPT REFERENCE-PERIOD-IN.
         IF REFERENCE-PERIOD-IN IS NUMERIC
           THEN
             MOVE REFERENCE-PERIOD-IN TO REFERENCE-PERIOD;
           ELSE
             ACCEPT TODAY-DATE FROM DATE YYYYMMDD;
             MOVE TODAY-DATE(1:6) TO REFERENCE-PERIOD;
             IF RP-MONTH = 1
               THEN
                 SUBTRACT 1 FROM RP-YEAR;
                 MOVE 12 TO RP-MONTH;
               ELSE
                 SUBTRACT 1 FROM RP-MONTH;
             END-IF;
         END-IF.
         IF RP-MONTH < 1 OR RP-MONTH > 12
           THEN
             DISPLAY "SUBMIT-MINISTRY-STATISTICS: MONTH MUST BE "
                 "YYYYMM";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-SUBMISSION-REGISTER.
         IF PREVIOUS-SEQUENCE NOT = 0
           THEN
             DISPLAY "SUBMIT-MINISTRY-STATISTICS: " REFERENCE-PERIOD
                 " ALREADY SUBMITTED AS SEQUENCE " PREVIOUS-SEQUENCE;
             DISPLAY "SEND RESUBMISSION (Y/N)";
             ACCEPT CONFIRM-ANSWER;
             IF CONFIRM-ANSWER NOT = "Y"
               THEN
                 DISPLAY "SUBMIT-MINISTRY-STATISTICS: CANCELLED";
                 STOP RUN;
             END-IF;
         END-IF.
         PERFORM LOAD-XREF-TABLE.
         PERFORM LOAD-PREFECTURES.
         PERFORM LOAD-MUNICIPALITIES.
         PERFORM CHECK-SUBMISSION-TOTALS.
         IF EDIT-ERROR-COUNT > 0
           THEN
             DISPLAY "SUBMIT-MINISTRY-STATISTICS: NOT WRITTEN, "
                 "EDIT ERRORS=" EDIT-ERROR-COUNT;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM WRITE-SUBMISSION-FILE.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         PERFORM RECORD-SUBMISSION.
         DISPLAY "SUBMIT-MINISTRY-STATISTICS: SEQUENCE="
             SUBMISSION-SEQUENCE " PERIOD=" REFERENCE-PERIOD
             " PREFECTURES=" TOTAL-PREFECTURE-COUNT
             " MUNICIPALITIES=" TOTAL-MUNICIPALITY-COUNT
             " RECORDS=" TOTAL-RECORD-COUNT.
       SUBMIT-MINISTRY-STATISTICS-EXIT.
         STOP RUN.

      ******************************************************************
      * 提出の記録を読み、次の連番と、同じ年月の最も新しい提出の
      * 連番（再提出で置き換える前回）を求めます。
      ******************************************************************
       LOAD-SUBMISSION-REGISTER SECTION.
         MOVE 0 TO SUBMISSION-SEQUENCE.
         MOVE 0 TO PREVIOUS-SEQUENCE.
         OPEN INPUT SUBMISSION-REGISTER-FILE.
         IF NOT SUBMISSION-REGISTER-STATUS-OK
           THEN
             MOVE 1 TO SUBMISSION-SEQUENCE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT SUBMISSION-REGISTER-STATUS-OK
           READ SUBMISSION-REGISTER-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MS-SUBMISSION-SEQUENCE > SUBMISSION-SEQUENCE
                 THEN
                   MOVE MS-SUBMISSION-SEQUENCE
                       TO SUBMISSION-SEQUENCE;
               END-IF;
               IF MS-REFERENCE-PERIOD = REFERENCE-PERIOD
                 THEN
                   MOVE MS-SUBMISSION-SEQUENCE TO PREVIOUS-SEQUENCE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE SUBMISSION-REGISTER-FILE.
         ADD 1 TO SUBMISSION-SEQUENCE.
       LOAD-SUBMISSION-REGISTER-EXIT.
         EXIT.

      ******************************************************************
      * コード対応マスタをメモリの表に読み込みます。
      ******************************************************************
       LOAD-XREF-TABLE SECTION.
         MOVE 0 TO XREF-TABLE-COUNT.
         OPEN INPUT XREF-FILE.
         IF NOT XREF-STATUS-OK
           THEN
             MOVE "XREF" TO EDIT-KEY;
             MOVE "CODE CROSS-REFERENCE NOT AVAILABLE"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT XREF-STATUS-OK
           READ XREF-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF XREF-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO XREF-TABLE-COUNT;
                   SET XI TO XREF-TABLE-COUNT;
                   MOVE XR-PREFECTURE-CODE TO TX-PREFECTURE-CODE(XI);
                   MOVE XR-JIS-CODE TO TX-JIS-CODE(XI);
                   MOVE XR-COUNTRY-CODE TO TX-COUNTRY-CODE(XI);
                   MOVE "N" TO TX-USED-FLAG(XI);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE XREF-FILE.
       LOAD-XREF-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルを読み、1件ずつ点検して表に入れます。
      * 制御トレーラーは別に取っておきます。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         IF NOT PREFECTURES-STATUS-OK
           THEN
             MOVE "PREFS" TO EDIT-KEY;
             MOVE "PREFECTURE MASTER NOT AVAILABLE" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PREFECTURES-STATUS-OK
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   MOVE PREFECTURE-RECORD
                       TO PREFECTURE-CONTROL-TRAILER;
                   SET PREFECTURE-TRAILER-FOUND TO TRUE;
                 ELSE
                   ADD 1 TO PREFECTURE-READ-COUNT;
                   IF PF-POPULATION IS NUMERIC
                     THEN
                       ADD PF-POPULATION TO PREFECTURE-HASH-TOTAL;
                   END-IF;
                   PERFORM EDIT-PREFECTURE-RECORD;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県1件を点検し、表に入れます。必須の項目と、コード
      * 対応マスタのJISコード（検査数字を含む）を確かめます。
      ******************************************************************
       EDIT-PREFECTURE-RECORD SECTION.
         MOVE PF-PREFECTURE-CODE TO EDIT-KEY.
         IF PF-PREFECTURE-CODE IS NOT NUMERIC
           THEN
             MOVE "PREFECTURE CODE NOT NUMERIC" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         SET PX TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN PX <= PREFECTURE-TABLE-COUNT
               AND T-PREFECTURE-CODE(PX) = PF-PREFECTURE-CODE
             MOVE "DUPLICATE PREFECTURE CODE" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-SEARCH.
         IF PREFECTURE-TABLE-COUNT >= 50
           THEN
             MOVE "TOO MANY PREFECTURES" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         IF PF-NAME-X = SPACES
           THEN
             MOVE "MANDATORY FIELD MISSING: NAME" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
         IF PF-ENGLISH-NAME = SPACES
           THEN
             MOVE "MANDATORY FIELD MISSING: ENGLISH NAME"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
         IF PF-CAPITAL-NAME-X = SPACES
           THEN
             MOVE "MANDATORY FIELD MISSING: CAPITAL" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
         IF PF-POPULATION IS NOT NUMERIC
           THEN
             MOVE "MANDATORY FIELD MISSING: POPULATION"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             MOVE 0 TO PF-POPULATION;
           ELSE
             IF PF-POPULATION = 0
               THEN
                 MOVE "MANDATORY FIELD MISSING: POPULATION"
                     TO EDIT-MESSAGE;
                 PERFORM REPORT-EDIT-ERROR;
             END-IF
         END-IF.
         IF PF-AREA-SQKM IS NOT NUMERIC
           THEN
             MOVE "MANDATORY FIELD MISSING: AREA" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             MOVE 0 TO PF-AREA-SQKM;
           ELSE
             IF PF-AREA-SQKM = 0
               THEN
                 MOVE "MANDATORY FIELD MISSING: AREA"
                     TO EDIT-MESSAGE;
                 PERFORM REPORT-EDIT-ERROR;
             END-IF
         END-IF.
         ADD 1 TO PREFECTURE-TABLE-COUNT.
         SET PX TO PREFECTURE-TABLE-COUNT.
         MOVE PF-PREFECTURE-CODE TO T-PREFECTURE-CODE(PX).
         MOVE SPACES TO T-JIS-CODE(PX).
         MOVE PF-NAME-X TO T-NAME-X(PX).
         MOVE PF-ENGLISH-NAME TO T-ENGLISH-NAME(PX).
         MOVE PF-CAPITAL-NAME-X TO T-CAPITAL-NAME-X(PX).
         MOVE PF-POPULATION TO T-POPULATION(PX).
         MOVE PF-AREA-SQKM TO T-AREA-SQKM(PX).
         MOVE 0 TO T-MUNICIPALITY-COUNT(PX).
         MOVE 0 TO T-MUNICIPAL-POPULATION(PX).
         SET ENTRY-NOT-FOUND TO TRUE.
         SET XI TO 1.
         SEARCH XREF-ENTRY
           AT END
             CONTINUE;
           WHEN XI <= XREF-TABLE-COUNT
               AND TX-PREFECTURE-CODE(XI) = PF-PREFECTURE-CODE
             SET ENTRY-FOUND TO TRUE;
             MOVE "Y" TO TX-USED-FLAG(XI);
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             MOVE "NO JIS CODE IN CROSS-REFERENCE" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
      * 都道府県のJISコードは「都道府県コード＋000＋検査数字」です。
         MOVE PF-PREFECTURE-CODE TO CODE-DIGITS-X(1:2).
         MOVE "000" TO CODE-DIGITS-X(3:3).
         PERFORM COMPUTE-CHECK-DIGIT.
         IF TX-JIS-CODE(XI)(1:5) NOT = CODE-DIGITS-X
             OR TX-JIS-CODE(XI)(6:1) NOT = CHECK-DIGIT
           THEN
             MOVE "INVALID JIS CODE IN CROSS-REFERENCE"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
           ELSE
             MOVE TX-JIS-CODE(XI) TO T-JIS-CODE(PX);
         END-IF.
       EDIT-PREFECTURE-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルを読み、1件ずつ点検して表に入れます。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF NOT MUNICIPALITIES-STATUS-OK
           THEN
             MOVE "MUNICS" TO EDIT-KEY;
             MOVE "MUNICIPALITY MASTER NOT AVAILABLE"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MUNICIPALITIES-STATUS-OK
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-RECORD(1:2) = "T9"
                 THEN
                   MOVE MUNICIPALITY-RECORD
                       TO MUNICIPALITY-CONTROL-TRAILER;
                   SET MUNICIPALITY-TRAILER-FOUND TO TRUE;
                 ELSE
                   ADD 1 TO MUNICIPALITY-READ-COUNT;
                   MOVE MUNICIPALITY-RECORD(1:5) TO CODE-WORK-X;
                   IF CODE-WORK-X IS NUMERIC
                     THEN
                       ADD CODE-WORK-9 TO MUNICIPALITY-HASH-TOTAL;
                   END-IF;
                   PERFORM EDIT-MUNICIPALITY-RECORD;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村1件を点検し、表に入れます。所属の都道府県が提出に
      * 含まれること、コードが公式コード一覧に載っていること、
      * 必須の項目と種別を確かめます。
      ******************************************************************
       EDIT-MUNICIPALITY-RECORD SECTION.
         MOVE MUNICIPALITY-RECORD(1:5) TO EDIT-KEY.
         SET PX TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             MOVE "PREFECTURE NOT IN SUBMISSION" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
           WHEN PX > PREFECTURE-TABLE-COUNT
             MOVE "PREFECTURE NOT IN SUBMISSION" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
           WHEN T-PREFECTURE-CODE(PX) = MU-PREFECTURE-CODE
             CONTINUE;
         END-SEARCH.
         IF MUNICIPALITY-TABLE-COUNT >= 2000
           THEN
             MOVE "TOO MANY MUNICIPALITIES" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         MOVE MU-PREFECTURE-CODE TO JIS-PREFECTURE-CODE.
         MOVE MU-MUNICIPALITY-CODE TO JIS-MUNICIPALITY-CODE.
         CALL "CHECK-JIS-MUNICIPALITY-CODE"
             USING JIS-PREFECTURE-CODE, JIS-MUNICIPALITY-CODE,
                 JIS-RESULT-SWITCH, JIS-REJECT-REASON.
         IF NOT JIS-CODE-VALID
           THEN
             MOVE JIS-REJECT-REASON TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             EXIT SECTION;
         END-IF.
         IF MU-MUNICIPALITY-NAME-X = SPACES
           THEN
             MOVE "MANDATORY FIELD MISSING: NAME" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
         IF NOT MU-TYPE-IS-VALID
           THEN
             MOVE "INVALID MUNICIPALITY TYPE" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
         IF MU-TYPE-IS-DESIGNATED-WARD
             AND MU-PARENT-CITY-CODE = SPACES
           THEN
             MOVE "MANDATORY FIELD MISSING: PARENT CITY"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
         IF MU-POPULATION IS NOT NUMERIC
           THEN
             MOVE "MANDATORY FIELD MISSING: POPULATION"
                 TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             MOVE 0 TO MU-POPULATION;
           ELSE
             IF MU-POPULATION = 0
               THEN
                 MOVE "MANDATORY FIELD MISSING: POPULATION"
                     TO EDIT-MESSAGE;
                 PERFORM REPORT-EDIT-ERROR;
             END-IF
         END-IF.
         IF MU-AREA-SQKM IS NOT NUMERIC
           THEN
             MOVE "MANDATORY FIELD MISSING: AREA" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
             MOVE 0 TO MU-AREA-SQKM;
         END-IF.
         ADD 1 TO MUNICIPALITY-TABLE-COUNT.
         SET MX TO MUNICIPALITY-TABLE-COUNT.
         MOVE MU-PREFECTURE-CODE TO TM-PREFECTURE-CODE(MX).
         MOVE MU-MUNICIPALITY-CODE TO TM-MUNICIPALITY-CODE(MX).
         MOVE MU-MUNICIPALITY-NAME-X TO TM-NAME-X(MX).
         MOVE MU-MUNICIPALITY-TYPE TO TM-TYPE(MX).
         MOVE MU-POPULATION TO TM-POPULATION(MX).
         MOVE MU-AREA-SQKM TO TM-AREA-SQKM(MX).
         MOVE MU-PARENT-CITY-CODE TO TM-PARENT-CITY-CODE(MX).
         MOVE MUNICIPALITY-RECORD(1:5) TO CODE-DIGITS-X.
         PERFORM COMPUTE-CHECK-DIGIT.
         MOVE CODE-DIGITS-X TO TM-JIS-CODE(MX)(1:5).
         MOVE CHECK-DIGIT TO TM-JIS-CODE(MX)(6:1).
         ADD 1 TO T-MUNICIPALITY-COUNT(PX).
         ADD MU-POPULATION TO T-MUNICIPAL-POPULATION(PX).
       EDIT-MUNICIPALITY-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * 件数と合計の点検です。各マスタの制御トレーラーとの一致、
      * 都道府県ごとの市区町村の人口の計、対応マスタの国内の都道
      * 府県が揃っていること、区の親の市を確かめ、合計レコードの
      * 値を求めます。
      ******************************************************************
       CHECK-SUBMISSION-TOTALS SECTION.
         MOVE "PREFS" TO EDIT-KEY.
         IF NOT PREFECTURE-TRAILER-FOUND
           THEN
             MOVE "CONTROL TRAILER MISSING" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
           ELSE
             IF PC-RECORD-COUNT NOT = PREFECTURE-READ-COUNT
                 OR PC-HASH-TOTAL NOT = PREFECTURE-HASH-TOTAL
               THEN
                 MOVE "TOTALS DO NOT MATCH CONTROL TRAILER"
                     TO EDIT-MESSAGE;
                 PERFORM REPORT-EDIT-ERROR;
             END-IF
         END-IF.
         MOVE "MUNICS" TO EDIT-KEY.
         IF NOT MUNICIPALITY-TRAILER-FOUND
           THEN
             MOVE "CONTROL TRAILER MISSING" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
           ELSE
             IF MC-RECORD-COUNT NOT = MUNICIPALITY-READ-COUNT
                 OR MC-HASH-TOTAL NOT = MUNICIPALITY-HASH-TOTAL
               THEN
                 MOVE "TOTALS DO NOT MATCH CONTROL TRAILER"
                     TO EDIT-MESSAGE;
                 PERFORM REPORT-EDIT-ERROR;
             END-IF
         END-IF.
         PERFORM VARYING XI FROM 1 BY 1 UNTIL XI > XREF-TABLE-COUNT
           IF TX-COUNTRY-CODE(XI) = "JP"
               AND TX-USED-FLAG(XI) NOT = "Y"
             THEN
               MOVE TX-PREFECTURE-CODE(XI) TO EDIT-KEY
               MOVE "PREFECTURE MISSING FROM SUBMISSION"
                   TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
         END-PERFORM.
         MOVE 0 TO TOTAL-POPULATION.
         MOVE 0 TO TOTAL-AREA-SQKM.
         MOVE 0 TO TOTAL-MUNICIPAL-POPULATION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           MOVE T-PREFECTURE-CODE(PX) TO EDIT-KEY
           IF T-MUNICIPALITY-COUNT(PX) = 0
             THEN
               MOVE "NO MUNICIPALITY RECORDS" TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF T-MUNICIPAL-POPULATION(PX) > T-POPULATION(PX)
             THEN
               MOVE "MUNICIPAL POPULATION EXCEEDS PREFECTURE"
                   TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           ADD T-POPULATION(PX) TO TOTAL-POPULATION
           ADD T-AREA-SQKM(PX) TO TOTAL-AREA-SQKM
           ADD T-MUNICIPAL-POPULATION(PX)
               TO TOTAL-MUNICIPAL-POPULATION
         END-PERFORM.
         PERFORM VARYING MX FROM 1 BY 1
             UNTIL MX > MUNICIPALITY-TABLE-COUNT
           IF TM-TYPE(MX) = "5"
               AND TM-PARENT-CITY-CODE(MX) NOT = SPACES
             THEN
               PERFORM CHECK-PARENT-CITY
           END-IF
         END-PERFORM.
         MOVE PREFECTURE-TABLE-COUNT TO TOTAL-PREFECTURE-COUNT.
         MOVE MUNICIPALITY-TABLE-COUNT TO TOTAL-MUNICIPALITY-COUNT.
         COMPUTE TOTAL-RECORD-COUNT = TOTAL-PREFECTURE-COUNT
             + TOTAL-MUNICIPALITY-COUNT + 2.
       CHECK-SUBMISSION-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * 政令指定都市の区の親の市が、同じ都道府県の市として提出に
      * 含まれることを確かめます。
      ******************************************************************
       CHECK-PARENT-CITY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING MY FROM 1 BY 1
             UNTIL MY > MUNICIPALITY-TABLE-COUNT OR ENTRY-FOUND
           IF TM-PREFECTURE-CODE(MY) = TM-PREFECTURE-CODE(MX)
               AND TM-MUNICIPALITY-CODE(MY)
                   = TM-PARENT-CITY-CODE(MX)
               AND TM-TYPE(MY) = "1"
             THEN
               SET ENTRY-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF ENTRY-NOT-FOUND
           THEN
             MOVE TM-PREFECTURE-CODE(MX) TO EDIT-KEY(1:2);
             MOVE TM-MUNICIPALITY-CODE(MX) TO EDIT-KEY(3:3);
             MOVE SPACES TO EDIT-KEY(6:3);
             MOVE "PARENT CITY NOT IN SUBMISSION" TO EDIT-MESSAGE;
             PERFORM REPORT-EDIT-ERROR;
         END-IF.
       CHECK-PARENT-CITY-EXIT.
         EXIT.

      ******************************************************************
      * 点検の誤りを1件表示し、数えます。
      ******************************************************************
       REPORT-EDIT-ERROR SECTION.
         ADD 1 TO EDIT-ERROR-COUNT.
         DISPLAY "SUBMIT-MINISTRY-STATISTICS: EDIT " EDIT-KEY " "
             EDIT-MESSAGE.
       REPORT-EDIT-ERROR-EXIT.
         EXIT.

      ******************************************************************
      * 5桁のコードからモジュラス11の検査数字を求めます。
      ******************************************************************
       COMPUTE-CHECK-DIGIT SECTION.
         MOVE 0 TO WEIGHTED-SUM.
         PERFORM VARYING DIGIT-INDEX FROM 1 BY 1
             UNTIL DIGIT-INDEX > 5
           COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
               + CODE-DIGIT(DIGIT-INDEX)
               * WEIGHT-DIGIT(DIGIT-INDEX);
         END-PERFORM.
         DIVIDE WEIGHTED-SUM BY 11 GIVING MODULUS-QUOTIENT
             REMAINDER MODULUS-REMAINDER.
         COMPUTE CHECK-DIGIT-WORK = 11 - MODULUS-REMAINDER.
         IF CHECK-DIGIT-WORK >= 10
           THEN
             SUBTRACT 10 FROM CHECK-DIGIT-WORK;
         END-IF.
         MOVE CHECK-DIGIT-WORK TO CHECK-DIGIT.
       COMPUTE-CHECK-DIGIT-EXIT.
         EXIT.

      ******************************************************************
      * 提出ファイルを書き出します。都道府県ごとに、その市区町村を
      * 直後に並べます。
      ******************************************************************
       WRITE-SUBMISSION-FILE SECTION.
         OPEN OUTPUT SUBMISSION-FILE.
         IF SUBMISSION-STATUS NOT = "00"
           THEN
             DISPLAY "SUBMIT-MINISTRY-STATISTICS: UNABLE TO OPEN "
                 SUBMISSION-FILENAME " STATUS=" SUBMISSION-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT NOW-TIME FROM TIME.
         MOVE SUBMITTER-CODE TO HD-SUBMITTER-CODE.
         MOVE REFERENCE-PERIOD TO HD-REFERENCE-PERIOD.
         MOVE TODAY-DATE TO HD-CREATED-DATE.
         MOVE NOW-TIME(1:6) TO HD-CREATED-TIME.
         MOVE SUBMISSION-SEQUENCE TO HD-SUBMISSION-SEQUENCE.
         MOVE PREVIOUS-SEQUENCE TO HD-PREVIOUS-SEQUENCE.
         IF PREVIOUS-SEQUENCE = 0
           THEN
             MOVE "0" TO HD-RESUBMISSION-FLAG;
           ELSE
             MOVE "1" TO HD-RESUBMISSION-FLAG;
         END-IF.
         WRITE SUBMISSION-RECORD FROM HEADER-RECORD-LAYOUT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           MOVE T-JIS-CODE(PX) TO PD-JIS-CODE
           MOVE T-NAME-X(PX) TO PD-NAME-X
           MOVE T-ENGLISH-NAME(PX) TO PD-ENGLISH-NAME
           MOVE T-CAPITAL-NAME-X(PX) TO PD-CAPITAL-NAME-X
           MOVE T-POPULATION(PX) TO PD-POPULATION
           MOVE T-AREA-SQKM(PX) TO PD-AREA-SQKM
           MOVE T-MUNICIPALITY-COUNT(PX) TO PD-MUNICIPALITY-COUNT
           MOVE T-MUNICIPAL-POPULATION(PX)
               TO PD-MUNICIPAL-POPULATION
           WRITE SUBMISSION-RECORD FROM PREFECTURE-RECORD-LAYOUT
           PERFORM VARYING MX FROM 1 BY 1
               UNTIL MX > MUNICIPALITY-TABLE-COUNT
             IF TM-PREFECTURE-CODE(MX) = T-PREFECTURE-CODE(PX)
               THEN
                 PERFORM WRITE-MUNICIPALITY-RECORD
             END-IF
           END-PERFORM
         END-PERFORM.
         MOVE TOTAL-PREFECTURE-COUNT TO TT-PREFECTURE-COUNT.
         MOVE TOTAL-MUNICIPALITY-COUNT TO TT-MUNICIPALITY-COUNT.
         MOVE TOTAL-POPULATION TO TT-TOTAL-POPULATION.
         MOVE TOTAL-AREA-SQKM TO TT-TOTAL-AREA-SQKM.
         MOVE TOTAL-MUNICIPAL-POPULATION TO TT-MUNICIPAL-POPULATION.
         MOVE TOTAL-RECORD-COUNT TO TT-RECORD-COUNT.
         WRITE SUBMISSION-RECORD FROM TOTALS-RECORD-LAYOUT.
         CLOSE SUBMISSION-FILE.
       WRITE-SUBMISSION-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村1件のレコードを書き出します。区の親の市は、検査
      * 数字を付けたJISコードにします。
      ******************************************************************
       WRITE-MUNICIPALITY-RECORD SECTION.
         MOVE TM-JIS-CODE(MX) TO MD-JIS-CODE.
         MOVE TM-NAME-X(MX) TO MD-NAME-X.
         MOVE TM-TYPE(MX) TO MD-MUNICIPALITY-TYPE.
         MOVE TM-POPULATION(MX) TO MD-POPULATION.
         MOVE TM-AREA-SQKM(MX) TO MD-AREA-SQKM.
         MOVE SPACES TO MD-PARENT-JIS-CODE.
         IF TM-TYPE(MX) = "5"
           THEN
             MOVE TM-PREFECTURE-CODE(MX) TO CODE-DIGITS-X(1:2);
             MOVE TM-PARENT-CITY-CODE(MX) TO CODE-DIGITS-X(3:3);
             PERFORM COMPUTE-CHECK-DIGIT;
             MOVE CODE-DIGITS-X TO MD-PARENT-JIS-CODE(1:5);
             MOVE CHECK-DIGIT TO MD-PARENT-JIS-CODE(6:1);
         END-IF.
         WRITE SUBMISSION-RECORD FROM MUNICIPALITY-RECORD-LAYOUT.
       WRITE-MUNICIPALITY-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * 連番付きの保存複写を残し、その複写を測って提出の記録へ
      * 1行追記します。複写が残せないときは、提出ファイルそのもの
      * を記録して復帰コード4で終わります。
      ******************************************************************
       RECORD-SUBMISSION SECTION.
         MOVE SUBMISSION-SEQUENCE TO SUBMISSION-SEQUENCE-X.
         MOVE SPACES TO RETAINED-COPY-NAME.
         STRING "../data/MinistrySubmission-" SUBMISSION-SEQUENCE-X
             ".txt" DELIMITED BY SIZE INTO RETAINED-COPY-NAME.
         CALL "COPY-TEXT-FILE" USING SUBMISSION-FILENAME,
             RETAINED-COPY-NAME, RETAINED-COPY-COUNT.
         IF RETURN-CODE = 0
           THEN
             MOVE RETAINED-COPY-NAME TO MEASURE-FILE-NAME;
             MOVE RETAINED-COPY-NAME(9:40) TO REGISTERED-FILE-NAME;
           ELSE
             DISPLAY "SUBMIT-MINISTRY-STATISTICS: UNABLE TO RETAIN "
                 "SUBMISSION COPY " RETAINED-COPY-NAME;
             MOVE SUBMISSION-FILENAME TO MEASURE-FILE-NAME;
             MOVE SUBMISSION-FILENAME(9:40) TO REGISTERED-FILE-NAME;
         END-IF.
         CALL "MEASURE-FEED-FILE" USING MEASURE-FILE-NAME,
             MEASURE-LINE-COUNT, MEASURE-BYTE-COUNT, MEASURE-DIGEST,
             MEASURE-RESULT-SWITCH.
         MOVE SUBMISSION-SEQUENCE TO MS-SUBMISSION-SEQUENCE.
         MOVE REFERENCE-PERIOD TO MS-REFERENCE-PERIOD.
         MOVE HD-RESUBMISSION-FLAG TO MS-RESUBMISSION-FLAG.
         MOVE PREVIOUS-SEQUENCE TO MS-PREVIOUS-SEQUENCE.
         MOVE HD-CREATED-DATE TO MS-SUBMITTED-TIMESTAMP(1:8).
         MOVE HD-CREATED-TIME TO MS-SUBMITTED-TIMESTAMP(9:6).
         ACCEPT MS-USER-ID FROM ENVIRONMENT "USER".
         MOVE REGISTERED-FILE-NAME TO MS-FILE-NAME.
         MOVE TOTAL-PREFECTURE-COUNT TO MS-PREFECTURE-COUNT.
         MOVE TOTAL-MUNICIPALITY-COUNT TO MS-MUNICIPALITY-COUNT.
         MOVE TOTAL-POPULATION TO MS-TOTAL-POPULATION.
         MOVE TOTAL-RECORD-COUNT TO MS-RECORD-COUNT.
         MOVE MEASURE-BYTE-COUNT TO MS-BYTE-COUNT.
         MOVE MEASURE-DIGEST TO MS-DIGEST.
         OPEN EXTEND SUBMISSION-REGISTER-FILE.
         IF SUBMISSION-REGISTER-STATUS = "35"
           THEN
             OPEN OUTPUT SUBMISSION-REGISTER-FILE;
         END-IF.
         IF NOT SUBMISSION-REGISTER-STATUS-OK
           THEN
             DISPLAY "SUBMIT-MINISTRY-STATISTICS: UNABLE TO OPEN "
                 "SUBMISSION REGISTER STATUS="
                 SUBMISSION-REGISTER-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         WRITE SUBMISSION-REGISTER-RECORD.
         CLOSE SUBMISSION-REGISTER-FILE.
         IF REGISTERED-FILE-NAME = SUBMISSION-FILENAME(9:40)
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       RECORD-SUBMISSION-EXIT.
         EXIT.

       END PROGRAM SUBMIT-MINISTRY-STATISTICS.
