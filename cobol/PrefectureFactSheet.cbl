      ******************************************************************
      * 都道府県の概要（ファクトシート）の帳票です。都道府県ごとに
      * 1ページで、これまで別々の帳票でしか見られなかったマスタの
      * 内容をまとめて印字します。
      *   ・人口・面積・人口密度と、それぞれの全国順位
      *   ・県庁所在地とその座標(CapitalCoordinates.txt)
      *   ・年齢階級×男女の人口と高齢化率(Demographics.txt)
      *   ・種別ごとの市区町村数(Municipalities.txt)と郵便番号の
      *     件数(PostalCodes.txt)
      *   ・JISコード・ISOコード(CodeCrossReference.txt)
      *   ・最近の合併（新しい順に3件まで, MergerLineage.txt）
      * 対象は、1つの都道府県・1つの地方・全国47都道府県のいずれか
      * を実行時に選びます。印字はPRINT-SPOOLを通して行います。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFECTURE-FACT-SHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.
         SELECT COORDINATES-FILE
           ASSIGN TO "../data/CapitalCoordinates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COORDINATES-STATUS.
         SELECT XREF-FILE
           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.
         SELECT DEMOGRAPHICS-FILE
           ASSIGN TO "../data/Demographics.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEMOGRAPHICS-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT POSTAL-FILE
           ASSIGN TO "../data/PostalCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-STATUS.
         SELECT LINEAGE-FILE
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * 県庁所在地の座標マスタ。
       FD  COORDINATES-FILE.
       01  COORDINATE-RECORD.
         03  CO-PREFECTURE-CODE        PIC X(2).
         03  CO-LATITUDE               PIC 9(2)V9(4).
         03  CO-LONGITUDE              PIC 9(3)V9(4).
      * コード対応マスタ。
       FD  XREF-FILE.
       01  XREF-RECORD.
         03  XR-PREFECTURE-CODE        PIC X(2).
         03  XR-ISO-CODE               PIC X(5).
         03  XR-JIS-CODE               PIC X(6).
         03  XR-COUNTRY-CODE           PIC X(2).
      * 人口の内訳マスタ。
       FD  DEMOGRAPHICS-FILE.
       01  DEMOGRAPHIC-RECORD.
         03  DG-PREFECTURE-CODE        PIC X(2).
         03  DG-SEX-CODE               PIC X(1).
         03  DG-AGE-BAND               PIC X(2).
         03  DG-POPULATION             PIC 9(8).
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
      * 郵便番号ファイル。
       FD  POSTAL-FILE.
       01  POSTAL-RECORD.
         03  ZP-POSTAL-CODE            PIC X(7).
         03  ZP-PREFECTURE-CODE        PIC X(2).
         03  ZP-MUNICIPALITY-CODE      PIC X(3).
      * 合併系譜ファイル。旧コード1件につき1行です。
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD.
           COPY "MergerLineageEntry".

       WORKING-STORAGE SECTION.
      * 配布（ルーティング）の帳票名。
       77  DISTRIBUTION-REPORT-NAME    PIC X(20).
       01  PREFECTURES-STATUS          PIC X(2).
         88  PREFECTURES-STATUS-OK     VALUE "00".
       01  REGIONS-STATUS              PIC X(2).
         88  REGIONS-STATUS-OK         VALUE "00".
       01  COORDINATES-STATUS          PIC X(2).
         88  COORDINATES-STATUS-OK     VALUE "00".
       01  XREF-STATUS                 PIC X(2).
         88  XREF-STATUS-OK            VALUE "00".
       01  DEMOGRAPHICS-STATUS         PIC X(2).
         88  DEMOGRAPHICS-STATUS-OK    VALUE "00".
       01  MUNICIPALITIES-STATUS       PIC X(2).
         88  MUNICIPALITIES-STATUS-OK  VALUE "00".
       01  POSTAL-STATUS               PIC X(2).
         88  POSTAL-STATUS-OK          VALUE "00".
       01  LINEAGE-STATUS              PIC X(2).
         88  LINEAGE-STATUS-OK         VALUE "00".

      * 対象の選び方（P=都道府県 R=地方 A=全国）と、そのコード。
       01  SCOPE-CHOICE                PIC X(1).
         88  SCOPE-IS-PREFECTURE       VALUE "P".
         88  SCOPE-IS-REGION           VALUE "R".
         88  SCOPE-IS-ALL              VALUE "A".
       77  SCOPE-CODE                  PIC X(2).
       77  SELECTED-COUNT              PIC 9(2) VALUE ZERO.
       77  PAGE-COUNT                  PIC 9(2) VALUE ZERO.

      * 都道府県ごとの概要の表。マスタごとの内容を読み込みのたびに
      * 該当の都道府県の行へ付け加えます。年齢階級の添字は階級
      * （1～3）、種別の添字は市区町村の種別（1～5）です。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY PX PY.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-NAME                PIC N(5).
             05  T-REGION-CODE         PIC X(2).
             05  T-POPULATION          PIC 9(8).
             05  T-AREA-SQKM           PIC 9(5)V99.
             05  T-DENSITY             PIC 9(7)V9.
             05  T-ENGLISH-NAME        PIC X(20).
             05  T-CAPITAL-NAME        PIC N(5).
             05  T-KANA-NAME           PIC N(10).
             05  T-SELECTED-FLAG       PIC X(1).
             05  T-POPULATION-RANK     PIC 9(2).
             05  T-AREA-RANK           PIC 9(2).
             05  T-DENSITY-RANK        PIC 9(2).
             05  T-COORDINATE-FLAG     PIC X(1).
             05  T-LATITUDE            PIC 9(2)V9(4).
             05  T-LONGITUDE           PIC 9(3)V9(4).
             05  T-ISO-CODE            PIC X(5).
             05  T-JIS-CODE            PIC X(6).
             05  T-COUNTRY-CODE        PIC X(2).
             05  T-DEMOGRAPHIC-FLAG    PIC X(1).
             05  T-MALE-BAND           OCCURS 3 PIC 9(8).
             05  T-FEMALE-BAND         OCCURS 3 PIC 9(8).
             05  T-TYPE-COUNT          OCCURS 5 PIC 9(4).
             05  T-POSTAL-COUNT        PIC 9(5).
       77  BAND-INDEX                  PIC 9(1).
       77  TYPE-INDEX                  PIC 9(1).

      * 地方の名称の表。
       01  REGION-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  REGION-TABLE.
         03  REGION-ENTRY              OCCURS 20 INDEXED BY RX.
             05  TR-REGION-CODE        PIC X(2).
             05  TR-NAME               PIC N(5).
             05  TR-ENGLISH-NAME       PIC X(20).

      * 合併の存続先の名称を引くための市区町村の表。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 3000 INDEXED BY MX.
             05  TM-MUNICIPALITY-KEY   PIC X(5).
             05  TM-NAME               PIC N(8).

      * メモリ上に読み込んだ合併系譜の一覧。
       01  LINEAGE-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  LINEAGE-TABLE.
         03  LINEAGE-ENTRY             OCCURS 2000 INDEXED BY LX.
             05  TL-OLD-PREFECTURE     PIC X(2).
             05  TL-OLD-CODE           PIC X(3).
             05  TL-SUCCESSOR-PREFECTURE
                                       PIC X(2).
             05  TL-SUCCESSOR-CODE     PIC X(3).
             05  TL-MERGER-DATE        PIC 9(8).
             05  TL-OLD-NAME           PIC N(8).

      * 1ページ分の最近の合併。系譜の表の位置を新しい順に3件まで
      * 持ちます。
       77  LATEST-EVENT-COUNT          PIC 9(1).
       01  LATEST-EVENT-TABLE.
         03  LATEST-EVENT-SLOT         OCCURS 3 PIC 9(4).
       77  PREFECTURE-EVENT-COUNT      PIC 9(4).
       77  SLOT-POSITION               PIC 9(1).
       77  PREVIOUS-POSITION           PIC 9(1).
       77  CANDIDATE-SLOT              PIC 9(4).
       01  SHIFT-SWITCH                PIC X.
         88  SHIFT-DONE                VALUE "Y".
         88  SHIFT-NOT-DONE            VALUE "N".

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       77  LOOKUP-PREFECTURE-CODE      PIC X(2).
       77  LOOKUP-MUNICIPALITY-KEY     PIC X(5).

      * 1ページ分の集計の作業項目。
       77  BAND-TOTAL                  PIC 9(9).
       77  MALE-TOTAL                  PIC 9(9).
       77  FEMALE-TOTAL                PIC 9(9).
       77  DEMOGRAPHIC-TOTAL           PIC 9(9).
       77  AGING-RATE                  PIC 9(3)V9.
       77  MUNICIPALITY-TOTAL          PIC 9(5).

      * メッセージカタログから取り出す文言の番号と本文。
       77  MSG-NUMBER                  PIC X(4).
       77  MSG-TEXT                    PIC X(60).
      * 印字出力モジュールへ渡す動作コードと1行分のテキスト。
      * 出力先（画面か印字ファイルか）はPRINT-SPOOLが決めます。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).

      * 概要のページの各行の編集用レイアウト。
       01  NAME-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "PREFECTURE".
         03  FN-PREFECTURE-CODE        PIC X(2).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FN-NAME                   PIC N(5).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FN-ENGLISH-NAME           PIC X(20).
         03  FN-KANA-NAME              PIC N(10).
       01  REGION-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "REGION".
         03  FR-REGION-CODE            PIC X(2).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FR-NAME                   PIC N(5).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FR-ENGLISH-NAME           PIC X(20).
       01  CAPITAL-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "CAPITAL".
         03  FC-CAPITAL-NAME           PIC N(5).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FC-COORDINATE-TEXT        PIC X(40).
       01  COORDINATE-LAYOUT.
         03  FILLER                    PIC X(4) VALUE "LAT ".
         03  FK-LATITUDE               PIC Z9.9999.
         03  FILLER                    PIC X(8) VALUE " N  LON ".
         03  FK-LONGITUDE              PIC ZZ9.9999.
         03  FILLER                    PIC X(2) VALUE " E".
       01  CODE-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "JIS CODE".
         03  FX-JIS-CODE               PIC X(6).
         03  FILLER                    PIC X(12) VALUE "  ISO CODE ".
         03  FX-ISO-CODE               PIC X(5).
         03  FILLER                    PIC X(10) VALUE "  COUNTRY ".
         03  FX-COUNTRY-CODE           PIC X(2).
       01  POPULATION-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "POPULATION".
         03  FP-POPULATION             PIC ZZ,ZZZ,ZZ9.
         03  FILLER                    PIC X(12) VALUE "      RANK ".
         03  FP-RANK                   PIC Z9.
         03  FILLER                    PIC X(4) VALUE " OF ".
         03  FP-COUNT                  PIC Z9.
       01  AREA-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "AREA SQKM".
         03  FA-AREA-SQKM              PIC ZZ,ZZ9.99.
         03  FILLER                    PIC X(13) VALUE
             "       RANK ".
         03  FA-RANK                   PIC Z9.
         03  FILLER                    PIC X(4) VALUE " OF ".
         03  FA-COUNT                  PIC Z9.
       01  DENSITY-LINE-LAYOUT.
         03  FILLER                    PIC X(12) VALUE "DENSITY".
         03  FD-DENSITY                PIC Z,ZZZ,ZZ9.9.
         03  FILLER                    PIC X(11) VALUE "     RANK ".
         03  FD-RANK                   PIC Z9.
         03  FILLER                    PIC X(4) VALUE " OF ".
         03  FD-COUNT                  PIC Z9.
       01  BAND-LINE-LAYOUT.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FB-BAND-NAME              PIC X(10).
         03  FB-MALE                   PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FB-FEMALE                 PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FB-TOTAL                  PIC ZZZ,ZZZ,ZZ9.
       01  AGING-LINE-LAYOUT.
         03  FILLER                    PIC X(20) VALUE
             "  AGING RATE (65+)".
         03  FG-AGING-RATE             PIC ZZ9.9.
         03  FILLER                    PIC X(1) VALUE "%".
       01  MUNICIPALITY-HEADING-LAYOUT.
         03  FILLER                    PIC X(32) VALUE
             "MUNICIPALITIES      CITY  S-WARD".
         03  FILLER                    PIC X(32) VALUE
             "    TOWN VILLAGE  C-WARD   TOTAL".
       01  MUNICIPALITY-LINE-LAYOUT.
         03  FILLER                    PIC X(16) VALUE SPACES.
         03  FM-TYPE-COUNT             OCCURS 5.
             05  FILLER                PIC X(4) VALUE SPACES.
             05  FM-COUNT              PIC ZZZ9.
         03  FILLER                    PIC X(3) VALUE SPACES.
         03  FM-TOTAL                  PIC ZZZZ9.
       01  POSTAL-LINE-LAYOUT.
         03  FILLER                    PIC X(14) VALUE "POSTAL CODES".
         03  FZ-POSTAL-COUNT           PIC ZZ,ZZ9.
       01  EVENT-HEADING-LAYOUT.
         03  FILLER                    PIC X(22) VALUE
             "LATEST MERGER EVENTS (".
         03  FE-EVENT-COUNT            PIC Z,ZZ9.
         03  FILLER                    PIC X(9) VALUE " ON FILE)".
       01  EVENT-LINE-LAYOUT.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FV-MERGER-DATE            PIC 9(8).
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FV-OLD-PREFECTURE         PIC X(2).
         03  FV-OLD-CODE               PIC X(3).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  FV-OLD-NAME               PIC N(8).
         03  FILLER                    PIC X(4) VALUE " -> ".
         03  FV-SUCCESSOR-PREFECTURE   PIC X(2).
         03  FV-SUCCESSOR-CODE         PIC X(3).
         03  FILLER                    PIC X(1) VALUE SPACES.
         03  FV-SUCCESSOR-NAME         PIC N(8).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-PREFECTURES.
         IF PREFECTURE-TABLE-COUNT = 0
           THEN
             DISPLAY "PREFECTURE-FACT-SHEET: NO PREFECTURES ON FILE "
                 "STATUS=" PREFECTURES-STATUS;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-REGIONS.
         PERFORM ACCEPT-FACT-SHEET-SCOPE.
         PERFORM SELECT-PREFECTURES.
         IF SELECTED-COUNT = 0
           THEN
             DISPLAY "PREFECTURE-FACT-SHEET: NO PREFECTURE MATCHES "
                 SCOPE-CHOICE " " SCOPE-CODE;
             MOVE 4 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-COORDINATES.
         PERFORM LOAD-CODE-XREF.
         PERFORM LOAD-DEMOGRAPHICS.
         PERFORM LOAD-MUNICIPALITIES.
         PERFORM LOAD-POSTAL-CODES.
         PERFORM LOAD-LINEAGE.
         PERFORM COMPUTE-RANKS.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF T-SELECTED-FLAG(PX) = "Y"
             THEN
               PERFORM PRINT-FACT-SHEET;
           END-IF
         END-PERFORM.
      * 配布マスタにしたがって、宛先ごとのバナーページを添え
      * ます。
         MOVE "FACT-SHEET" TO DISTRIBUTION-REPORT-NAME.
         CALL "PRINT-DISTRIBUTION" USING DISTRIBUTION-REPORT-NAME.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       PREFECTURE-FACT-SHEET-EXIT.
         STOP RUN.

      ******************************************************************
      * 都道府県ファイルを概要の表に読み込みます。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         IF NOT PREFECTURES-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PREFECTURES-STATUS-OK
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                   OR PREFECTURE-TABLE-COUNT >= 50
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO PREFECTURE-TABLE-COUNT;
                   SET PX TO PREFECTURE-TABLE-COUNT;
                   INITIALIZE PREFECTURE-ENTRY(PX);
                   MOVE PF-PREFECTURE-CODE TO T-PREFECTURE-CODE(PX);
                   MOVE PF-NAME TO T-NAME(PX);
                   MOVE PF-REGION-CODE TO T-REGION-CODE(PX);
                   MOVE PF-POPULATION TO T-POPULATION(PX);
                   MOVE PF-AREA-SQKM TO T-AREA-SQKM(PX);
                   MOVE PF-ENGLISH-NAME TO T-ENGLISH-NAME(PX);
                   MOVE PF-CAPITAL-NAME TO T-CAPITAL-NAME(PX);
                   MOVE PF-KANA-NAME TO T-KANA-NAME(PX);
                   MOVE "N" TO T-SELECTED-FLAG(PX);
                   MOVE "N" TO T-COORDINATE-FLAG(PX);
                   MOVE "N" TO T-DEMOGRAPHIC-FLAG(PX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 地方ファイルを名称の表に読み込みます。
      ******************************************************************
       LOAD-REGIONS SECTION.
         OPEN INPUT REGIONS-FILE.
         IF NOT REGIONS-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT REGIONS-STATUS-OK
           READ REGIONS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REGION-RECORD(1:2) = "T9"
                   OR REGION-TABLE-COUNT >= 20
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO REGION-TABLE-COUNT;
                   SET RX TO REGION-TABLE-COUNT;
                   MOVE RG-REGION-CODE TO TR-REGION-CODE(RX);
                   MOVE RG-NAME TO TR-NAME(RX);
                   MOVE RG-ENGLISH-NAME TO TR-ENGLISH-NAME(RX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
       LOAD-REGIONS-EXIT.
         EXIT.

      ******************************************************************
      * 対象の選び方（都道府県・地方・全国）とコードを受け付けます。
      ******************************************************************
       ACCEPT-FACT-SHEET-SCOPE SECTION.
         DISPLAY "SCOPE  P)PREFECTURE  R)REGION  A)ALL".
         ACCEPT SCOPE-CHOICE.
         IF NOT SCOPE-IS-PREFECTURE AND NOT SCOPE-IS-REGION
             AND NOT SCOPE-IS-ALL
           THEN
             DISPLAY "INVALID SCOPE -- ALL ASSUMED";
             SET SCOPE-IS-ALL TO TRUE;
         END-IF.
         MOVE SPACES TO SCOPE-CODE.
         IF SCOPE-IS-PREFECTURE
           THEN
             DISPLAY "PREFECTURE-CODE (2 DIGITS):";
             ACCEPT SCOPE-CODE;
         END-IF.
         IF SCOPE-IS-REGION
           THEN
             DISPLAY "REGION-CODE (2 DIGITS):";
             ACCEPT SCOPE-CODE;
         END-IF.
       ACCEPT-FACT-SHEET-SCOPE-EXIT.
         EXIT.

      ******************************************************************
      * 対象の都道府県に印を付け、件数を数えます。
      ******************************************************************
       SELECT-PREFECTURES SECTION.
         MOVE 0 TO SELECTED-COUNT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF SCOPE-IS-ALL
               OR (SCOPE-IS-PREFECTURE
                   AND T-PREFECTURE-CODE(PX) = SCOPE-CODE)
               OR (SCOPE-IS-REGION
                   AND T-REGION-CODE(PX) = SCOPE-CODE)
             THEN
               MOVE "Y" TO T-SELECTED-FLAG(PX);
               ADD 1 TO SELECTED-COUNT;
           END-IF
         END-PERFORM.
       SELECT-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 県庁所在地の座標を概要の表へ付け加えます。
      ******************************************************************
       LOAD-COORDINATES SECTION.
         OPEN INPUT COORDINATES-FILE.
         IF NOT COORDINATES-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT COORDINATES-STATUS-OK
           READ COORDINATES-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE CO-PREFECTURE-CODE TO LOOKUP-PREFECTURE-CODE
               PERFORM FIND-PREFECTURE
               IF ENTRY-FOUND
                 THEN
                   MOVE "Y" TO T-COORDINATE-FLAG(PX);
                   MOVE CO-LATITUDE TO T-LATITUDE(PX);
                   MOVE CO-LONGITUDE TO T-LONGITUDE(PX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE COORDINATES-FILE.
       LOAD-COORDINATES-EXIT.
         EXIT.

      ******************************************************************
      * JISコード・ISOコード・国コードを概要の表へ付け加えます。
      ******************************************************************
       LOAD-CODE-XREF SECTION.
         OPEN INPUT XREF-FILE.
         IF NOT XREF-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT XREF-STATUS-OK
           READ XREF-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE XR-PREFECTURE-CODE TO LOOKUP-PREFECTURE-CODE
               PERFORM FIND-PREFECTURE
               IF ENTRY-FOUND
                 THEN
                   MOVE XR-ISO-CODE TO T-ISO-CODE(PX);
                   MOVE XR-JIS-CODE TO T-JIS-CODE(PX);
                   MOVE XR-COUNTRY-CODE TO T-COUNTRY-CODE(PX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE XREF-FILE.
       LOAD-CODE-XREF-EXIT.
         EXIT.

      ******************************************************************
      * 人口の内訳マスタの年齢階級×男女の人口を概要の表へ集計
      * します。
      ******************************************************************
       LOAD-DEMOGRAPHICS SECTION.
         OPEN INPUT DEMOGRAPHICS-FILE.
         IF NOT DEMOGRAPHICS-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT DEMOGRAPHICS-STATUS-OK
           READ DEMOGRAPHICS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF DEMOGRAPHIC-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   PERFORM ADD-ONE-DEMOGRAPHIC-ROW;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE DEMOGRAPHICS-FILE.
       LOAD-DEMOGRAPHICS-EXIT.
         EXIT.

      ******************************************************************
      * 内訳1行分を都道府県の行へ加えます。
      ******************************************************************
       ADD-ONE-DEMOGRAPHIC-ROW SECTION.
         IF DG-AGE-BAND NOT = "01" AND DG-AGE-BAND NOT = "02"
             AND DG-AGE-BAND NOT = "03"
           THEN
             EXIT SECTION;
         END-IF.
         MOVE DG-PREFECTURE-CODE TO LOOKUP-PREFECTURE-CODE.
         PERFORM FIND-PREFECTURE.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         MOVE "Y" TO T-DEMOGRAPHIC-FLAG(PX).
         MOVE DG-AGE-BAND TO BAND-INDEX.
         IF DG-SEX-CODE = "M"
           THEN
             ADD DG-POPULATION TO T-MALE-BAND(PX, BAND-INDEX);
           ELSE
             ADD DG-POPULATION TO T-FEMALE-BAND(PX, BAND-INDEX);
         END-IF.
       ADD-ONE-DEMOGRAPHIC-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルから種別ごとの市区町村数を数え、合併の
      * 存続先の名称を引くための表を作ります。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF NOT MUNICIPALITIES-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MUNICIPALITIES-STATUS-OK
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   PERFORM ADD-ONE-MUNICIPALITY;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村1件分を種別の件数と名称の表へ加えます。
      ******************************************************************
       ADD-ONE-MUNICIPALITY SECTION.
         IF MUNICIPALITY-TABLE-COUNT < 3000
           THEN
             ADD 1 TO MUNICIPALITY-TABLE-COUNT;
             SET MX TO MUNICIPALITY-TABLE-COUNT;
             MOVE MUNICIPALITY-RECORD(1:5) TO TM-MUNICIPALITY-KEY(MX);
             MOVE MU-MUNICIPALITY-NAME TO TM-NAME(MX);
         END-IF.
         IF MU-MUNICIPALITY-TYPE < "1" OR MU-MUNICIPALITY-TYPE > "5"
           THEN
             EXIT SECTION;
         END-IF.
         MOVE MU-PREFECTURE-CODE TO LOOKUP-PREFECTURE-CODE.
         PERFORM FIND-PREFECTURE.
         IF ENTRY-FOUND
           THEN
             MOVE MU-MUNICIPALITY-TYPE TO TYPE-INDEX;
             ADD 1 TO T-TYPE-COUNT(PX, TYPE-INDEX);
         END-IF.
       ADD-ONE-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号ファイルから都道府県ごとの郵便番号の件数を数えます。
      ******************************************************************
       LOAD-POSTAL-CODES SECTION.
         OPEN INPUT POSTAL-FILE.
         IF NOT POSTAL-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT POSTAL-STATUS-OK
           READ POSTAL-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF POSTAL-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   MOVE ZP-PREFECTURE-CODE TO LOOKUP-PREFECTURE-CODE;
                   PERFORM FIND-PREFECTURE;
                   IF ENTRY-FOUND
                     THEN
                       ADD 1 TO T-POSTAL-COUNT(PX);
                   END-IF;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE POSTAL-FILE.
       LOAD-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜ファイルを表に読み込みます。ファイルが無いときは
      * 合併の記録なしとして扱います。
      ******************************************************************
       LOAD-LINEAGE SECTION.
         OPEN INPUT LINEAGE-FILE.
         IF NOT LINEAGE-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT LINEAGE-STATUS-OK
           READ LINEAGE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF LINEAGE-TABLE-COUNT < 2000
                 THEN
                   ADD 1 TO LINEAGE-TABLE-COUNT;
                   SET LX TO LINEAGE-TABLE-COUNT;
                   MOVE ML-OLD-PREFECTURE TO TL-OLD-PREFECTURE(LX);
                   MOVE ML-OLD-CODE TO TL-OLD-CODE(LX);
                   MOVE ML-SUCCESSOR-PREFECTURE
                       TO TL-SUCCESSOR-PREFECTURE(LX);
                   MOVE ML-SUCCESSOR-CODE TO TL-SUCCESSOR-CODE(LX);
                   MOVE ML-MERGER-DATE TO TL-MERGER-DATE(LX);
                   MOVE ML-OLD-NAME TO TL-OLD-NAME(LX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE LINEAGE-FILE.
       LOAD-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * LOOKUP-PREFECTURE-CODEの都道府県を概要の表から探し、位置を
      * PXに返します。
      ******************************************************************
       FIND-PREFECTURE SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET PX TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN PX > PREFECTURE-TABLE-COUNT
             CONTINUE;
           WHEN T-PREFECTURE-CODE(PX) = LOOKUP-PREFECTURE-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 人口密度を求め、人口・面積・人口密度の全国順位（大きい順）
      * を付けます。同じ値の都道府県は同じ順位になります。
      ******************************************************************
       COMPUTE-RANKS SECTION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF T-AREA-SQKM(PX) = 0
             THEN
               MOVE 0 TO T-DENSITY(PX);
             ELSE
               COMPUTE T-DENSITY(PX) ROUNDED =
                   T-POPULATION(PX) / T-AREA-SQKM(PX);
           END-IF
         END-PERFORM.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           MOVE 1 TO T-POPULATION-RANK(PX)
           MOVE 1 TO T-AREA-RANK(PX)
           MOVE 1 TO T-DENSITY-RANK(PX)
           PERFORM VARYING PY FROM 1 BY 1
               UNTIL PY > PREFECTURE-TABLE-COUNT
             IF T-POPULATION(PY) > T-POPULATION(PX)
               THEN
                 ADD 1 TO T-POPULATION-RANK(PX);
             END-IF
             IF T-AREA-SQKM(PY) > T-AREA-SQKM(PX)
               THEN
                 ADD 1 TO T-AREA-RANK(PX);
             END-IF
             IF T-DENSITY(PY) > T-DENSITY(PX)
               THEN
                 ADD 1 TO T-DENSITY-RANK(PX);
             END-IF
           END-PERFORM
         END-PERFORM.
       COMPUTE-RANKS-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の表題を登録して帳票を開始します。概要のページは項目名
      * の見出しを持たないので、見出し行は登録しません。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
      * 表題はメッセージカタログから言語別に取り出します。
         MOVE "0007" TO MSG-NUMBER.
         CALL "GET-MESSAGE" USING MSG-NUMBER, MSG-TEXT.
         MOVE "T" TO SPOOL-ACTION.
         MOVE MSG-TEXT TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE 0 TO PAGE-COUNT.
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * PX番目の都道府県の概要を1ページに印字します。2ページ目以降
      * は改ページしてから始めます。
      ******************************************************************
       PRINT-FACT-SHEET SECTION.
         ADD 1 TO PAGE-COUNT.
         IF PAGE-COUNT > 1
           THEN
             MOVE "P" TO SPOOL-ACTION;
             MOVE SPACES TO SPOOL-TEXT;
             CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT;
         END-IF.
         PERFORM PRINT-IDENTITY-LINES.
         PERFORM PRINT-MEASURE-LINES.
         PERFORM PRINT-DEMOGRAPHIC-LINES.
         PERFORM PRINT-MUNICIPALITY-LINES.
         PERFORM PRINT-MERGER-LINES.
       PRINT-FACT-SHEET-EXIT.
         EXIT.

      ******************************************************************
      * 名称・地方・県庁所在地と座標・コード類の行を印字します。
      ******************************************************************
       PRINT-IDENTITY-LINES SECTION.
         MOVE T-PREFECTURE-CODE(PX) TO FN-PREFECTURE-CODE.
         MOVE T-NAME(PX) TO FN-NAME.
         MOVE T-ENGLISH-NAME(PX) TO FN-ENGLISH-NAME.
         MOVE T-KANA-NAME(PX) TO FN-KANA-NAME.
         MOVE NAME-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE T-REGION-CODE(PX) TO FR-REGION-CODE.
         MOVE SPACES TO FR-NAME.
         MOVE "(NOT ON FILE)" TO FR-ENGLISH-NAME.
         SET RX TO 1.
         SEARCH REGION-ENTRY
           AT END
             CONTINUE;
           WHEN RX > REGION-TABLE-COUNT
             CONTINUE;
           WHEN TR-REGION-CODE(RX) = T-REGION-CODE(PX)
             MOVE TR-NAME(RX) TO FR-NAME;
             MOVE TR-ENGLISH-NAME(RX) TO FR-ENGLISH-NAME;
         END-SEARCH.
         MOVE REGION-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE T-CAPITAL-NAME(PX) TO FC-CAPITAL-NAME.
         IF T-COORDINATE-FLAG(PX) = "Y"
           THEN
             MOVE T-LATITUDE(PX) TO FK-LATITUDE;
             MOVE T-LONGITUDE(PX) TO FK-LONGITUDE;
             MOVE COORDINATE-LAYOUT TO FC-COORDINATE-TEXT;
           ELSE
             MOVE "COORDINATES NOT ON FILE" TO FC-COORDINATE-TEXT;
         END-IF.
         MOVE CAPITAL-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF T-JIS-CODE(PX) = SPACES
           THEN
             MOVE "------" TO FX-JIS-CODE;
             MOVE "-----" TO FX-ISO-CODE;
             MOVE "--" TO FX-COUNTRY-CODE;
           ELSE
             MOVE T-JIS-CODE(PX) TO FX-JIS-CODE;
             MOVE T-ISO-CODE(PX) TO FX-ISO-CODE;
             MOVE T-COUNTRY-CODE(PX) TO FX-COUNTRY-CODE;
         END-IF.
         MOVE CODE-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-IDENTITY-LINES-EXIT.
         EXIT.

      ******************************************************************
      * 人口・面積・人口密度とその全国順位の行を印字します。
      ******************************************************************
       PRINT-MEASURE-LINES SECTION.
         MOVE SPACES TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE T-POPULATION(PX) TO FP-POPULATION.
         MOVE T-POPULATION-RANK(PX) TO FP-RANK.
         MOVE PREFECTURE-TABLE-COUNT TO FP-COUNT.
         MOVE POPULATION-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE T-AREA-SQKM(PX) TO FA-AREA-SQKM.
         MOVE T-AREA-RANK(PX) TO FA-RANK.
         MOVE PREFECTURE-TABLE-COUNT TO FA-COUNT.
         MOVE AREA-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE T-DENSITY(PX) TO FD-DENSITY.
         MOVE T-DENSITY-RANK(PX) TO FD-RANK.
         MOVE PREFECTURE-TABLE-COUNT TO FD-COUNT.
         MOVE DENSITY-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-MEASURE-LINES-EXIT.
         EXIT.

      ******************************************************************
      * 年齢階級×男女の人口と高齢化率の行を印字します。
      ******************************************************************
       PRINT-DEMOGRAPHIC-LINES SECTION.
         MOVE SPACES TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF T-DEMOGRAPHIC-FLAG(PX) NOT = "Y"
           THEN
             MOVE "AGE / SEX   NO DEMOGRAPHIC ROWS ON FILE"
                 TO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             EXIT SECTION;
         END-IF.
         MOVE "AGE / SEX          MALE       FEMALE        TOTAL"
             TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE 0 TO MALE-TOTAL.
         MOVE 0 TO FEMALE-TOTAL.
         PERFORM VARYING BAND-INDEX FROM 1 BY 1 UNTIL BAND-INDEX > 3
           EVALUATE BAND-INDEX
             WHEN 1
               MOVE "0-14" TO FB-BAND-NAME
             WHEN 2
               MOVE "15-64" TO FB-BAND-NAME
             WHEN OTHER
               MOVE "65+" TO FB-BAND-NAME
           END-EVALUATE
           COMPUTE BAND-TOTAL = T-MALE-BAND(PX, BAND-INDEX)
               + T-FEMALE-BAND(PX, BAND-INDEX)
           ADD T-MALE-BAND(PX, BAND-INDEX) TO MALE-TOTAL
           ADD T-FEMALE-BAND(PX, BAND-INDEX) TO FEMALE-TOTAL
           MOVE T-MALE-BAND(PX, BAND-INDEX) TO FB-MALE
           MOVE T-FEMALE-BAND(PX, BAND-INDEX) TO FB-FEMALE
           MOVE BAND-TOTAL TO FB-TOTAL
           MOVE BAND-LINE-LAYOUT TO SPOOL-TEXT
           PERFORM WRITE-SPOOL-LINE
         END-PERFORM.
         COMPUTE DEMOGRAPHIC-TOTAL = MALE-TOTAL + FEMALE-TOTAL.
         MOVE "TOTAL" TO FB-BAND-NAME.
         MOVE MALE-TOTAL TO FB-MALE.
         MOVE FEMALE-TOTAL TO FB-FEMALE.
         MOVE DEMOGRAPHIC-TOTAL TO FB-TOTAL.
         MOVE BAND-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF DEMOGRAPHIC-TOTAL = 0
           THEN
             MOVE 0 TO AGING-RATE;
           ELSE
             COMPUTE AGING-RATE ROUNDED =
                 (T-MALE-BAND(PX, 3) + T-FEMALE-BAND(PX, 3)) * 100
                 / DEMOGRAPHIC-TOTAL;
         END-IF.
         MOVE AGING-RATE TO FG-AGING-RATE.
         MOVE AGING-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-DEMOGRAPHIC-LINES-EXIT.
         EXIT.

      ******************************************************************
      * 種別ごとの市区町村数と郵便番号の件数の行を印字します。
      ******************************************************************
       PRINT-MUNICIPALITY-LINES SECTION.
         MOVE SPACES TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE MUNICIPALITY-HEADING-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE 0 TO MUNICIPALITY-TOTAL.
         PERFORM VARYING TYPE-INDEX FROM 1 BY 1 UNTIL TYPE-INDEX > 5
           MOVE T-TYPE-COUNT(PX, TYPE-INDEX) TO FM-COUNT(TYPE-INDEX)
           ADD T-TYPE-COUNT(PX, TYPE-INDEX) TO MUNICIPALITY-TOTAL
         END-PERFORM.
         MOVE MUNICIPALITY-TOTAL TO FM-TOTAL.
         MOVE MUNICIPALITY-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE T-POSTAL-COUNT(PX) TO FZ-POSTAL-COUNT.
         MOVE POSTAL-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-MUNICIPALITY-LINES-EXIT.
         EXIT.

      ******************************************************************
      * この都道府県の合併（旧市町村か存続先がこの都道府県のもの）
      * の件数と、新しい順に3件までを印字します。
      ******************************************************************
       PRINT-MERGER-LINES SECTION.
         MOVE SPACES TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE 0 TO LATEST-EVENT-COUNT.
         MOVE 0 TO PREFECTURE-EVENT-COUNT.
         PERFORM VARYING LX FROM 1 BY 1
             UNTIL LX > LINEAGE-TABLE-COUNT
           IF TL-OLD-PREFECTURE(LX) = T-PREFECTURE-CODE(PX)
               OR TL-SUCCESSOR-PREFECTURE(LX) = T-PREFECTURE-CODE(PX)
             THEN
               ADD 1 TO PREFECTURE-EVENT-COUNT;
               PERFORM INSERT-LATEST-EVENT;
           END-IF
         END-PERFORM.
         MOVE PREFECTURE-EVENT-COUNT TO FE-EVENT-COUNT.
         MOVE EVENT-HEADING-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF LATEST-EVENT-COUNT = 0
           THEN
             MOVE "  NO MERGER EVENTS" TO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING SLOT-POSITION FROM 1 BY 1
             UNTIL SLOT-POSITION > LATEST-EVENT-COUNT
           SET LX TO LATEST-EVENT-SLOT(SLOT-POSITION)
           PERFORM PRINT-ONE-MERGER-EVENT
         END-PERFORM.
       PRINT-MERGER-LINES-EXIT.
         EXIT.

      ******************************************************************
      * LX番目の合併を、日付の新しい順の3件の枠へ差し込みます。
      * 枠がいっぱいで、最も古い1件より古ければ差し込みません。
      ******************************************************************
       INSERT-LATEST-EVENT SECTION.
         IF LATEST-EVENT-COUNT < 3
           THEN
             ADD 1 TO LATEST-EVENT-COUNT;
             MOVE LATEST-EVENT-COUNT TO SLOT-POSITION;
           ELSE
             MOVE LATEST-EVENT-SLOT(3) TO CANDIDATE-SLOT;
             IF TL-MERGER-DATE(LX) <= TL-MERGER-DATE(CANDIDATE-SLOT)
               THEN
                 EXIT SECTION;
             END-IF;
             MOVE 3 TO SLOT-POSITION;
         END-IF.
         SET SHIFT-NOT-DONE TO TRUE.
         PERFORM UNTIL SHIFT-DONE
           IF SLOT-POSITION = 1
             THEN
               SET SHIFT-DONE TO TRUE;
             ELSE
               COMPUTE PREVIOUS-POSITION = SLOT-POSITION - 1;
               MOVE LATEST-EVENT-SLOT(PREVIOUS-POSITION)
                   TO CANDIDATE-SLOT;
               IF TL-MERGER-DATE(CANDIDATE-SLOT) >= TL-MERGER-DATE(LX)
                 THEN
                   SET SHIFT-DONE TO TRUE;
                 ELSE
                   MOVE CANDIDATE-SLOT
                       TO LATEST-EVENT-SLOT(SLOT-POSITION);
                   MOVE PREVIOUS-POSITION TO SLOT-POSITION;
               END-IF;
           END-IF
         END-PERFORM.
         SET LATEST-EVENT-SLOT(SLOT-POSITION) TO LX.
       INSERT-LATEST-EVENT-EXIT.
         EXIT.

      ******************************************************************
      * LX番目の合併1件の行を印字します。存続先の名称は現行の
      * 市区町村の表から引きます。
      ******************************************************************
       PRINT-ONE-MERGER-EVENT SECTION.
         MOVE TL-MERGER-DATE(LX) TO FV-MERGER-DATE.
         MOVE TL-OLD-PREFECTURE(LX) TO FV-OLD-PREFECTURE.
         MOVE TL-OLD-CODE(LX) TO FV-OLD-CODE.
         MOVE TL-OLD-NAME(LX) TO FV-OLD-NAME.
         MOVE TL-SUCCESSOR-PREFECTURE(LX) TO FV-SUCCESSOR-PREFECTURE.
         MOVE TL-SUCCESSOR-CODE(LX) TO FV-SUCCESSOR-CODE.
         MOVE SPACES TO FV-SUCCESSOR-NAME.
         STRING TL-SUCCESSOR-PREFECTURE(LX) TL-SUCCESSOR-CODE(LX)
             DELIMITED BY SIZE INTO LOOKUP-MUNICIPALITY-KEY.
         SET MX TO 1.
         SEARCH MUNICIPALITY-ENTRY
           AT END
             CONTINUE;
           WHEN MX > MUNICIPALITY-TABLE-COUNT
             CONTINUE;
           WHEN TM-MUNICIPALITY-KEY(MX) = LOOKUP-MUNICIPALITY-KEY
             MOVE TM-NAME(MX) TO FV-SUCCESSOR-NAME;
         END-SEARCH.
         MOVE EVENT-LINE-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-ONE-MERGER-EVENT-EXIT.
         EXIT.

      ******************************************************************
      * 組み立て済みの1行を印字出力モジュールへ渡します。
      ******************************************************************
       WRITE-SPOOL-LINE SECTION.
         MOVE "L" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       WRITE-SPOOL-LINE-EXIT.
         EXIT.

       END PROGRAM PREFECTURE-FACT-SHEET.
