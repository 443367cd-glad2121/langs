      ******************************************************************
      * 承認前の影響分析の共通モジュールです。国・地方・都道府県・
      * 市区町村のレコード1件について、そのレコードに依存する他の
      * マスタのレコード（市区町村・郵便番号・コード対応・県庁所在地
      * の座標・人口の内訳・経済指標・合併の系譜・隣接・営業地域と
      * 都市雇用圏への割り当てなど）を探し出します。
      * 表示モード(D)では、承認者の判断の前に影響パネルとして画面へ
      * 表示し（依存先ごとに先頭の10件まで）、印字モード(P)では、
      * 判断の監査ログの日時・承認者・参照を見出しに付けて、全件を
      * 影響報告ファイル(ImpactReports.txt)へ追記します。監査ログの
      * 記録と影響報告は、日時・承認者・ファイル・キーで対応します。
      * どのマスタのどの桁がどのキーを指すかは、下の依存関係の表で
      * 決めます。依存先が増えたときは表に行を足します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACT-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SOURCE-FILE
           ASSIGN DYNAMIC SOURCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-STATUS.
         SELECT REPORT-FILE
           ASSIGN TO "../data/ImpactReports.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 依存先のマスタ。並びはマスタごとに違うので、1行を文字列と
      * して読み、依存関係の表の桁で突き合わせます。
       FD  SOURCE-FILE.
       01  SOURCE-RECORD               PIC X(200).
      * 影響報告ファイル。
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       01  SOURCE-STATUS               PIC X(2).
         88  SOURCE-STATUS-OK          VALUE "00".
       01  REPORT-STATUS               PIC X(2).
       77  SOURCE-FILENAME             PIC X(80).

      * 依存関係の表。1行が「このマスタのキーを、あのマスタの
      * この桁が指している」の1組です。
      *   対象のマスタ(11) 依存先の名前(20) 依存先のファイル(40)
      *   桁1(3) 長さ1(1) キーの桁1(1) 桁2(3) 長さ2(1) キーの桁2(1)
      *   桁1と桁2の結び(A=両方 O=どちらか) 空白の国コードを"JP"と
      *   みなすか(J)
      * 地方の国コードは空白の古い行を"JP"として扱います。区は、
      * 都道府県コードと親の市のコードの両方で突き合わせます。
       01  IMPACT-RULE-VALUES.
         03  FILLER.
             05  FILLER PIC X(11) VALUE "COUNTRIES".
             05  FILLER PIC X(20) VALUE "REGIONS".
             05  FILLER PIC X(40) VALUE "../data/Regions.txt".
             05  FILLER PIC X(12) VALUE "0532100000OJ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "COUNTRIES".
             05  FILLER PIC X(20) VALUE "CODE-XREF".
             05  FILLER PIC X(40)
                 VALUE "../data/CodeCrossReference.txt".
             05  FILLER PIC X(12) VALUE "0142100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "REGIONS".
             05  FILLER PIC X(20) VALUE "PREFECTURES".
             05  FILLER PIC X(40) VALUE "../data/PrefectureRegions.txt".
             05  FILLER PIC X(12) VALUE "0132100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "MUNICIPALITIES".
             05  FILLER PIC X(40) VALUE "../data/Municipalities.txt".
             05  FILLER PIC X(12) VALUE "0012100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "POSTAL-CODES".
             05  FILLER PIC X(40) VALUE "../data/PostalCodes.txt".
             05  FILLER PIC X(12) VALUE "0082100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "CODE-XREF".
             05  FILLER PIC X(40)
                 VALUE "../data/CodeCrossReference.txt".
             05  FILLER PIC X(12) VALUE "0012100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "COORDINATES".
             05  FILLER PIC X(40)
                 VALUE "../data/CapitalCoordinates.txt".
             05  FILLER PIC X(12) VALUE "0012100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "DEMOGRAPHICS".
             05  FILLER PIC X(40) VALUE "../data/Demographics.txt".
             05  FILLER PIC X(12) VALUE "0012100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "ECONOMIC-INDICATORS".
             05  FILLER PIC X(40)
                 VALUE "../data/EconomicIndicators.txt".
             05  FILLER PIC X(12) VALUE "0012100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "MERGER-LINEAGE".
             05  FILLER PIC X(40) VALUE "../data/MergerLineage.txt".
             05  FILLER PIC X(12) VALUE "0012100621O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "ADJACENCY".
             05  FILLER PIC X(40)
                 VALUE "../data/PrefectureAdjacency.txt".
             05  FILLER PIC X(12) VALUE "0012100321O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "SALES-TERRITORY".
             05  FILLER PIC X(40)
                 VALUE "../data/PrefectureTerritories.txt".
             05  FILLER PIC X(12) VALUE "0012100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "PREFECTURES".
             05  FILLER PIC X(20) VALUE "METRO-MEMBERS".
             05  FILLER PIC X(40) VALUE "../data/MetroMembers.txt".
             05  FILLER PIC X(12) VALUE "0042100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "MUNICIPAL".
             05  FILLER PIC X(20) VALUE "WARDS".
             05  FILLER PIC X(40) VALUE "../data/Municipalities.txt".
             05  FILLER PIC X(12) VALUE "0012103833A ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "MUNICIPAL".
             05  FILLER PIC X(20) VALUE "POSTAL-CODES".
             05  FILLER PIC X(40) VALUE "../data/PostalCodes.txt".
             05  FILLER PIC X(12) VALUE "0085100000O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "MUNICIPAL".
             05  FILLER PIC X(20) VALUE "MERGER-LINEAGE".
             05  FILLER PIC X(40) VALUE "../data/MergerLineage.txt".
             05  FILLER PIC X(12) VALUE "0015100651O ".
         03  FILLER.
             05  FILLER PIC X(11) VALUE "MUNICIPAL".
             05  FILLER PIC X(20) VALUE "METRO-MEMBERS".
             05  FILLER PIC X(40) VALUE "../data/MetroMembers.txt".
             05  FILLER PIC X(12) VALUE "0045100000O ".
       01  IMPACT-RULES REDEFINES IMPACT-RULE-VALUES.
         03  IMPACT-RULE               OCCURS 17 INDEXED BY RX.
             05  RU-FILE-ID            PIC X(11).
             05  RU-LABEL              PIC X(20).
             05  RU-FILENAME           PIC X(40).
             05  RU-POSITION-1         PIC 9(3).
             05  RU-LENGTH-1           PIC 9(1).
             05  RU-KEY-POSITION-1     PIC 9(1).
             05  RU-POSITION-2         PIC 9(3).
             05  RU-LENGTH-2           PIC 9(1).
             05  RU-KEY-POSITION-2     PIC 9(1).
             05  RU-JOIN               PIC X(1).
               88  RU-JOIN-BOTH        VALUE "A".
             05  RU-BLANK-SWITCH       PIC X(1).
               88  RU-BLANK-IS-JP      VALUE "J".
       77  IMPACT-RULE-COUNT           PIC 9(2) VALUE 17.

      * 1件の突き合わせの作業項目。
       77  FIELD-WORK                  PIC X(5).
       01  MATCH-1-SWITCH              PIC X.
         88  MATCH-1                   VALUE "Y".
       01  MATCH-2-SWITCH              PIC X.
         88  MATCH-2                   VALUE "Y".
       01  RECORD-MATCH-SWITCH         PIC X.
         88  RECORD-MATCHES            VALUE "Y".
      * 依存先ごとの件数と、画面に表示する上限。
       77  RULE-MATCH-COUNT            PIC 9(5).
       77  DISPLAY-LIMIT               PIC 9(2) VALUE 10.
       77  MORE-COUNT                  PIC 9(5).
      * 影響報告の見出しと明細の行。
       01  REPORT-HEADING-1.
         03  FILLER                    PIC X(28)
             VALUE "IMPACT ANALYSIS  AUDIT-TIME=".
         03  RH-TIMESTAMP              PIC 9(14).
         03  FILLER                    PIC X(11) VALUE "  APPROVER=".
         03  RH-USER-ID                PIC X(8).
         03  FILLER                    PIC X(11) VALUE "  DECISION=".
         03  RH-DECISION               PIC X(8).
       01  REPORT-HEADING-2.
         03  FILLER                    PIC X(7) VALUE "  FILE=".
         03  RH-FILE-ID                PIC X(11).
         03  FILLER                    PIC X(12) VALUE "  OPERATION=".
         03  RH-OPERATION              PIC X(1).
         03  FILLER                    PIC X(6) VALUE "  KEY=".
         03  RH-KEY                    PIC X(5).
         03  FILLER                    PIC X(12) VALUE "  REFERENCE=".
         03  RH-REFERENCE              PIC X(12).
       01  REPORT-DETAIL.
         03  FILLER                    PIC X(4) VALUE SPACES.
         03  RD-LABEL                  PIC X(20).
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  RD-RECORD                 PIC X(75).
       01  REPORT-FOOTING.
         03  FILLER                    PIC X(20)
             VALUE "  DEPENDENT RECORDS=".
         03  RF-COUNT                  PIC ZZZZ9.

       LINKAGE SECTION.
       01  IMPACT-REQUEST.
           COPY "ImpactRequest".

       PROCEDURE DIVISION USING IMPACT-REQUEST.
         MOVE 0 TO IR-DEPENDENT-COUNT.
         IF IR-MODE-PRINT
           THEN
             PERFORM OPEN-REPORT-FILE;
             IF REPORT-STATUS NOT = "00"
               THEN
                 EXIT PROGRAM;
             END-IF;
           ELSE
             DISPLAY "IMPACT ANALYSIS: " IR-FILE-ID
                 " KEY=" IR-KEY;
         END-IF.
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > IMPACT-RULE-COUNT
           IF RU-FILE-ID(RX) = IR-FILE-ID
             THEN
               PERFORM SCAN-ONE-SOURCE;
           END-IF
         END-PERFORM.
         IF IR-MODE-PRINT
           THEN
             MOVE IR-DEPENDENT-COUNT TO RF-COUNT;
             WRITE REPORT-RECORD FROM REPORT-FOOTING;
             MOVE SPACES TO REPORT-RECORD;
             WRITE REPORT-RECORD;
             CLOSE REPORT-FILE;
           ELSE
             IF IR-DEPENDENT-COUNT = 0
               THEN
                 DISPLAY "  NO DEPENDENT RECORDS";
               ELSE
                 DISPLAY "  DEPENDENT RECORDS=" IR-DEPENDENT-COUNT;
             END-IF
         END-IF.
       IMPACT-ANALYSIS-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 影響報告ファイルを追記で開き、判断の見出しを書き出します。
      ******************************************************************
       OPEN-REPORT-FILE SECTION.
         OPEN EXTEND REPORT-FILE.
         IF REPORT-STATUS = "35"
           THEN
      * 初回実行でまだファイルが存在しない場合は、新規に作成します。
             OPEN OUTPUT REPORT-FILE;
         END-IF.
         IF REPORT-STATUS NOT = "00"
           THEN
             DISPLAY "IMPACT-ANALYSIS: UNABLE TO OPEN "
                 "REPORT-FILE STATUS=" REPORT-STATUS;
             EXIT SECTION;
         END-IF.
         MOVE IR-AUDIT-TIMESTAMP TO RH-TIMESTAMP.
         MOVE IR-USER-ID TO RH-USER-ID.
         IF IR-DECISION = "A"
           THEN
             MOVE "APPROVED" TO RH-DECISION;
           ELSE
             MOVE "REJECTED" TO RH-DECISION;
         END-IF.
         MOVE IR-FILE-ID TO RH-FILE-ID.
         MOVE IR-OPERATION TO RH-OPERATION.
         MOVE IR-KEY TO RH-KEY.
         MOVE IR-REFERENCE TO RH-REFERENCE.
         WRITE REPORT-RECORD FROM REPORT-HEADING-1.
         WRITE REPORT-RECORD FROM REPORT-HEADING-2.
       OPEN-REPORT-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 依存関係の表のRX行について、依存先のマスタを1回読み通して
      * キーを指しているレコードを数えます。依存先のファイルが
      * まだ無いときは、依存なしとして扱います。
      ******************************************************************
       SCAN-ONE-SOURCE SECTION.
         MOVE 0 TO RULE-MATCH-COUNT.
         MOVE RU-FILENAME(RX) TO SOURCE-FILENAME.
         OPEN INPUT SOURCE-FILE.
         IF SOURCE-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT SOURCE-STATUS-OK
           READ SOURCE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF SOURCE-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
                   PERFORM MATCH-ONE-RECORD;
                   IF RECORD-MATCHES
                     THEN
                       PERFORM LIST-ONE-DEPENDENT;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE SOURCE-FILE.
         IF IR-MODE-DISPLAY AND RULE-MATCH-COUNT > DISPLAY-LIMIT
           THEN
             COMPUTE MORE-COUNT = RULE-MATCH-COUNT - DISPLAY-LIMIT;
             DISPLAY "    " RU-LABEL(RX) " ... AND " MORE-COUNT
                 " MORE";
         END-IF.
         ADD RULE-MATCH-COUNT TO IR-DEPENDENT-COUNT.
       SCAN-ONE-SOURCE-EXIT.
         EXIT.

      ******************************************************************
      * 読み込んだ1行が、RX行の桁でキーを指しているかを判定します。
      ******************************************************************
       MATCH-ONE-RECORD SECTION.
         MOVE "N" TO MATCH-1-SWITCH.
         MOVE "N" TO MATCH-2-SWITCH.
         MOVE SPACES TO FIELD-WORK.
         MOVE SOURCE-RECORD(RU-POSITION-1(RX):RU-LENGTH-1(RX))
             TO FIELD-WORK.
         IF RU-BLANK-IS-JP(RX) AND FIELD-WORK = SPACES
           THEN
             MOVE "JP" TO FIELD-WORK;
         END-IF.
         IF FIELD-WORK(1:RU-LENGTH-1(RX)) =
             IR-KEY(RU-KEY-POSITION-1(RX):RU-LENGTH-1(RX))
           THEN
             MOVE "Y" TO MATCH-1-SWITCH;
         END-IF.
         IF RU-POSITION-2(RX) > 0
           THEN
             MOVE SPACES TO FIELD-WORK;
             MOVE SOURCE-RECORD(RU-POSITION-2(RX):RU-LENGTH-2(RX))
                 TO FIELD-WORK;
             IF FIELD-WORK(1:RU-LENGTH-2(RX)) =
                 IR-KEY(RU-KEY-POSITION-2(RX):RU-LENGTH-2(RX))
               THEN
                 MOVE "Y" TO MATCH-2-SWITCH;
             END-IF;
         END-IF.
         MOVE "N" TO RECORD-MATCH-SWITCH.
         IF RU-POSITION-2(RX) = 0
           THEN
             MOVE MATCH-1-SWITCH TO RECORD-MATCH-SWITCH;
           ELSE
             IF RU-JOIN-BOTH(RX)
               THEN
                 IF MATCH-1 AND MATCH-2
                   THEN
                     MOVE "Y" TO RECORD-MATCH-SWITCH;
                 END-IF;
               ELSE
                 IF MATCH-1 OR MATCH-2
                   THEN
                     MOVE "Y" TO RECORD-MATCH-SWITCH;
                 END-IF;
             END-IF
         END-IF.
       MATCH-ONE-RECORD-EXIT.
         EXIT.

      ******************************************************************
      * 依存レコード1件を数え、画面（上限まで）または影響報告へ
      * 書き出します。
      ******************************************************************
       LIST-ONE-DEPENDENT SECTION.
         ADD 1 TO RULE-MATCH-COUNT.
         MOVE RU-LABEL(RX) TO RD-LABEL.
         MOVE SOURCE-RECORD(1:75) TO RD-RECORD.
         IF IR-MODE-PRINT
           THEN
             WRITE REPORT-RECORD FROM REPORT-DETAIL;
           ELSE
             IF RULE-MATCH-COUNT NOT > DISPLAY-LIMIT
               THEN
                 DISPLAY REPORT-DETAIL;
             END-IF
         END-IF.
       LIST-ONE-DEPENDENT-EXIT.
         EXIT.

       END PROGRAM IMPACT-ANALYSIS.
