      ******************************************************************
      * 量の試験用のデータ一式の作成です。手元の試験データは都道府県
      * ごとに市区町村が1件ほどしかなく、本番の規模（市区町村およそ
      * 1,700件・郵便番号の全件・何年分もの履歴）でバッチを流した
      * ことがありません。そこで、本番並みの合成データを砂場の中の
      * ../sandbox/volume/data/ に作り、RUN-VOLUME-BENCHMARKがその
      * 一式に対してバッチ一式を流して所要を測れるようにします。
      *
      * 規模は環境変数REGION_VOLUME_SCALE（01～20、既定01）で倍に
      * します。規模1あたり、
      *   - 市区町村 … 都道府県ごとに36件（全国でおよそ1,700件）。
      *     現行の市区町村はそのまま残し、その後ろのコードに合成の
      *     市・町・村を加えます。人口と面積は、都道府県マスタの
      *     値から現行分を引いた残りを割り振るので、都道府県との
      *     突き合わせ(RECONCILE-MUNICIPAL-ROLLUPS)は合います。
      *   - 郵便番号 … 市区町村ごとに60件（全国でおよそ10万件）。
      *   - 公式の市区町村コード … 全市区町村と合併の存続側の分。
      *   - 合併の取引 … 都道府県ごとに1件（合成の2件を新設の市へ
      *     まとめ、合併日は実行日）。
      *   - 履歴 … 1年分の平日ごとの世代（地方・都道府県・市区町村
      *     の複写と履歴ログの行）。
      * を作ります。地方・都道府県・内訳ほか、その他の参照マスタは
      * ../data/ から複写し、ログ・台帳・チェックポイント類は空に
      * します。REGION-BATCHの制御カードは、休業日でも確認せずに
      * 流れるよう NONBUSINESS-ACTION RUN だけを書きます。
      *
      * 一式は ../sandbox/volume/cobol/ から見て ../data/ になる
      * 位置に作るので、そこを現在のディレクトリにして流せば、
      * どのプログラムも本番のファイルに触れずに一式だけを読み
      * 書きします。ベンチマークは流すと一式を書き換えるので、
      * 測り直すときはこのプログラムで作り直してください。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATE-VOLUME-DATA.

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
         SELECT VOLUME-FILE
           ASSIGN DYNAMIC VOLUME-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VOLUME-STATUS.
         SELECT POSTAL-FILE
           ASSIGN TO "../sandbox/volume/data/PostalCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-STATUS.
         SELECT OFFICIAL-CODES-FILE
           ASSIGN TO
             "../sandbox/volume/data/OfficialMunicipalityCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFICIAL-CODES-STATUS.
         SELECT MERGERS-FILE
           ASSIGN TO "../sandbox/volume/data/MergerTransactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MERGERS-STATUS.
         SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "../sandbox/volume/data/ArchiveLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 本番の都道府県マスタ（人口・面積の割り振りの元）。
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PREFECTURE-CODE           PIC X(2).
         03  PREFECTURE-NAME           PIC N(5).
         03  PREFECTURE-REGION-CODE    PIC X(2).
         03  PREFECTURE-POPULATION     PIC 9(8).
         03  PREFECTURE-AREA           PIC 9(7).
         03  FILLER                    PIC X(50).
      * 本番の市区町村マスタ（一式へそのまま残す現行の市区町村）。
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MUNICIPALITY-PREFECTURE   PIC X(2).
         03  MUNICIPALITY-CODE         PIC X(3).
         03  MUNICIPALITY-CODE-9 REDEFINES MUNICIPALITY-CODE
                                       PIC 9(3).
         03  MUNICIPALITY-NAME         PIC N(8).
         03  MUNICIPALITY-TYPE         PIC X(1).
         03  MUNICIPALITY-POPULATION   PIC 9(8).
         03  MUNICIPALITY-AREA         PIC 9(7).
         03  PARENT-CITY-CODE          PIC X(3).
      * 一式へ書き出す市区町村マスタ・制御カード・空のログ類。
       FD  VOLUME-FILE.
       01  VOLUME-RECORD               PIC X(120).
      * 一式の郵便番号マスタ。
       FD  POSTAL-FILE.
       01  POSTAL-RECORD.
         03  ZP-POSTAL-CODE            PIC 9(7).
         03  ZP-PREFECTURE-CODE        PIC X(2).
         03  ZP-MUNICIPALITY-CODE      PIC X(3).
       01  POSTAL-TRAILER-RECORD       PIC X(21).
      * 一式の公式の市区町村コード（検査数字付きの6桁）。
       FD  OFFICIAL-CODES-FILE.
       01  OFFICIAL-CODE-RECORD        PIC X(6).
      * 一式の合併の取引。
       FD  MERGERS-FILE.
       01  MERGER-RECORD.
         03  MG-RECORD-TYPE            PIC X(1).
         03  MG-PREFECTURE-CODE        PIC X(2).
         03  MG-MUNICIPALITY-CODE      PIC 9(3).
         03  MG-SUCCESSOR-NAME         PIC X(16).
         03  MG-SUCCESSOR-TYPE         PIC X(1).
         03  MG-MERGER-DATE            PIC 9(8).
      * 一式の履歴ログ。
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           COPY "ArchiveLogEntry".

       WORKING-STORAGE SECTION.
       01  PREFECTURES-STATUS          PIC X(2).
         88  PREFECTURES-STATUS-OK     VALUE "00".
       01  MUNICIPALITIES-STATUS       PIC X(2).
         88  MUNICIPALITIES-STATUS-OK  VALUE "00".
       01  VOLUME-STATUS               PIC X(2).
       01  POSTAL-STATUS               PIC X(2).
       01  OFFICIAL-CODES-STATUS       PIC X(2).
       01  MERGERS-STATUS              PIC X(2).
       01  ARCHIVE-LOG-STATUS          PIC X(2).
       77  VOLUME-FILENAME             PIC X(80).

      * 規模の指定。
       77  VOLUME-SCALE-ENV            PIC X(2) VALUE SPACES.
       77  VOLUME-SCALE                PIC 9(2) VALUE 1.
      * 規模1あたりの件数。
       77  MUNICIPALITIES-PER-SCALE    PIC 9(3) VALUE 36.
       77  POSTAL-CODES-PER-MUNICIPALITY
                                       PIC 9(3) VALUE 60.
       77  MUNICIPALITIES-WANTED       PIC 9(4).

      * 作る一式の置き場所。
       01  VOLUME-DIRECTORY-NAMES.
         03  FILLER PIC X(80) VALUE "../sandbox".
         03  FILLER PIC X(80) VALUE "../sandbox/volume".
         03  FILLER PIC X(80) VALUE "../sandbox/volume/data".
         03  FILLER PIC X(80) VALUE "../sandbox/volume/cobol".
       01  VOLUME-DIRECTORY-TABLE REDEFINES VOLUME-DIRECTORY-NAMES.
         03  VOLUME-DIRECTORY-NAME     OCCURS 4 PIC X(80).
       77  DIRECTORY-INDEX             PIC 9(1).

      * そのまま複写する参照マスタの一覧。
       01  COPY-FILE-NAMES.
         03  FILLER PIC X(40) VALUE "Regions.txt".
         03  FILLER PIC X(40) VALUE "PrefectureRegions.txt".
         03  FILLER PIC X(40) VALUE "PrefectureAssignments.txt".
         03  FILLER PIC X(40) VALUE "Demographics.txt".
         03  FILLER PIC X(40) VALUE "CodeCrossReference.txt".
         03  FILLER PIC X(40) VALUE "CapitalCoordinates.txt".
         03  FILLER PIC X(40) VALUE "Countries.txt".
         03  FILLER PIC X(40) VALUE "MunicipalityReadings.txt".
         03  FILLER PIC X(40) VALUE "PrefectureAdjacency.txt".
         03  FILLER PIC X(40) VALUE "SalesTerritories.txt".
         03  FILLER PIC X(40) VALUE "PrefectureTerritories.txt".
         03  FILLER PIC X(40) VALUE "MetroAreas.txt".
         03  FILLER PIC X(40) VALUE "MetroMembers.txt".
         03  FILLER PIC X(40) VALUE "VariantCharacters.txt".
         03  FILLER PIC X(40) VALUE "BusinessCalendar.txt".
         03  FILLER PIC X(40) VALUE "FreezeCalendar.txt".
         03  FILLER PIC X(40) VALUE "MessageCatalog.txt".
         03  FILLER PIC X(40) VALUE "MessageUsage.txt".
         03  FILLER PIC X(40) VALUE "DistributionMaster.txt".
         03  FILLER PIC X(40) VALUE "Subscribers.txt".
         03  FILLER PIC X(40) VALUE "FeedProfiles.txt".
         03  FILLER PIC X(40) VALUE "DeliverySla.txt".
         03  FILLER PIC X(40) VALUE "Operators.txt".
         03  FILLER PIC X(40) VALUE "QualityControlFigures.txt".
         03  FILLER PIC X(40) VALUE "RetentionParameters.txt".
         03  FILLER PIC X(40) VALUE "AnomalyParameters.txt".
         03  FILLER PIC X(40) VALUE "BandParameters.txt".
         03  FILLER PIC X(40) VALUE "ReportLayout.txt".
         03  FILLER PIC X(40) VALUE "ReportLayoutData.txt".
       01  COPY-FILE-TABLE REDEFINES COPY-FILE-NAMES.
         03  COPY-FILE-NAME            OCCURS 29 PIC X(40).
       77  COPY-FILE-INDEX             PIC 9(2).

      * 空にして作るログ・台帳・チェックポイント・ロックの一覧。
      * ロックは空にして、前回の中断で残った保持を解きます。
       01  EMPTY-FILE-NAMES.
         03  FILLER PIC X(40) VALUE "AuditTrail.txt".
         03  FILLER PIC X(40) VALUE "PendingChanges.txt".
         03  FILLER PIC X(40) VALUE "FeedRegister.txt".
         03  FILLER PIC X(40) VALUE "RunLog.txt".
         03  FILLER PIC X(40) VALUE "RegionJobCheckpoint.txt".
         03  FILLER PIC X(40) VALUE "PrefecturesCheckpoint.txt".
         03  FILLER PIC X(40) VALUE "AlertQueue.txt".
         03  FILLER PIC X(40) VALUE "MergerLineage.txt".
         03  FILLER PIC X(40) VALUE "MergerReversals.txt".
         03  FILLER PIC X(40) VALUE "PendingMergers.txt".
         03  FILLER PIC X(40) VALUE "PostalRepoints.txt".
         03  FILLER PIC X(40) VALUE "SpoolCatalog.txt".
         03  FILLER PIC X(40) VALUE "PublishCatalog.txt".
         03  FILLER PIC X(40) VALUE "MunicipalitiesLock.txt".
         03  FILLER PIC X(40) VALUE "PrefecturesLock.txt".
         03  FILLER PIC X(40) VALUE "RegionsLock.txt".
         03  FILLER PIC X(40) VALUE "RegionBatchLock.txt".
       01  EMPTY-FILE-TABLE REDEFINES EMPTY-FILE-NAMES.
         03  EMPTY-FILE-NAME           OCCURS 17 PIC X(40).
       77  EMPTY-FILE-INDEX            PIC 9(2).

      * 複写の作業項目。
       77  SOURCE-NAME                 PIC X(80).
       77  TARGET-NAME                 PIC X(80).
       77  COPY-RECORD-COUNT           PIC 9(6).
       77  COPIED-COUNT                PIC 9(2) VALUE 0.

      * 都道府県ごとの割り振りの元（人口・面積と、現行の市区町村の
      * 合計と最大のコード）。添字は都道府県コードです。
       01  PREFECTURE-PLAN-TABLE.
         03  PREFECTURE-PLAN           OCCURS 47 INDEXED BY PX.
             05  PP-POPULATION         PIC 9(8).
             05  PP-AREA               PIC 9(7).
             05  PP-CURRENT-POPULATION PIC 9(8).
             05  PP-CURRENT-AREA       PIC 9(7).
             05  PP-CURRENT-COUNT      PIC 9(4).
             05  PP-HIGHEST-CODE       PIC 9(3).
             05  PP-POSTAL-SEQUENCE    PIC 9(5).
       77  PREFECTURE-COUNT            PIC 9(2) VALUE 0.
       77  PREFECTURE-CODE-9           PIC 9(2).
       77  REGION-RECORD-COUNT         PIC 9(3).
      * 一式へそのまま残す現行の市区町村（都道府県順に書き出すため
      * に控えます）。
       01  CURRENT-MUNICIPALITY-COUNT  PIC 9(4) VALUE 0.
       01  CURRENT-MUNICIPALITY-TABLE.
         03  CURRENT-MUNICIPALITY      OCCURS 2000 INDEXED BY CX.
             05  CM-PREFECTURE-CODE    PIC X(2).
             05  CM-RECORD             PIC X(40).

      * 合成の市区町村の作業項目。
       77  SYNTHETIC-COUNT             PIC 9(4).
       77  SYNTHETIC-INDEX             PIC 9(4).
       77  SYNTHETIC-CODE              PIC 9(3).
       77  FIRST-SYNTHETIC-CODE        PIC 9(3).
       77  REMAINING-POPULATION        PIC 9(8).
       77  REMAINING-AREA              PIC 9(7).
       77  BASE-POPULATION             PIC 9(8).
       77  BASE-AREA                   PIC 9(7).
       77  SHARE-POPULATION            PIC 9(8).
       77  SHARE-AREA                  PIC 9(7).
       77  SPREAD-POPULATION           PIC 9(8).
       77  SPREAD-AREA                 PIC 9(7).
       77  ASSIGNED-POPULATION         PIC 9(9).
       77  ASSIGNED-AREA               PIC 9(8).
       77  PAIR-NUMBER                 PIC 9(4).
       77  SPREAD-TENTHS               PIC 9(1).
       77  WORK-QUOTIENT               PIC 9(8).
       77  WORK-REMAINDER              PIC 9(4).
       77  TYPE-DIGIT                  PIC 9(1).
       01  SYNTHETIC-NAME.
         03  SN-PREFIX                 PIC X(6) VALUE "試験".
         03  SN-NUMBER                 PIC 9(3).
         03  SN-SUFFIX                 PIC X(3).
         03  FILLER                    PIC X(4) VALUE SPACES.
       01  SUCCESSOR-NAME.
         03  FILLER                    PIC X(9) VALUE "新試験".
         03  SU-NUMBER                 PIC 9(3).
         03  FILLER                    PIC X(3) VALUE "市".
         03  FILLER                    PIC X(1) VALUE SPACE.
      * 書き出す市区町村の1件。
       01  VOLUME-MUNICIPALITY.
         03  VM-PREFECTURE-CODE        PIC X(2).
         03  VM-MUNICIPALITY-CODE      PIC 9(3).
         03  VM-MUNICIPALITY-NAME      PIC X(16).
         03  VM-MUNICIPALITY-TYPE      PIC X(1).
         03  VM-POPULATION             PIC 9(8).
         03  VM-AREA                   PIC 9(7).
         03  VM-PARENT-CITY-CODE       PIC X(3).

      * マスタの末尾に書き出す制御トレーラー。
       01  MASTER-TRAILER.
           COPY "MasterTrailer".
       77  TRAILER-RECORD-COUNT        PIC 9(6).
       77  TRAILER-HASH-TOTAL          PIC 9(13).
       77  POSTAL-TRAILER-COUNT        PIC 9(6).
       77  POSTAL-HASH-TOTAL           PIC 9(13).
       01  CODE-WORK-X                 PIC X(5).
       01  CODE-WORK-9 REDEFINES CODE-WORK-X
                                       PIC 9(5).

      * 郵便番号の採番（都道府県コード2桁＋都道府県の中の連番5桁）。
       01  POSTAL-NUMBER.
         03  PN-PREFECTURE             PIC 9(2).
         03  PN-SEQUENCE               PIC 9(5).
       01  POSTAL-NUMBER-9 REDEFINES POSTAL-NUMBER
                                       PIC 9(7).
       77  POSTAL-INDEX                PIC 9(3).

      * 公式の市区町村コードの検査数字（重み6・5・4・3・2の
      * モジュラス11。11から余りを引いた数の下一桁）。
       01  FULL-CODE-6.
         03  FULL-CODE-5               PIC X(5).
         03  FULL-CHECK-DIGIT          PIC 9(1).
       01  CODE-DIGITS REDEFINES FULL-CODE-6.
         03  CODE-DIGIT                OCCURS 5 PIC 9(1).
         03  FILLER                    PIC X(1).
       01  WEIGHT-VALUES               PIC X(5) VALUE "65432".
       01  WEIGHT-TABLE REDEFINES WEIGHT-VALUES.
         03  WEIGHT-DIGIT              OCCURS 5 PIC 9(1).
       77  DIGIT-INDEX                 PIC 9(1).
       77  WEIGHTED-SUM                PIC 9(4).
       77  MODULUS-QUOTIENT            PIC 9(4).
       77  MODULUS-REMAINDER           PIC 9(2).
       77  CHECK-DIGIT-WORK            PIC 9(2).
       77  OFFICIAL-CODE-COUNT         PIC 9(6) VALUE 0.
       77  OFFICIAL-PREFECTURE         PIC X(2).
       77  OFFICIAL-MUNICIPALITY       PIC 9(3).
       77  MERGER-COUNT                PIC 9(4) VALUE 0.

      * 履歴の世代の日付の作業項目。
       77  TODAY-DATE                  PIC 9(8).
       01  GENERATION-DATE             PIC 9(8).
       01  GENERATION-DATE-PARTS REDEFINES GENERATION-DATE.
         03  GD-YEAR                   PIC 9(4).
         03  GD-MONTH                  PIC 9(2).
         03  GD-DAY                    PIC 9(2).
       01  GENERATION-DATE-X REDEFINES GENERATION-DATE
                                       PIC X(8).
       01  DAYS-IN-MONTH-VALUES        PIC X(24) VALUE
           "312831303130313130313031".
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
         03  DAYS-IN-MONTH             OCCURS 12 PIC 9(2).
       77  MONTH-END-DAY               PIC 9(2).
       77  LEAP-REMAINDER-4            PIC 9(4).
       77  LEAP-REMAINDER-100          PIC 9(4).
       77  LEAP-REMAINDER-400          PIC 9(4).
       77  LEAP-QUOTIENT               PIC 9(4).
      * 曜日（ツェラーの公式。0=土 1=日 2=月 … 6=金）。
       77  ZELLER-MONTH                PIC 9(2).
       77  ZELLER-YEAR                 PIC 9(4).
       77  ZELLER-CENTURY              PIC 9(2).
       77  ZELLER-YEAR-OF-CENTURY      PIC 9(2).
       77  ZELLER-SUM                  PIC 9(5).
       77  ZELLER-TERM                 PIC 9(4).
       77  WEEKDAY-NUMBER              PIC 9(1).
       77  GENERATION-COUNT            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT VOLUME-SCALE-ENV
             FROM ENVIRONMENT "REGION_VOLUME_SCALE".
         IF VOLUME-SCALE-ENV NOT = SPACES
           THEN
             IF VOLUME-SCALE-ENV IS NUMERIC
                 AND VOLUME-SCALE-ENV >= "01"
                 AND VOLUME-SCALE-ENV <= "20"
               THEN
                 MOVE VOLUME-SCALE-ENV TO VOLUME-SCALE;
               ELSE
                 DISPLAY "GENERATE-VOLUME-DATA: REGION_VOLUME_SCALE "
                     "MUST BE 01-20 -- " VOLUME-SCALE-ENV;
                 MOVE 8 TO RETURN-CODE;
                 STOP RUN;
             END-IF;
         END-IF.
         COMPUTE MUNICIPALITIES-WANTED
             = MUNICIPALITIES-PER-SCALE * VOLUME-SCALE.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM VARYING DIRECTORY-INDEX FROM 1 BY 1
             UNTIL DIRECTORY-INDEX > 4
           CALL "CBL_CREATE_DIR"
               USING VOLUME-DIRECTORY-NAME(DIRECTORY-INDEX)
         END-PERFORM.
      * 既にある置き場所は作り直します（戻り値は気にしません）。
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-PREFECTURE-PLAN.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         PERFORM VARYING COPY-FILE-INDEX FROM 1 BY 1
             UNTIL COPY-FILE-INDEX > 29
           PERFORM COPY-ONE-MASTER
         END-PERFORM.
         PERFORM VARYING EMPTY-FILE-INDEX FROM 1 BY 1
             UNTIL EMPTY-FILE-INDEX > 17
           PERFORM WRITE-ONE-EMPTY-FILE
         END-PERFORM.
         PERFORM WRITE-VOLUME-MUNICIPALITIES.
         IF RETURN-CODE NOT = 0
           THEN
             STOP RUN;
         END-IF.
         PERFORM WRITE-VOLUME-CONTROL-CARDS.
         PERFORM WRITE-ARCHIVE-GENERATIONS.
         DISPLAY "=================================================".
         DISPLAY "  VOLUME TEST DATA BUILT UNDER "
             "../sandbox/volume/data/".
         DISPLAY "  SCALE=" VOLUME-SCALE
             " MASTERS COPIED=" COPIED-COUNT.
         DISPLAY "  MUNICIPALITIES=" TRAILER-RECORD-COUNT
             " POSTAL CODES=" POSTAL-TRAILER-COUNT.
         DISPLAY "  OFFICIAL CODES=" OFFICIAL-CODE-COUNT
             " MERGERS=" MERGER-COUNT
             " ARCHIVE GENERATIONS=" GENERATION-COUNT.
         DISPLAY "  RUN RUN-VOLUME-BENCHMARK TO TIME THE BATCH "
             "CHAIN AGAINST IT.".
         DISPLAY "=================================================".
       GENERATE-VOLUME-DATA-EXIT.
         STOP RUN.

      ******************************************************************
      * 本番の都道府県マスタと市区町村マスタを読み、都道府県ごとの
      * 人口・面積と、現行の市区町村の合計・件数・最大のコードを
      * 控えます。
      ******************************************************************
       LOAD-PREFECTURE-PLAN SECTION.
         INITIALIZE PREFECTURE-PLAN-TABLE.
         OPEN INPUT PREFECTURES-FILE.
         IF NOT PREFECTURES-STATUS-OK
           THEN
             DISPLAY "GENERATE-VOLUME-DATA: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PREFECTURES-STATUS-OK
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-CODE IS NUMERIC
                   AND PREFECTURE-CODE >= "01"
                   AND PREFECTURE-CODE <= "47"
                 THEN
                   MOVE PREFECTURE-CODE TO PREFECTURE-CODE-9;
                   SET PX TO PREFECTURE-CODE-9;
                   MOVE PREFECTURE-POPULATION TO PP-POPULATION(PX);
                   MOVE PREFECTURE-AREA TO PP-AREA(PX);
                   ADD 1 TO PREFECTURE-COUNT;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF NOT MUNICIPALITIES-STATUS-OK
           THEN
             DISPLAY "GENERATE-VOLUME-DATA: UNABLE TO OPEN "
                 "MUNICIPALITIES-FILE STATUS=" MUNICIPALITIES-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MUNICIPALITIES-STATUS-OK
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-PREFECTURE IS NUMERIC
                   AND MUNICIPALITY-PREFECTURE >= "01"
                   AND MUNICIPALITY-PREFECTURE <= "47"
                   AND MUNICIPALITY-CODE IS NUMERIC
                 THEN
                   MOVE MUNICIPALITY-PREFECTURE TO PREFECTURE-CODE-9;
                   SET PX TO PREFECTURE-CODE-9;
                   ADD MUNICIPALITY-POPULATION
                       TO PP-CURRENT-POPULATION(PX);
                   ADD MUNICIPALITY-AREA TO PP-CURRENT-AREA(PX);
                   ADD 1 TO PP-CURRENT-COUNT(PX);
                   IF CURRENT-MUNICIPALITY-COUNT < 2000
                     THEN
                       ADD 1 TO CURRENT-MUNICIPALITY-COUNT;
                       SET CX TO CURRENT-MUNICIPALITY-COUNT;
                       MOVE MUNICIPALITY-PREFECTURE
                           TO CM-PREFECTURE-CODE(CX);
                       MOVE MUNICIPALITY-RECORD TO CM-RECORD(CX);
                   END-IF;
                   IF MUNICIPALITY-CODE-9 > PP-HIGHEST-CODE(PX)
                     THEN
                       MOVE MUNICIPALITY-CODE-9
                           TO PP-HIGHEST-CODE(PX);
                   END-IF;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-PREFECTURE-PLAN-EXIT.
         EXIT.

      ******************************************************************
      * 参照マスタ1本を一式へ複写します。無い任意のファイルは
      * 飛ばします。
      ******************************************************************
       COPY-ONE-MASTER SECTION.
         MOVE SPACES TO SOURCE-NAME.
         STRING "../data/" DELIMITED BY SIZE
             COPY-FILE-NAME(COPY-FILE-INDEX) DELIMITED BY SPACE
             INTO SOURCE-NAME.
         MOVE SPACES TO TARGET-NAME.
         STRING "../sandbox/volume/data/" DELIMITED BY SIZE
             COPY-FILE-NAME(COPY-FILE-INDEX) DELIMITED BY SPACE
             INTO TARGET-NAME.
         CALL "COPY-TEXT-FILE" USING SOURCE-NAME, TARGET-NAME,
             COPY-RECORD-COUNT.
         IF RETURN-CODE = 0
           THEN
             ADD 1 TO COPIED-COUNT;
             IF COPY-FILE-NAME(COPY-FILE-INDEX) = "Regions.txt"
               THEN
                 COMPUTE REGION-RECORD-COUNT = COPY-RECORD-COUNT - 1;
             END-IF;
           ELSE
             MOVE 0 TO RETURN-CODE;
         END-IF.
       COPY-ONE-MASTER-EXIT.
         EXIT.

      ******************************************************************
      * ログ・台帳1本を空のファイルとして作ります。
      ******************************************************************
       WRITE-ONE-EMPTY-FILE SECTION.
         MOVE SPACES TO VOLUME-FILENAME.
         STRING "../sandbox/volume/data/" DELIMITED BY SIZE
             EMPTY-FILE-NAME(EMPTY-FILE-INDEX) DELIMITED BY SPACE
             INTO VOLUME-FILENAME.
         OPEN OUTPUT VOLUME-FILE.
         CLOSE VOLUME-FILE.
       WRITE-ONE-EMPTY-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村マスタを、現行の市区町村に合成の市区町村を加えて
      * 書き出します。あわせて郵便番号・公式コード・合併の取引を
      * 都道府県ごとに書きます。
      ******************************************************************
       WRITE-VOLUME-MUNICIPALITIES SECTION.
         MOVE "../sandbox/volume/data/Municipalities.txt"
             TO VOLUME-FILENAME.
         OPEN OUTPUT VOLUME-FILE.
         IF VOLUME-STATUS NOT = "00"
           THEN
             DISPLAY "GENERATE-VOLUME-DATA: UNABLE TO WRITE "
                 VOLUME-FILENAME " STATUS=" VOLUME-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         OPEN OUTPUT POSTAL-FILE.
         OPEN OUTPUT OFFICIAL-CODES-FILE.
         OPEN OUTPUT MERGERS-FILE.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         MOVE 0 TO POSTAL-TRAILER-COUNT.
         MOVE 0 TO POSTAL-HASH-TOTAL.
         PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 47
           SET PREFECTURE-CODE-9 TO PX
           MOVE PREFECTURE-CODE-9 TO VM-PREFECTURE-CODE
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > CURRENT-MUNICIPALITY-COUNT
             IF CM-PREFECTURE-CODE(CX) = VM-PREFECTURE-CODE
               THEN
                 PERFORM WRITE-CURRENT-MUNICIPALITY
             END-IF
           END-PERFORM
           PERFORM WRITE-SYNTHETIC-MUNICIPALITIES
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE VOLUME-RECORD FROM MASTER-TRAILER.
         CLOSE VOLUME-FILE.
         MOVE POSTAL-TRAILER-COUNT TO MT-RECORD-COUNT.
         MOVE POSTAL-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE POSTAL-TRAILER-RECORD FROM MASTER-TRAILER.
         CLOSE POSTAL-FILE.
         CLOSE OFFICIAL-CODES-FILE.
         CLOSE MERGERS-FILE.
       WRITE-VOLUME-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 現行の市区町村1件を、そのまま一式へ書き写します。
      ******************************************************************
       WRITE-CURRENT-MUNICIPALITY SECTION.
         MOVE CM-RECORD(CX) TO VOLUME-RECORD.
         WRITE VOLUME-RECORD.
         ADD 1 TO TRAILER-RECORD-COUNT.
         MOVE CM-RECORD(CX)(1:5) TO CODE-WORK-X.
         ADD CODE-WORK-9 TO TRAILER-HASH-TOTAL.
         MOVE CM-RECORD(CX)(1:2) TO OFFICIAL-PREFECTURE.
         MOVE CM-RECORD(CX)(3:3) TO OFFICIAL-MUNICIPALITY.
         PERFORM WRITE-OFFICIAL-CODE.
         MOVE CM-RECORD(CX)(1:2) TO ZP-PREFECTURE-CODE.
         MOVE CM-RECORD(CX)(3:3) TO ZP-MUNICIPALITY-CODE.
         PERFORM WRITE-POSTAL-CODES.
       WRITE-CURRENT-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * PXの都道府県の合成の市区町村を書きます。人口と面積は、
      * 都道府県の値から現行の市区町村の分を引いた残りを、2件ずつ
      * 組にして片方に多め・片方に少なめに振り、最後の1件で端数を
      * 合わせます。合成の市区町村の最初の2件ずつを、規模の数だけ
      * 新設の市へまとめる合併の取引も書きます。
      ******************************************************************
       WRITE-SYNTHETIC-MUNICIPALITIES SECTION.
         IF PP-CURRENT-COUNT(PX) >= MUNICIPALITIES-WANTED
           THEN
             EXIT SECTION;
         END-IF.
         COMPUTE SYNTHETIC-COUNT
             = MUNICIPALITIES-WANTED - PP-CURRENT-COUNT(PX).
         COMPUTE FIRST-SYNTHETIC-CODE = PP-HIGHEST-CODE(PX) + 1.
         IF FIRST-SYNTHETIC-CODE + SYNTHETIC-COUNT + VOLUME-SCALE
             > 999
           THEN
             COMPUTE SYNTHETIC-COUNT
                 = 999 - VOLUME-SCALE - FIRST-SYNTHETIC-CODE;
         END-IF.
         MOVE 0 TO REMAINING-POPULATION.
         IF PP-POPULATION(PX) > PP-CURRENT-POPULATION(PX)
           THEN
             COMPUTE REMAINING-POPULATION
                 = PP-POPULATION(PX) - PP-CURRENT-POPULATION(PX);
         END-IF.
         MOVE 0 TO REMAINING-AREA.
         IF PP-AREA(PX) > PP-CURRENT-AREA(PX)
           THEN
             COMPUTE REMAINING-AREA
                 = PP-AREA(PX) - PP-CURRENT-AREA(PX);
         END-IF.
         DIVIDE REMAINING-POPULATION BY SYNTHETIC-COUNT
             GIVING BASE-POPULATION.
         DIVIDE REMAINING-AREA BY SYNTHETIC-COUNT GIVING BASE-AREA.
         MOVE 0 TO ASSIGNED-POPULATION.
         MOVE 0 TO ASSIGNED-AREA.
         PERFORM VARYING SYNTHETIC-INDEX FROM 1 BY 1
             UNTIL SYNTHETIC-INDEX > SYNTHETIC-COUNT
           PERFORM WRITE-ONE-SYNTHETIC
         END-PERFORM.
         PERFORM WRITE-PREFECTURE-MERGERS.
       WRITE-SYNTHETIC-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 合成の市区町村1件と、その郵便番号・公式コードを書きます。
      ******************************************************************
       WRITE-ONE-SYNTHETIC SECTION.
         COMPUTE SYNTHETIC-CODE
             = FIRST-SYNTHETIC-CODE + SYNTHETIC-INDEX - 1.
         MOVE SYNTHETIC-CODE TO VM-MUNICIPALITY-CODE.
      * 種別は10件のうち4件を市、5件を町、1件を村にします。
         DIVIDE SYNTHETIC-INDEX BY 10 GIVING WORK-QUOTIENT
             REMAINDER WORK-REMAINDER.
         MOVE WORK-REMAINDER TO TYPE-DIGIT.
         EVALUATE TRUE
           WHEN TYPE-DIGIT <= 3
             MOVE "1" TO VM-MUNICIPALITY-TYPE
             MOVE "市" TO SN-SUFFIX
           WHEN TYPE-DIGIT <= 8
             MOVE "3" TO VM-MUNICIPALITY-TYPE
             MOVE "町" TO SN-SUFFIX
           WHEN OTHER
             MOVE "4" TO VM-MUNICIPALITY-TYPE
             MOVE "村" TO SN-SUFFIX
         END-EVALUATE.
         MOVE SYNTHETIC-CODE TO SN-NUMBER.
         MOVE SYNTHETIC-NAME TO VM-MUNICIPALITY-NAME.
      * 組の番号から、基準の1割～6割の幅を決めます。
         COMPUTE PAIR-NUMBER = SYNTHETIC-INDEX + 1.
         DIVIDE PAIR-NUMBER BY 2 GIVING PAIR-NUMBER.
         DIVIDE PAIR-NUMBER BY 6 GIVING WORK-QUOTIENT
             REMAINDER WORK-REMAINDER.
         COMPUTE SPREAD-TENTHS = WORK-REMAINDER + 1.
         COMPUTE SPREAD-POPULATION
             = BASE-POPULATION * SPREAD-TENTHS / 10.
         COMPUTE SPREAD-AREA = BASE-AREA * SPREAD-TENTHS / 10.
         DIVIDE SYNTHETIC-INDEX BY 2 GIVING WORK-QUOTIENT
             REMAINDER WORK-REMAINDER.
         EVALUATE TRUE
           WHEN SYNTHETIC-INDEX = SYNTHETIC-COUNT
             COMPUTE SHARE-POPULATION
                 = REMAINING-POPULATION - ASSIGNED-POPULATION
             COMPUTE SHARE-AREA = REMAINING-AREA - ASSIGNED-AREA
           WHEN WORK-REMAINDER = 1
             COMPUTE SHARE-POPULATION
                 = BASE-POPULATION + SPREAD-POPULATION
             COMPUTE SHARE-AREA = BASE-AREA + SPREAD-AREA
           WHEN OTHER
             COMPUTE SHARE-POPULATION
                 = BASE-POPULATION - SPREAD-POPULATION
             COMPUTE SHARE-AREA = BASE-AREA - SPREAD-AREA
         END-EVALUATE.
         ADD SHARE-POPULATION TO ASSIGNED-POPULATION.
         ADD SHARE-AREA TO ASSIGNED-AREA.
         MOVE SHARE-POPULATION TO VM-POPULATION.
         MOVE SHARE-AREA TO VM-AREA.
         MOVE SPACES TO VM-PARENT-CITY-CODE.
         WRITE VOLUME-RECORD FROM VOLUME-MUNICIPALITY.
         ADD 1 TO TRAILER-RECORD-COUNT.
         MOVE VM-PREFECTURE-CODE TO CODE-WORK-X(1:2).
         MOVE VM-MUNICIPALITY-CODE TO CODE-WORK-X(3:3).
         ADD CODE-WORK-9 TO TRAILER-HASH-TOTAL.
         MOVE VM-PREFECTURE-CODE TO OFFICIAL-PREFECTURE.
         MOVE VM-MUNICIPALITY-CODE TO OFFICIAL-MUNICIPALITY.
         PERFORM WRITE-OFFICIAL-CODE.
         MOVE VM-PREFECTURE-CODE TO ZP-PREFECTURE-CODE.
         MOVE VM-MUNICIPALITY-CODE TO ZP-MUNICIPALITY-CODE.
         PERFORM WRITE-POSTAL-CODES.
       WRITE-ONE-SYNTHETIC-EXIT.
         EXIT.

      ******************************************************************
      * ZP-PREFECTURE-CODE・ZP-MUNICIPALITY-CODEの市区町村の郵便番号
      * を、規定の件数だけPXの都道府県の中の連番で書きます。
      ******************************************************************
       WRITE-POSTAL-CODES SECTION.
         MOVE VM-PREFECTURE-CODE TO PN-PREFECTURE.
         MOVE PP-POSTAL-SEQUENCE(PX) TO PN-SEQUENCE.
         PERFORM VARYING POSTAL-INDEX FROM 1 BY 1
             UNTIL POSTAL-INDEX > POSTAL-CODES-PER-MUNICIPALITY
           ADD 1 TO PN-SEQUENCE
           MOVE POSTAL-NUMBER-9 TO ZP-POSTAL-CODE
           WRITE POSTAL-RECORD
           ADD 1 TO POSTAL-TRAILER-COUNT
           ADD POSTAL-NUMBER-9 TO POSTAL-HASH-TOTAL
         END-PERFORM.
         MOVE PN-SEQUENCE TO PP-POSTAL-SEQUENCE(PX).
       WRITE-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * OFFICIAL-PREFECTURE・OFFICIAL-MUNICIPALITYの5桁に検査数字を
      * 付けて、公式の市区町村コードへ書きます。
      ******************************************************************
       WRITE-OFFICIAL-CODE SECTION.
         MOVE OFFICIAL-PREFECTURE TO FULL-CODE-5(1:2).
         MOVE OFFICIAL-MUNICIPALITY TO FULL-CODE-5(3:3).
         MOVE 0 TO WEIGHTED-SUM.
         PERFORM VARYING DIGIT-INDEX FROM 1 BY 1
             UNTIL DIGIT-INDEX > 5
           COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
               + CODE-DIGIT(DIGIT-INDEX) * WEIGHT-DIGIT(DIGIT-INDEX)
         END-PERFORM.
         DIVIDE WEIGHTED-SUM BY 11 GIVING MODULUS-QUOTIENT
             REMAINDER MODULUS-REMAINDER.
         COMPUTE CHECK-DIGIT-WORK = 11 - MODULUS-REMAINDER.
         DIVIDE CHECK-DIGIT-WORK BY 10 GIVING MODULUS-QUOTIENT
             REMAINDER MODULUS-REMAINDER.
         MOVE MODULUS-REMAINDER TO FULL-CHECK-DIGIT.
         WRITE OFFICIAL-CODE-RECORD FROM FULL-CODE-6.
         ADD 1 TO OFFICIAL-CODE-COUNT.
       WRITE-OFFICIAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * PXの都道府県の合併の取引を、規模の数だけ書きます。k番目の
      * 合併は、合成の市区町村の2k-1番目と2k番目を、合成の最後の
      * コードのk番後ろのコードの新設の市へまとめます。存続側の
      * コードは公式コードにも加えます。
      ******************************************************************
       WRITE-PREFECTURE-MERGERS SECTION.
         PERFORM VARYING PAIR-NUMBER FROM 1 BY 1
             UNTIL PAIR-NUMBER > VOLUME-SCALE
                 OR PAIR-NUMBER * 2 > SYNTHETIC-COUNT
           MOVE "H" TO MG-RECORD-TYPE
           MOVE VM-PREFECTURE-CODE TO MG-PREFECTURE-CODE
           COMPUTE MG-MUNICIPALITY-CODE = FIRST-SYNTHETIC-CODE
               + SYNTHETIC-COUNT + PAIR-NUMBER - 1
           MOVE MG-MUNICIPALITY-CODE TO SU-NUMBER
           MOVE SUCCESSOR-NAME TO MG-SUCCESSOR-NAME
           MOVE "1" TO MG-SUCCESSOR-TYPE
           MOVE TODAY-DATE TO MG-MERGER-DATE
           WRITE MERGER-RECORD
           MOVE VM-PREFECTURE-CODE TO OFFICIAL-PREFECTURE
           MOVE MG-MUNICIPALITY-CODE TO OFFICIAL-MUNICIPALITY
           PERFORM WRITE-OFFICIAL-CODE
           MOVE SPACES TO MERGER-RECORD
           MOVE "D" TO MG-RECORD-TYPE
           MOVE VM-PREFECTURE-CODE TO MG-PREFECTURE-CODE
           COMPUTE MG-MUNICIPALITY-CODE
               = FIRST-SYNTHETIC-CODE + PAIR-NUMBER * 2 - 2
           WRITE MERGER-RECORD
           COMPUTE MG-MUNICIPALITY-CODE
               = FIRST-SYNTHETIC-CODE + PAIR-NUMBER * 2 - 1
           WRITE MERGER-RECORD
           ADD 1 TO MERGER-COUNT
         END-PERFORM.
       WRITE-PREFECTURE-MERGERS-EXIT.
         EXIT.

      ******************************************************************
      * 一式向けのREGION-BATCHの制御カードを書きます。経路は既定の
      * まま（一式の中の../data/）で、休業日の確認だけを外します。
      ******************************************************************
       WRITE-VOLUME-CONTROL-CARDS SECTION.
         MOVE "../sandbox/volume/data/RegionBatchParms.txt"
             TO VOLUME-FILENAME.
         OPEN OUTPUT VOLUME-FILE.
         IF VOLUME-STATUS NOT = "00"
           THEN
             DISPLAY "GENERATE-VOLUME-DATA: UNABLE TO WRITE CONTROL "
                 "CARDS STATUS=" VOLUME-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO VOLUME-RECORD.
         MOVE "NONBUSINESS-ACTION" TO VOLUME-RECORD(1:22).
         MOVE "RUN" TO VOLUME-RECORD(23:80).
         WRITE VOLUME-RECORD.
         CLOSE VOLUME-FILE.
       WRITE-VOLUME-CONTROL-CARDS-EXIT.
         EXIT.

      ******************************************************************
      * 規模の年数だけさかのぼった日の翌日から前日までの平日ごとに、
      * 履歴の世代（地方・都道府県・市区町村の複写）と履歴ログの
      * 行を作ります。
      ******************************************************************
       WRITE-ARCHIVE-GENERATIONS SECTION.
         OPEN OUTPUT ARCHIVE-LOG-FILE.
         IF ARCHIVE-LOG-STATUS NOT = "00"
           THEN
             DISPLAY "GENERATE-VOLUME-DATA: UNABLE TO WRITE "
                 "ARCHIVE-LOG-FILE STATUS=" ARCHIVE-LOG-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE TODAY-DATE TO GENERATION-DATE.
         SUBTRACT VOLUME-SCALE FROM GD-YEAR.
      * 2月29日からさかのぼった年は、2月28日から始めます。
         IF GD-MONTH = 2 AND GD-DAY = 29
           THEN
             MOVE 28 TO GD-DAY;
         END-IF.
         PERFORM ADVANCE-GENERATION-DATE.
         PERFORM UNTIL GENERATION-DATE >= TODAY-DATE
           PERFORM COMPUTE-WEEKDAY
           IF WEEKDAY-NUMBER >= 2
             THEN
               PERFORM WRITE-ONE-GENERATION
           END-IF
           PERFORM ADVANCE-GENERATION-DATE
         END-PERFORM.
         CLOSE ARCHIVE-LOG-FILE.
       WRITE-ARCHIVE-GENERATIONS-EXIT.
         EXIT.

      ******************************************************************
      * GENERATION-DATEの世代の3本を複写し、履歴ログに1行書きます。
      * 名前は一式の中から見た../data/の形で記録します。
      ******************************************************************
       WRITE-ONE-GENERATION SECTION.
         INITIALIZE ARCHIVE-LOG-RECORD.
         MOVE GENERATION-DATE TO AL-ARCHIVE-DATE.
         STRING "../data/Regions-" GENERATION-DATE-X ".txt"
             DELIMITED BY SIZE INTO AL-REGIONS-FILE.
         STRING "../data/PrefectureRegions-" GENERATION-DATE-X ".txt"
             DELIMITED BY SIZE INTO AL-PREFECTURES-FILE.
         STRING "../data/Municipalities-" GENERATION-DATE-X ".txt"
             DELIMITED BY SIZE INTO AL-MUNICIPALITIES-FILE.
         MOVE REGION-RECORD-COUNT TO AL-REGIONS-COUNT.
         MOVE PREFECTURE-COUNT TO AL-PREFECTURES-COUNT.
         MOVE "VERIFIED" TO AL-VERIFY-STATUS.
         MOVE "../sandbox/volume/data/Regions.txt" TO SOURCE-NAME.
         MOVE SPACES TO TARGET-NAME.
         STRING "../sandbox/volume/data/Regions-" GENERATION-DATE-X
             ".txt" DELIMITED BY SIZE INTO TARGET-NAME.
         CALL "COPY-TEXT-FILE" USING SOURCE-NAME, TARGET-NAME,
             COPY-RECORD-COUNT.
         MOVE "../sandbox/volume/data/PrefectureRegions.txt"
             TO SOURCE-NAME.
         MOVE SPACES TO TARGET-NAME.
         STRING "../sandbox/volume/data/PrefectureRegions-"
             GENERATION-DATE-X ".txt" DELIMITED BY SIZE
             INTO TARGET-NAME.
         CALL "COPY-TEXT-FILE" USING SOURCE-NAME, TARGET-NAME,
             COPY-RECORD-COUNT.
         MOVE "../sandbox/volume/data/Municipalities.txt"
             TO SOURCE-NAME.
         MOVE SPACES TO TARGET-NAME.
         STRING "../sandbox/volume/data/Municipalities-"
             GENERATION-DATE-X ".txt" DELIMITED BY SIZE
             INTO TARGET-NAME.
         CALL "COPY-TEXT-FILE" USING SOURCE-NAME, TARGET-NAME,
             COPY-RECORD-COUNT.
         MOVE 0 TO RETURN-CODE.
         WRITE ARCHIVE-LOG-RECORD.
         ADD 1 TO GENERATION-COUNT.
       WRITE-ONE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * GENERATION-DATEを翌日へ進めます。
      ******************************************************************
       ADVANCE-GENERATION-DATE SECTION.
         MOVE DAYS-IN-MONTH(GD-MONTH) TO MONTH-END-DAY.
         IF GD-MONTH = 2
           THEN
             DIVIDE GD-YEAR BY 4 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-4;
             DIVIDE GD-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-100;
             DIVIDE GD-YEAR BY 400 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-400;
             IF LEAP-REMAINDER-400 = 0
                 OR (LEAP-REMAINDER-4 = 0
                     AND LEAP-REMAINDER-100 NOT = 0)
               THEN
                 MOVE 29 TO MONTH-END-DAY;
             END-IF;
         END-IF.
         IF GD-DAY < MONTH-END-DAY
           THEN
             ADD 1 TO GD-DAY;
           ELSE
             MOVE 1 TO GD-DAY;
             IF GD-MONTH < 12
               THEN
                 ADD 1 TO GD-MONTH;
               ELSE
                 MOVE 1 TO GD-MONTH;
                 ADD 1 TO GD-YEAR;
             END-IF;
         END-IF.
       ADVANCE-GENERATION-DATE-EXIT.
         EXIT.

      ******************************************************************
      * GENERATION-DATEの曜日をツェラーの公式で求めます（1月・2月は
      * 前の年の13月・14月として数えます）。
      ******************************************************************
       COMPUTE-WEEKDAY SECTION.
         MOVE GD-MONTH TO ZELLER-MONTH.
         MOVE GD-YEAR TO ZELLER-YEAR.
         IF ZELLER-MONTH < 3
           THEN
             ADD 12 TO ZELLER-MONTH;
             SUBTRACT 1 FROM ZELLER-YEAR;
         END-IF.
         DIVIDE ZELLER-YEAR BY 100 GIVING ZELLER-CENTURY
             REMAINDER ZELLER-YEAR-OF-CENTURY.
         COMPUTE ZELLER-SUM = GD-DAY + ZELLER-YEAR-OF-CENTURY
             + 5 * ZELLER-CENTURY.
         COMPUTE ZELLER-TERM = 13 * (ZELLER-MONTH + 1).
         DIVIDE ZELLER-TERM BY 5 GIVING ZELLER-TERM.
         ADD ZELLER-TERM TO ZELLER-SUM.
         DIVIDE ZELLER-YEAR-OF-CENTURY BY 4 GIVING ZELLER-TERM.
         ADD ZELLER-TERM TO ZELLER-SUM.
         DIVIDE ZELLER-CENTURY BY 4 GIVING ZELLER-TERM.
         ADD ZELLER-TERM TO ZELLER-SUM.
         DIVIDE ZELLER-SUM BY 7 GIVING MODULUS-QUOTIENT
             REMAINDER WEEKDAY-NUMBER.
       COMPUTE-WEEKDAY-EXIT.
         EXIT.

       END PROGRAM GENERATE-VOLUME-DATA.
