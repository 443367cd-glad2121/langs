      ******************************************************************
      * GISグループ向けのGeoJSON輸出です。座標マスタ
      * (CapitalCoordinates.txt)の県庁所在地の座標を、読み込み済みの
      * REGIONS表の都道府県と結び付け、地図の道具へそのまま読み込め
      * るFeatureCollection（点の地物）として書き出します。
      * 地物は2種類です（propertiesのfeatureTypeで区別します）。
      *   prefecture  ：県庁所在地の座標に置く都道府県の点。
      *                 都道府県コード・ISO・JISコード、日本語名・
      *                 英字名、人口・面積・人口密度
      *   municipality：座標のある市区町村、すなわち県庁所在地の
      *                 市区町村（CHECK-CAPITAL-MUNICIPALITIESと同じ
      *                 く、県庁所在地の名で始まる同じ都道府県の
      *                 市区町村）の点。5桁と検査数字付きのコード、
      *                 日本語名、所属の都道府県の日本語名・英字名、
      *                 人口・面積・人口密度
      * 座標の無い都道府県は書き出しません。座標はGeoJSONの決まり
      * どおり［経度, 緯度］の順です。
      * フィードの種類は"G"で、他のフィードと同じく連番付きの保存
      * 複写を残し、REGISTER-FEED-DELIVERYでフィード台帳へ記録
      * します（完成の合図にも載ります）。REGION-BATCHでは環境変数
      * REGION_EXPORT_GEOJSONに"Y"を設定した実行でだけ呼び出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-GEOJSON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT GEOJSON-FILE
           ASSIGN TO "../data/CapitalsExport.geojson"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GEOJSON-FILE-STATUS.
         SELECT COORDINATES-FILE
           ASSIGN TO "../data/CapitalCoordinates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COORDINATES-STATUS.
         SELECT XREF-FILE
           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * GeoJSONの出力。1行1要素の読みやすい形で書き出します。
       FD  GEOJSON-FILE.
       01  GEOJSON-RECORD              PIC X(180).
      * 座標マスタ。
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

       WORKING-STORAGE SECTION.
       01  GEOJSON-FILE-STATUS         PIC X(2).
       01  COORDINATES-STATUS          PIC X(2).
         88  COORDINATES-STATUS-OK     VALUE "00".
       01  XREF-STATUS                 PIC X(2).
         88  XREF-STATUS-OK            VALUE "00".

      * メモリ上に読み込んだ県庁所在地の座標の一覧。
       01  COORDINATE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  COORDINATE-TABLE.
         03  COORDINATE-ENTRY          OCCURS 50 INDEXED BY OI.
             05  TC-PREFECTURE-CODE    PIC X(2).
             05  TC-LATITUDE           PIC 9(2)V9(4).
             05  TC-LONGITUDE          PIC 9(3)V9(4).
       01  COORDINATE-FOUND-SWITCH     PIC X.
         88  COORDINATE-FOUND          VALUE "Y".
         88  COORDINATE-NOT-FOUND      VALUE "N".
       77  LOOKUP-LATITUDE             PIC 9(2)V9(4).
       77  LOOKUP-LONGITUDE            PIC 9(3)V9(4).

      * メモリ上に読み込んだコード対応の一覧。
       01  XREF-TABLE-COUNT            PIC 9(2) VALUE ZERO.
       01  XREF-TABLE.
         03  XREF-ENTRY                OCCURS 50 INDEXED BY XI.
             05  TX-PREFECTURE-CODE    PIC X(2).
             05  TX-ISO-CODE           PIC X(5).
             05  TX-JIS-CODE           PIC X(6).
       77  LOOKUP-ISO-CODE             PIC X(5).
       77  LOOKUP-JIS-CODE             PIC X(6).
       77  LOOKUP-PREFECTURE-CODE      PIC X(2).

      * 県庁所在地の市区町村を探すための名前の領域。日本語名を
      * 英数字の集団項目として、先頭の実体のバイト数だけ比べます。
       01  CAPITAL-NAME-HOLD.
         03  CAPITAL-NAME-WORK         PIC N(5).
       01  MUNICIPALITY-NAME-HOLD.
         03  MUNICIPALITY-NAME-WORK    PIC N(8).
       77  CAPITAL-BYTE-LENGTH         PIC 9(2).
       01  CAPITAL-MUNICIPALITY-SWITCH PIC X.
         88  CAPITAL-MUNICIPALITY-FOUND
                                       VALUE "Y".
         88  CAPITAL-MUNICIPALITY-NOT-FOUND
                                       VALUE "N".

      * 人口密度の計算用項目。
       77  DENSITY-WORK                PIC 9(7)V9.

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

      * フィード台帳への記録の項目。
       77  DELIVERY-FEED-KIND          PIC X(1) VALUE "G".
       77  DELIVERY-FEED-NAME          PIC X(40)
           VALUE "CapitalsExport.geojson".
       77  EXTRACT-DATE                PIC 9(8).
       77  RELEASE-NUMBER              PIC 9(4).
       77  RELEASE-DATE                PIC 9(8).
       77  FEATURE-COUNT               PIC 9(6) VALUE 0.

      * 保存複写の項目。
       77  RETAINED-COPY-NAME          PIC X(80).
       77  SOURCE-COPY-NAME            PIC X(80)
           VALUE "../data/CapitalsExport.geojson".
       77  RETAINED-COPY-COUNT         PIC 9(6).
       77  FEED-SEQUENCE-X             PIC X(6).

      * 地物の行の組み立て領域（PIC Nの項目を含むため固定の
      * レイアウトで書き出します）。地物1件は、区切り・geometry・
      * propertiesの2行・閉じの行からなります。
       01  GEOMETRY-JSON-LINE.
         03  FILLER                    PIC X(29) VALUE
             '    { "type": "Feature", "geo'.
         03  FILLER                    PIC X(30) VALUE
             'metry": { "type": "Point", "co'.
         03  FILLER                    PIC X(15) VALUE
             'ordinates": [ '.
         03  GJ-LONGITUDE              PIC ZZ9.9999.
         03  FILLER                    PIC X(2) VALUE ', '.
         03  GJ-LATITUDE               PIC Z9.9999.
         03  FILLER                    PIC X(6) VALUE ' ] },'.
       01  PREFECTURE-PROPERTIES-LINE.
         03  FILLER                    PIC X(22) VALUE
             '      "properties": { '.
         03  FILLER                    PIC X(31) VALUE
             '"featureType": "prefecture", "p'.
         03  FILLER                    PIC X(17) VALUE
             'refectureCode": "'.
         03  PP-PREFECTURE-CODE        PIC X(2).
         03  FILLER                    PIC X(15) VALUE
             '", "isoCode": "'.
         03  PP-ISO-CODE               PIC X(5).
         03  FILLER                    PIC X(15) VALUE
             '", "jisCode": "'.
         03  PP-JIS-CODE               PIC X(6).
         03  FILLER                    PIC X(14) VALUE
             '", "nameJa": "'.
         03  PP-NAME-JA                PIC N(5).
         03  FILLER                    PIC X(14) VALUE
             '", "nameEn": "'.
         03  PP-NAME-EN                PIC X(20).
         03  FILLER                    PIC X(2) VALUE '",'.
       01  MUNICIPALITY-PROPERTIES-LINE.
         03  FILLER                    PIC X(22) VALUE
             '      "properties": { '.
         03  FILLER                    PIC X(31) VALUE
             '"featureType": "municipality", '.
         03  FILLER                    PIC X(19) VALUE
             '"prefectureCode": "'.
         03  MM-PREFECTURE-CODE        PIC X(2).
         03  FILLER                    PIC X(24) VALUE
             '", "municipalityCode": "'.
         03  MM-MUNICIPALITY-CODE      PIC X(5).
         03  FILLER                    PIC X(15) VALUE
             '", "jisCode": "'.
         03  MM-JIS-CODE               PIC X(6).
         03  FILLER                    PIC X(14) VALUE
             '", "nameJa": "'.
         03  MM-NAME-JA                PIC N(8).
         03  FILLER                    PIC X(2) VALUE '",'.
       01  MUNICIPALITY-NAMES-LINE.
         03  FILLER                    PIC X(27) VALUE
             '      "prefectureNameJa": "'.
         03  MN-PREFECTURE-NAME-JA     PIC N(5).
         03  FILLER                    PIC X(24) VALUE
             '", "prefectureNameEn": "'.
         03  MN-PREFECTURE-NAME-EN     PIC X(20).
         03  FILLER                    PIC X(2) VALUE '",'.
       01  FIGURES-JSON-LINE.
         03  FILLER                    PIC X(20) VALUE
             '      "population": '.
         03  FG-POPULATION             PIC Z(7)9.
         03  FILLER                    PIC X(14) VALUE
             ', "areaSqkm": '.
         03  FG-AREA-SQKM              PIC Z(4)9.99.
         03  FILLER                    PIC X(20) VALUE
             ', "densityPerSqkm": '.
         03  FG-DENSITY                PIC Z(6)9.9.
         03  FILLER                    PIC X(4) VALUE ' } }'.

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".
       77  FEED-SEQUENCE               PIC 9(6).
       77  FEED-CYCLE-FLAG             PIC X(1).

       PROCEDURE DIVISION USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
         MOVE 0 TO FEATURE-COUNT.
         PERFORM LOAD-COORDINATES.
         PERFORM LOAD-XREF-TABLE.
         OPEN OUTPUT GEOJSON-FILE.
         IF GEOJSON-FILE-STATUS NOT = "00"
           THEN
             DISPLAY "EXPORT-GEOJSON: UNABLE TO OPEN GEOJSON "
                 "FILE STATUS=" GEOJSON-FILE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT PROGRAM;
         END-IF.
         MOVE "{" TO GEOJSON-RECORD.
         WRITE GEOJSON-RECORD.
         MOVE '  "type": "FeatureCollection",' TO GEOJSON-RECORD.
         WRITE GEOJSON-RECORD.
         MOVE SPACES TO GEOJSON-RECORD.
         STRING '  "extractDate": "' EXTRACT-DATE
             '", "sequence": "' FEED-SEQUENCE
             '", "cycleFlag": "' FEED-CYCLE-FLAG
             '", "release": "' RELEASE-NUMBER '",'
             DELIMITED BY SIZE INTO GEOJSON-RECORD.
         WRITE GEOJSON-RECORD.
         MOVE '  "features": [' TO GEOJSON-RECORD.
         WRITE GEOJSON-RECORD.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             PERFORM WRITE-PREFECTURE-FEATURES
           END-PERFORM
         END-PERFORM.
         MOVE "  ]" TO GEOJSON-RECORD.
         WRITE GEOJSON-RECORD.
         MOVE "}" TO GEOJSON-RECORD.
         WRITE GEOJSON-RECORD.
         CLOSE GEOJSON-FILE.
         PERFORM RETAIN-AND-REGISTER-FEED.
         DISPLAY "EXPORT-GEOJSON: FEATURES=" FEATURE-COUNT.
       EXPORT-GEOJSON-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 都道府県1件について、座標があれば都道府県の地物と、県庁
      * 所在地の市区町村の地物を書き出します。
      ******************************************************************
       WRITE-PREFECTURE-FEATURES SECTION.
         MOVE PREFECTURE-CODE(I, J) TO LOOKUP-PREFECTURE-CODE.
         PERFORM LOOKUP-COORDINATES.
         IF COORDINATE-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM LOOKUP-XREF-CODES.
         PERFORM WRITE-GEOMETRY-LINE.
         MOVE PREFECTURE-CODE(I, J) TO PP-PREFECTURE-CODE.
         MOVE LOOKUP-ISO-CODE TO PP-ISO-CODE.
         MOVE LOOKUP-JIS-CODE TO PP-JIS-CODE.
         MOVE PREFECTURE-NAME(I, J) TO PP-NAME-JA.
         MOVE ENGLISH-NAME OF PREFECTURE(I, J) TO PP-NAME-EN.
         WRITE GEOJSON-RECORD FROM PREFECTURE-PROPERTIES-LINE.
         MOVE POPULATION OF PREFECTURE(I, J) TO FG-POPULATION.
         MOVE AREA-SQKM OF PREFECTURE(I, J) TO FG-AREA-SQKM.
         MOVE 0 TO DENSITY-WORK.
         IF AREA-SQKM OF PREFECTURE(I, J) > 0
           THEN
             COMPUTE DENSITY-WORK ROUNDED =
                 POPULATION OF PREFECTURE(I, J)
                 / AREA-SQKM OF PREFECTURE(I, J);
         END-IF.
         MOVE DENSITY-WORK TO FG-DENSITY.
         WRITE GEOJSON-RECORD FROM FIGURES-JSON-LINE.
         ADD 1 TO FEATURE-COUNT.
         PERFORM FIND-CAPITAL-MUNICIPALITY.
         IF CAPITAL-MUNICIPALITY-FOUND
           THEN
             PERFORM WRITE-MUNICIPALITY-FEATURE;
         END-IF.
       WRITE-PREFECTURE-FEATURES-EXIT.
         EXIT.

      ******************************************************************
      * 地物の区切りとgeometryの行を書き出します。2件目からは先頭に
      * カンマの行を置きます。
      ******************************************************************
       WRITE-GEOMETRY-LINE SECTION.
         IF FEATURE-COUNT > 0
           THEN
             MOVE "    ," TO GEOJSON-RECORD;
             WRITE GEOJSON-RECORD;
         END-IF.
         MOVE LOOKUP-LONGITUDE TO GJ-LONGITUDE.
         MOVE LOOKUP-LATITUDE TO GJ-LATITUDE.
         WRITE GEOJSON-RECORD FROM GEOMETRY-JSON-LINE.
       WRITE-GEOMETRY-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 同じ都道府県の市区町村のうち、名称が県庁所在地の名で始まる
      * ものを市区町村のプールから探します（見つかればKが指します）。
      ******************************************************************
       FIND-CAPITAL-MUNICIPALITY SECTION.
         SET CAPITAL-MUNICIPALITY-NOT-FOUND TO TRUE.
         MOVE CAPITAL-NAME(I, J) TO CAPITAL-NAME-WORK.
         MOVE 0 TO CAPITAL-BYTE-LENGTH.
         INSPECT CAPITAL-NAME-HOLD TALLYING CAPITAL-BYTE-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
         IF CAPITAL-BYTE-LENGTH = 0
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-POOL-COUNT
                 OR CAPITAL-MUNICIPALITY-FOUND
           IF MP-PREFECTURE-CODE(K) = PREFECTURE-CODE(I, J)
             THEN
               MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
                   TO MUNICIPALITY-NAME-WORK
               IF MUNICIPALITY-NAME-HOLD(1:CAPITAL-BYTE-LENGTH)
                   = CAPITAL-NAME-HOLD(1:CAPITAL-BYTE-LENGTH)
                 THEN
                   SET CAPITAL-MUNICIPALITY-FOUND TO TRUE
               END-IF
           END-IF
         END-PERFORM.
         IF CAPITAL-MUNICIPALITY-FOUND
           THEN
             SET K DOWN BY 1;
         END-IF.
       FIND-CAPITAL-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 県庁所在地の市区町村の地物を、都道府県と同じ座標で書き出し
      * ます。
      ******************************************************************
       WRITE-MUNICIPALITY-FEATURE SECTION.
         PERFORM WRITE-GEOMETRY-LINE.
         MOVE PREFECTURE-CODE(I, J) TO MM-PREFECTURE-CODE.
         MOVE MP-PREFECTURE-CODE(K) TO CODE-DIGITS-X(1:2).
         MOVE MUNICIPALITY-CODE OF MUNICIPALITY-POOL(K)
             TO CODE-DIGITS-X(3:3).
         MOVE CODE-DIGITS-X TO MM-MUNICIPALITY-CODE.
         PERFORM COMPUTE-CHECK-DIGIT.
         MOVE CODE-DIGITS-X TO MM-JIS-CODE(1:5).
         MOVE CHECK-DIGIT TO MM-JIS-CODE(6:1).
         MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
             TO MM-NAME-JA.
         WRITE GEOJSON-RECORD FROM MUNICIPALITY-PROPERTIES-LINE.
         MOVE PREFECTURE-NAME(I, J) TO MN-PREFECTURE-NAME-JA.
         MOVE ENGLISH-NAME OF PREFECTURE(I, J)
             TO MN-PREFECTURE-NAME-EN.
         WRITE GEOJSON-RECORD FROM MUNICIPALITY-NAMES-LINE.
         MOVE MP-POPULATION(K) TO FG-POPULATION.
         MOVE MP-AREA-SQKM(K) TO FG-AREA-SQKM.
         MOVE 0 TO DENSITY-WORK.
         IF MP-AREA-SQKM(K) > 0
           THEN
             COMPUTE DENSITY-WORK ROUNDED =
                 MP-POPULATION(K) / MP-AREA-SQKM(K);
         END-IF.
         MOVE DENSITY-WORK TO FG-DENSITY.
         WRITE GEOJSON-RECORD FROM FIGURES-JSON-LINE.
         ADD 1 TO FEATURE-COUNT.
       WRITE-MUNICIPALITY-FEATURE-EXIT.
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
      * 書き出したGeoJSONを連番付きの保存ファイルへ複写し、フィード
      * 台帳へ記録します。
      ******************************************************************
       RETAIN-AND-REGISTER-FEED SECTION.
         MOVE FEED-SEQUENCE TO FEED-SEQUENCE-X.
         MOVE SPACES TO RETAINED-COPY-NAME.
         STRING "../data/CapitalsExport-" FEED-SEQUENCE-X ".geojson"
             DELIMITED BY SIZE INTO RETAINED-COPY-NAME.
         CALL "COPY-TEXT-FILE" USING SOURCE-COPY-NAME,
             RETAINED-COPY-NAME, RETAINED-COPY-COUNT.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "EXPORT-GEOJSON: UNABLE TO RETAIN FEED "
                 "COPY " RETAINED-COPY-NAME;
             MOVE 0 TO RETURN-CODE;
         END-IF.
         CALL "REGISTER-FEED-DELIVERY"
             USING DELIVERY-FEED-KIND, FEED-SEQUENCE, EXTRACT-DATE,
                 DELIVERY-FEED-NAME, FEATURE-COUNT.
       RETAIN-AND-REGISTER-FEED-EXIT.
         EXIT.

      ******************************************************************
      * 座標マスタをメモリの表に読み込みます。ファイルが無い場合は
      * 空の表のまま（地物なし）で続行します。
      ******************************************************************
       LOAD-COORDINATES SECTION.
         MOVE 0 TO COORDINATE-TABLE-COUNT.
         OPEN INPUT COORDINATES-FILE.
         IF COORDINATES-STATUS = "35"
           THEN
             DISPLAY "EXPORT-GEOJSON: NO CAPITAL COORDINATES";
           ELSE
             PERFORM UNTIL NOT COORDINATES-STATUS-OK
               READ COORDINATES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF COORDINATE-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO COORDINATE-TABLE-COUNT;
                       SET OI TO COORDINATE-TABLE-COUNT;
                       MOVE CO-PREFECTURE-CODE
                           TO TC-PREFECTURE-CODE(OI);
                       MOVE CO-LATITUDE TO TC-LATITUDE(OI);
                       MOVE CO-LONGITUDE TO TC-LONGITUDE(OI);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE COORDINATES-FILE;
         END-IF.
       LOAD-COORDINATES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県コードに対応する県庁所在地の座標を検索します。
      ******************************************************************
       LOOKUP-COORDINATES SECTION.
         SET COORDINATE-NOT-FOUND TO TRUE.
         SET OI TO 1.
         SEARCH COORDINATE-ENTRY
           AT END
             CONTINUE;
           WHEN OI > COORDINATE-TABLE-COUNT
             CONTINUE;
           WHEN TC-PREFECTURE-CODE(OI) = LOOKUP-PREFECTURE-CODE
             SET COORDINATE-FOUND TO TRUE;
             MOVE TC-LATITUDE(OI) TO LOOKUP-LATITUDE;
             MOVE TC-LONGITUDE(OI) TO LOOKUP-LONGITUDE;
         END-SEARCH.
       LOOKUP-COORDINATES-EXIT.
         EXIT.

      ******************************************************************
      * コード対応マスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-XREF-TABLE SECTION.
         MOVE 0 TO XREF-TABLE-COUNT.
         OPEN INPUT XREF-FILE.
         IF XREF-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT XREF-STATUS-OK
               READ XREF-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF XREF-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO XREF-TABLE-COUNT;
                       SET XI TO XREF-TABLE-COUNT;
                       MOVE XR-PREFECTURE-CODE
                           TO TX-PREFECTURE-CODE(XI);
                       MOVE XR-ISO-CODE TO TX-ISO-CODE(XI);
                       MOVE XR-JIS-CODE TO TX-JIS-CODE(XI);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE XREF-FILE;
         END-IF.
       LOAD-XREF-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県コードに対応するISO・JISコードを検索します。対応が
      * 無いコードには空白を返します。
      ******************************************************************
       LOOKUP-XREF-CODES SECTION.
         MOVE SPACES TO LOOKUP-ISO-CODE.
         MOVE SPACES TO LOOKUP-JIS-CODE.
         SET XI TO 1.
         SEARCH XREF-ENTRY
           AT END
             CONTINUE;
           WHEN XI > XREF-TABLE-COUNT
             CONTINUE;
           WHEN TX-PREFECTURE-CODE(XI) = LOOKUP-PREFECTURE-CODE
             MOVE TX-ISO-CODE(XI) TO LOOKUP-ISO-CODE;
             MOVE TX-JIS-CODE(XI) TO LOOKUP-JIS-CODE;
         END-SEARCH.
       LOOKUP-XREF-CODES-EXIT.
         EXIT.

       END PROGRAM EXPORT-GEOJSON.
