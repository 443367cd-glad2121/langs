      * そのまま流し続けます。フィード台帳へは他のフィードと同じく
      * REGISTER-FEED-DELIVERYで記録し、REGION-BATCHでは環境変数
      * REGION_EXPORT_JSONに"Y"を設定した実行でだけ呼び出します。
      * 市区町村には、全国で同じ名称がほかにもあるとき都道府県名を
      * 添えた表示名（displayName、例: 府中市(東京都)）を付けます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-REGIONS-JSON.
           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * JSONの出力。1行1要素の読みやすい形で書き出します。
       FD  JSON-FILE.
       01  JSON-RECORD                 PIC X(180).
      * コード対応マスタ。
       FD  XREF-FILE.
       01  XREF-RECORD.
         03  XR-JIS-CODE               PIC X(6).
      * 国コード（ISO 3166-1の2文字。国内は"JP"）。
         03  XR-COUNTRY-CODE           PIC X(2).
      * 都道府県の営業地域への割り当て。輸出ファイルへ営業地域
      * コードの列を補うために読み込みます。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".

       WORKING-STORAGE SECTION.
       01  JSON-FILE-STATUS                 PIC X(2).
       77  LOOKUP-ISO-CODE             PIC X(5).
       77  LOOKUP-JIS-CODE             PIC X(6).
       77  LOOKUP-PREFECTURE-CODE      PIC X(2).
       01  TERRITORY-MAP-STATUS        PIC X(2).
         88  TERRITORY-MAP-STATUS-OK   VALUE "00".
      * メモリ上に読み込んだ営業地域の割り当ての一覧。
       01  TERRITORY-MAP-COUNT         PIC 9(2) VALUE ZERO.
       01  TERRITORY-MAP-TABLE.
         03  TERRITORY-MAP-ENTRY       OCCURS 50 INDEXED BY TI.
             05  TT-PREFECTURE-CODE    PIC X(2).
             05  TT-TERRITORY-CODE     PIC X(2).
      * 明細行へ補う営業地域コードの検索結果。
       77  LOOKUP-TERRITORY-CODE       PIC X(2).

      * フィード台帳への記録の項目。
       77  DELIVERY-FEED-KIND          PIC X(1) VALUE "X".
       77  DELIVERY-FEED-NAME          PIC X(40)
           VALUE "RegionsExport.json".
       77  EXTRACT-DATE                PIC 9(8).
       77  RELEASE-NUMBER              PIC 9(4).
       77  RELEASE-DATE                PIC 9(8).
       77  JSON-ROW-COUNT              PIC 9(6) VALUE 0.

      * 保存複写の項目。
         03  FILLER                    PIC X(14) VALUE
             ', "areaSqkm": '.
         03  PF-AREA-SQKM              PIC Z(4)9.99.
         03  FILLER                    PIC X(16) VALUE
             ', "territory": "'.
         03  PF-TERRITORY-CODE         PIC X(2).
         03  FILLER                    PIC X(1) VALUE
             '"'.
         03  FILLER                    PIC X(21) VALUE
             ', "municipalities": ['.
       01  MUNICIPALITY-JSON-LINE.
         03  FILLER                    PIC X(14) VALUE
             ', "areaSqkm": '.
         03  MJ-AREA-SQKM              PIC Z(4)9.99.
         03  FILLER                    PIC X(19) VALUE
             ', "displayName": "'.
         03  MJ-DISPLAY-NAME           PIC N(15).
         03  FILLER                    PIC X(3) VALUE
             '" }'.
      * 表示名を求める市区町村のプールでの位置。
       77  DISPLAY-POOL-INDEX          PIC 9(4).

       LINKAGE SECTION.
       01  REGIONS.
       PROCEDURE DIVISION USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
         MOVE 0 TO JSON-ROW-COUNT.
         PERFORM LOAD-XREF-TABLE.
         PERFORM LOAD-TERRITORY-MAP.
         OPEN OUTPUT JSON-FILE.
         IF JSON-FILE-STATUS NOT = "00"
           THEN
         MOVE SPACES TO JSON-RECORD.
         STRING '  "extractDate": "' EXTRACT-DATE
             '", "sequence": "' FEED-SEQUENCE
             '", "cycleFlag": "' FEED-CYCLE-FLAG
             '", "release": "' RELEASE-NUMBER '",'
             DELIMITED BY SIZE INTO JSON-RECORD.
         WRITE JSON-RECORD.
         MOVE '  "regions": [' TO JSON-RECORD.
         WRITE JSON-RECORD FROM PREFECTURE-JSON-LINE.
         MOVE POPULATION OF PREFECTURE(I, J) TO PF-POPULATION.
         MOVE AREA-SQKM OF PREFECTURE(I, J) TO PF-AREA-SQKM.
         PERFORM LOOKUP-TERRITORY.
         MOVE LOOKUP-TERRITORY-CODE TO PF-TERRITORY-CODE.
         WRITE JSON-RECORD FROM PREFECTURE-FIGURES-LINE.
         ADD 1 TO JSON-ROW-COUNT.
         MOVE "Y" TO FIRST-MUNICIPALITY-SWITCH.
         MOVE MUNICIPALITY-TYPE OF MUNICIPALITY-POOL(K) TO MJ-TYPE.
         MOVE MP-POPULATION(K) TO MJ-POPULATION.
         MOVE MP-AREA-SQKM(K) TO MJ-AREA-SQKM.
         SET DISPLAY-POOL-INDEX TO K.
         CALL "GET-MUNICIPALITY-DISPLAY-NAME"
             USING REGIONS, DISPLAY-POOL-INDEX, MJ-DISPLAY-NAME.
         WRITE JSON-RECORD FROM MUNICIPALITY-JSON-LINE.
         ADD 1 TO JSON-ROW-COUNT.
       WRITE-ONE-MUNICIPALITY-EXIT.
       LOOKUP-XREF-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域の割り当てをメモリの表に読み込みます。ファイルが無い
      * 場合は空の表のまま（補う列は空白）で続行します。
      ******************************************************************
       LOAD-TERRITORY-MAP SECTION.
         MOVE 0 TO TERRITORY-MAP-COUNT.
         OPEN INPUT TERRITORY-MAP-FILE.
         IF TERRITORY-MAP-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT TERRITORY-MAP-STATUS-OK
               READ TERRITORY-MAP-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF TERRITORY-MAP-COUNT < 50
                     THEN
                       ADD 1 TO TERRITORY-MAP-COUNT;
                       SET TI TO TERRITORY-MAP-COUNT;
                       MOVE TM-PREFECTURE-CODE
                           TO TT-PREFECTURE-CODE(TI);
                       MOVE TM-TERRITORY-CODE
                           TO TT-TERRITORY-CODE(TI);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE TERRITORY-MAP-FILE;
         END-IF.
       LOAD-TERRITORY-MAP-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県コードに対応する営業地域コードを検索します。割り当て
      * が無いコードには空白を返します。
      ******************************************************************
       LOOKUP-TERRITORY SECTION.
         MOVE SPACES TO LOOKUP-TERRITORY-CODE.
         SET TI TO 1.
         SEARCH TERRITORY-MAP-ENTRY
           AT END
             CONTINUE;
           WHEN TI > TERRITORY-MAP-COUNT
             CONTINUE;
           WHEN TT-PREFECTURE-CODE(TI) = LOOKUP-PREFECTURE-CODE
             MOVE TT-TERRITORY-CODE(TI) TO LOOKUP-TERRITORY-CODE;
         END-SEARCH.
       LOOKUP-TERRITORY-EXIT.
         EXIT.

       END PROGRAM EXPORT-REGIONS-JSON.
