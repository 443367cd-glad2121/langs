      * だけの輸出はそのまま流し続け、このプログラムは追加の
      * 変種として、日本語の名称（NAME・CAPITAL-NAME・
      * MUNICIPALITY-NAME）をUTF-8のままコードに添えて書き出します。
      * 市区町村の行の末尾には、全国で同じ名称がほかにもあるとき
      * 都道府県名を添えた表示名（例: 府中市(東京都)）の列を付け
      * ます。名称だけで突き合わせると別の市区町村を拾うためです。
      * 受け取り側ごとに選べるよう、REGION-BATCHでは環境変数
      * REGION_EXPORT_JAPANESE="Y"のときだけ呼び出します。
      * ヘッダー・トレーラーの制御レコードは従来の輸出と同じ並び
           ASSIGN TO "../data/MunicipalitiesExportJp.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-JP-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 市区町村の日本語名付きカンマ区切り出力。
       FD  MUNICIPALITIES-JP-FILE.
       01  MUNICIPALITIES-JP-RECORD       PIC X(85).
      * 都道府県の営業地域への割り当て。輸出ファイルへ営業地域
      * コードの列を補うために読み込みます。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".

       WORKING-STORAGE SECTION.
       01  REGIONS-JP-STATUS           PIC X(2).
      * 周期区分。月末のフィードは"M"で区別し、受け取り側が正しい
      * 世代で月締めできるようにします。日次は空白です。
         03  FH-CYCLE-FLAG             PIC X(1).
      * 抽出の時点の最新のマスタのリリース番号。リリース前は0です。
         03  FH-RELEASE-NUMBER         PIC 9(4).
       01  FEED-TRAILER-LAYOUT.
         03  FT-RECORD-MARK            PIC X(2) VALUE "T9".
         03  FT-RECORD-COUNT           PIC 9(6).
         03  FT-HASH-TOTAL             PIC 9(13).
       77  EXTRACT-DATE                PIC 9(8).
       77  RELEASE-NUMBER              PIC 9(4).
       77  RELEASE-DATE                PIC 9(8).
      * フィード台帳への記録と保存複写の項目。台帳への記録は、
      * 加入者マスタにしたがって受け取り先ごとの行を書く
      * REGISTER-FEED-DELIVERYに任せます。
       77  PREFECTURES-ROW-COUNT       PIC 9(6).
       77  MUNICIPALITIES-ROW-COUNT    PIC 9(6).
       77  PREFECTURES-HASH-TOTAL      PIC 9(13).
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
       77  LOOKUP-PREFECTURE-CODE      PIC X(2).
      * 地方1件分の明細行を組み立てる作業領域。
       01  REGIONS-JP-DETAIL.
         05  RJ-REGION-CODE            PIC X(2).
         05  PJ-POPULATION             PIC 9(8).
         05  FILLER                    PIC X(1) VALUE ",".
         05  PJ-AREA-SQKM              PIC 9(5)V99.
         05  FILLER                    PIC X(1) VALUE ",".
         05  PJ-TERRITORY-CODE         PIC X(2).
      * 市区町村1件分の明細行を組み立てる作業領域。
       01  MUNICIPALITIES-JP-DETAIL.
         05  MJ-REGION-CODE            PIC X(2).
         05  MJ-AREA-SQKM              PIC 9(5)V99.
         05  FILLER                    PIC X(1) VALUE ",".
         05  MJ-PARENT-CITY-CODE       PIC X(3).
         05  FILLER                    PIC X(1) VALUE ",".
         05  MJ-DISPLAY-NAME           PIC N(15).
      * 表示名を求める市区町村のプールでの位置。
       77  DISPLAY-POOL-INDEX          PIC 9(4).

       LINKAGE SECTION.
       01  REGIONS.
       PROCEDURE DIVISION USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
         MOVE 0 TO REGIONS-ROW-COUNT.
         MOVE 0 TO PREFECTURES-ROW-COUNT.
         MOVE 0 TO MUNICIPALITIES-ROW-COUNT.
         MOVE 0 TO PREFECTURES-HASH-TOTAL.
         PERFORM LOAD-TERRITORY-MAP.
         OPEN OUTPUT REGIONS-JP-FILE.
         OPEN OUTPUT PREFECTURES-JP-FILE.
         OPEN OUTPUT MUNICIPALITIES-JP-FILE.
             MOVE EXTRACT-DATE TO FH-EXTRACT-DATE;
             MOVE FEED-SEQUENCE TO FH-SEQUENCE;
             MOVE FEED-CYCLE-FLAG TO FH-CYCLE-FLAG;
             MOVE RELEASE-NUMBER TO FH-RELEASE-NUMBER;
             MOVE FEED-HEADER-LAYOUT TO REGIONS-JP-RECORD;
             WRITE REGIONS-JP-RECORD;
             MOVE FEED-HEADER-LAYOUT TO PREFECTURES-JP-RECORD;
         MOVE CAPITAL-NAME OF PREFECTURE(I, J) TO PJ-CAPITAL-NAME.
         MOVE POPULATION OF PREFECTURE(I, J) TO PJ-POPULATION.
         MOVE AREA-SQKM OF PREFECTURE(I, J) TO PJ-AREA-SQKM.
         MOVE PREFECTURE-CODE(I, J) TO LOOKUP-PREFECTURE-CODE.
         PERFORM LOOKUP-TERRITORY.
         MOVE LOOKUP-TERRITORY-CODE TO PJ-TERRITORY-CODE.
         MOVE PREFECTURES-JP-DETAIL TO PREFECTURES-JP-RECORD.
         WRITE PREFECTURES-JP-RECORD.
         IF PREFECTURES-JP-STATUS NOT = "00"
               MOVE MP-POPULATION(K) TO MJ-POPULATION;
               MOVE MP-AREA-SQKM(K) TO MJ-AREA-SQKM;
               MOVE MP-PARENT-CITY-CODE(K) TO MJ-PARENT-CITY-CODE;
               SET DISPLAY-POOL-INDEX TO K;
               CALL "GET-MUNICIPALITY-DISPLAY-NAME"
                   USING REGIONS, DISPLAY-POOL-INDEX, MJ-DISPLAY-NAME;
               MOVE MUNICIPALITIES-JP-DETAIL
                   TO MUNICIPALITIES-JP-RECORD;
               WRITE MUNICIPALITIES-JP-RECORD;
       EXPORT-MUNICIPALITY-JP-ROWS-EXIT.
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

       END PROGRAM EXPORT-REGIONS-JAPANESE.
