           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.
         SELECT MUNICIPALITIES-EXPORT-FILE
           ASSIGN TO "../data/MunicipalitiesExport.csv"
           ORGANIZATION IS LINE SEQUENTIAL
       01  REGIONS-EXPORT-RECORD          PIC X(60).
      * 都道府県の見出し行付きカンマ区切り出力。
       FD  PREFECTURES-EXPORT-FILE.
       01  PREFECTURES-EXPORT-RECORD      PIC X(130).
      * コード対応マスタ。輸出ファイルへISO 3166-2:JPコードとJIS
      * 検査数字付きコードの列を補うために読み込みます。
       FD  XREF-FILE.
         03  XR-ISO-CODE               PIC X(5).
         03  XR-JIS-CODE               PIC X(6).
         03  XR-COUNTRY-CODE           PIC X(2).
      * 都道府県の営業地域への割り当て。輸出ファイルへ営業地域
      * コードの列を補うために読み込みます。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".
      * 市区町村の見出し行付きカンマ区切り出力。地方・都道府県・
      * 市区町村の3階層のキーを1行に持たせ、受け取り側が階層を
      * 組み立て直せるようにします。
       77  DELIVERY-FEED-NAME          PIC X(40).
       77  DELIVERY-RECORD-COUNT       PIC 9(6).
      * フィードの制御レコードと連番・保存用複写の項目。ヘッダーは
      * "H9"+抽出日+連番+周期区分+リリース番号、トレーラーは"T9"
      * +件数+人口ハッシュ合計です。書き出した各フィードは、争議の
      * 照会用に連番付きの保存ファイルとしても複写し、フィード台帳
      * (FeedRegister.txt)へ記録します。
       01  FEED-HEADER-LAYOUT.
         03  FH-RECORD-MARK            PIC X(2) VALUE "H9".
         03  FH-EXTRACT-DATE           PIC 9(8).
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
       77  RETAINED-COPY-NAME          PIC X(80).
       77  RETAINED-COPY-COUNT         PIC 9(6).
       77  FEED-SEQUENCE-X             PIC X(6).
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
      * 対象の国の絞り込み。環境変数REGION_COUNTRYに国コードが
      * 設定されていれば、その国の地方だけを輸出します。
       77  COUNTRY-FILTER              PIC X(2) VALUE SPACES.
      * 出力ファイルの1行目に書き出す項目名（見出し行）。
       01  REGIONS-HEADER-LINE         PIC X(60) VALUE
           "REGION-CODE,ENGLISH-NAME,PREFECTURE-COUNT".
       01  PREFECTURES-HEADER-LINE     PIC X(130) VALUE
           "REGION-CODE,PREFECTURE-CODE,ENGLISH-NAME,POPULATION,AREA-S"
           & "QKM,EFFECTIVE-DATE,END-DATE,ISO-CODE,JIS-CODE,TERRITORY"
           & "-CODE".
       01  MUNICIPALITIES-HEADER-LINE  PIC X(90) VALUE
           "REGION-CODE,PREFECTURE-CODE,MUNICIPALIT"
           & "Y-CODE,TYPE,POPULATION,AREA-SQKM,PARENT-CITY".
         05  PX-ISO-CODE               PIC X(5).
         05  FILLER                    PIC X(1) VALUE ",".
         05  PX-JIS-CODE               PIC X(6).
         05  FILLER                    PIC X(1) VALUE ",".
         05  PX-TERRITORY-CODE         PIC X(2).

      * 市区町村1件分のカンマ区切り明細行を組み立てる作業領域。
       01  MUNICIPALITIES-DETAIL-LINE.
       PROCEDURE DIVISION USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
         MOVE 0 TO REGIONS-ROW-COUNT.
         MOVE 0 TO PREFECTURES-ROW-COUNT.
         MOVE 0 TO MUNICIPALITIES-ROW-COUNT.
         MOVE 0 TO PREFECTURES-HASH-TOTAL.
         ACCEPT COUNTRY-FILTER FROM ENVIRONMENT "REGION_COUNTRY".
         PERFORM LOAD-XREF-TABLE.
         PERFORM LOAD-TERRITORY-MAP.
         OPEN OUTPUT REGIONS-EXPORT-FILE.
         OPEN OUTPUT PREFECTURES-EXPORT-FILE.
         OPEN OUTPUT MUNICIPALITIES-EXPORT-FILE.
             MOVE EXTRACT-DATE TO FH-EXTRACT-DATE;
             MOVE FEED-SEQUENCE TO FH-SEQUENCE;
             MOVE FEED-CYCLE-FLAG TO FH-CYCLE-FLAG;
             MOVE RELEASE-NUMBER TO FH-RELEASE-NUMBER;
             MOVE FEED-HEADER-LAYOUT TO REGIONS-EXPORT-RECORD;
             WRITE REGIONS-EXPORT-RECORD;
             MOVE FEED-HEADER-LAYOUT TO PREFECTURES-EXPORT-RECORD;
         PERFORM LOOKUP-XREF-CODES.
         MOVE LOOKUP-ISO-CODE TO PX-ISO-CODE.
         MOVE LOOKUP-JIS-CODE TO PX-JIS-CODE.
         PERFORM LOOKUP-TERRITORY.
         MOVE LOOKUP-TERRITORY-CODE TO PX-TERRITORY-CODE.
         MOVE PREFECTURES-DETAIL-LINE TO PREFECTURES-EXPORT-RECORD.
         WRITE PREFECTURES-EXPORT-RECORD.
         ADD 1 TO PREFECTURES-ROW-COUNT.
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

       END PROGRAM EXPORT-REGIONS.
