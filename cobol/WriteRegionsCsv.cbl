           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  CSV-ISO-CODE              PIC X(5).
         03  CSV-SEP-5                 PIC X(1).
         03  CSV-JIS-CODE              PIC X(6).
         03  CSV-SEP-6                 PIC X(1).
         03  CSV-TERRITORY-CODE        PIC X(2).
      * フィード台帳。書き出したフィードの連番・日付・ファイル名・
      * 件数を1行1件で保持し、受け取り確認の突き合わせに使います。
      * コード対応マスタ。輸出ファイルへISO 3166-2:JPコードとJIS
         03  XR-PREFECTURE-CODE        PIC X(2).
         03  XR-ISO-CODE               PIC X(5).
         03  XR-JIS-CODE               PIC X(6).
      * 都道府県の営業地域への割り当て。輸出ファイルへ営業地域
      * コードの列を補うために読み込みます。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".

       WORKING-STORAGE SECTION.
       01  CSV-STATUS                  PIC X(2).
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

       LINKAGE SECTION.
       77  CSV-FILENAME                PIC X(80).
               FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
         MOVE 0 TO CSV-ROW-COUNT.
         MOVE 0 TO CSV-HASH-TOTAL.
         PERFORM LOAD-XREF-TABLE.
         PERFORM LOAD-TERRITORY-MAP.
         OPEN OUTPUT CSV-FILE.
         IF CSV-STATUS NOT = "00"
           THEN
             MOVE EXTRACT-DATE TO FH-EXTRACT-DATE;
             MOVE FEED-SEQUENCE TO FH-SEQUENCE;
             MOVE FEED-CYCLE-FLAG TO FH-CYCLE-FLAG;
             MOVE RELEASE-NUMBER TO FH-RELEASE-NUMBER;
             MOVE FEED-HEADER-LAYOUT TO CSV-RECORD;
             WRITE CSV-RECORD;
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
         MOVE LOOKUP-ISO-CODE TO CSV-ISO-CODE.
         MOVE "," TO CSV-SEP-5.
         MOVE LOOKUP-JIS-CODE TO CSV-JIS-CODE.
         PERFORM LOOKUP-TERRITORY.
         MOVE "," TO CSV-SEP-6.
         MOVE LOOKUP-TERRITORY-CODE TO CSV-TERRITORY-CODE.
         WRITE CSV-RECORD.
         ADD 1 TO CSV-ROW-COUNT.
         ADD POPULATION OF PREFECTURE(I, J) TO CSV-HASH-TOTAL.
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

      ******************************************************************
      * 書き出したフィードを連番付きの保存ファイルへ複写し、
      * フィード台帳へ記録します。
