      * 遅い受け取り側が他の受け取り側の欠けを隠さなくなります。
      * 加入者マスタの無い設置では、従来どおり加入者欄空白の1行を
      * 記録します。
      * 各行には、フィードの種類と受け渡しの日時も記録します。
      * 加入者ごとの納期の判定(CHECK-DELIVERY-SLA)に使います。
      * また、受け渡すファイル（../data/フィード名）のバイト数と
      * ダイジェスト（MEASURE-FEED-FILE）を目録として記録します。
      *
      * 種類は A=ASCII J=日本語 C=まとめCSV M=市区町村 D=差分
      * X=JSON P=加入者ごとの輸出 G=GeoJSON です。
      * 加入者ごとの輸出(Feed-加入者ID.csv)は、その加入者だけの
      * ためのファイルなので、加入者マスタの受け取りの印によらず、
      * ファイル名の加入者IDで1行だけ記録します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-FEED-DELIVERY.
         03  FR-FEED-NAME              PIC X(40).
         03  FR-RECORD-COUNT           PIC 9(6).
         03  FR-SUBSCRIBER-ID          PIC X(8).
         03  FR-FEED-KIND              PIC X(1).
         03  FR-DELIVERED-TIMESTAMP    PIC 9(14).
         03  FR-BYTE-COUNT             PIC 9(10).
         03  FR-DIGEST                 PIC 9(13).

       WORKING-STORAGE SECTION.
       01  SUBSCRIBERS-STATUS          PIC X(2).
             05  TS-TAKES-MUNICIPAL    PIC X(1).
             05  TS-TAKES-DELTA        PIC X(1).
             05  TS-TAKES-JSON         PIC X(1).
             05  TS-TAKES-GEOJSON      PIC X(1).
       77  ROWS-WRITTEN-COUNT          PIC 9(2).
       77  SUBSCRIBER-TAKES-SWITCH     PIC X(1).
      * 加入者ごとの輸出のファイル名から取り出す加入者ID。
       77  PROFILE-FEED-PREFIX         PIC X(8).
      * 受け渡しの日時（納期の判定に使います）。
       77  DELIVERED-DATE              PIC 9(8).
       77  DELIVERED-TIME              PIC 9(8).
      * 受け渡すファイルの測定（バイト数とダイジェスト）。
       77  MEASURE-FILE-NAME           PIC X(80).
       77  MEASURE-LINE-COUNT          PIC 9(6).
       77  MEASURE-BYTE-COUNT          PIC 9(10).
       77  MEASURE-DIGEST              PIC 9(13).
       01  MEASURE-RESULT-SWITCH       PIC X.
         88  MEASURE-FILE-FOUND        VALUE "Y".

       LINKAGE SECTION.
       77  DELIVERY-FEED-KIND          PIC X(1).
             PERFORM LOAD-SUBSCRIBERS;
         END-IF.
         MOVE 0 TO ROWS-WRITTEN-COUNT.
         MOVE SPACES TO MEASURE-FILE-NAME.
         STRING "../data/" DELIMITED BY SIZE
             DELIVERY-FEED-NAME DELIMITED BY SPACE
             INTO MEASURE-FILE-NAME.
         CALL "MEASURE-FEED-FILE" USING MEASURE-FILE-NAME,
             MEASURE-LINE-COUNT, MEASURE-BYTE-COUNT, MEASURE-DIGEST,
             MEASURE-RESULT-SWITCH.
         IF NOT MEASURE-FILE-FOUND
           THEN
             DISPLAY "REGISTER-FEED-DELIVERY: UNABLE TO MEASURE "
                 MEASURE-FILE-NAME;
         END-IF.
         IF DELIVERY-FEED-KIND = "P"
           THEN
             MOVE SPACES TO FR-SUBSCRIBER-ID;
             UNSTRING DELIVERY-FEED-NAME DELIMITED BY "-" OR "."
                 INTO PROFILE-FEED-PREFIX, FR-SUBSCRIBER-ID;
             PERFORM WRITE-ONE-REGISTER-ROW;
             EXIT PROGRAM;
         END-IF.
         IF LIST-STATE = "L"
           THEN
             PERFORM VARYING SX FROM 1 BY 1
             MOVE TS-TAKES-DELTA(SX) TO SUBSCRIBER-TAKES-SWITCH
           WHEN "X"
             MOVE TS-TAKES-JSON(SX) TO SUBSCRIBER-TAKES-SWITCH
           WHEN "G"
             MOVE TS-TAKES-GEOJSON(SX) TO SUBSCRIBER-TAKES-SWITCH
         END-EVALUATE.
       JUDGE-ONE-SUBSCRIBER-EXIT.
         EXIT.
         MOVE DELIVERY-DATE TO FR-EXTRACT-DATE.
         MOVE DELIVERY-FEED-NAME TO FR-FEED-NAME.
         MOVE DELIVERY-RECORD-COUNT TO FR-RECORD-COUNT.
         MOVE DELIVERY-FEED-KIND TO FR-FEED-KIND.
         ACCEPT DELIVERED-DATE FROM DATE YYYYMMDD.
         ACCEPT DELIVERED-TIME FROM TIME.
         MOVE DELIVERED-DATE TO FR-DELIVERED-TIMESTAMP(1:8).
         MOVE DELIVERED-TIME(1:6) TO FR-DELIVERED-TIMESTAMP(9:6).
         MOVE MEASURE-BYTE-COUNT TO FR-BYTE-COUNT.
         MOVE MEASURE-DIGEST TO FR-DIGEST.
         OPEN EXTEND FEED-REGISTER-FILE.
         IF FEED-REGISTER-STATUS = "35"
           THEN
                       TO TS-TAKES-MUNICIPAL(SX);
                   MOVE SB-TAKES-DELTA TO TS-TAKES-DELTA(SX);
                   MOVE SB-TAKES-JSON TO TS-TAKES-JSON(SX);
                   MOVE SB-TAKES-GEOJSON TO TS-TAKES-GEOJSON(SX);
               END-IF
           END-READ
         END-PERFORM.
