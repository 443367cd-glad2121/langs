      * ARCHIVE・REPORT・EXPORTは、いずれも独立した副作用を持つ
      * ステップなので、チェックポイントファイルに完了を記録し、
      * 障害後の再実行では完了済みのステップを読み飛ばします。
      * 全ステップの実行が正常に終わった後には、PUBLISH-REPORTSで
      * 帳票をイントラネット向けのHTMLとして公開します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGION-BATCH.
      * 出しが終わってから最後に書き、受け取り側はこのファイルを
      * 待ってから取りに来ます（書き込み途中のファイルを拾わない
      * ための受け渡しの作法です）。ヘッダー行に連番と完成日時、
      * 明細行にファイル名と件数・バイト数・ダイジェスト（目録）、
      * トレーラー行に本数を持ちます。
       FD  FEED-TRIGGER-FILE.
       01  FEED-TRIGGER-RECORD         PIC X(80).
      * 実行ログファイル。夜間の所要時間の見積もりに、過去の実行
      * の実績を読みます。
       FD  RUN-LOG-FILE.
         03  FG-FEED-NAME              PIC X(40).
         03  FG-RECORD-COUNT           PIC 9(6).
         03  FG-SUBSCRIBER-ID          PIC X(8).
         03  FG-FEED-KIND              PIC X(1).
         03  FG-DELIVERED-TIMESTAMP    PIC 9(14).
         03  FG-BYTE-COUNT             PIC 9(10).
         03  FG-DIGEST                 PIC 9(13).

       WORKING-STORAGE SECTION.
      * 各読み込みステップに渡すファイル名。REGIONS-FILENAMEと
      * 特に指定がない限り、バッチ実行日を基準日としますが、障害後
      * に前日の業務日付で再実行するときなどは制御カードの
      * AS-OF-DATEで上書きできます。
      * 夜間の取り戻し（NIGHTLY-OPERATIONS）は、取り戻す日の業務
      * 日付を環境変数REGION_AS_OF_DATEで渡します。これは制御カード
      * より優先し、PREV-BUSINESSの置き換えもしません。
       77  AS-OF-DATE                    PIC 9(8).
       77  AS-OF-DATE-ENV                PIC X(8) VALUE SPACES.
       01  AS-OF-FORCED-SWITCH           PIC X VALUE "N".
         88  AS-OF-DATE-FORCED           VALUE "Y".
       01  CONTROL-CARD-STATUS           PIC X(2).
         88  CONTROL-CARD-STATUS-OK      VALUE "00".
      * READ-PREFECTURESへ渡すチェックポイント間隔。
       77  JSON-EXPORT-SWITCH            PIC X(1) VALUE "N".
         88  JSON-EXPORT-ON              VALUE "Y".
       77  JSON-EXPORT-ENV               PIC X(1) VALUE SPACES.
      * GIS向けの県庁所在地のGeoJSON輸出も出すかどうか。環境変数
      * REGION_EXPORT_GEOJSONに"Y"を設定した実行でだけ出します。
       77  GEOJSON-EXPORT-SWITCH         PIC X(1) VALUE "N".
         88  GEOJSON-EXPORT-ON           VALUE "Y".
       77  GEOJSON-EXPORT-ENV            PIC X(1) VALUE SPACES.
      * 変更分だけ（差分）の輸出も出すかどうか。環境変数
      * REGION_EXPORT_DELTAに"Y"を設定した実行でだけ出します。
       77  DELTA-EXPORT-SWITCH           PIC X(1) VALUE "N".
       77  JAPANESE-EXPORT-SWITCH        PIC X(1) VALUE "N".
         88  JAPANESE-EXPORT-ON          VALUE "Y".
       77  JAPANESE-EXPORT-ENV           PIC X(1) VALUE SPACES.
      * 正常に終わった夜間の実行の後に、帳票をイントラネット向けの
      * HTMLとして公開するかどうか。既定で公開し、環境変数
      * REGION_PUBLISH_REPORTSに"N"を設定した実行では公開しません。
       77  PUBLISH-REPORTS-SWITCH        PIC X(1) VALUE "Y".
         88  PUBLISH-REPORTS-ON          VALUE "Y".
       77  PUBLISH-REPORTS-ENV           PIC X(1) VALUE SPACES.
      * 地方の一覧（読み込み結果を保持するメモリ上のテーブル）。
       01  REGIONS GLOBAL.
         COPY "Regions".
       01  TRIGGER-DETAIL-LINE.
         03  TG-FEED-NAME               PIC X(40).
         03  TG-RECORD-COUNT            PIC 9(6).
         03  TG-BYTE-COUNT              PIC 9(10).
         03  TG-DIGEST                  PIC 9(13).
       01  TRIGGER-TRAILER-LINE.
         03  TG-TRAILER-MARK            PIC X(2) VALUE "T9".
         03  TG-FEED-COUNT              PIC 9(3).
         MOVE BATCH-LOG-DATE TO BR-START-TIMESTAMP(1:8).
         MOVE BATCH-LOG-TIME(1:6) TO BR-START-TIMESTAMP(9:6).
         PERFORM LOAD-CONTROL-CARD.
         ACCEPT AS-OF-DATE-ENV FROM ENVIRONMENT "REGION_AS_OF_DATE".
         IF AS-OF-DATE-ENV IS NUMERIC
           THEN
             MOVE AS-OF-DATE-ENV TO AS-OF-DATE;
             MOVE "Y" TO AS-OF-FORCED-SWITCH;
             DISPLAY "REGION-BATCH: AS-OF-DATE " AS-OF-DATE
                 " GIVEN BY REGION_AS_OF_DATE";
         END-IF.
         PERFORM CHECK-BUSINESS-CALENDAR.
         PERFORM DECIDE-MONTH-END.
         PERFORM DECIDE-FISCAL-YEAR-END.
           THEN
             MOVE JSON-EXPORT-ENV TO JSON-EXPORT-SWITCH;
         END-IF.
         ACCEPT GEOJSON-EXPORT-ENV
             FROM ENVIRONMENT "REGION_EXPORT_GEOJSON".
         IF GEOJSON-EXPORT-ENV NOT = SPACES
           THEN
             MOVE GEOJSON-EXPORT-ENV TO GEOJSON-EXPORT-SWITCH;
         END-IF.
         ACCEPT DELTA-EXPORT-ENV
             FROM ENVIRONMENT "REGION_EXPORT_DELTA".
         IF DELTA-EXPORT-ENV NOT = SPACES
           THEN
             MOVE JAPANESE-EXPORT-ENV TO JAPANESE-EXPORT-SWITCH;
         END-IF.
         ACCEPT PUBLISH-REPORTS-ENV
             FROM ENVIRONMENT "REGION_PUBLISH_REPORTS".
         IF PUBLISH-REPORTS-ENV NOT = SPACES
           THEN
             MOVE PUBLISH-REPORTS-ENV TO PUBLISH-REPORTS-SWITCH;
         END-IF.
         PERFORM LOAD-JOB-CHECKPOINT.
         PERFORM DECIDE-STEP-PLAN.
         PERFORM FORECAST-BATCH-WINDOW.
             IF RUN-FROM-STEP = 0 AND RUN-TO-STEP = 5
               THEN
                 PERFORM CLEAR-JOB-CHECKPOINT;
      * 全ステップの実行が正常に終わったら、帳票をHTMLで公開
      * します。公開できなくても夜間の実行は失敗にしません。
                 IF PUBLISH-REPORTS-ON
                   THEN
                     CALL "PUBLISH-REPORTS" USING REGIONS, AS-OF-DATE;
                     IF RETURN-CODE NOT = 0
                       THEN
                         DISPLAY "REGION-BATCH: PUBLISH-REPORTS "
                             "RETURN-CODE=" RETURN-CODE
                             " -- PAGES NOT ALL PUBLISHED";
                     END-IF;
                     MOVE 0 TO RETURN-CODE;
                 END-IF;
             END-IF;
         END-IF.
         PERFORM WRITE-BATCH-RUN-LOG.
                 DISPLAY "REGION-BATCH: CODE CROSS-REFERENCE HAS "
                     "MISSING ROWS -- PROCEEDING TO LOAD";
             END-IF;
             CALL "CHECK-PREFECTURE-ADJACENCY";
             IF RETURN-CODE = 4
               THEN
                 DISPLAY "REGION-BATCH: PREFECTURE ADJACENCY HAS "
                     "UNPAIRED OR INVALID ROWS -- PROCEEDING TO LOAD";
             END-IF;
             CALL "CHECK-CAPITAL-MUNICIPALITIES";
             IF RETURN-CODE = 4
               THEN
                 DISPLAY "REGION-BATCH: CAPITAL NAMES UNMATCHED ON "
                     "MUNICIPALITIES MASTER -- PROCEEDING TO LOAD";
             END-IF;
             CALL "CHECK-ROMANIZATION";
             IF RETURN-CODE = 4
               THEN
                 DISPLAY "REGION-BATCH: ENGLISH NAMES DIFFER FROM "
                     "KANA READINGS -- PROCEEDING TO LOAD";
             END-IF;
             CALL "RECONCILE-MUNICIPAL-ROLLUPS";
             IF RETURN-CODE = 4
               THEN
                 DISPLAY "REGION-BATCH: MUNICIPAL ROLLUPS OUT OF "
                     "TOLERANCE -- PROCEEDING TO LOAD";
             END-IF;
             CALL "EFFECTIVE-CHANGE-PREVIEW";
             IF RETURN-CODE = 4
               THEN
      * (2)LOAD - READ-REGIONS/READ-PREFECTURES/READ-MUNICIPALITIES
      * を本番モードで実行し、REGIONS表を組み立てます。市区町村は
      * 都道府県の配下に追加するものなので、READ-PREFECTURESの後に
      * 実行します。読み込みの後に、品質監査と容量の測定を行います。
      ******************************************************************
       STEP-2-LOAD SECTION.
         CALL "READ-REGIONS" USING REGIONS-FILENAME,
                             "C -- PROCEEDING WITH CAUTION";
                         MOVE 0 TO RETURN-CODE;
                     END-IF;
      * 組み立てた表と増え続けるファイルの容量を測ります。しきい値
      * 超え（RETURN-CODE=4）は警報キューへ上げたうえで先へ進み
      * ます。
                     CALL "CAPACITY-REPORT" USING REGIONS;
                     IF RETURN-CODE = 4
                       THEN
                         DISPLAY "REGION-BATCH: CAPACITY OVER "
                             "THRESHOLD -- SEE CAPACITY REPORT";
                         MOVE 0 TO RETURN-CODE;
                     END-IF;
                 END-IF
             END-IF
             END-IF
         MOVE 4 TO CURRENT-STEP-NUMBER.
         MOVE "REPORT" TO CURRENT-STEP-NAME.
         CALL "REGION-REPORT" USING REGIONS.
         CALL "TERRITORY-REPORT" USING REGIONS.
         CALL "METRO-AREA-REPORT" USING REGIONS.
         CALL "MUNICIPALITY-COMPOSITION-REPORT" USING REGIONS.
         CALL "DUPLICATE-NAME-REPORT" USING REGIONS.
         IF DENSITY-REPORT-ON
           THEN
             CALL "DENSITY-REPORT" USING REGIONS;
                     EXIT SECTION;
                 END-IF;
             END-IF;
             IF GEOJSON-EXPORT-ON
               THEN
                 CALL "EXPORT-GEOJSON"
                     USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG;
                 IF RETURN-CODE NOT = 0
                   THEN
                     DISPLAY "REGION-BATCH: GEOJSON EXPORT FAILED "
                         "RETURN-CODE=" RETURN-CODE;
                     SET JOB-FAILED TO TRUE;
                     EXIT SECTION;
                 END-IF;
             END-IF;
             IF DELTA-EXPORT-ON
               THEN
                 CALL "EXPORT-REGIONS-DELTA"
                     EXIT SECTION;
                 END-IF;
             END-IF;
      * 加入者ごとの取り決めにしたがった輸出。取り決めに誤りの
      * ある加入者の分は書き出されず、復帰コード4が返ります。
             CALL "EXPORT-SUBSCRIBER-FEEDS"
                 USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG;
             IF RETURN-CODE = 4
               THEN
                 DISPLAY "REGION-BATCH: SUBSCRIBER FEED PROFILE "
                     "REJECTED -- SEE FEED PROFILES";
                 MOVE 0 TO RETURN-CODE;
             END-IF;
             IF RETURN-CODE NOT = 0
               THEN
                 DISPLAY "REGION-BATCH: SUBSCRIBER FEED EXPORT FAILED "
                     "RETURN-CODE=" RETURN-CODE;
                 SET JOB-FAILED TO TRUE;
                 EXIT SECTION;
             END-IF;
             CALL "WRITE-REGIONS-CSV"
                 USING REGIONS-CSV-FILENAME, REGIONS, FEED-SEQUENCE,
                     FEED-CYCLE-FLAG;

      ******************************************************************
      * フィード完成の合図（トリガー）ファイルを書きます。明細は
      * この連番でフィード台帳に記録されたファイル名と件数、目録の
      * バイト数とダイジェストです（加入者ごとの行は1本にまとめ
      * ます）。
      ******************************************************************
       WRITE-FEED-TRIGGER SECTION.
         MOVE 0 TO TRIGGER-FEED-COUNT.
         MOVE FG-FEED-NAME TO TRIGGER-NAME(TRIGGER-FEED-COUNT).
         MOVE FG-FEED-NAME TO TG-FEED-NAME.
         MOVE FG-RECORD-COUNT TO TG-RECORD-COUNT.
         MOVE FG-BYTE-COUNT TO TG-BYTE-COUNT.
         MOVE FG-DIGEST TO TG-DIGEST.
         MOVE TRIGGER-DETAIL-LINE TO FEED-TRIGGER-RECORD.
         WRITE FEED-TRIGGER-RECORD.
       WRITE-ONE-TRIGGER-DETAIL-EXIT.
      * NONBUSINESS-ACTIONにしたがって警告・確認・打ち切りをします。
      ******************************************************************
       CHECK-BUSINESS-CALENDAR SECTION.
         IF AS-OF-MODE = "PREV-BUSINESS" AND NOT AS-OF-DATE-FORCED
           THEN
             MOVE "P" TO CALENDAR-ACTION;
             CALL "GET-BUSINESS-DAY" USING CALENDAR-ACTION,

      ******************************************************************
      * 月末処理を行う実行かどうかを決めます。AUTOのときは基準日が
      * 暦の月末なら月末処理を行います。夜間の取り戻しでは同じ実行
      * 単位から夜ごとに呼ばれるので、前の夜の判定を消してから決め
      * ます。
      ******************************************************************
       DECIDE-MONTH-END SECTION.
         MOVE "N" TO MONTH-END-SWITCH.
         MOVE SPACE TO FEED-CYCLE-FLAG.
         EVALUATE MONTH-END-OPTION
           WHEN "Y   "
             MOVE "Y" TO MONTH-END-SWITCH
      * 月末の"M"より優先します。
      ******************************************************************
       DECIDE-FISCAL-YEAR-END SECTION.
         MOVE "N" TO FISCAL-YEAR-SWITCH.
         EVALUATE FISCAL-YEAR-OPTION
           WHEN "Y   "
             MOVE "Y" TO FISCAL-YEAR-SWITCH
