      ******************************************************************
      * バッチ一式の量の試験（ベンチマーク）です。GENERATE-VOLUME-
      * DATAが砂場の中(../sandbox/volume/data/)に作った本番並みの
      * 合成データに対して、
      *   (1) REGION-BATCH
      *   (2) PROCESS-MERGERS
      *   (3) PURGE-ARCHIVES
      * を順に流し、ステップごとの所要時間と終了コードを実行ログ
      * (../data/RunLog.txt)へBENCH-で始まる名前で記録します。
      * 本番の規模で初めて表に出る、遅い処理と表の上限あふれ
      * (TABLE-FULL)を、本番より先に見つけるためのものです。
      *
      * 各ステップは、SMOKE-TESTと同じ方法で子として流します。
      * 環境変数VOLUME_BENCHMARK_CHILDが未設定のときは「親モード」
      * として動き、ステップごとにCALL "SYSTEM"で自分自身(この実行
      * ファイル)を、../sandbox/volume/cobol/ を現在のディレクトリ
      * にしてVOLUME_BENCHMARK_CHILDにステップ名を設定して再実行
      * します。子の中では../data/が一式の置き場所を指すので、
      * どのプログラムも本番のファイルに触れません。子の画面出力は
      * 一式の中のBenchmark-ステップ名.txtへ捕捉し、親がその中の
      * 表の上限あふれのメッセージを数えます。
      * 最後に、子の中の各プログラムが一式の実行ログへ残した内訳
      * （READ-PREFECTURESなどの所要）を一覧し、いちばん遅いもの
      * を示します。
      *
      * 終了コードは、いずれかのステップが8以上で終わったとき8、
      * 表の上限あふれがあったとき4、それ以外は0です。一式は流す
      * と書き換わるので、測り直すときはGENERATE-VOLUME-DATAで
      * 作り直してください。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-VOLUME-BENCHMARK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT VOLUME-FILE
           ASSIGN DYNAMIC VOLUME-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VOLUME-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 一式の中のファイル（マスタのトレーラー・捕捉した画面出力・
      * 一式の実行ログ）。
       FD  VOLUME-FILE.
       01  VOLUME-RECORD               PIC X(300).

       WORKING-STORAGE SECTION.
       01  VOLUME-STATUS               PIC X(2).
         88  VOLUME-STATUS-OK          VALUE "00".
       77  VOLUME-FILENAME             PIC X(80).

      * 親モードか子モードかを見分ける環境変数。子モードのときは
      * ステップ名が入ります。
       77  BENCHMARK-CHILD-ENV         PIC X(15) VALUE SPACES.
       77  SYSTEM-COMMAND              PIC X(300).
      * CALL "SYSTEM"の結果（子の終了コードの256倍）と、子の終了
      * コード。
       77  SYSTEM-RESULT               PIC S9(9).
       77  CHILD-RETURN-CODE           PIC 9(4).

      * 流すステップの一覧と、ステップごとの結果。
       01  STEP-NAME-VALUES.
         03  FILLER PIC X(15) VALUE "REGION-BATCH".
         03  FILLER PIC X(15) VALUE "PROCESS-MERGERS".
         03  FILLER PIC X(15) VALUE "PURGE-ARCHIVES".
       01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
         03  STEP-NAME                 OCCURS 3 PIC X(15).
       01  STEP-RESULT-TABLE.
         03  STEP-RESULT               OCCURS 3.
             05  SR-RETURN-CODE        PIC 9(4).
             05  SR-ELAPSED            PIC 9(7)V99.
             05  SR-TABLE-FULL-COUNT   PIC 9(6).
       77  STEP-INDEX                  PIC 9(1).
       77  CAPTURE-FILENAME            PIC X(80).

      * 所要時間の計算（1/100秒単位。日をまたいだら1日分を足し
      * ます）。
       77  START-DATE                  PIC 9(8).
       77  START-TIME                  PIC 9(8).
       77  END-DATE                    PIC 9(8).
       77  END-TIME                    PIC 9(8).
       01  TIME-PARTS.
         03  TP-HOUR                   PIC 9(2).
         03  TP-MINUTE                 PIC 9(2).
         03  TP-SECOND                 PIC 9(2).
         03  TP-HUNDREDTH              PIC 9(2).
       77  START-HUNDREDTHS            PIC 9(9).
       77  END-HUNDREDTHS              PIC 9(9).
       77  ELAPSED-HUNDREDTHS          PIC 9(9).
       77  TOTAL-HUNDREDTHS            PIC 9(9) VALUE 0.
       77  ELAPSED-SECONDS             PIC 9(7)V99.
       77  ELAPSED-DISPLAY             PIC Z(6)9.99.

      * 表の上限あふれのメッセージの数え上げ。
       77  LINE-HIT-COUNT              PIC 9(4).
       77  TABLE-FULL-COUNT            PIC 9(6).
       77  TOTAL-TABLE-FULL-COUNT      PIC 9(6) VALUE 0.
       77  TABLE-FULL-SHOWN            PIC 9(2).

      * 一式の実行ログの内訳の項目。
       01  INNER-RUN-LOG-ENTRY.
           COPY "RunLogEntry" REPLACING LEADING ==RL== BY ==IR==.
       01  INNER-TIMESTAMP             PIC 9(14).
       01  INNER-TIMESTAMP-PARTS REDEFINES INNER-TIMESTAMP.
         03  IT-DATE                   PIC 9(8).
         03  IT-HOUR                   PIC 9(2).
         03  IT-MINUTE                 PIC 9(2).
         03  IT-SECOND                 PIC 9(2).
       77  INNER-START-SECONDS         PIC 9(6).
       77  INNER-END-SECONDS           PIC 9(6).
       77  INNER-START-DATE            PIC 9(8).
       77  INNER-ELAPSED-SECONDS       PIC 9(6).
       77  INNER-ELAPSED-DISPLAY       PIC Z(5)9.
       77  SLOWEST-SECONDS             PIC 9(6) VALUE 0.
       77  SLOWEST-PROGRAM             PIC X(15) VALUE SPACES.
       77  INNER-COUNT                 PIC 9(4) VALUE 0.

      * 一式の規模（マスタのトレーラーの件数）。
       77  MUNICIPALITY-VOLUME         PIC 9(6) VALUE 0.
       77  POSTAL-VOLUME               PIC 9(6) VALUE 0.
       77  TRAILER-COUNT               PIC 9(6).
       01  MASTER-TRAILER.
           COPY "MasterTrailer".

      * 実行ログへ書き出す1件分の情報。
       01  RUN-LOG-ENTRY.
           COPY "RunLogEntry".
       77  WORST-RETURN-CODE           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT BENCHMARK-CHILD-ENV
             FROM ENVIRONMENT "VOLUME_BENCHMARK_CHILD".
         IF BENCHMARK-CHILD-ENV NOT = SPACES
           THEN
             PERFORM RUN-CHILD;
             STOP RUN;
         END-IF.
         MOVE "../sandbox/volume/data/Municipalities.txt"
             TO VOLUME-FILENAME.
         PERFORM READ-VOLUME-TRAILER.
         MOVE TRAILER-COUNT TO MUNICIPALITY-VOLUME.
         IF MUNICIPALITY-VOLUME = 0
           THEN
             DISPLAY "RUN-VOLUME-BENCHMARK: NO VOLUME TEST DATA -- "
                 "RUN GENERATE-VOLUME-DATA FIRST";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         MOVE "../sandbox/volume/data/PostalCodes.txt"
             TO VOLUME-FILENAME.
         PERFORM READ-VOLUME-TRAILER.
         MOVE TRAILER-COUNT TO POSTAL-VOLUME.
         DISPLAY "RUN-VOLUME-BENCHMARK: MUNICIPALITIES="
             MUNICIPALITY-VOLUME " POSTAL CODES=" POSTAL-VOLUME.
         PERFORM VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > 3
           PERFORM RUN-ONE-STEP
         END-PERFORM.
         PERFORM LIST-INNER-TIMINGS.
         PERFORM DISPLAY-BENCHMARK-SUMMARY.
         EVALUATE TRUE
           WHEN WORST-RETURN-CODE > 4
             MOVE 8 TO RETURN-CODE
           WHEN TOTAL-TABLE-FULL-COUNT > 0
             MOVE 4 TO RETURN-CODE
           WHEN OTHER
             MOVE 0 TO RETURN-CODE
         END-EVALUATE.
       RUN-VOLUME-BENCHMARK-EXIT.
         STOP RUN.

      ******************************************************************
      * 子モード -- BENCHMARK-CHILD-ENVのステップを1本だけ流します。
      * 標準出力は、親モード側がリダイレクトした捕捉ファイルへ
      * そのまま書き込まれます。
      ******************************************************************
       RUN-CHILD SECTION.
         MOVE 0 TO RETURN-CODE.
         EVALUATE BENCHMARK-CHILD-ENV
           WHEN "REGION-BATCH"
             CALL "REGION-BATCH"
           WHEN "PROCESS-MERGERS"
             CALL "PROCESS-MERGERS"
           WHEN "PURGE-ARCHIVES"
             CALL "PURGE-ARCHIVES"
           WHEN OTHER
             DISPLAY "RUN-VOLUME-BENCHMARK: UNKNOWN STEP -- "
                 BENCHMARK-CHILD-ENV
             MOVE 8 TO RETURN-CODE
         END-EVALUATE.
       RUN-CHILD-EXIT.
         EXIT.

      ******************************************************************
      * STEP-INDEXのステップを子として流し、所要時間を測って実行
      * ログへ記録し、捕捉した画面出力の表の上限あふれを数えます。
      ******************************************************************
       RUN-ONE-STEP SECTION.
         MOVE SPACES TO CAPTURE-FILENAME.
         STRING "Benchmark-" STEP-NAME(STEP-INDEX) DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO CAPTURE-FILENAME.
         DISPLAY "RUN-VOLUME-BENCHMARK: STEP " STEP-INDEX " "
             STEP-NAME(STEP-INDEX).
         MOVE SPACES TO SYSTEM-COMMAND.
         STRING "cd ../sandbox/volume/cobol && "
             "VOLUME_BENCHMARK_CHILD=" DELIMITED BY SIZE
             STEP-NAME(STEP-INDEX) DELIMITED BY SPACE
             " COB_LIBRARY_PATH=../../../cobol:$COB_LIBRARY_PATH"
             " ../../../cobol/RunVolumeBenchmark < /dev/null"
             " > ../data/" DELIMITED BY SIZE
             CAPTURE-FILENAME DELIMITED BY SPACE
             " 2>&1" DELIMITED BY SIZE
             INTO SYSTEM-COMMAND.
         ACCEPT START-DATE FROM DATE YYYYMMDD.
         ACCEPT START-TIME FROM TIME.
         CALL "SYSTEM" USING SYSTEM-COMMAND.
         MOVE RETURN-CODE TO SYSTEM-RESULT.
         ACCEPT END-DATE FROM DATE YYYYMMDD.
         ACCEPT END-TIME FROM TIME.
         MOVE 0 TO RETURN-CODE.
         DIVIDE SYSTEM-RESULT BY 256 GIVING CHILD-RETURN-CODE.
         IF SYSTEM-RESULT NOT = 0 AND CHILD-RETURN-CODE = 0
           THEN
             MOVE 9999 TO CHILD-RETURN-CODE;
         END-IF.
         MOVE START-TIME TO TIME-PARTS.
         COMPUTE START-HUNDREDTHS = ((TP-HOUR * 60 + TP-MINUTE) * 60
             + TP-SECOND) * 100 + TP-HUNDREDTH.
         MOVE END-TIME TO TIME-PARTS.
         COMPUTE END-HUNDREDTHS = ((TP-HOUR * 60 + TP-MINUTE) * 60
             + TP-SECOND) * 100 + TP-HUNDREDTH.
         IF END-DATE NOT = START-DATE
           THEN
             ADD 8640000 TO END-HUNDREDTHS;
         END-IF.
         COMPUTE ELAPSED-HUNDREDTHS = END-HUNDREDTHS - START-HUNDREDTHS.
         ADD ELAPSED-HUNDREDTHS TO TOTAL-HUNDREDTHS.
         COMPUTE ELAPSED-SECONDS = ELAPSED-HUNDREDTHS / 100.
         MOVE CHILD-RETURN-CODE TO SR-RETURN-CODE(STEP-INDEX).
         MOVE ELAPSED-SECONDS TO SR-ELAPSED(STEP-INDEX).
         IF CHILD-RETURN-CODE > WORST-RETURN-CODE
           THEN
             MOVE CHILD-RETURN-CODE TO WORST-RETURN-CODE;
         END-IF.
         PERFORM WRITE-STEP-RUN-LOG.
         PERFORM COUNT-TABLE-FULL-MESSAGES.
         MOVE TABLE-FULL-COUNT TO SR-TABLE-FULL-COUNT(STEP-INDEX).
         ADD TABLE-FULL-COUNT TO TOTAL-TABLE-FULL-COUNT.
         MOVE ELAPSED-SECONDS TO ELAPSED-DISPLAY.
         DISPLAY "RUN-VOLUME-BENCHMARK: STEP " STEP-INDEX " "
             STEP-NAME(STEP-INDEX) " RETURN-CODE=" CHILD-RETURN-CODE
             " ELAPSED=" ELAPSED-DISPLAY " SEC"
             " TABLE-FULL=" TABLE-FULL-COUNT.
       RUN-ONE-STEP-EXIT.
         EXIT.

      ******************************************************************
      * ステップの結果を実行ログへ書き出します。件数の欄には子の
      * 終了コードを入れます（夜間の脚の記録と同じ約束です）。
      ******************************************************************
       WRITE-STEP-RUN-LOG SECTION.
         MOVE SPACES TO RL-PROGRAM-NAME.
         STRING "BENCH-" STEP-NAME(STEP-INDEX)(1:9)
             DELIMITED BY SIZE INTO RL-PROGRAM-NAME.
         MOVE START-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE START-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
         MOVE END-DATE TO RL-END-TIMESTAMP(1:8).
         MOVE END-TIME(1:6) TO RL-END-TIMESTAMP(9:6).
         MOVE CHILD-RETURN-CODE TO RL-RECORD-COUNT.
         IF CHILD-RETURN-CODE = 0
           THEN
             MOVE "00" TO RL-FILE-STATUS;
           ELSE
             MOVE "RC" TO RL-FILE-STATUS;
         END-IF.
         CALL "WRITE-RUN-LOG" USING RUN-LOG-ENTRY.
         MOVE 0 TO RETURN-CODE.
       WRITE-STEP-RUN-LOG-EXIT.
         EXIT.

      ******************************************************************
      * 捕捉した画面出力から、表の上限あふれ(TABLE-FULL)を知らせる
      * 行を数え、最初の5行を表示します。
      ******************************************************************
       COUNT-TABLE-FULL-MESSAGES SECTION.
         MOVE 0 TO TABLE-FULL-COUNT.
         MOVE 0 TO TABLE-FULL-SHOWN.
         MOVE SPACES TO VOLUME-FILENAME.
         STRING "../sandbox/volume/data/" CAPTURE-FILENAME
             DELIMITED BY SPACE INTO VOLUME-FILENAME.
         OPEN INPUT VOLUME-FILE.
         IF NOT VOLUME-STATUS-OK
           THEN
             DISPLAY "RUN-VOLUME-BENCHMARK: NO OUTPUT CAPTURED -- "
                 VOLUME-FILENAME;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT VOLUME-STATUS-OK
           MOVE SPACES TO VOLUME-RECORD
           READ VOLUME-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE 0 TO LINE-HIT-COUNT;
               INSPECT VOLUME-RECORD TALLYING LINE-HIT-COUNT
                   FOR ALL "TABLE-FULL" ALL "TABLE FULL";
               IF LINE-HIT-COUNT > 0
                 THEN
                   ADD 1 TO TABLE-FULL-COUNT;
                   IF TABLE-FULL-SHOWN < 5
                     THEN
                       ADD 1 TO TABLE-FULL-SHOWN;
                       DISPLAY "    " VOLUME-RECORD(1:72);
                   END-IF;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE VOLUME-FILE.
       COUNT-TABLE-FULL-MESSAGES-EXIT.
         EXIT.

      ******************************************************************
      * 子の中の各プログラムが一式の実行ログへ残した行を、所要の
      * 秒数付きで一覧し、いちばん遅いものを控えます。
      ******************************************************************
       LIST-INNER-TIMINGS SECTION.
         MOVE "../sandbox/volume/data/RunLog.txt" TO VOLUME-FILENAME.
         OPEN INPUT VOLUME-FILE.
         IF NOT VOLUME-STATUS-OK
           THEN
             DISPLAY "RUN-VOLUME-BENCHMARK: NO RUN LOG IN THE VOLUME "
                 "TEST DATA";
             EXIT SECTION;
         END-IF.
         DISPLAY "RUN-VOLUME-BENCHMARK: TIMINGS RECORDED INSIDE THE "
             "CHAIN".
         DISPLAY "    PROGRAM           SECONDS  COUNT ST".
         PERFORM UNTIL NOT VOLUME-STATUS-OK
           MOVE SPACES TO VOLUME-RECORD
           READ VOLUME-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE VOLUME-RECORD TO INNER-RUN-LOG-ENTRY;
               IF IR-START-TIMESTAMP IS NUMERIC
                   AND IR-END-TIMESTAMP IS NUMERIC
                 THEN
                   PERFORM LIST-ONE-INNER-TIMING;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE VOLUME-FILE.
       LIST-INNER-TIMINGS-EXIT.
         EXIT.

      ******************************************************************
      * 一式の実行ログの1行の所要を求めて表示します。
      ******************************************************************
       LIST-ONE-INNER-TIMING SECTION.
         MOVE IR-START-TIMESTAMP TO INNER-TIMESTAMP.
         MOVE IT-DATE TO INNER-START-DATE.
         COMPUTE INNER-START-SECONDS
             = (IT-HOUR * 60 + IT-MINUTE) * 60 + IT-SECOND.
         MOVE IR-END-TIMESTAMP TO INNER-TIMESTAMP.
         COMPUTE INNER-END-SECONDS
             = (IT-HOUR * 60 + IT-MINUTE) * 60 + IT-SECOND.
         IF IT-DATE NOT = INNER-START-DATE
           THEN
             ADD 86400 TO INNER-END-SECONDS;
         END-IF.
         IF INNER-END-SECONDS >= INNER-START-SECONDS
           THEN
             COMPUTE INNER-ELAPSED-SECONDS
                 = INNER-END-SECONDS - INNER-START-SECONDS;
           ELSE
             MOVE 0 TO INNER-ELAPSED-SECONDS;
         END-IF.
         ADD 1 TO INNER-COUNT.
         IF INNER-ELAPSED-SECONDS >= SLOWEST-SECONDS
           THEN
             MOVE INNER-ELAPSED-SECONDS TO SLOWEST-SECONDS;
             MOVE IR-PROGRAM-NAME TO SLOWEST-PROGRAM;
         END-IF.
         MOVE INNER-ELAPSED-SECONDS TO INNER-ELAPSED-DISPLAY.
         DISPLAY "    " IR-PROGRAM-NAME " " INNER-ELAPSED-DISPLAY
             " " IR-RECORD-COUNT " " IR-FILE-STATUS.
       LIST-ONE-INNER-TIMING-EXIT.
         EXIT.

      ******************************************************************
      * 一式のマスタのトレーラーの件数をTRAILER-COUNTへ返します。
      * マスタが無ければ0です。
      ******************************************************************
       READ-VOLUME-TRAILER SECTION.
         MOVE 0 TO TRAILER-COUNT.
         OPEN INPUT VOLUME-FILE.
         IF NOT VOLUME-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT VOLUME-STATUS-OK
           MOVE SPACES TO VOLUME-RECORD
           READ VOLUME-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF VOLUME-RECORD(1:2) = "T9"
                 THEN
                   MOVE VOLUME-RECORD TO MASTER-TRAILER;
                   MOVE MT-RECORD-COUNT TO TRAILER-COUNT;
               END-IF;
           END-READ
         END-PERFORM.
         CLOSE VOLUME-FILE.
       READ-VOLUME-TRAILER-EXIT.
         EXIT.

      ******************************************************************
      * ステップごとの結果のまとめを表示します。
      ******************************************************************
       DISPLAY-BENCHMARK-SUMMARY SECTION.
         DISPLAY "=================================================".
         DISPLAY "  VOLUME BENCHMARK  MUNICIPALITIES="
             MUNICIPALITY-VOLUME " POSTAL CODES=" POSTAL-VOLUME.
         PERFORM VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > 3
           MOVE SR-ELAPSED(STEP-INDEX) TO ELAPSED-DISPLAY
           DISPLAY "  " STEP-NAME(STEP-INDEX) " RC="
               SR-RETURN-CODE(STEP-INDEX) " "
               ELAPSED-DISPLAY " SEC  TABLE-FULL="
               SR-TABLE-FULL-COUNT(STEP-INDEX)
         END-PERFORM.
         COMPUTE ELAPSED-SECONDS = TOTAL-HUNDREDTHS / 100.
         MOVE ELAPSED-SECONDS TO ELAPSED-DISPLAY.
         DISPLAY "  TOTAL              " ELAPSED-DISPLAY " SEC".
         IF INNER-COUNT > 0
           THEN
             MOVE SLOWEST-SECONDS TO INNER-ELAPSED-DISPLAY;
             DISPLAY "  SLOWEST PROGRAM INSIDE THE CHAIN: "
                 SLOWEST-PROGRAM " " INNER-ELAPSED-DISPLAY " SEC";
         END-IF.
         IF TOTAL-TABLE-FULL-COUNT > 0
           THEN
             DISPLAY "  *** TABLE LIMITS EXCEEDED "
                 TOTAL-TABLE-FULL-COUNT " TIMES -- SEE "
                 "../sandbox/volume/data/Benchmark-*.txt";
         END-IF.
         DISPLAY "=================================================".
       DISPLAY-BENCHMARK-SUMMARY-EXIT.
         EXIT.

       END PROGRAM RUN-VOLUME-BENCHMARK.
