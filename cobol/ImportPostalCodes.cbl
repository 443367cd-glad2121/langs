      ******************************************************************
      * 日本郵便が配布する全国一括の郵便番号データ(KEN_ALL.csv)を
      * 読み、郵便番号マスタ(PostalCodes.txt)をまとめて入れ替え
      * ます。郵便番号マスタは合併のたびの付け替え以外に直す手段が
      * なく、日本郵便の改正に追いつかなくなるため、定期的にこの
      * 取り込みで全国分を突き合わせます。
      *
      * KEN_ALL.csvの1行は15項目で、このプログラムが使うのは1項目
      * 目の全国地方公共団体コード（5桁、検査数字なし）と3項目目
      * の郵便番号（7桁、引用符付き）だけです。5桁のコードは前2桁
      * が都道府県コード、後3桁が市区町村コードで、市区町村ファイ
      * ルに実在する市区町村へそのまま対応付けます。対応する市区
      * 町村が無い行、コードや郵便番号が数字でない行は、元の行と
      * 理由を却下ファイル(PostalRejects.txt)へ書き出します。
      *
      * KEN_ALL.csvには町域ごとに同じ郵便番号が何行も現れるため、
      * 郵便番号の順に並べ替えて1件にまとめ、現行のマスタと突き
      * 合わせて追加・変更・削除を決めます。一つの郵便番号が複数
      * の市区町村にまたがる場合は、最初の行の市区町村を採り、
      * ほかの市区町村の行は却下ファイルへ控えます。
      *
      * 全国分の入れ替えなので、ファイルに無い郵便番号は削除に
      * なります。途中で切れたファイルでマスタを消してしまわない
      * よう、削除が現行件数の既定20％を超える実行はまるごと断り
      * ます。大規模な改正で削除が多いと分かっている実行だけ、
      * 環境変数POSTAL_ALLOW_MASS_DELETE="Y"で認めます。
      *
      * 適用した変更は1件ずつ監査ログへ記録し（理由は公式通知の
      * "O"、参照は"KEN_ALL"）、マスタを制御トレーラー付きで書き
      * 戻して待機系へ複写したうえで、夜間バッチと同じ経路で
      * PostalCodes.datを作り直します。件数は実行ログへ記録します。
      * 合併処理と同じく、市区町村ファイルの占有ロックを取って
      * 保守中の取り込みを防ぎます。
      *
      * 郵便番号マスタは市区町村の付属のマスタなので、変更凍結の
      * 期間（CHECK-CHANGE-FREEZE）は市区町村(MUNICIPAL)の凍結で
      * 判定します。追加・変更・削除のうち、凍結の期間の中で実行
      * した利用者に許可された例外の無いものは理由付きで却下ファイ
      * ルへ書き出し、全国分の入れ替えが部分的にならないよう、その
      * 実行の入れ替えはまるごと断ります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-POSTAL-CODES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT KEN-ALL-FILE
           ASSIGN TO "../data/KEN_ALL.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KEN-ALL-STATUS.
         SELECT POSTAL-FILE
           ASSIGN TO "../data/PostalCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT REJECTS-FILE
           ASSIGN TO "../data/PostalRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECTS-STATUS.
         SELECT SORT-WORK-FILE
           ASSIGN TO "../data/PostalSortWork.tmp".

       DATA DIVISION.
       FILE SECTION.
      * 日本郵便の全国一括データ。
       FD  KEN-ALL-FILE.
       01  KEN-ALL-LINE                PIC X(400).
      * 郵便番号マスタ。郵便番号と、その市区町村のコードです。
       FD  POSTAL-FILE.
       01  POSTAL-RECORD.
         03  ZP-POSTAL-CODE            PIC X(7).
         03  ZP-PREFECTURE-CODE        PIC X(2).
         03  ZP-MUNICIPALITY-CODE      PIC X(3).
       01  POSTAL-TRAILER-RECORD       PIC X(21).
      * 市区町村ファイル。対応付けの先の実在を確かめます。
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MU-PREFECTURE-CODE        PIC X(2).
         03  MU-MUNICIPALITY-CODE      PIC X(3).
         03  MU-MUNICIPALITY-NAME      PIC N(8).
         03  MU-MUNICIPALITY-TYPE      PIC X(1).
         03  MU-POPULATION             PIC 9(8).
         03  MU-AREA-SQKM              PIC 9(5)V99.
         03  MU-PARENT-CITY-CODE       PIC X(3).
      * 却下ファイル。元の行と理由を書き出します。
       FD  REJECTS-FILE.
       01  REJECT-RECORD.
         03  RJ-KEN-ALL-LINE           PIC X(200).
         03  RJ-REASON                 PIC X(40).
      * 並べ替え作業ファイル。現行のマスタの行(1)と取り込みの行
      * (2)を郵便番号の順に並べ、同じ郵便番号では現行を先にします。
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
         03  SR-POSTAL-CODE            PIC X(7).
         03  SR-SOURCE                 PIC X(1).
           88  SR-FROM-CURRENT         VALUE "1".
           88  SR-FROM-KEN-ALL         VALUE "2".
         03  SR-MUNICIPALITY-KEY.
           05  SR-PREFECTURE-CODE      PIC X(2).
           05  SR-MUNICIPALITY-CODE    PIC X(3).

       WORKING-STORAGE SECTION.
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  KEN-ALL-STATUS              PIC X(2).
         88  KEN-ALL-STATUS-OK         VALUE "00".
         88  KEN-ALL-STATUS-EOF        VALUE "10".
       01  POSTAL-STATUS               PIC X(2).
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  REJECTS-STATUS              PIC X(2).

      * 通常の読み込み経路に渡すファイル名。郵便番号の索引編成
      * ファイルは、BUILD-REGION-DATASETSがPostalCodes.txtの変化を
      * 見て作り直します。
       77  REGIONS-FILENAME             PIC X(80) VALUE
           "../data/Regions.dat".
       77  PREFECTURES-FILENAME         PIC X(80) VALUE
           "../data/PrefectureRegions.dat".
       77  MUNICIPALITIES-FILENAME      PIC X(80) VALUE
           "../data/Municipalities.dat".
       77  REGIONS-SOURCE-FILENAME      PIC X(80) VALUE
           "../data/Regions.txt".
       77  PREFECTURES-SOURCE-FILENAME  PIC X(80) VALUE
           "../data/PrefectureRegions.txt".
       77  MUNICIPALITIES-SOURCE-FILENAME
                                         PIC X(80) VALUE
           "../data/Municipalities.txt".

      * 削除の上限。既定では現行件数の20％を超える削除を、途中で
      * 切れたファイルの疑いとして断ります。環境変数
      * POSTAL_ALLOW_MASS_DELETE="Y"の実行だけ上限を外します。
       77  DELETE-THRESHOLD-PCT        PIC 9(2) VALUE 20.
       77  MASS-DELETE-ENV             PIC X(1) VALUE SPACES.
       01  MASS-DELETE-SWITCH          PIC X VALUE "N".
         88  MASS-DELETE-ALLOWED       VALUE "Y".
       77  DELETE-LIMIT-WORK           PIC 9(9).
       77  DELETE-PERCENT-WORK         PIC 9(9).

      * メモリ上に読み込んだ市区町村の一覧（コードだけ）。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY MK.
             05  TM-MUNICIPALITY-KEY.
                 07  TM-PREFECTURE-CODE    PIC X(2).
                 07  TM-MUNICIPALITY-CODE  PIC X(3).

      * 突き合わせの結果できあがる新しい郵便番号マスタの表。全国
      * の郵便番号（約12万件）が収まる大きさにしてあります。
       01  NEW-POSTAL-COUNT            PIC 9(6) VALUE ZERO.
       01  NEW-POSTAL-TABLE.
         03  NEW-POSTAL-ENTRY          OCCURS 150000 INDEXED BY NX.
             05  TN-POSTAL-CODE        PIC X(7).
             05  TN-MUNICIPALITY-KEY.
                 07  TN-PREFECTURE-CODE    PIC X(2).
                 07  TN-MUNICIPALITY-CODE  PIC X(3).

      * 追加・変更・削除の一覧。入れ替えを認めたあとで、この一覧
      * から監査ログを書きます。
       01  CHANGE-COUNT                PIC 9(6) VALUE ZERO.
       01  CHANGE-TABLE.
         03  CHANGE-ENTRY              OCCURS 150000 INDEXED BY CX.
             05  TC-ACTION             PIC X(1).
             05  TC-POSTAL-CODE        PIC X(7).
             05  TC-OLD-KEY            PIC X(5).
             05  TC-NEW-KEY            PIC X(5).

      * CSV1行の分解結果。
       77  IN-JIS-CODE-X               PIC X(12).
       77  IN-OLD-POSTAL-X             PIC X(12).
       77  IN-POSTAL-X                 PIC X(12).
       77  IN-JIS-CODE                 PIC X(5).
       77  IN-POSTAL-CODE              PIC X(7).

      * 検証結果とその理由。
       01  ROW-VALID-SWITCH            PIC X.
         88  ROW-VALID                 VALUE "Y".
         88  ROW-INVALID               VALUE "N".
       77  REJECT-REASON               PIC X(40).

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 並べ替え結果の読み終わりと、郵便番号1件分の突き合わせ項目。
       01  SORT-EOF-SWITCH             PIC X.
         88  SORT-AT-END               VALUE "Y".
       77  GROUP-POSTAL-CODE           PIC X(7).
       77  GROUP-CURRENT-KEY           PIC X(5).
       77  GROUP-INCOMING-KEY          PIC X(5).
       77  CHANGE-ACTION               PIC X(1).

      * 件数の集計。
       77  ROWS-READ-COUNT             PIC 9(6) VALUE 0.
       77  ROWS-MAPPED-COUNT           PIC 9(6) VALUE 0.
       77  REJECTED-COUNT              PIC 9(6) VALUE 0.
       77  SPANNING-COUNT              PIC 9(6) VALUE 0.
       77  CURRENT-POSTAL-COUNT        PIC 9(6) VALUE 0.
       77  ADDED-COUNT                 PIC 9(6) VALUE 0.
       77  CHANGED-COUNT               PIC 9(6) VALUE 0.
       77  DELETED-COUNT               PIC 9(6) VALUE 0.
       77  UNCHANGED-COUNT             PIC 9(6) VALUE 0.
       77  FROZEN-COUNT                PIC 9(6) VALUE 0.
      * 変更凍結の判定の項目。キーは市区町村コードです。
       77  FREEZE-FILE-ID              PIC X(11) VALUE "MUNICIPAL".
       77  FREEZE-KEY                  PIC X(5).
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).
      * 入れ替えを実際に適用したかどうか。
       01  REFRESH-APPLIED-SWITCH      PIC X VALUE "N".
         88  REFRESH-APPLIED           VALUE "Y".

      * マスタの末尾に書き出す制御トレーラーと、その集計項目。
       01  MASTER-TRAILER.
           COPY "MasterTrailer".
       77  TRAILER-RECORD-COUNT        PIC 9(6).
       77  TRAILER-HASH-TOTAL          PIC 9(13).
       01  POSTAL-WORK-X               PIC X(7).
       01  POSTAL-WORK-9 REDEFINES POSTAL-WORK-X
                                       PIC 9(7).

      * 監査ログへ書き出す1件分の情報と、レコードイメージの組み
      * 立て領域。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry".
       01  POSTAL-IMAGE.
         03  PM-POSTAL-CODE            PIC X(7).
         03  PM-MUNICIPALITY-KEY       PIC X(5).

      * 実行ログへ書き出す1件分の情報。
       01  RUN-LOG-ENTRY.
           COPY "RunLogEntry".
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  SAVED-RETURN-CODE           PIC S9(9).

      * 市区町村ファイルの占有ロック。郵便番号マスタは合併処理も
      * 書き換えるため、同じロックを取り合います。バッチ実行なので
      * サインオンはなく、保持者名には実行した利用者名を使います。
       77  LOCK-FILENAME               PIC X(80).
       77  LOCK-ACTION                 PIC X(1).
       01  LOCK-RESULT-SWITCH          PIC X.
         88  LOCK-GRANTED              VALUE "Y".
         88  LOCK-REFUSED              VALUE "N".
       77  LOCK-HOLDER-ID              PIC X(8).
       01  LOCK-MODE-SWITCH            PIC X VALUE "N".
         88  SESSION-HOLDS-LOCK        VALUE "Y".
       77  LOCK-USER-ID                PIC X(8).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE "IMPORT-POSTAL" TO RL-PROGRAM-NAME.
         ACCEPT MASS-DELETE-ENV
             FROM ENVIRONMENT "POSTAL_ALLOW_MASS_DELETE".
         IF MASS-DELETE-ENV = "Y"
           THEN
             MOVE "Y" TO MASS-DELETE-SWITCH;
             DISPLAY "IMPORT-POSTAL-CODES: MASS DELETION AUTHORIZED";
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
         PERFORM ACQUIRE-MUNICIPALITIES-LOCK.
         IF SESSION-HOLDS-LOCK
           THEN
             PERFORM LOAD-MUNICIPALITIES;
             IF RETURN-CODE = 0
               THEN
                 PERFORM MATCH-POSTAL-CODES;
             END-IF;
             IF RETURN-CODE = 0
               THEN
                 PERFORM CHECK-DELETION-LIMIT;
             END-IF;
             IF RETURN-CODE = 0 AND CHANGE-COUNT > 0
               THEN
                 PERFORM CHECK-CHANGE-FREEZES;
             END-IF;
             IF RETURN-CODE = 0 AND CHANGE-COUNT > 0
               THEN
                 PERFORM SAVE-POSTAL-CODES;
                 PERFORM WRITE-CHANGE-AUDITS;
                 PERFORM REBUILD-POSTAL-DATASET;
             END-IF;
             PERFORM PRINT-IMPORT-SUMMARY;
         END-IF.
         PERFORM RELEASE-MUNICIPALITIES-LOCK.
       IMPORT-POSTAL-CODES-EXIT.
         PERFORM WRITE-RUN-LOG-ENTRY.
         GOBACK.

      ******************************************************************
      * 市区町村ファイルの占有ロックを取得します。保守担当者が作業
      * 中のときは、その担当者名を示して取り込みを断ります。
      ******************************************************************
       ACQUIRE-MUNICIPALITIES-LOCK SECTION.
         ACCEPT LOCK-USER-ID FROM ENVIRONMENT "USER".
         IF LOCK-USER-ID = SPACES
           THEN
             MOVE "POSTAL" TO LOCK-USER-ID;
         END-IF.
         MOVE "../data/MunicipalitiesLock.txt" TO LOCK-FILENAME.
         MOVE "A" TO LOCK-ACTION.
         CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
             LOCK-USER-ID, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID.
         IF LOCK-GRANTED
           THEN
             MOVE "Y" TO LOCK-MODE-SWITCH;
           ELSE
             DISPLAY "MUNICIPALITIES LOCKED BY " LOCK-HOLDER-ID
                 " -- IMPORT REFUSED";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       ACQUIRE-MUNICIPALITIES-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * 取得していた市区町村ファイルの占有ロックを解放します。
      ******************************************************************
       RELEASE-MUNICIPALITIES-LOCK SECTION.
         IF SESSION-HOLDS-LOCK
           THEN
      * MASTER-LOCKはRETURN-CODEを0に戻すため、前後で退避します。
             MOVE RETURN-CODE TO SAVED-RETURN-CODE;
             MOVE "R" TO LOCK-ACTION;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 LOCK-USER-ID, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO LOCK-MODE-SWITCH;
             MOVE SAVED-RETURN-CODE TO RETURN-CODE;
         END-IF.
       RELEASE-MUNICIPALITIES-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルのコードをメモリの表に読み込みます。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF MUNICIPALITIES-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: UNABLE TO OPEN "
                 "MUNICIPALITIES-FILE STATUS=" MUNICIPALITIES-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             MOVE 0 TO MUNICIPALITY-TABLE-COUNT;
             PERFORM UNTIL MUNICIPALITIES-STATUS NOT = "00"
               READ MUNICIPALITIES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF MUNICIPALITY-RECORD(1:2) = "T9"
                     THEN
                       CONTINUE;
                     ELSE
                   IF MUNICIPALITY-TABLE-COUNT >= 2000
                     THEN
                       DISPLAY "IMPORT-POSTAL-CODES: "
                           "MUNICIPALITY-TABLE-FULL";
                     ELSE
                       ADD 1 TO MUNICIPALITY-TABLE-COUNT;
                       SET MK TO MUNICIPALITY-TABLE-COUNT;
                       MOVE MU-PREFECTURE-CODE
                           TO TM-PREFECTURE-CODE(MK);
                       MOVE MU-MUNICIPALITY-CODE
                           TO TM-MUNICIPALITY-CODE(MK);
                   END-IF
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE MUNICIPALITIES-FILE;
         END-IF.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 現行のマスタとKEN_ALL.csvの行を郵便番号の順に並べ替え、
      * 郵便番号ごとに突き合わせて新しいマスタと変更の一覧を作り
      * ます。却下ファイルは並べ替えの間ずっと開いておきます。
      ******************************************************************
       MATCH-POSTAL-CODES SECTION.
         OPEN OUTPUT REJECTS-FILE.
         SORT SORT-WORK-FILE
             ON ASCENDING KEY SR-POSTAL-CODE, SR-SOURCE
             INPUT PROCEDURE IS RELEASE-POSTAL-ROWS
             OUTPUT PROCEDURE IS COLLECT-POSTAL-CODES.
         CLOSE REJECTS-FILE.
       MATCH-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 並べ替えの入力。現行のマスタの行と、対応付けのできた
      * KEN_ALL.csvの行を並べ替えへ渡します。
      ******************************************************************
       RELEASE-POSTAL-ROWS SECTION.
         PERFORM RELEASE-CURRENT-CODES.
         IF RETURN-CODE = 0
           THEN
             PERFORM RELEASE-KEN-ALL-ROWS;
         END-IF.
       RELEASE-POSTAL-ROWS-EXIT.
         EXIT.

      ******************************************************************
      * 現行の郵便番号マスタを読み、1行ずつ並べ替えへ渡します。
      * まだファイルが存在しないときは、全件が追加になります。
      ******************************************************************
       RELEASE-CURRENT-CODES SECTION.
         MOVE 0 TO CURRENT-POSTAL-COUNT.
         OPEN INPUT POSTAL-FILE.
         IF POSTAL-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         IF POSTAL-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: UNABLE TO OPEN "
                 "POSTAL-FILE STATUS=" POSTAL-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL POSTAL-STATUS NOT = "00"
           READ POSTAL-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF POSTAL-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO CURRENT-POSTAL-COUNT;
                   MOVE ZP-POSTAL-CODE TO SR-POSTAL-CODE;
                   SET SR-FROM-CURRENT TO TRUE;
                   MOVE ZP-PREFECTURE-CODE TO SR-PREFECTURE-CODE;
                   MOVE ZP-MUNICIPALITY-CODE TO SR-MUNICIPALITY-CODE;
                   RELEASE SORT-RECORD;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE POSTAL-FILE.
       RELEASE-CURRENT-CODES-EXIT.
         EXIT.

      ******************************************************************
      * KEN_ALL.csvを読み、1行ずつ検証して対応付けのできた行を
      * 並べ替えへ渡します。
      ******************************************************************
       RELEASE-KEN-ALL-ROWS SECTION.
         OPEN INPUT KEN-ALL-FILE.
         IF KEN-ALL-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: UNABLE TO OPEN "
                 "KEN-ALL-FILE STATUS=" KEN-ALL-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT KEN-ALL-STATUS-OK
           READ KEN-ALL-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO ROWS-READ-COUNT;
               PERFORM PROCESS-ONE-ROW;
           END-READ
         END-PERFORM.
         IF NOT KEN-ALL-STATUS-EOF
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: READ ERROR STATUS="
                 KEN-ALL-STATUS;
             MOVE 8 TO RETURN-CODE;
         END-IF.
         CLOSE KEN-ALL-FILE.
       RELEASE-KEN-ALL-ROWS-EXIT.
         EXIT.

      ******************************************************************
      * CSV1行を分解・検証し、市区町村へ対応付けて並べ替えへ渡し
      * ます。問題のある行は却下ファイルへ書き出します。
      ******************************************************************
       PROCESS-ONE-ROW SECTION.
         SET ROW-VALID TO TRUE.
         MOVE SPACES TO REJECT-REASON.
         MOVE SPACES TO IN-JIS-CODE-X.
         MOVE SPACES TO IN-OLD-POSTAL-X.
         MOVE SPACES TO IN-POSTAL-X.
         UNSTRING KEN-ALL-LINE DELIMITED BY ","
             INTO IN-JIS-CODE-X, IN-OLD-POSTAL-X, IN-POSTAL-X.
      * 項目は引用符で囲まれていることがあるので、外して読みます。
         IF IN-JIS-CODE-X(1:1) = QUOTE
           THEN
             MOVE IN-JIS-CODE-X(2:5) TO IN-JIS-CODE;
           ELSE
             MOVE IN-JIS-CODE-X(1:5) TO IN-JIS-CODE;
         END-IF.
         IF IN-POSTAL-X(1:1) = QUOTE
           THEN
             MOVE IN-POSTAL-X(2:7) TO IN-POSTAL-CODE;
           ELSE
             MOVE IN-POSTAL-X(1:7) TO IN-POSTAL-CODE;
         END-IF.
         IF IN-JIS-CODE IS NOT NUMERIC
           THEN
             SET ROW-INVALID TO TRUE;
             MOVE "MUNICIPALITY CODE NOT NUMERIC" TO REJECT-REASON;
           ELSE
         IF IN-POSTAL-CODE IS NOT NUMERIC
           THEN
             SET ROW-INVALID TO TRUE;
             MOVE "POSTAL CODE NOT 7 DIGITS" TO REJECT-REASON;
           ELSE
             PERFORM FIND-MUNICIPALITY;
             IF ENTRY-NOT-FOUND
               THEN
                 SET ROW-INVALID TO TRUE;
                 MOVE "MUNICIPALITY NOT ON MASTER" TO REJECT-REASON;
             END-IF;
         END-IF
         END-IF.
         IF ROW-VALID
           THEN
             ADD 1 TO ROWS-MAPPED-COUNT;
             MOVE IN-POSTAL-CODE TO SR-POSTAL-CODE;
             SET SR-FROM-KEN-ALL TO TRUE;
             MOVE IN-JIS-CODE TO SR-MUNICIPALITY-KEY;
             RELEASE SORT-RECORD;
           ELSE
             MOVE KEN-ALL-LINE TO RJ-KEN-ALL-LINE;
             PERFORM WRITE-REJECT;
         END-IF.
       PROCESS-ONE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 5桁のコードの市区町村を市区町村の表から探します。
      ******************************************************************
       FIND-MUNICIPALITY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING MK FROM 1 BY 1
             UNTIL MK > MUNICIPALITY-TABLE-COUNT OR ENTRY-FOUND
           IF TM-MUNICIPALITY-KEY(MK) = IN-JIS-CODE
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
       FIND-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 却下の1行を却下ファイルへ書き出します。RJ-KEN-ALL-LINEは
      * 呼び出し側で設定します。
      ******************************************************************
       WRITE-REJECT SECTION.
         ADD 1 TO REJECTED-COUNT.
         MOVE REJECT-REASON TO RJ-REASON.
         WRITE REJECT-RECORD.
         DISPLAY "REJECTED: " RJ-KEN-ALL-LINE(1:60)
             " REASON=" REJECT-REASON.
       WRITE-REJECT-EXIT.
         EXIT.

      ******************************************************************
      * 並べ替えの出力。郵便番号ごとにまとめて突き合わせます。
      ******************************************************************
       COLLECT-POSTAL-CODES SECTION.
         MOVE "N" TO SORT-EOF-SWITCH.
         PERFORM RETURN-SORTED-ROW.
         PERFORM UNTIL SORT-AT-END
           PERFORM COLLECT-ONE-POSTAL-CODE
         END-PERFORM.
       COLLECT-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 並べ替えの結果を1行受け取ります。
      ******************************************************************
       RETURN-SORTED-ROW SECTION.
         RETURN SORT-WORK-FILE
           AT END
             MOVE "Y" TO SORT-EOF-SWITCH;
         END-RETURN.
       RETURN-SORTED-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 同じ郵便番号の行をまとめて読み、現行の市区町村と取り込みの
      * 市区町村を決めます。取り込みの行が別の市区町村を指すとき
      * は、最初の行を採って残りを却下ファイルへ控えます。
      ******************************************************************
       COLLECT-ONE-POSTAL-CODE SECTION.
         MOVE SR-POSTAL-CODE TO GROUP-POSTAL-CODE.
         MOVE SPACES TO GROUP-CURRENT-KEY.
         MOVE SPACES TO GROUP-INCOMING-KEY.
         PERFORM UNTIL SORT-AT-END
             OR SR-POSTAL-CODE NOT = GROUP-POSTAL-CODE
           IF SR-FROM-CURRENT
             THEN
               IF GROUP-CURRENT-KEY = SPACES
                 THEN
                   MOVE SR-MUNICIPALITY-KEY TO GROUP-CURRENT-KEY;
               END-IF
             ELSE
           IF GROUP-INCOMING-KEY = SPACES
             THEN
               MOVE SR-MUNICIPALITY-KEY TO GROUP-INCOMING-KEY;
             ELSE
           IF SR-MUNICIPALITY-KEY NOT = GROUP-INCOMING-KEY
             THEN
               PERFORM WRITE-SPANNING-REJECT;
           END-IF
           END-IF
           END-IF
           PERFORM RETURN-SORTED-ROW
         END-PERFORM.
         PERFORM CLASSIFY-POSTAL-CODE.
       COLLECT-ONE-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 一つの郵便番号が複数の市区町村にまたがる行を控えます。
      ******************************************************************
       WRITE-SPANNING-REJECT SECTION.
         ADD 1 TO SPANNING-COUNT.
         MOVE SPACES TO RJ-KEN-ALL-LINE.
         STRING SR-MUNICIPALITY-KEY DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             SR-POSTAL-CODE DELIMITED BY SIZE
             " KEPT IN " DELIMITED BY SIZE
             GROUP-INCOMING-KEY DELIMITED BY SIZE
             INTO RJ-KEN-ALL-LINE.
         MOVE "POSTAL CODE SPANS MUNICIPALITIES" TO REJECT-REASON.
         PERFORM WRITE-REJECT.
       WRITE-SPANNING-REJECT-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号1件の突き合わせ結果を、追加・変更・削除・変更なし
      * に分けます。削除以外は新しいマスタの表へ載せます。
      ******************************************************************
       CLASSIFY-POSTAL-CODE SECTION.
         IF GROUP-INCOMING-KEY = SPACES
           THEN
             ADD 1 TO DELETED-COUNT;
             MOVE "D" TO CHANGE-ACTION;
             PERFORM ADD-CHANGE-ENTRY;
             EXIT SECTION;
         END-IF.
         IF GROUP-CURRENT-KEY = SPACES
           THEN
             ADD 1 TO ADDED-COUNT;
             MOVE "A" TO CHANGE-ACTION;
             PERFORM ADD-CHANGE-ENTRY;
           ELSE
         IF GROUP-CURRENT-KEY NOT = GROUP-INCOMING-KEY
           THEN
             ADD 1 TO CHANGED-COUNT;
             MOVE "C" TO CHANGE-ACTION;
             PERFORM ADD-CHANGE-ENTRY;
           ELSE
             ADD 1 TO UNCHANGED-COUNT;
         END-IF
         END-IF.
         IF NEW-POSTAL-COUNT >= 150000
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: NEW-POSTAL-TABLE-FULL";
             MOVE 8 TO RETURN-CODE;
           ELSE
             ADD 1 TO NEW-POSTAL-COUNT;
             SET NX TO NEW-POSTAL-COUNT;
             MOVE GROUP-POSTAL-CODE TO TN-POSTAL-CODE(NX);
             MOVE GROUP-INCOMING-KEY TO TN-MUNICIPALITY-KEY(NX);
         END-IF.
       CLASSIFY-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 変更の一覧へ1件加えます。操作はCHANGE-ACTIONで受け取ります。
      ******************************************************************
       ADD-CHANGE-ENTRY SECTION.
         IF CHANGE-COUNT >= 150000
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: CHANGE-TABLE-FULL";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         ADD 1 TO CHANGE-COUNT.
         SET CX TO CHANGE-COUNT.
         MOVE CHANGE-ACTION TO TC-ACTION(CX).
         MOVE GROUP-POSTAL-CODE TO TC-POSTAL-CODE(CX).
         MOVE GROUP-CURRENT-KEY TO TC-OLD-KEY(CX).
         MOVE GROUP-INCOMING-KEY TO TC-NEW-KEY(CX).
       ADD-CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 削除の件数が上限を超えていないかを確かめます。超えていれば
      * 入れ替えをまるごと断り、マスタは変えません。
      ******************************************************************
       CHECK-DELETION-LIMIT SECTION.
         IF DELETED-COUNT = 0 OR MASS-DELETE-ALLOWED
           THEN
             EXIT SECTION;
         END-IF.
         COMPUTE DELETE-PERCENT-WORK = DELETED-COUNT * 100.
         COMPUTE DELETE-LIMIT-WORK =
             CURRENT-POSTAL-COUNT * DELETE-THRESHOLD-PCT.
         IF DELETE-PERCENT-WORK > DELETE-LIMIT-WORK
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: " DELETED-COUNT
                 " DELETIONS OF " CURRENT-POSTAL-COUNT
                 " EXCEED " DELETE-THRESHOLD-PCT
                 "% -- REFRESH REFUSED";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       CHECK-DELETION-LIMIT-EXIT.
         EXIT.

      ******************************************************************
      * 追加・変更・削除を1件ずつ変更凍結の期間と突き合わせます。
      * 凍結中の変更は却下ファイルへ追記し、1件でもあれば入れ替え
      * をまるごと断り、マスタは変えません。
      ******************************************************************
       CHECK-CHANGE-FREEZES SECTION.
         OPEN EXTEND REJECTS-FILE.
         PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHANGE-COUNT
           PERFORM CHECK-ONE-CHANGE-FREEZE
         END-PERFORM.
         CLOSE REJECTS-FILE.
         IF FROZEN-COUNT > 0
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: " FROZEN-COUNT
                 " CHANGES IN CHANGE FREEZE UNTIL " FREEZE-END-DATE
                 " -- REFRESH REFUSED";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       CHECK-CHANGE-FREEZES-EXIT.
         EXIT.

      ******************************************************************
      * 変更の一覧のCX番目を変更凍結の期間と突き合わせます。キーは
      * 削除では元の市区町村、それ以外は新しい市区町村です。
      ******************************************************************
       CHECK-ONE-CHANGE-FREEZE SECTION.
         IF TC-ACTION(CX) = "D"
           THEN
             MOVE TC-OLD-KEY(CX) TO FREEZE-KEY;
           ELSE
             MOVE TC-NEW-KEY(CX) TO FREEZE-KEY;
         END-IF.
         CALL "CHECK-CHANGE-FREEZE" USING LOCK-USER-ID,
             FREEZE-FILE-ID, FREEZE-KEY, FREEZE-RESULT-SWITCH,
             FREEZE-DESCRIPTION, FREEZE-END-DATE.
         IF FREEZE-BLOCKED
           THEN
             ADD 1 TO FROZEN-COUNT;
             MOVE SPACES TO RJ-KEN-ALL-LINE;
             STRING TC-ACTION(CX) "," TC-POSTAL-CODE(CX) ","
                 TC-OLD-KEY(CX) "," TC-NEW-KEY(CX)
                 DELIMITED BY SIZE INTO RJ-KEN-ALL-LINE;
             MOVE SPACES TO REJECT-REASON;
             STRING "CHANGE FREEZE UNTIL " FREEZE-END-DATE
                 DELIMITED BY SIZE INTO REJECT-REASON;
             PERFORM WRITE-REJECT;
         END-IF.
       CHECK-ONE-CHANGE-FREEZE-EXIT.
         EXIT.

      ******************************************************************
      * 新しいマスタの表を、制御トレーラー付きで郵便番号マスタへ
      * 書き出します。ハッシュ合計は郵便番号の合計です。
      ******************************************************************
       SAVE-POSTAL-CODES SECTION.
         OPEN OUTPUT POSTAL-FILE.
         IF POSTAL-STATUS NOT = "00"
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: UNABLE TO REWRITE "
                 "POSTAL-FILE STATUS=" POSTAL-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING NX FROM 1 BY 1
             UNTIL NX > NEW-POSTAL-COUNT
           MOVE TN-POSTAL-CODE(NX) TO ZP-POSTAL-CODE;
           MOVE TN-PREFECTURE-CODE(NX) TO ZP-PREFECTURE-CODE;
           MOVE TN-MUNICIPALITY-CODE(NX) TO ZP-MUNICIPALITY-CODE;
           WRITE POSTAL-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           MOVE TN-POSTAL-CODE(NX) TO POSTAL-WORK-X;
           ADD POSTAL-WORK-9 TO TRAILER-HASH-TOTAL;
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE POSTAL-TRAILER-RECORD FROM MASTER-TRAILER.
         CLOSE POSTAL-FILE.
         MOVE "Y" TO REFRESH-APPLIED-SWITCH.
         MOVE "../data/PostalCodes.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 適用した追加・変更・削除を、1件ずつ監査ログへ記録します。
      * 監査の鍵は市区町村コード（削除では元の市区町村、それ以外
      * は新しい市区町村）で、郵便番号はレコードイメージに載り
      * ます。
      ******************************************************************
       WRITE-CHANGE-AUDITS SECTION.
         IF NOT REFRESH-APPLIED
           THEN
             EXIT SECTION;
         END-IF.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         ACCEPT AUD-USER-ID FROM ENVIRONMENT "USER".
         MOVE "POSTALCODE" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-ENGLISH-NAME.
      * 日本郵便の改正は公式通知の扱いで、理由はOです。
         MOVE "O" TO AUD-REASON-CODE.
         MOVE "KEN_ALL" TO AUD-REFERENCE.
         PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHANGE-COUNT
           PERFORM WRITE-ONE-CHANGE-AUDIT
         END-PERFORM.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-CHANGE-AUDITS-EXIT.
         EXIT.

      ******************************************************************
      * 変更の一覧のCX番目を監査ログへ書き出します。
      ******************************************************************
       WRITE-ONE-CHANGE-AUDIT SECTION.
         MOVE TC-ACTION(CX) TO AUD-OPERATION.
         MOVE SPACES TO AUD-BEFORE-IMAGE.
         MOVE SPACES TO AUD-AFTER-IMAGE.
         MOVE TC-POSTAL-CODE(CX) TO PM-POSTAL-CODE.
         IF NOT AUD-IS-ADD
           THEN
             MOVE TC-OLD-KEY(CX) TO PM-MUNICIPALITY-KEY;
             MOVE POSTAL-IMAGE TO AUD-BEFORE-IMAGE;
         END-IF.
         IF NOT AUD-IS-DELETE
           THEN
             MOVE TC-NEW-KEY(CX) TO PM-MUNICIPALITY-KEY;
             MOVE POSTAL-IMAGE TO AUD-AFTER-IMAGE;
         END-IF.
         IF AUD-IS-DELETE
           THEN
             MOVE TC-OLD-KEY(CX) TO AUD-KEY;
           ELSE
             MOVE TC-NEW-KEY(CX) TO AUD-KEY;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO AUD-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
       WRITE-ONE-CHANGE-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * 書き換えた郵便番号マスタから、夜間バッチと同じ経路で
      * 索引編成ファイルを作り直します。
      ******************************************************************
       REBUILD-POSTAL-DATASET SECTION.
         IF NOT REFRESH-APPLIED
           THEN
             EXIT SECTION;
         END-IF.
         CALL "BUILD-REGION-DATASETS"
             USING REGIONS-FILENAME, PREFECTURES-FILENAME,
                 MUNICIPALITIES-FILENAME,
                 REGIONS-SOURCE-FILENAME, PREFECTURES-SOURCE-FILENAME,
                 MUNICIPALITIES-SOURCE-FILENAME.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "IMPORT-POSTAL-CODES: POSTAL MASTER SAVED BUT "
                 "DATASET REBUILD FAILED";
             MOVE 8 TO RETURN-CODE;
         END-IF.
       REBUILD-POSTAL-DATASET-EXIT.
         EXIT.

      ******************************************************************
      * 処理結果のまとめを表示します。却下があればRETURN-CODE=4を
      * 返します。
      ******************************************************************
       PRINT-IMPORT-SUMMARY SECTION.
         DISPLAY "=================================================".
         DISPLAY "  POSTAL CODE REFRESH SUMMARY".
         DISPLAY "=================================================".
         DISPLAY "ROWS READ        =" ROWS-READ-COUNT.
         DISPLAY "ROWS MAPPED      =" ROWS-MAPPED-COUNT.
         DISPLAY "REJECTED         =" REJECTED-COUNT.
         DISPLAY "  OF WHICH SPANNING MUNICIPALITIES=" SPANNING-COUNT.
         DISPLAY "  OF WHICH IN CHANGE FREEZE       =" FROZEN-COUNT.
         DISPLAY "POSTAL CODES BEFORE=" CURRENT-POSTAL-COUNT
             " AFTER=" NEW-POSTAL-COUNT.
         DISPLAY "ADDED            =" ADDED-COUNT.
         DISPLAY "CHANGED          =" CHANGED-COUNT.
         DISPLAY "DELETED          =" DELETED-COUNT.
         DISPLAY "UNCHANGED        =" UNCHANGED-COUNT.
         IF REFRESH-APPLIED
           THEN
             DISPLAY "POSTAL MASTER REFRESHED";
           ELSE
             DISPLAY "POSTAL MASTER NOT CHANGED";
         END-IF.
         DISPLAY "=================================================".
         IF REJECTED-COUNT > 0 AND RETURN-CODE = 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       PRINT-IMPORT-SUMMARY-EXIT.
         EXIT.

      ******************************************************************
      * この実行の結果を、共有の実行ログへ書き出します。処理件数は
      * 読んだKEN_ALL.csvの行数です。
      ******************************************************************
       WRITE-RUN-LOG-ENTRY SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO RL-END-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-END-TIMESTAMP(9:6).
         MOVE ROWS-READ-COUNT TO RL-RECORD-COUNT.
         MOVE KEN-ALL-STATUS TO RL-FILE-STATUS.
         CALL "WRITE-RUN-LOG" USING RUN-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-RUN-LOG-ENTRY-EXIT.
         EXIT.

       END PROGRAM IMPORT-POSTAL-CODES.
