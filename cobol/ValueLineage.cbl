      ******************************************************************
      * マスタの値の経緯の照会です。対象のファイル（地方・都道府県・
      * 市区町村）・キー・項目を受け付け、その項目の値を設定してきた
      * 出来事を古い順にたどって表示します。「この人口の数字はどこ
      * から来たのか」という問い合わせに、国勢調査のCSV・承認待ち
      * ・監査ログを手作業で突き合わせずに答えるためのものです。
      *
      * 出来事ごとに次のことを示します。
      *   ・値の変化（変更前 -> 変更後）と日時
      *   ・申請者(MAKER)と承認者(CHECKER)。承認を経た変更では、
      *     監査ログの判断の行の利用者が承認者、続く申請者の行(Q)の
      *     利用者が申請者です。申請者の行の無い直接の保守では同じ
      *     人が両方を兼ねます。
      *   ・理由と参照。国勢調査（理由C）は参照のバッチ番号から到着
      *     台帳(InboundRegister.txt)を引き、送り元・抽出日・到着
      *     日時を添えます。
      *   ・合併（理由M）は合併系譜(MergerLineage.txt)の、合併の取り
      *     消しは取り消しの履歴(MergerReversals.txt)の該当の行を
      *     添えます。監査ログに対応する行の無い系譜の行は、単独の
      *     出来事として載せます。
      *   ・その値を最初に載せた履歴の世代(ArchiveLog.txt)。
      * 履歴の世代の間で値が変わっているのに、その間に監査ログの
      * 出来事が無いもの（直接の取り込みなど）は「記録の無い変化」
      * として載せ、承認待ち(PendingChanges.txt)でこの項目を変える
      * 申請は、最後に承認待ちとして載せます。
      *
      * 出力はPRINT-SPOOLを通して行います。REGION_REPORT_PRINT_FILE
      * を設定して実行すれば、監査の依頼に添える印字の帳票になり
      * ます。入力の誤りは終了コード8、対象の値も出来事も見つから
      * ないとき、または監査ログが読めないときは終了コード4です。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUE-LINEAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MASTER-FILE
           ASSIGN DYNAMIC MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-STATUS.
         SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "../data/ArchiveLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-LOG-STATUS.
         SELECT AUDIT-LOG-FILE
           ASSIGN DYNAMIC AUDIT-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
         SELECT SEALS-FILE
           ASSIGN TO "../data/AuditSeals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEALS-STATUS.
         SELECT INBOUND-REGISTER-FILE
           ASSIGN TO "../data/InboundRegister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INBOUND-REGISTER-STATUS.
         SELECT LINEAGE-FILE
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.
         SELECT REVERSALS-FILE
           ASSIGN TO "../data/MergerReversals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSALS-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingChanges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 現行のマスタ、または履歴の世代の1つ。最後の行はトレーラー
      * です。
       FD  MASTER-FILE.
       01  MASTER-RECORD                 PIC X(120).
      * 履歴ログファイル。
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           COPY "ArchiveLogEntry".
      * 監査ログファイル。
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY "AuditEntry".
      * 監査ログの封印台帳。締めた月の保管ファイルを探すために
      * 読みます。
       FD  SEALS-FILE.
       01  SEAL-RECORD.
         03  SL-YEAR-MONTH             PIC 9(6).
         03  SL-RECORD-COUNT           PIC 9(6).
         03  SL-CHAIN-HASH             PIC 9(13).
         03  SL-SEALED-TIMESTAMP       PIC 9(14).
         03  SL-PREVIOUS-HASH          PIC 9(13).
      * 到着台帳。国勢調査のバッチの送り元を引くために読みます。
       FD  INBOUND-REGISTER-FILE.
       01  INBOUND-REGISTER-RECORD.
         03  IR-INTERFACE-NAME         PIC X(12).
         03  IR-SENDER-ID              PIC X(8).
         03  IR-BATCH-NUMBER           PIC 9(6).
         03  IR-EXTRACT-DATE           PIC 9(8).
         03  IR-DECLARED-COUNT         PIC 9(6).
         03  IR-ACTUAL-COUNT           PIC 9(6).
         03  IR-ARRIVAL-TIMESTAMP      PIC 9(14).
         03  IR-DISPOSITION            PIC X(10).
      * 合併系譜。
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD.
           COPY "MergerLineageEntry".
      * 合併の取り消しの履歴。取り消しの日付と、取り除いた系譜の行
      * です。
       FD  REVERSALS-FILE.
       01  REVERSAL-RECORD.
         03  RV-REVERSAL-DATE          PIC 9(8).
         03  RV-LINEAGE.
           COPY "MergerLineageEntry" REPLACING LEADING ==ML== BY
               ==RV==.
      * 承認待ちファイル。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC X(2).
         88  MASTER-STATUS-OK          VALUE "00".
       77  MASTER-FILENAME             PIC X(80).
       01  ARCHIVE-LOG-STATUS          PIC X(2).
         88  ARCHIVE-LOG-STATUS-OK     VALUE "00".
       01  AUDIT-LOG-STATUS            PIC X(2).
         88  AUDIT-LOG-STATUS-OK       VALUE "00".
       77  AUDIT-LOG-FILENAME          PIC X(80).
       01  SEALS-STATUS                PIC X(2).
         88  SEALS-STATUS-OK           VALUE "00".
       01  INBOUND-REGISTER-STATUS     PIC X(2).
         88  INBOUND-REGISTER-OK       VALUE "00".
       01  LINEAGE-STATUS              PIC X(2).
         88  LINEAGE-STATUS-OK         VALUE "00".
       01  REVERSALS-STATUS            PIC X(2).
         88  REVERSALS-STATUS-OK       VALUE "00".
       01  PENDING-STATUS              PIC X(2).
         88  PENDING-STATUS-OK         VALUE "00".

      * 照会の条件。
       77  FILE-ID-IN                  PIC X(11).
       77  KEY-IN                      PIC X(5).
       77  FIELD-NAME-IN               PIC X(12).
      * キーの桁数（市区町村は5桁、地方・都道府県は2桁）。
       77  KEY-LENGTH                  PIC 9(1).
      * 表示用のキー（市区町村は"01-001"の形）。
       77  KEY-DISPLAY                 PIC X(6).

      * 照会できる項目の一覧。ファイルごとに、レコードの中の位置・
      * 長さと、値の種類（X=文字 N=人口などの整数 A=面積）を持ち
      * ます。
       01  FIELD-DEFINITION-VALUES.
         03  FILLER                    PIC X(29) VALUE
             "REGIONS    NAME        00310X".
         03  FILLER                    PIC X(29) VALUE
             "REGIONS    ENGLISH-NAME01320X".
         03  FILLER                    PIC X(29) VALUE
             "REGIONS    KANA-NAME   03320X".
         03  FILLER                    PIC X(29) VALUE
             "REGIONS    COUNTRY     05302X".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESNAME        00310X".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESREGION      01302X".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESPOPULATION  01508N".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESAREA        02307A".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESENGLISH-NAME03020X".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESCAPITAL     05010X".
         03  FILLER                    PIC X(29) VALUE
             "PREFECTURESKANA-NAME   06020X".
         03  FILLER                    PIC X(29) VALUE
             "MUNICIPAL  NAME        00616X".
         03  FILLER                    PIC X(29) VALUE
             "MUNICIPAL  TYPE        02201X".
         03  FILLER                    PIC X(29) VALUE
             "MUNICIPAL  POPULATION  02308N".
         03  FILLER                    PIC X(29) VALUE
             "MUNICIPAL  AREA        03107A".
         03  FILLER                    PIC X(29) VALUE
             "MUNICIPAL  PARENT      03803X".
       01  FIELD-DEFINITION-TABLE REDEFINES FIELD-DEFINITION-VALUES.
         03  FIELD-DEFINITION          OCCURS 16 INDEXED BY FX.
             05  FD-FILE-ID            PIC X(11).
             05  FD-FIELD-NAME         PIC X(12).
             05  FD-OFFSET             PIC 9(3).
             05  FD-LENGTH             PIC 9(2).
             05  FD-KIND               PIC X(1).
       77  FIELD-OFFSET                PIC 9(3).
       77  FIELD-LENGTH                PIC 9(2).
       77  FIELD-KIND                  PIC X(1).
       01  FIELD-FOUND-SWITCH          PIC X.
         88  FIELD-FOUND               VALUE "Y".
         88  FIELD-NOT-FOUND           VALUE "N".

      * 現行のマスタの値。
       77  CURRENT-VALUE               PIC X(20).
       01  CURRENT-FOUND-SWITCH        PIC X VALUE "N".
         88  CURRENT-FOUND             VALUE "Y".
      * 1つのファイルからキーの値を探した結果。
       77  FOUND-VALUE                 PIC X(20).
       01  VALUE-FOUND-SWITCH          PIC X.
         88  VALUE-FOUND               VALUE "Y".
         88  VALUE-NOT-FOUND           VALUE "N".

      * 履歴の世代の一覧と、各世代でのこの項目の値。
       01  GENERATION-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  GENERATION-TABLE.
         03  GENERATION-ENTRY          OCCURS 200 INDEXED BY GX.
             05  GT-DATE               PIC 9(8).
             05  GT-FILENAME           PIC X(80).
             05  GT-VALUE              PIC X(20).
             05  GT-PRESENT-SWITCH     PIC X(1).
               88  GT-PRESENT          VALUE "Y".
       77  CARRIED-SINCE-DATE          PIC 9(8).
       77  FIRST-ARCHIVED-DATE         PIC 9(8).

      * 値の経緯の出来事の一覧。日時の順に並べて持ちます。
       01  EVENT-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  EVENT-TABLE.
         03  EVENT-ENTRY               OCCURS 300 INDEXED BY EX EY.
             05  EV-TIMESTAMP          PIC 9(14).
      * 種類。A=追加 C=訂正 D=削除 M=合併系譜の行 W=合併の取り消し
      * G=記録の無い変化 P=承認待ち。
             05  EV-KIND               PIC X(1).
               88  EV-IS-ADD           VALUE "A".
               88  EV-IS-CHANGE        VALUE "C".
               88  EV-IS-DELETE        VALUE "D".
               88  EV-IS-MERGER        VALUE "M".
               88  EV-IS-WITHDRAWAL    VALUE "W".
               88  EV-IS-UNRECORDED    VALUE "G".
               88  EV-IS-PENDING       VALUE "P".
             05  EV-OLD-VALUE          PIC X(20).
             05  EV-NEW-VALUE          PIC X(20).
             05  EV-CHECKER-ID         PIC X(8).
             05  EV-MAKER-ID           PIC X(8).
             05  EV-REASON-CODE        PIC X(1).
             05  EV-REFERENCE          PIC X(12).
      * 単独の合併系譜の行の番号、記録の無い変化では前の世代の日付。
             05  EV-LINEAGE-INDEX      PIC 9(3).
             05  EV-PRIOR-DATE         PIC 9(8).
       01  NEW-EVENT.
         03  NE-TIMESTAMP              PIC 9(14).
         03  NE-KIND                   PIC X(1).
         03  NE-OLD-VALUE              PIC X(20).
         03  NE-NEW-VALUE              PIC X(20).
         03  NE-CHECKER-ID             PIC X(8).
         03  NE-MAKER-ID               PIC X(8).
         03  NE-REASON-CODE            PIC X(1).
         03  NE-REFERENCE              PIC X(12).
         03  NE-LINEAGE-INDEX          PIC 9(3).
         03  NE-PRIOR-DATE             PIC 9(8).
       77  EVENTS-DROPPED-COUNT        PIC 9(4) VALUE 0.
      * 直前に読んだ判断の行（申請者の行を結び付けるため）。
       77  LAST-DECISION-TIMESTAMP     PIC 9(14) VALUE 0.
       01  LAST-DECISION-SWITCH        PIC X VALUE "N".
         88  LAST-DECISION-LISTED      VALUE "Y".
       77  BEFORE-VALUE                PIC X(20).
       77  AFTER-VALUE                 PIC X(20).
       77  AUDIT-EVENT-COUNT           PIC 9(4) VALUE 0.

      * このキーに関わる合併系譜と取り消しの行。
       01  LINEAGE-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  LINEAGE-TABLE.
         03  LINEAGE-ENTRY             OCCURS 100 INDEXED BY LX.
      * 種類。M=合併 W=合併の取り消し。
             05  LN-CLASS              PIC X(1).
             05  LN-DATE               PIC 9(8).
             05  LN-MERGER-DATE        PIC 9(8).
             05  LN-OLD-KEY            PIC X(5).
             05  LN-OLD-NAME           PIC X(16).
             05  LN-SUCCESSOR-KEY      PIC X(5).
             05  LN-SUCCESSOR-NEW-FLAG PIC X(1).
             05  LN-ATTACHED-SWITCH    PIC X(1).
               88  LN-ATTACHED         VALUE "Y".

      * 国勢調査の到着の一覧。
       01  CENSUS-BATCH-COUNT          PIC 9(3) VALUE ZERO.
       01  CENSUS-BATCH-TABLE.
         03  CENSUS-BATCH-ENTRY        OCCURS 500 INDEXED BY CX.
             05  CB-BATCH-NUMBER       PIC 9(6).
             05  CB-SENDER-ID          PIC X(8).
             05  CB-EXTRACT-DATE       PIC 9(8).
             05  CB-ARRIVAL-TIMESTAMP  PIC 9(14).
             05  CB-DISPOSITION        PIC X(10).
       77  BATCH-NUMBER-X              PIC X(6).

      * 表示の組み立て。
       77  DISPLAY-VALUE               PIC X(30).
       77  OLD-DISPLAY-VALUE           PIC X(30).
       77  SHIFT-DISPLAY-VALUE         PIC X(30).
       77  VALUE-TO-FORMAT             PIC X(20).
       77  POPULATION-WORK             PIC 9(8).
       77  POPULATION-EDIT             PIC ZZ,ZZZ,ZZ9.
       77  AREA-WORK                   PIC 9(5)V99.
       77  AREA-EDIT                   PIC ZZ,ZZ9.99.
       77  REASON-TEXT                 PIC X(24).
       77  EVENT-TITLE                 PIC X(40).
       77  LINE-POINTER                PIC 9(3).
       77  EVENT-NUMBER-EDIT           PIC ZZ9.
       01  TIMESTAMP-WORK              PIC 9(14).
       01  TIMESTAMP-PARTS REDEFINES TIMESTAMP-WORK.
         03  TS-YEAR                   PIC X(4).
         03  TS-MONTH                  PIC X(2).
         03  TS-DAY                    PIC X(2).
         03  TS-HOUR                   PIC X(2).
         03  TS-MINUTE                 PIC X(2).
         03  TS-SECOND                 PIC X(2).
       77  TIMESTAMP-DISPLAY           PIC X(19).

      * 出力先（画面か印字ファイルか）はPRINT-SPOOLが決めます。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM ACCEPT-INQUIRY.
         PERFORM READ-CURRENT-VALUE.
         PERFORM COLLECT-GENERATIONS.
         PERFORM LOAD-CENSUS-BATCHES.
         PERFORM LOAD-LINEAGE.
         PERFORM COLLECT-AUDIT-EVENTS.
         PERFORM ADD-UNATTACHED-LINEAGE.
         PERFORM ADD-UNRECORDED-CHANGES.
         PERFORM COLLECT-PENDING-CHANGES.
         PERFORM PRINT-LINEAGE-HEADER.
         PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > EVENT-TABLE-COUNT
           PERFORM PRINT-ONE-EVENT
         END-PERFORM.
         PERFORM PRINT-LINEAGE-FOOTER.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         IF NOT CURRENT-FOUND AND EVENT-TABLE-COUNT = 0
           THEN
             DISPLAY "VALUE-LINEAGE: " FILE-ID-IN " " KEY-DISPLAY
                 " NOT FOUND";
             MOVE 4 TO RETURN-CODE;
         END-IF.
       VALUE-LINEAGE-EXIT.
         STOP RUN.

      ******************************************************************
      * 照会の対象のファイル・キー・項目を受け付けます。誤りがあれば
      * 終了コード8で終わります。
      ******************************************************************
       ACCEPT-INQUIRY SECTION.
         DISPLAY "FILE-ID (REGIONS/PREFECTURES/MUNICIPAL):".
         ACCEPT FILE-ID-IN.
         EVALUATE FILE-ID-IN
           WHEN "REGIONS"
             MOVE 2 TO KEY-LENGTH
             MOVE "../data/Regions.txt" TO MASTER-FILENAME
           WHEN "PREFECTURES"
             MOVE 2 TO KEY-LENGTH
             MOVE "../data/PrefectureRegions.txt" TO MASTER-FILENAME
           WHEN "MUNICIPAL"
             MOVE 5 TO KEY-LENGTH
             MOVE "../data/Municipalities.txt" TO MASTER-FILENAME
           WHEN OTHER
             DISPLAY "VALUE-LINEAGE: INVALID FILE-ID " FILE-ID-IN
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-EVALUATE.
         IF KEY-LENGTH = 5
           THEN
             DISPLAY "KEY (PREFECTURE + MUNICIPALITY, 5 DIGITS):";
           ELSE
             DISPLAY "KEY (2 DIGITS):";
         END-IF.
         MOVE SPACES TO KEY-IN.
         ACCEPT KEY-IN.
         IF KEY-IN(1:KEY-LENGTH) IS NOT NUMERIC
             OR (KEY-LENGTH = 2 AND KEY-IN(3:3) NOT = SPACES)
           THEN
             DISPLAY "VALUE-LINEAGE: INVALID KEY " KEY-IN;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         MOVE SPACES TO KEY-DISPLAY.
         IF KEY-LENGTH = 5
           THEN
             STRING KEY-IN(1:2) "-" KEY-IN(3:3)
                 DELIMITED BY SIZE INTO KEY-DISPLAY;
           ELSE
             MOVE KEY-IN(1:2) TO KEY-DISPLAY;
         END-IF.
         DISPLAY "FIELD:".
         PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 16
           IF FD-FILE-ID(FX) = FILE-ID-IN
             THEN
               DISPLAY "  " FD-FIELD-NAME(FX)
           END-IF
         END-PERFORM.
         ACCEPT FIELD-NAME-IN.
         SET FIELD-NOT-FOUND TO TRUE.
         PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 16
             OR FIELD-FOUND
           IF FD-FILE-ID(FX) = FILE-ID-IN
               AND FD-FIELD-NAME(FX) = FIELD-NAME-IN
             THEN
               SET FIELD-FOUND TO TRUE
               MOVE FD-OFFSET(FX) TO FIELD-OFFSET
               MOVE FD-LENGTH(FX) TO FIELD-LENGTH
               MOVE FD-KIND(FX) TO FIELD-KIND
           END-IF
         END-PERFORM.
         IF FIELD-NOT-FOUND
           THEN
             DISPLAY "VALUE-LINEAGE: INVALID FIELD " FIELD-NAME-IN
                 " FOR " FILE-ID-IN;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
       ACCEPT-INQUIRY-EXIT.
         EXIT.

      ******************************************************************
      * 現行のマスタからこの項目の値を取り出します。
      ******************************************************************
       READ-CURRENT-VALUE SECTION.
         PERFORM FIND-VALUE-IN-FILE.
         IF VALUE-FOUND
           THEN
             MOVE "Y" TO CURRENT-FOUND-SWITCH;
             MOVE FOUND-VALUE TO CURRENT-VALUE;
         END-IF.
       READ-CURRENT-VALUE-EXIT.
         EXIT.

      ******************************************************************
      * MASTER-FILENAMEのファイルを読み、キーの合うレコードの項目の
      * 値をFOUND-VALUEへ返します。
      ******************************************************************
       FIND-VALUE-IN-FILE SECTION.
         SET VALUE-NOT-FOUND TO TRUE.
         MOVE SPACES TO FOUND-VALUE.
         OPEN INPUT MASTER-FILE.
         IF NOT MASTER-STATUS-OK
           THEN
             DISPLAY "VALUE-LINEAGE: UNABLE TO OPEN " MASTER-FILENAME
                 " STATUS=" MASTER-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MASTER-STATUS-OK OR VALUE-FOUND
           READ MASTER-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MASTER-RECORD(1:2) NOT = "T9"
                   AND MASTER-RECORD(1:KEY-LENGTH)
                       = KEY-IN(1:KEY-LENGTH)
                 THEN
                   SET VALUE-FOUND TO TRUE;
                   MOVE MASTER-RECORD(FIELD-OFFSET:FIELD-LENGTH)
                       TO FOUND-VALUE;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MASTER-FILE.
       FIND-VALUE-IN-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 履歴ログから世代を集め、各世代でのこの項目の値を取り出します。
      * 市区町村の履歴を持たない古い世代は、市区町村の照会では
      * 数えません。
      ******************************************************************
       COLLECT-GENERATIONS SECTION.
         OPEN INPUT ARCHIVE-LOG-FILE.
         IF NOT ARCHIVE-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ARCHIVE-LOG-STATUS-OK
           READ ARCHIVE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM ADD-ONE-GENERATION
           END-READ
         END-PERFORM.
         CLOSE ARCHIVE-LOG-FILE.
         PERFORM VARYING GX FROM 1 BY 1
             UNTIL GX > GENERATION-TABLE-COUNT
           MOVE GT-FILENAME(GX) TO MASTER-FILENAME
           PERFORM FIND-VALUE-IN-FILE
           IF VALUE-FOUND
             THEN
               MOVE "Y" TO GT-PRESENT-SWITCH(GX)
               MOVE FOUND-VALUE TO GT-VALUE(GX)
           END-IF
         END-PERFORM.
       COLLECT-GENERATIONS-EXIT.
         EXIT.

      ******************************************************************
      * 履歴ログの1行を、照会のファイルの世代として表へ加えます。
      ******************************************************************
       ADD-ONE-GENERATION SECTION.
         IF GENERATION-TABLE-COUNT >= 200
           THEN
             DISPLAY "VALUE-LINEAGE: GENERATION-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO GENERATION-TABLE-COUNT.
         SET GX TO GENERATION-TABLE-COUNT.
         MOVE AL-ARCHIVE-DATE TO GT-DATE(GX).
         MOVE "N" TO GT-PRESENT-SWITCH(GX).
         MOVE SPACES TO GT-VALUE(GX).
         EVALUATE FILE-ID-IN
           WHEN "REGIONS"
             MOVE AL-REGIONS-FILE TO GT-FILENAME(GX)
           WHEN "PREFECTURES"
             MOVE AL-PREFECTURES-FILE TO GT-FILENAME(GX)
           WHEN OTHER
             MOVE AL-MUNICIPALITIES-FILE TO GT-FILENAME(GX)
         END-EVALUATE.
         IF GT-FILENAME(GX) = SPACES
           THEN
             SUBTRACT 1 FROM GENERATION-TABLE-COUNT;
         END-IF.
       ADD-ONE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 到着台帳から、国勢調査の到着を表へ読み込みます。
      ******************************************************************
       LOAD-CENSUS-BATCHES SECTION.
         OPEN INPUT INBOUND-REGISTER-FILE.
         IF NOT INBOUND-REGISTER-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT INBOUND-REGISTER-OK
           READ INBOUND-REGISTER-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF IR-INTERFACE-NAME = "CENSUS"
                   AND CENSUS-BATCH-COUNT < 500
                 THEN
                   ADD 1 TO CENSUS-BATCH-COUNT;
                   SET CX TO CENSUS-BATCH-COUNT;
                   MOVE IR-BATCH-NUMBER TO CB-BATCH-NUMBER(CX);
                   MOVE IR-SENDER-ID TO CB-SENDER-ID(CX);
                   MOVE IR-EXTRACT-DATE TO CB-EXTRACT-DATE(CX);
                   MOVE IR-ARRIVAL-TIMESTAMP
                       TO CB-ARRIVAL-TIMESTAMP(CX);
                   MOVE IR-DISPOSITION TO CB-DISPOSITION(CX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE INBOUND-REGISTER-FILE.
       LOAD-CENSUS-BATCHES-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村の照会では、このキーが旧市町村または存続市町村に
      * なっている合併系譜と取り消しの行を表へ読み込みます。
      ******************************************************************
       LOAD-LINEAGE SECTION.
         IF FILE-ID-IN NOT = "MUNICIPAL"
           THEN
             EXIT SECTION;
         END-IF.
         OPEN INPUT LINEAGE-FILE.
         IF LINEAGE-STATUS-OK
           THEN
             PERFORM UNTIL NOT LINEAGE-STATUS-OK
               READ LINEAGE-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF LINEAGE-RECORD(1:5) = KEY-IN
                       OR LINEAGE-RECORD(6:5) = KEY-IN
                     THEN
                       PERFORM ADD-LINEAGE-ROW;
                   END-IF;
               END-READ
             END-PERFORM;
             CLOSE LINEAGE-FILE;
         END-IF.
         OPEN INPUT REVERSALS-FILE.
         IF REVERSALS-STATUS-OK
           THEN
             PERFORM UNTIL NOT REVERSALS-STATUS-OK
               READ REVERSALS-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF RV-LINEAGE(1:5) = KEY-IN
                       OR RV-LINEAGE(6:5) = KEY-IN
                     THEN
                       PERFORM ADD-REVERSAL-ROW;
                   END-IF;
               END-READ
             END-PERFORM;
             CLOSE REVERSALS-FILE;
         END-IF.
       LOAD-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜の1行を表へ加えます。
      ******************************************************************
       ADD-LINEAGE-ROW SECTION.
         IF LINEAGE-TABLE-COUNT >= 100
           THEN
             ADD 1 TO EVENTS-DROPPED-COUNT;
             EXIT SECTION;
         END-IF.
         ADD 1 TO LINEAGE-TABLE-COUNT.
         SET LX TO LINEAGE-TABLE-COUNT.
         MOVE "M" TO LN-CLASS(LX).
         MOVE ML-MERGER-DATE TO LN-DATE(LX).
         MOVE ML-MERGER-DATE TO LN-MERGER-DATE(LX).
         MOVE LINEAGE-RECORD(1:5) TO LN-OLD-KEY(LX).
         MOVE LINEAGE-RECORD(19:16) TO LN-OLD-NAME(LX).
         MOVE LINEAGE-RECORD(6:5) TO LN-SUCCESSOR-KEY(LX).
         MOVE ML-SUCCESSOR-NEW-FLAG TO LN-SUCCESSOR-NEW-FLAG(LX).
         MOVE "N" TO LN-ATTACHED-SWITCH(LX).
       ADD-LINEAGE-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しの履歴の1行を表へ加えます。
      ******************************************************************
       ADD-REVERSAL-ROW SECTION.
         IF LINEAGE-TABLE-COUNT >= 100
           THEN
             ADD 1 TO EVENTS-DROPPED-COUNT;
             EXIT SECTION;
         END-IF.
         ADD 1 TO LINEAGE-TABLE-COUNT.
         SET LX TO LINEAGE-TABLE-COUNT.
         MOVE "W" TO LN-CLASS(LX).
         MOVE RV-REVERSAL-DATE TO LN-DATE(LX).
         MOVE RV-MERGER-DATE TO LN-MERGER-DATE(LX).
         MOVE RV-LINEAGE(1:5) TO LN-OLD-KEY(LX).
         MOVE RV-LINEAGE(19:16) TO LN-OLD-NAME(LX).
         MOVE RV-LINEAGE(6:5) TO LN-SUCCESSOR-KEY(LX).
         MOVE RV-SUCCESSOR-NEW-FLAG TO LN-SUCCESSOR-NEW-FLAG(LX).
         MOVE "N" TO LN-ATTACHED-SWITCH(LX).
       ADD-REVERSAL-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログ（現行と月締めの保管ファイル）から、このファイル・
      * キーの追加・訂正・削除のうち、この項目の値に関わるものを
      * 集めます。判断の行に続く申請者の行(Q)から申請者を結び付け
      * ます。
      ******************************************************************
       COLLECT-AUDIT-EVENTS SECTION.
      * 月締めの済んだ月の明細は保管ファイルへ移っています。封印
      * 台帳の順（古い月から）に保管ファイルを読み、最後に現行の
      * 監査ログを読んで、日時の順を保ちます。保存期間を過ぎて消え
      * た保管ファイルは読み飛ばします。
         OPEN INPUT SEALS-FILE.
         IF SEALS-STATUS-OK
           THEN
             PERFORM UNTIL NOT SEALS-STATUS-OK
               READ SEALS-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   MOVE SPACES TO AUDIT-LOG-FILENAME;
                   STRING "../data/AuditArchive-" SL-YEAR-MONTH
                       ".txt" DELIMITED BY SIZE
                       INTO AUDIT-LOG-FILENAME;
                   PERFORM COLLECT-ONE-AUDIT-FILE;
               END-READ
             END-PERFORM;
             CLOSE SEALS-FILE;
         END-IF.
         MOVE "../data/AuditTrail.txt" TO AUDIT-LOG-FILENAME.
         PERFORM COLLECT-ONE-AUDIT-FILE.
         IF NOT AUDIT-LOG-STATUS-OK AND AUDIT-LOG-STATUS NOT = "10"
           THEN
             DISPLAY "VALUE-LINEAGE: UNABLE TO OPEN AUDIT-LOG-FILE "
                 "STATUS=" AUDIT-LOG-STATUS;
             MOVE 4 TO RETURN-CODE;
         END-IF.
       COLLECT-AUDIT-EVENTS-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログ（現行または保管ファイル）を1つ読み、このファイル・
      * キーの行を調べます。開けないファイルは読み飛ばします。
      ******************************************************************
       COLLECT-ONE-AUDIT-FILE SECTION.
         OPEN INPUT AUDIT-LOG-FILE.
         IF NOT AUDIT-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT AUDIT-LOG-STATUS-OK
           READ AUDIT-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF AUD-FILE-ID = FILE-ID-IN
                   AND AUD-KEY(1:KEY-LENGTH) = KEY-IN(1:KEY-LENGTH)
                 THEN
                   PERFORM EXAMINE-AUDIT-ENTRY;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE AUDIT-LOG-FILE.
       COLLECT-ONE-AUDIT-FILE-EXIT.
         EXIT.
         EXIT.

      ******************************************************************
      * このキーの監査ログの1行を調べます。
      ******************************************************************
       EXAMINE-AUDIT-ENTRY SECTION.
      * 申請者の行は、直前に載せた判断の行と同じ日時のときに、その
      * 出来事の申請者として結び付けます。
         IF AUD-IS-REQUEST
           THEN
             IF LAST-DECISION-LISTED
                 AND AUD-TIMESTAMP = LAST-DECISION-TIMESTAMP
               THEN
                 SET EX TO EVENT-TABLE-COUNT;
                 MOVE AUD-USER-ID TO EV-MAKER-ID(EX);
             END-IF;
             EXIT SECTION;
         END-IF.
         MOVE "N" TO LAST-DECISION-SWITCH.
         MOVE AUD-TIMESTAMP TO LAST-DECISION-TIMESTAMP.
         IF NOT AUD-IS-ADD AND NOT AUD-IS-CHANGE AND NOT AUD-IS-DELETE
           THEN
             EXIT SECTION;
         END-IF.
      * 却下された申請はマスタの値を変えていません。
         IF AUD-ENGLISH-NAME = "REJECTED"
           THEN
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO BEFORE-VALUE.
         MOVE SPACES TO AFTER-VALUE.
         IF NOT AUD-IS-ADD
           THEN
             MOVE AUD-BEFORE-IMAGE(FIELD-OFFSET:FIELD-LENGTH)
                 TO BEFORE-VALUE;
         END-IF.
         IF NOT AUD-IS-DELETE
           THEN
             MOVE AUD-AFTER-IMAGE(FIELD-OFFSET:FIELD-LENGTH)
                 TO AFTER-VALUE;
         END-IF.
      * 訂正のうち、この項目の値が変わらなかったものは載せません。
         IF AUD-IS-CHANGE AND BEFORE-VALUE = AFTER-VALUE
           THEN
             EXIT SECTION;
         END-IF.
         INITIALIZE NEW-EVENT.
         MOVE AUD-TIMESTAMP TO NE-TIMESTAMP.
         MOVE AUD-OPERATION TO NE-KIND.
         MOVE BEFORE-VALUE TO NE-OLD-VALUE.
         MOVE AFTER-VALUE TO NE-NEW-VALUE.
         MOVE AUD-USER-ID TO NE-CHECKER-ID.
         MOVE AUD-USER-ID TO NE-MAKER-ID.
         MOVE AUD-REASON-CODE TO NE-REASON-CODE.
         MOVE AUD-REFERENCE TO NE-REFERENCE.
         PERFORM INSERT-EVENT.
         ADD 1 TO AUDIT-EVENT-COUNT.
      * 監査ログは日時の順なので、載せた出来事は表の最後にあり
      * ます。
         IF EVENT-TABLE-COUNT > 0
             AND EV-TIMESTAMP(EVENT-TABLE-COUNT) = AUD-TIMESTAMP
           THEN
             MOVE "Y" TO LAST-DECISION-SWITCH;
         END-IF.
      * 合併の変更には、同じ合併日の系譜の行を結び付けます。
         IF AUD-REASON-CODE = "M"
           THEN
             PERFORM VARYING LX FROM 1 BY 1
                 UNTIL LX > LINEAGE-TABLE-COUNT
               IF LN-MERGER-DATE(LX) = AUD-REFERENCE(1:8)
                 THEN
                   MOVE "Y" TO LN-ATTACHED-SWITCH(LX)
               END-IF
             END-PERFORM;
         END-IF.
       EXAMINE-AUDIT-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログの合併の変更に結び付かなかった合併系譜・取り消しの
      * 行を、単独の出来事として加えます。
      ******************************************************************
       ADD-UNATTACHED-LINEAGE SECTION.
         PERFORM VARYING LX FROM 1 BY 1
             UNTIL LX > LINEAGE-TABLE-COUNT
           IF NOT LN-ATTACHED(LX)
             THEN
               INITIALIZE NEW-EVENT
               MOVE LN-DATE(LX) TO NE-TIMESTAMP(1:8)
               MOVE LN-CLASS(LX) TO NE-KIND
               MOVE "M" TO NE-REASON-CODE
               SET NE-LINEAGE-INDEX TO LX
               PERFORM INSERT-EVENT
           END-IF
         END-PERFORM.
       ADD-UNATTACHED-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * 隣り合う履歴の世代の間で値が変わっているのに、その間に値を
      * 変えた出来事が1件も無いものを、記録の無い変化として加え
      * ます。
      ******************************************************************
       ADD-UNRECORDED-CHANGES SECTION.
         PERFORM VARYING GX FROM 2 BY 1
             UNTIL GX > GENERATION-TABLE-COUNT
           IF GT-PRESENT-SWITCH(GX) NOT = GT-PRESENT-SWITCH(GX - 1)
               OR GT-VALUE(GX) NOT = GT-VALUE(GX - 1)
             THEN
               PERFORM CHECK-GENERATION-CHANGE
           END-IF
         END-PERFORM.
       ADD-UNRECORDED-CHANGES-EXIT.
         EXIT.

      ******************************************************************
      * 世代GX-1からGXへの変化を説明する出来事があるかを調べ、無け
      * れば記録の無い変化として加えます。
      ******************************************************************
       CHECK-GENERATION-CHANGE SECTION.
         PERFORM VARYING EY FROM 1 BY 1 UNTIL EY > EVENT-TABLE-COUNT
           IF EV-TIMESTAMP(EY)(1:8) >= GT-DATE(GX - 1)
               AND EV-TIMESTAMP(EY)(1:8) <= GT-DATE(GX)
               AND NOT EV-IS-UNRECORDED(EY)
             THEN
               EXIT SECTION
           END-IF
         END-PERFORM.
         INITIALIZE NEW-EVENT.
         MOVE GT-DATE(GX) TO NE-TIMESTAMP(1:8).
         MOVE "G" TO NE-KIND.
         MOVE GT-VALUE(GX - 1) TO NE-OLD-VALUE.
         MOVE GT-VALUE(GX) TO NE-NEW-VALUE.
         MOVE GT-DATE(GX - 1) TO NE-PRIOR-DATE.
         PERFORM INSERT-EVENT.
       CHECK-GENERATION-CHANGE-EXIT.
         EXIT.

      ******************************************************************
      * 承認待ちのうち、このファイル・キーのこの項目を変える申請を
      * 加えます。市区町村のキーはイメージの先頭にあります。
      ******************************************************************
       COLLECT-PENDING-CHANGES SECTION.
         OPEN INPUT PENDING-FILE.
         IF NOT PENDING-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT PENDING-STATUS-OK
           READ PENDING-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PND-FILE-ID = FILE-ID-IN
                   AND ((KEY-LENGTH = 5
                       AND PND-RECORD-IMAGE(1:5) = KEY-IN)
                   OR (KEY-LENGTH = 2 AND PND-KEY = KEY-IN(1:2)))
                   AND (PND-IS-ADD OR PND-IS-CHANGE OR PND-IS-DELETE)
                 THEN
                   PERFORM ADD-PENDING-EVENT;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PENDING-FILE.
       COLLECT-PENDING-CHANGES-EXIT.
         EXIT.

      ******************************************************************
      * 承認待ちの1件を、値が変わる申請であれば出来事として加えます。
      ******************************************************************
       ADD-PENDING-EVENT SECTION.
         INITIALIZE NEW-EVENT.
         MOVE CURRENT-VALUE TO NE-OLD-VALUE.
         IF NOT PND-IS-DELETE
           THEN
             MOVE PND-RECORD-IMAGE(FIELD-OFFSET:FIELD-LENGTH)
                 TO NE-NEW-VALUE;
         END-IF.
         IF NE-NEW-VALUE = NE-OLD-VALUE
           THEN
             EXIT SECTION;
         END-IF.
         MOVE PND-TIMESTAMP TO NE-TIMESTAMP.
         MOVE "P" TO NE-KIND.
         MOVE PND-USER-ID TO NE-MAKER-ID.
         MOVE PND-REASON-CODE TO NE-REASON-CODE.
         MOVE PND-REFERENCE TO NE-REFERENCE.
      * 削除の申請は、変更後の値を空白のまま載せます。
         MOVE PND-OPERATION TO NE-CHECKER-ID(1:1).
         PERFORM INSERT-EVENT.
       ADD-PENDING-EVENT-EXIT.
         EXIT.

      ******************************************************************
      * NEW-EVENTを、日時の順を保つ位置へ差し込みます。承認待ちは
      * いつも最後に並べます。
      ******************************************************************
       INSERT-EVENT SECTION.
         IF EVENT-TABLE-COUNT >= 300
           THEN
             ADD 1 TO EVENTS-DROPPED-COUNT;
             EXIT SECTION;
         END-IF.
         ADD 1 TO EVENT-TABLE-COUNT.
         SET EX TO EVENT-TABLE-COUNT.
         IF NE-KIND NOT = "P"
           THEN
             PERFORM UNTIL EX = 1
                 OR (EV-TIMESTAMP(EX - 1) <= NE-TIMESTAMP
                     AND NOT EV-IS-PENDING(EX - 1))
               MOVE EVENT-ENTRY(EX - 1) TO EVENT-ENTRY(EX)
               SET EX DOWN BY 1
             END-PERFORM;
         END-IF.
         MOVE NEW-EVENT TO EVENT-ENTRY(EX).
       INSERT-EVENT-EXIT.
         EXIT.

      ******************************************************************
      * 照会の見出しと、現行の値・その値を載せてきた世代を印字します。
      ******************************************************************
       PRINT-LINEAGE-HEADER SECTION.
         MOVE "T" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         STRING "VALUE LINEAGE  " FILE-ID-IN " " KEY-DISPLAY " "
             FIELD-NAME-IN DELIMITED BY SIZE INTO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE ALL "=" TO SPOOL-TEXT(1:72).
         PERFORM WRITE-SPOOL-LINE.
         STRING "  VALUE LINEAGE  FILE=" FILE-ID-IN
             " KEY=" KEY-DISPLAY " FIELD=" FIELD-NAME-IN
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE ALL "=" TO SPOOL-TEXT(1:72).
         PERFORM WRITE-SPOOL-LINE.
         IF CURRENT-FOUND
           THEN
             MOVE CURRENT-VALUE TO VALUE-TO-FORMAT;
             PERFORM FORMAT-VALUE;
             STRING "CURRENT VALUE   : " DISPLAY-VALUE
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
           ELSE
             MOVE "CURRENT VALUE   : NOT ON CURRENT MASTER"
                 TO SPOOL-TEXT;
         END-IF.
         PERFORM WRITE-SPOOL-LINE.
         IF GENERATION-TABLE-COUNT = 0
           THEN
             MOVE "ARCHIVES        : NO ARCHIVE GENERATIONS"
                 TO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             EXIT SECTION;
         END-IF.
      * 現行の値を途切れずに載せてきた最も古い世代をさかのぼって
      * 探します。
         MOVE 0 TO CARRIED-SINCE-DATE.
         IF CURRENT-FOUND
           THEN
             PERFORM VARYING GX FROM GENERATION-TABLE-COUNT BY -1
                 UNTIL GX < 1 OR NOT GT-PRESENT(GX)
                 OR GT-VALUE(GX) NOT = CURRENT-VALUE
               MOVE GT-DATE(GX) TO CARRIED-SINCE-DATE
             END-PERFORM;
         END-IF.
         IF CARRIED-SINCE-DATE = 0
           THEN
             MOVE "CARRIED SINCE   : NOT IN THE LATEST ARCHIVE "
                 & "GENERATION" TO SPOOL-TEXT;
           ELSE
             STRING "CARRIED SINCE   : ARCHIVE GENERATION "
                 CARRIED-SINCE-DATE DELIMITED BY SIZE
                 INTO SPOOL-TEXT;
         END-IF.
         PERFORM WRITE-SPOOL-LINE.
      * 最も古い世代の値（経緯の起点）を示します。
         SET GX TO 1.
         IF GT-PRESENT(GX)
           THEN
             MOVE GT-VALUE(GX) TO VALUE-TO-FORMAT;
             PERFORM FORMAT-VALUE;
             STRING "EARLIEST ARCHIVE: " GT-DATE(GX) " VALUE "
                 DISPLAY-VALUE DELIMITED BY SIZE INTO SPOOL-TEXT;
           ELSE
             STRING "EARLIEST ARCHIVE: " GT-DATE(GX)
                 " KEY NOT PRESENT" DELIMITED BY SIZE
                 INTO SPOOL-TEXT;
         END-IF.
         PERFORM WRITE-SPOOL-LINE.
         STRING "GENERATIONS     : " GENERATION-TABLE-COUNT
             " SEARCHED" DELIMITED BY SIZE INTO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-LINEAGE-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 出来事EXの1件分を印字します。
      ******************************************************************
       PRINT-ONE-EVENT SECTION.
         MOVE ALL "-" TO SPOOL-TEXT(1:72).
         PERFORM WRITE-SPOOL-LINE.
         EVALUATE TRUE
           WHEN EV-IS-ADD(EX)
             MOVE "RECORD ADDED" TO EVENT-TITLE
           WHEN EV-IS-DELETE(EX)
             MOVE "RECORD DELETED" TO EVENT-TITLE
           WHEN EV-IS-MERGER(EX)
             MOVE "MERGER (NO AUDIT ROW)" TO EVENT-TITLE
           WHEN EV-IS-WITHDRAWAL(EX)
             MOVE "MERGER WITHDRAWN (NO AUDIT ROW)" TO EVENT-TITLE
           WHEN EV-IS-UNRECORDED(EX)
             MOVE "CHANGED WITH NO AUDIT EVENT" TO EVENT-TITLE
           WHEN EV-IS-PENDING(EX)
             MOVE "AWAITING APPROVAL" TO EVENT-TITLE
           WHEN EV-REASON-CODE(EX) = "C"
             MOVE "CENSUS UPDATE" TO EVENT-TITLE
           WHEN EV-REASON-CODE(EX) = "M"
             MOVE "MERGER" TO EVENT-TITLE
           WHEN OTHER
             MOVE "VALUE CHANGED" TO EVENT-TITLE
         END-EVALUATE.
         SET EVENT-NUMBER-EDIT TO EX.
         MOVE EV-TIMESTAMP(EX) TO TIMESTAMP-WORK.
         PERFORM FORMAT-TIMESTAMP.
         STRING EVENT-NUMBER-EDIT ". " TIMESTAMP-DISPLAY "  "
             EVENT-TITLE DELIMITED BY SIZE INTO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF EV-IS-MERGER(EX) OR EV-IS-WITHDRAWAL(EX)
           THEN
             SET LX TO EV-LINEAGE-INDEX(EX);
             PERFORM PRINT-LINEAGE-LINE;
             EXIT SECTION;
         END-IF.
         PERFORM PRINT-VALUE-LINE.
         IF EV-IS-UNRECORDED(EX)
           THEN
             STRING "     BETWEEN   : ARCHIVE GENERATIONS "
                 EV-PRIOR-DATE(EX) " AND " EV-TIMESTAMP(EX)(1:8)
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             MOVE "     SOURCE    : NOT IN AUDIT TRAIL (DIRECT LOAD "
                 & "OR DIRECT IMPORT)" TO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             EXIT SECTION;
         END-IF.
         IF EV-IS-PENDING(EX)
           THEN
             STRING "     MAKER     : " EV-MAKER-ID(EX)
                 "  CHECKER: (NOT YET DECIDED)"
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
           ELSE
             IF EV-MAKER-ID(EX) = EV-CHECKER-ID(EX)
               THEN
                 STRING "     MAKER     : " EV-MAKER-ID(EX)
                     "  CHECKER: " EV-CHECKER-ID(EX)
                     " (DIRECT UPDATE)" DELIMITED BY SIZE
                     INTO SPOOL-TEXT;
               ELSE
                 STRING "     MAKER     : " EV-MAKER-ID(EX)
                     "  CHECKER: " EV-CHECKER-ID(EX)
                     DELIMITED BY SIZE INTO SPOOL-TEXT;
             END-IF;
         END-IF.
         PERFORM WRITE-SPOOL-LINE.
         PERFORM FORMAT-REASON.
         STRING "     REASON    : " EV-REASON-CODE(EX) " "
             REASON-TEXT "REFERENCE: " EV-REFERENCE(EX)
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF EV-REASON-CODE(EX) = "C"
           THEN
             PERFORM PRINT-CENSUS-LINE;
         END-IF.
         IF EV-REASON-CODE(EX) = "M" AND NOT EV-IS-PENDING(EX)
           THEN
             PERFORM VARYING LX FROM 1 BY 1
                 UNTIL LX > LINEAGE-TABLE-COUNT
               IF LN-ATTACHED(LX)
                   AND LN-MERGER-DATE(LX) = EV-REFERENCE(EX)(1:8)
                 THEN
                   PERFORM PRINT-LINEAGE-LINE
               END-IF
             END-PERFORM;
         END-IF.
         IF NOT EV-IS-PENDING(EX) AND NOT EV-IS-DELETE(EX)
           THEN
             PERFORM PRINT-ARCHIVED-LINE;
         END-IF.
       PRINT-ONE-EVENT-EXIT.
         EXIT.

      ******************************************************************
      * 出来事EXの値の変化（変更前 -> 変更後）を印字します。
      ******************************************************************
       PRINT-VALUE-LINE SECTION.
         MOVE EV-OLD-VALUE(EX) TO VALUE-TO-FORMAT.
         PERFORM FORMAT-VALUE.
         MOVE DISPLAY-VALUE TO OLD-DISPLAY-VALUE.
         MOVE EV-NEW-VALUE(EX) TO VALUE-TO-FORMAT.
         PERFORM FORMAT-VALUE.
         IF EV-IS-DELETE(EX)
             OR (EV-IS-PENDING(EX) AND EV-CHECKER-ID(EX)(1:1) = "D")
           THEN
             MOVE "(RECORD DELETED)" TO DISPLAY-VALUE;
         END-IF.
         IF EV-IS-ADD(EX)
           THEN
             MOVE "(NEW RECORD)" TO OLD-DISPLAY-VALUE;
         END-IF.
         MOVE 1 TO LINE-POINTER.
         STRING "     VALUE     : " DELIMITED BY SIZE
             OLD-DISPLAY-VALUE DELIMITED BY "  "
             " -> " DELIMITED BY SIZE
             DISPLAY-VALUE DELIMITED BY "  "
             INTO SPOOL-TEXT WITH POINTER LINE-POINTER.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-VALUE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 国勢調査の出来事に、参照のバッチ番号の到着（送り元・抽出日・
      * 到着日時）を添えます。
      ******************************************************************
       PRINT-CENSUS-LINE SECTION.
         MOVE EV-REFERENCE(EX)(1:6) TO BATCH-NUMBER-X.
         IF BATCH-NUMBER-X IS NOT NUMERIC
           THEN
             MOVE "     CENSUS    : NO BATCH NUMBER IN REFERENCE"
                 TO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             EXIT SECTION;
         END-IF.
         SET CX TO 1.
         SEARCH CENSUS-BATCH-ENTRY
           AT END
             STRING "     CENSUS    : BATCH " BATCH-NUMBER-X
                 " NOT IN INBOUND REGISTER" DELIMITED BY SIZE
                 INTO SPOOL-TEXT;
           WHEN CX > CENSUS-BATCH-COUNT
             STRING "     CENSUS    : BATCH " BATCH-NUMBER-X
                 " NOT IN INBOUND REGISTER" DELIMITED BY SIZE
                 INTO SPOOL-TEXT;
           WHEN CB-BATCH-NUMBER(CX) = BATCH-NUMBER-X
             STRING "     CENSUS    : BATCH " BATCH-NUMBER-X
                 " FROM " CB-SENDER-ID(CX)
                 " EXTRACT " CB-EXTRACT-DATE(CX)
                 " ARRIVED " CB-ARRIVAL-TIMESTAMP(CX)
                 " " CB-DISPOSITION(CX)
                 DELIMITED BY SIZE INTO SPOOL-TEXT;
         END-SEARCH.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-CENSUS-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜・取り消しの行LXを印字します。
      ******************************************************************
       PRINT-LINEAGE-LINE SECTION.
         MOVE 1 TO LINE-POINTER.
         IF LN-CLASS(LX) = "W"
           THEN
             STRING "     WITHDRAWN : " DELIMITED BY SIZE
                 INTO SPOOL-TEXT WITH POINTER LINE-POINTER;
           ELSE
             STRING "     MERGER    : " DELIMITED BY SIZE
                 INTO SPOOL-TEXT WITH POINTER LINE-POINTER;
         END-IF.
         STRING LN-OLD-KEY(LX)(1:2) "-" LN-OLD-KEY(LX)(3:3) " "
             DELIMITED BY SIZE
             LN-OLD-NAME(LX) DELIMITED BY SPACE
             " INTO " LN-SUCCESSOR-KEY(LX)(1:2) "-"
             LN-SUCCESSOR-KEY(LX)(3:3) DELIMITED BY SIZE
             INTO SPOOL-TEXT WITH POINTER LINE-POINTER.
         IF LN-SUCCESSOR-NEW-FLAG(LX) = "Y"
           THEN
             STRING " (NEW)" DELIMITED BY SIZE
                 INTO SPOOL-TEXT WITH POINTER LINE-POINTER;
         END-IF.
         STRING " MERGER DATE " LN-MERGER-DATE(LX)
             DELIMITED BY SIZE
             INTO SPOOL-TEXT WITH POINTER LINE-POINTER.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-LINEAGE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 出来事EXの変更後の値を最初に載せた履歴の世代を印字します。
      * 出来事の日以降の世代を順に見て、その日より後の世代で値が
      * 違っていれば、次の世代までに上書きされたものとします。
      ******************************************************************
       PRINT-ARCHIVED-LINE SECTION.
         IF GENERATION-TABLE-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         MOVE 0 TO FIRST-ARCHIVED-DATE.
         PERFORM VARYING GX FROM 1 BY 1
             UNTIL GX > GENERATION-TABLE-COUNT
             OR FIRST-ARCHIVED-DATE NOT = 0
           IF GT-DATE(GX) >= EV-TIMESTAMP(EX)(1:8)
             THEN
               IF GT-PRESENT(GX) AND GT-VALUE(GX) = EV-NEW-VALUE(EX)
                 THEN
                   MOVE GT-DATE(GX) TO FIRST-ARCHIVED-DATE
                 ELSE
                   IF GT-DATE(GX) > EV-TIMESTAMP(EX)(1:8)
                     THEN
                       MOVE 99999999 TO FIRST-ARCHIVED-DATE
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         EVALUATE FIRST-ARCHIVED-DATE
           WHEN 0
             MOVE "     ARCHIVED  : NOT YET IN AN ARCHIVE GENERATION"
                 TO SPOOL-TEXT
           WHEN 99999999
             MOVE "     ARCHIVED  : NEVER (SUPERSEDED BEFORE THE NEXT"
                 & " ARCHIVE)" TO SPOOL-TEXT
           WHEN OTHER
             STRING "     ARCHIVED  : FIRST IN GENERATION "
                 FIRST-ARCHIVED-DATE DELIMITED BY SIZE
                 INTO SPOOL-TEXT
         END-EVALUATE.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-ARCHIVED-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 出来事の件数をまとめて印字します。
      ******************************************************************
       PRINT-LINEAGE-FOOTER SECTION.
         MOVE ALL "=" TO SPOOL-TEXT(1:72).
         PERFORM WRITE-SPOOL-LINE.
         IF EVENT-TABLE-COUNT = 0
           THEN
             MOVE "NO EVENTS FOUND FOR THIS VALUE" TO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
         END-IF.
         STRING "EVENTS=" EVENT-TABLE-COUNT
             " AUDIT-EVENTS=" AUDIT-EVENT-COUNT
             " LINEAGE-ROWS=" LINEAGE-TABLE-COUNT
             " GENERATIONS=" GENERATION-TABLE-COUNT
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         IF EVENTS-DROPPED-COUNT > 0
           THEN
             STRING "EVENT-TABLE-FULL -- " EVENTS-DROPPED-COUNT
                 " EVENTS NOT SHOWN" DELIMITED BY SIZE
                 INTO SPOOL-TEXT;
             PERFORM WRITE-SPOOL-LINE;
             MOVE 4 TO RETURN-CODE;
         END-IF.
       PRINT-LINEAGE-FOOTER-EXIT.
         EXIT.

      ******************************************************************
      * VALUE-TO-FORMATの値を、項目の種類に合わせて表示の形へ
      * 直します（人口は桁区切り、面積は小数2桁）。
      ******************************************************************
       FORMAT-VALUE SECTION.
         MOVE SPACES TO DISPLAY-VALUE.
         IF VALUE-TO-FORMAT = SPACES
           THEN
             MOVE "(BLANK)" TO DISPLAY-VALUE;
             EXIT SECTION;
         END-IF.
         EVALUATE FIELD-KIND
           WHEN "N"
             IF VALUE-TO-FORMAT(1:8) IS NUMERIC
               THEN
                 MOVE VALUE-TO-FORMAT(1:8) TO POPULATION-WORK
                 MOVE POPULATION-WORK TO POPULATION-EDIT
                 MOVE POPULATION-EDIT TO DISPLAY-VALUE
               ELSE
                 MOVE VALUE-TO-FORMAT TO DISPLAY-VALUE
             END-IF
           WHEN "A"
             IF VALUE-TO-FORMAT(1:7) IS NUMERIC
               THEN
                 MOVE VALUE-TO-FORMAT(1:7) TO AREA-WORK
                 MOVE AREA-WORK TO AREA-EDIT
                 MOVE AREA-EDIT TO DISPLAY-VALUE
               ELSE
                 MOVE VALUE-TO-FORMAT TO DISPLAY-VALUE
             END-IF
           WHEN OTHER
             MOVE VALUE-TO-FORMAT TO DISPLAY-VALUE
         END-EVALUATE.
      * 桁区切りの前の空白を詰めます。
         PERFORM UNTIL DISPLAY-VALUE(1:1) NOT = SPACE
           MOVE DISPLAY-VALUE(2:29) TO SHIFT-DISPLAY-VALUE
           MOVE SHIFT-DISPLAY-VALUE TO DISPLAY-VALUE
         END-PERFORM.
       FORMAT-VALUE-EXIT.
         EXIT.

      ******************************************************************
      * 出来事EXの理由コードの意味を求めます。
      ******************************************************************
       FORMAT-REASON SECTION.
         EVALUATE EV-REASON-CODE(EX)
           WHEN "O"
             MOVE "OFFICIAL NOTICE" TO REASON-TEXT
           WHEN "E"
             MOVE "ERROR CORRECTION" TO REASON-TEXT
           WHEN "M"
             MOVE "MERGER" TO REASON-TEXT
           WHEN "C"
             MOVE "CENSUS" TO REASON-TEXT
           WHEN "P"
             MOVE "CITY PROMOTION" TO REASON-TEXT
           WHEN "S"
             MOVE "OPERATOR ADMINISTRATION" TO REASON-TEXT
           WHEN "B"
             MOVE "BREAK-GLASS" TO REASON-TEXT
           WHEN OTHER
             MOVE "(NONE)" TO REASON-TEXT
         END-EVALUATE.
       FORMAT-REASON-EXIT.
         EXIT.

      ******************************************************************
      * TIMESTAMP-WORKの日時を"YYYY-MM-DD HH:MM:SS"の形へ直します。
      * 時刻を持たない出来事（合併系譜・履歴の世代）は日付だけです。
      ******************************************************************
       FORMAT-TIMESTAMP SECTION.
         MOVE SPACES TO TIMESTAMP-DISPLAY.
         IF TIMESTAMP-WORK(9:6) = "000000"
           THEN
             STRING TS-YEAR "-" TS-MONTH "-" TS-DAY
                 DELIMITED BY SIZE INTO TIMESTAMP-DISPLAY;
           ELSE
             STRING TS-YEAR "-" TS-MONTH "-" TS-DAY " "
                 TS-HOUR ":" TS-MINUTE ":" TS-SECOND
                 DELIMITED BY SIZE INTO TIMESTAMP-DISPLAY;
         END-IF.
       FORMAT-TIMESTAMP-EXIT.
         EXIT.

      ******************************************************************
      * SPOOL-TEXTの1行を書き出します。
      ******************************************************************
       WRITE-SPOOL-LINE SECTION.
         MOVE "L" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE SPACES TO SPOOL-TEXT.
       WRITE-SPOOL-LINE-EXIT.
         EXIT.

       END PROGRAM VALUE-LINEAGE.
