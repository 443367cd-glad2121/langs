      ******************************************************************
      * マスタのリリースです。地方・都道府県・市区町村の各マスタに
      * リリース番号と日付を付けて、その時点の内容を固定した複写
      * (Release-NNNN-ファイル名)を残し、リリース台帳(ReleaseLog.
      * txt)へ記録します。複写の間は3つのマスタの占有ロックを取り、
      * 保守の途中の内容が混ざらないようにします。
      *
      * あわせて、前回のリリースからの変更をまとめたリリースノート
      * (ReleaseNotes-NNNN.txt)を作ります。材料は次のとおりです。
      *   ・監査ログ(AuditTrail.txt)と、前回のリリースの月からの
      *     月締めの保管ファイル(AuditArchive-YYYYMM.txt)の、地方・
      *     都道府県・市区町村のマスタの追加・訂正・削除（前回の
      *     リリースの区切りの日時より後の分）。国勢調査による
      *     訂正（理由C）は「国勢調査による更新」に、削除は「廃止」
      *     に分けます。
      *   ・合併系譜(MergerLineage.txt)の、前回のリリース日より後
      *     の合併日の合併と、合併の取り消しの履歴(MergerReversals.
      *     txt)の取り消し。合併処理が書く監査ログ（理由M）は、
      *     ここで合併としてまとめて載せるため、追加・廃止には数え
      *     ません。
      * 各項目は、メッセージカタログ(MessageCatalog.txt)の英語(E)と
      * 日本語(J)の文言を使い、英語の行と日本語の行を並べて載せ
      * ます。リリースノートは印字出力(PRINT-SPOOL)にも書き出し、
      * 配布マスタの帳票名"RELEASE-NOTES"の宛先（加入者の配布先）
      * へPRINT-DISTRIBUTIONで配布します。
      *
      * リリース番号は輸出のヘッダーに載ります（GET-CURRENT-
      * RELEASE）。マスタが読めない、複写の件数が合わない、または
      * ロックが取れないときは、リリースせずに終了コード8で終わり
      * ます。変更の一覧があふれたときは、載せきれなかった旨を示し
      * て終了コード4で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-MASTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT RELEASE-LOG-FILE
           ASSIGN TO "../data/ReleaseLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEASE-LOG-STATUS.
         SELECT MASTER-FILE
           ASSIGN DYNAMIC MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-STATUS.
         SELECT AUDIT-LOG-FILE
           ASSIGN DYNAMIC AUDIT-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
         SELECT SEALS-FILE
           ASSIGN TO "../data/AuditSeals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEALS-STATUS.
         SELECT LINEAGE-FILE
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.
         SELECT REVERSALS-FILE
           ASSIGN TO "../data/MergerReversals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSALS-STATUS.
         SELECT MESSAGE-CATALOG-FILE
           ASSIGN TO "../data/MessageCatalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MESSAGE-CATALOG-STATUS.
         SELECT NOTES-FILE
           ASSIGN DYNAMIC NOTES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * リリース台帳。
       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-RECORD.
           COPY "ReleaseLogEntry".
      * リリースするマスタ（地方・都道府県・市区町村のいずれか、
      * またはその複写）。最後の行はトレーラーです。
       FD  MASTER-FILE.
       01  MASTER-RECORD                 PIC X(120).
       01  MASTER-TRAILER-RECORD.
           COPY "MasterTrailer".
      * 監査ログファイル。
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY "AuditEntry".
      * 合併系譜。
      * 監査ログの封印台帳。締めた月の保管ファイルを探すために
      * 読みます。
       FD  SEALS-FILE.
       01  SEAL-RECORD.
         03  SL-YEAR-MONTH             PIC 9(6).
         03  SL-RECORD-COUNT           PIC 9(6).
         03  SL-CHAIN-HASH             PIC 9(13).
         03  SL-SEALED-TIMESTAMP       PIC 9(14).
         03  SL-PREVIOUS-HASH          PIC 9(13).
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
      * メッセージカタログ。英語と日本語の両方の文言を使うため直接
      * 読みます。
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
         03  CAT-MSG-NUMBER            PIC X(4).
         03  CAT-LANGUAGE              PIC X(1).
         03  CAT-TEXT                  PIC X(60).
      * リリースノート。
       FD  NOTES-FILE.
       01  NOTES-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  RELEASE-LOG-STATUS          PIC X(2).
         88  RELEASE-LOG-STATUS-OK     VALUE "00".
       01  MASTER-STATUS               PIC X(2).
         88  MASTER-STATUS-OK          VALUE "00".
       77  MASTER-FILENAME             PIC X(80).
       01  AUDIT-LOG-STATUS            PIC X(2).
         88  AUDIT-LOG-STATUS-OK       VALUE "00".
       77  AUDIT-LOG-FILENAME          PIC X(80).
      * 読めた監査ログ（現行と保管ファイル）の数。
       77  AUDIT-FILES-READ            PIC 9(3) VALUE 0.
      * 保管ファイルを読み始める年月（前回のリリースの月）。
       77  AUDIT-START-MONTH           PIC 9(6) VALUE 0.
       01  SEALS-STATUS                PIC X(2).
         88  SEALS-STATUS-OK           VALUE "00".
       01  LINEAGE-STATUS              PIC X(2).
         88  LINEAGE-STATUS-OK         VALUE "00".
       01  REVERSALS-STATUS            PIC X(2).
         88  REVERSALS-STATUS-OK       VALUE "00".
       01  MESSAGE-CATALOG-STATUS      PIC X(2).
         88  MESSAGE-CATALOG-OK        VALUE "00".
       01  NOTES-STATUS                PIC X(2).
       77  NOTES-FILENAME              PIC X(80).

      * 今回と前回のリリース。
       77  RELEASE-NUMBER              PIC 9(4).
       77  RELEASE-NUMBER-X            PIC X(4).
       77  RELEASE-DATE                PIC 9(8).
       77  RELEASE-TIME                PIC 9(8).
       77  RELEASE-TIMESTAMP           PIC 9(14).
       77  RELEASE-USER-ID             PIC X(8).
       77  PREVIOUS-NUMBER             PIC 9(4) VALUE 0.
       77  PREVIOUS-DATE               PIC 9(8) VALUE 0.
       77  PREVIOUS-TIMESTAMP          PIC 9(14) VALUE 0.
      * 台帳へ書く1行。書き出しの前にここで組み立てます。
       01  NEW-RELEASE-ENTRY.
           COPY "ReleaseLogEntry" REPLACING LEADING ==RL== BY ==NR==.

      * リリースするマスタの一覧（ファイル名・複写の名前の一部・
      * ロックファイル）。
       01  MASTER-DEFINITION-VALUES.
         03  FILLER                    PIC X(25) VALUE
             "Regions.txt".
         03  FILLER                    PIC X(23) VALUE
             "Regions".
         03  FILLER                    PIC X(22) VALUE
             "RegionsLock.txt".
         03  FILLER                    PIC X(25) VALUE
             "PrefectureRegions.txt".
         03  FILLER                    PIC X(23) VALUE
             "PrefectureRegions".
         03  FILLER                    PIC X(22) VALUE
             "PrefecturesLock.txt".
         03  FILLER                    PIC X(25) VALUE
             "Municipalities.txt".
         03  FILLER                    PIC X(23) VALUE
             "Municipalities".
         03  FILLER                    PIC X(22) VALUE
             "MunicipalitiesLock.txt".
       01  MASTER-DEFINITION-TABLE REDEFINES MASTER-DEFINITION-VALUES.
         03  MASTER-DEFINITION         OCCURS 3 INDEXED BY FX.
             05  MD-FILE-NAME          PIC X(25).
             05  MD-COPY-BASE          PIC X(23).
             05  MD-LOCK-NAME          PIC X(22).
      * マスタごとのトレーラーの件数・ハッシュ合計と、ロックの状態。
       01  MASTER-STAMP-TABLE.
         03  MASTER-STAMP              OCCURS 3.
             05  MS-RECORD-COUNT       PIC 9(6).
             05  MS-HASH-TOTAL         PIC 9(13).
             05  MS-LINES-READ         PIC 9(6).
             05  MS-COPY-NAME          PIC X(80).
             05  MS-LOCK-SWITCH        PIC X(1).
               88  MS-LOCK-HELD        VALUE "Y".
       01  TRAILER-FOUND-SWITCH        PIC X.
         88  TRAILER-FOUND             VALUE "Y".
       01  RELEASE-ABORT-SWITCH        PIC X VALUE "N".
         88  RELEASE-ABORTED           VALUE "Y".

      * MASTER-LOCKへの呼び出し項目。
       77  LOCK-FILENAME               PIC X(80).
       77  LOCK-ACTION                 PIC X(1).
       01  LOCK-RESULT-SWITCH          PIC X.
         88  LOCK-GRANTED              VALUE "Y".
         88  LOCK-REFUSED              VALUE "N".
       77  LOCK-HOLDER-ID              PIC X(8).
       77  SAVED-RETURN-CODE           PIC S9(9).
      * COPY-TEXT-FILEへの呼び出し項目。
       77  SOURCE-FILENAME             PIC X(80).
       77  COPIED-COUNT                PIC 9(6).

      * 前回のリリースからの変更の一覧（監査ログから）。
       01  CHANGE-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  CHANGE-TABLE.
         03  CHANGE-ENTRY              OCCURS 500 INDEXED BY CHX.
      * 種類。A=追加 C=訂正 D=廃止 K=国勢調査による更新。
             05  CH-CLASS              PIC X(1).
               88  CH-IS-ADDED         VALUE "A".
               88  CH-IS-CHANGED       VALUE "C".
               88  CH-IS-RETIRED       VALUE "D".
               88  CH-IS-CENSUS        VALUE "K".
      * マスタ。R=地方 P=都道府県 M=市区町村。
             05  CH-MASTER             PIC X(1).
               88  CH-IS-REGION        VALUE "R".
               88  CH-IS-PREFECTURE    VALUE "P".
               88  CH-IS-MUNICIPALITY  VALUE "M".
             05  CH-DATE               PIC 9(8).
             05  CH-KEY                PIC X(6).
             05  CH-NAME-JA            PIC X(16).
             05  CH-NAME-EN            PIC X(20).
      * 訂正で値の変わった項目の印（Y=変わった）。
             05  CH-NAME-FLAG          PIC X(1).
             05  CH-ENGLISH-FLAG       PIC X(1).
             05  CH-REGION-FLAG        PIC X(1).
             05  CH-POPULATION-FLAG    PIC X(1).
             05  CH-AREA-FLAG          PIC X(1).
             05  CH-OTHER-FLAG         PIC X(1).
             05  CH-POPULATION-BEFORE  PIC 9(8).
             05  CH-POPULATION-AFTER   PIC 9(8).
       77  CHANGES-DROPPED-COUNT       PIC 9(4) VALUE 0.

      * 前回のリリースからの合併と取り消しの一覧。
       01  MERGER-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  MERGER-TABLE.
         03  MERGER-ENTRY              OCCURS 300 INDEXED BY MGX.
      * 種類。M=合併 W=合併の取り消し。
             05  MG-CLASS              PIC X(1).
               88  MG-IS-MERGER        VALUE "M".
               88  MG-IS-WITHDRAWAL    VALUE "W".
             05  MG-DATE               PIC 9(8).
             05  MG-OLD-KEY            PIC X(6).
             05  MG-OLD-NAME           PIC X(16).
             05  MG-SUCCESSOR-CODE     PIC X(5).
             05  MG-SUCCESSOR-NEW-FLAG PIC X(1).

      * 後継の市区町村名を引くための、リリースした市区町村マスタの
      * コードと名称の一覧。
       01  MUNICIPALITY-NAME-COUNT     PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-NAME-TABLE.
         03  MUNICIPALITY-NAME-ENTRY   OCCURS 3000 INDEXED BY MNX.
             05  MN-CODE               PIC X(5).
             05  MN-NAME               PIC X(16).

      * 種類ごとの件数。
       77  ADDED-COUNT                 PIC 9(4) VALUE 0.
       77  CHANGED-COUNT               PIC 9(4) VALUE 0.
       77  RETIRED-COUNT               PIC 9(4) VALUE 0.
       77  MERGED-COUNT                PIC 9(4) VALUE 0.
       77  CENSUS-COUNT                PIC 9(4) VALUE 0.
       77  SECTION-ITEM-COUNT          PIC 9(4).

      * メモリ上に読み込んだカタログ（番号ごとに英語と日本語の対
      * で保持します）。
       01  MESSAGE-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  MESSAGE-TABLE.
         03  MESSAGE-ENTRY             OCCURS 200 INDEXED BY MX.
             05  MT-MSG-NUMBER         PIC X(4).
             05  MT-ENGLISH-TEXT       PIC X(60).
             05  MT-JAPANESE-TEXT      PIC X(60).
       77  MSG-NUMBER                  PIC X(4).
       77  ENGLISH-TEXT                PIC X(60).
       77  JAPANESE-TEXT               PIC X(60).
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 1項目分の文言の組み立て領域。
       77  SECTION-CLASS               PIC X(1).
       77  MASTER-TEXT-EN              PIC X(60).
       77  MASTER-TEXT-JA              PIC X(60).
       77  VERB-TEXT-EN                PIC X(60).
       77  VERB-TEXT-JA                PIC X(60).
       77  ITEMS-TEXT-EN               PIC X(100).
       77  ITEMS-TEXT-JA               PIC X(100).
       77  ITEMS-POINTER-EN            PIC 9(3).
       77  ITEMS-POINTER-JA            PIC 9(3).
       77  SUCCESSOR-NAME              PIC X(16).
       77  SUCCESSOR-KEY               PIC X(6).
       77  POPULATION-BEFORE-EDIT      PIC ZZ,ZZZ,ZZ9.
       77  POPULATION-AFTER-EDIT       PIC ZZ,ZZZ,ZZ9.
       77  COUNT-EDIT                  PIC ZZZ9.
      * リリースノートの1行。
       77  NOTES-LINE                  PIC X(132) VALUE SPACES.
       77  LINE-POINTER                PIC 9(3).
      * 行の書き始めの位置。字下げする行だけ前もって変えます。
       77  LINE-START                  PIC 9(3) VALUE 1.

      * PRINT-SPOOLとPRINT-DISTRIBUTIONへの呼び出し項目。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
       77  DISTRIBUTION-REPORT-NAME    PIC X(20).

      * 監査ログへ書き出す1件分の情報。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry" REPLACING LEADING ==AUD== BY ==AUE==.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT RELEASE-USER-ID FROM ENVIRONMENT "USER".
         IF RELEASE-USER-ID = SPACES
           THEN
             MOVE "RELEASE" TO RELEASE-USER-ID;
         END-IF.
         ACCEPT RELEASE-DATE FROM DATE YYYYMMDD.
         ACCEPT RELEASE-TIME FROM TIME.
         MOVE RELEASE-DATE TO RELEASE-TIMESTAMP(1:8).
         MOVE RELEASE-TIME(1:6) TO RELEASE-TIMESTAMP(9:6).
         PERFORM READ-PREVIOUS-RELEASE.
         COMPUTE RELEASE-NUMBER = PREVIOUS-NUMBER + 1.
         MOVE RELEASE-NUMBER TO RELEASE-NUMBER-X.
         PERFORM ACQUIRE-MASTER-LOCKS.
         IF NOT RELEASE-ABORTED
           THEN
             PERFORM STAMP-MASTERS;
         END-IF.
         PERFORM RELEASE-MASTER-LOCKS.
         IF RELEASE-ABORTED
           THEN
             DISPLAY "RELEASE-MASTERS: RELEASE " RELEASE-NUMBER-X
                 " NOT MADE";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-MESSAGE-CATALOG.
         PERFORM COLLECT-AUDIT-CHANGES.
         PERFORM COLLECT-MERGERS.
         PERFORM LOAD-MUNICIPALITY-NAMES.
         PERFORM WRITE-RELEASE-NOTES.
         PERFORM APPEND-RELEASE-LOG.
         PERFORM WRITE-RELEASE-AUDIT.
         DISPLAY "RELEASE-MASTERS: RELEASE " RELEASE-NUMBER-X
             " DATED " RELEASE-DATE " NOTES=" NOTES-FILENAME.
         IF CHANGES-DROPPED-COUNT > 0
           THEN
             DISPLAY "RELEASE-MASTERS: CHANGE-TABLE-FULL -- "
                 CHANGES-DROPPED-COUNT " CHANGES NOT IN NOTES";
             MOVE 4 TO RETURN-CODE;
         END-IF.
       RELEASE-MASTERS-EXIT.
         STOP RUN.

      ******************************************************************
      * リリース台帳の最後の行から、前回のリリースを取り出します。
      * 台帳が無ければ初めてのリリースです。
      ******************************************************************
       READ-PREVIOUS-RELEASE SECTION.
         OPEN INPUT RELEASE-LOG-FILE.
         IF NOT RELEASE-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT RELEASE-LOG-STATUS-OK
           READ RELEASE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE RL-RELEASE-NUMBER TO PREVIOUS-NUMBER;
               MOVE RL-RELEASE-DATE TO PREVIOUS-DATE;
               MOVE RL-RELEASE-TIMESTAMP TO PREVIOUS-TIMESTAMP;
           END-READ
         END-PERFORM.
         CLOSE RELEASE-LOG-FILE.
       READ-PREVIOUS-RELEASE-EXIT.
         EXIT.

      ******************************************************************
      * 3つのマスタの占有ロックを取得します。1つでも取れなければ、
      * 保持者名を示してリリースを断ります。
      ******************************************************************
       ACQUIRE-MASTER-LOCKS SECTION.
         PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
             OR RELEASE-ABORTED
           MOVE "N" TO MS-LOCK-SWITCH(FX)
           MOVE SPACES TO LOCK-FILENAME
           STRING "../data/" MD-LOCK-NAME(FX) DELIMITED BY SPACE
               INTO LOCK-FILENAME
           MOVE "A" TO LOCK-ACTION
           CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
               RELEASE-USER-ID, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID
           IF LOCK-GRANTED
             THEN
               MOVE "Y" TO MS-LOCK-SWITCH(FX)
             ELSE
               DISPLAY "RELEASE-MASTERS: " MD-FILE-NAME(FX)
                   " LOCKED BY " LOCK-HOLDER-ID
               MOVE "Y" TO RELEASE-ABORT-SWITCH
           END-IF
         END-PERFORM.
       ACQUIRE-MASTER-LOCKS-EXIT.
         EXIT.

      ******************************************************************
      * 取得していた占有ロックを解放します。
      ******************************************************************
       RELEASE-MASTER-LOCKS SECTION.
      * MASTER-LOCKはRETURN-CODEを0に戻すため、前後で退避します。
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
           IF MS-LOCK-HELD(FX)
             THEN
               MOVE SPACES TO LOCK-FILENAME
               STRING "../data/" MD-LOCK-NAME(FX) DELIMITED BY SPACE
                   INTO LOCK-FILENAME
               MOVE "R" TO LOCK-ACTION
               CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                   RELEASE-USER-ID, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID
               MOVE "N" TO MS-LOCK-SWITCH(FX)
           END-IF
         END-PERFORM.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       RELEASE-MASTER-LOCKS-EXIT.
         EXIT.

      ******************************************************************
      * 各マスタのトレーラーの件数とハッシュ合計を控え、リリース番号
      * 付きの名前で複写します。複写した行数が読んだ行数と合わなけ
      * ればリリースを取りやめます。
      ******************************************************************
       STAMP-MASTERS SECTION.
         PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
             OR RELEASE-ABORTED
           PERFORM STAMP-ONE-MASTER
         END-PERFORM.
       STAMP-MASTERS-EXIT.
         EXIT.

      ******************************************************************
      * FX番目のマスタを読んでトレーラーを控え、複写します。
      ******************************************************************
       STAMP-ONE-MASTER SECTION.
         MOVE 0 TO MS-RECORD-COUNT(FX).
         MOVE 0 TO MS-HASH-TOTAL(FX).
         MOVE 0 TO MS-LINES-READ(FX).
         MOVE "N" TO TRAILER-FOUND-SWITCH.
         MOVE SPACES TO MASTER-FILENAME.
         STRING "../data/" MD-FILE-NAME(FX) DELIMITED BY SPACE
             INTO MASTER-FILENAME.
         OPEN INPUT MASTER-FILE.
         IF NOT MASTER-STATUS-OK
           THEN
             DISPLAY "RELEASE-MASTERS: UNABLE TO OPEN "
                 MASTER-FILENAME " STATUS=" MASTER-STATUS;
             MOVE "Y" TO RELEASE-ABORT-SWITCH;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MASTER-STATUS-OK
           READ MASTER-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO MS-LINES-READ(FX);
               IF MT-IS-TRAILER
                 THEN
                   MOVE "Y" TO TRAILER-FOUND-SWITCH;
                   MOVE MT-RECORD-COUNT TO MS-RECORD-COUNT(FX);
                   MOVE MT-HASH-TOTAL TO MS-HASH-TOTAL(FX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MASTER-FILE.
         IF NOT TRAILER-FOUND
           THEN
             DISPLAY "RELEASE-MASTERS: NO TRAILER ON "
                 MASTER-FILENAME;
             MOVE "Y" TO RELEASE-ABORT-SWITCH;
             EXIT SECTION;
         END-IF.
         MOVE MASTER-FILENAME TO SOURCE-FILENAME.
         MOVE SPACES TO MS-COPY-NAME(FX).
         STRING "../data/Release-" RELEASE-NUMBER-X "-"
             MD-COPY-BASE(FX) DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE INTO MS-COPY-NAME(FX).
         CALL "COPY-TEXT-FILE" USING SOURCE-FILENAME,
             MS-COPY-NAME(FX), COPIED-COUNT.
         IF RETURN-CODE NOT = 0 OR COPIED-COUNT NOT = MS-LINES-READ(FX)
           THEN
             DISPLAY "RELEASE-MASTERS: COPY OF " MASTER-FILENAME
                 " FAILED READ=" MS-LINES-READ(FX)
                 " COPIED=" COPIED-COUNT;
             MOVE 0 TO RETURN-CODE;
             MOVE "Y" TO RELEASE-ABORT-SWITCH;
         END-IF.
       STAMP-ONE-MASTER-EXIT.
         EXIT.

      ******************************************************************
      * 監査ログから、前回のリリースの区切りより後、今回の区切り
      * まで（両端は前回を含まず今回を含みます）の3つのマスタの
      * 変更を集めます。
      ******************************************************************
       COLLECT-AUDIT-CHANGES SECTION.
      * 前回のリリースの後に月締めがあれば、その分の明細は保管
      * ファイルへ移っています。封印台帳の順（古い月から）に、前回
      * のリリースの月からの保管ファイルを読み、最後に現行の監査
      * ログを読みます。保存期間を過ぎて消えた保管ファイルは読み
      * 飛ばします。
         MOVE PREVIOUS-TIMESTAMP(1:6) TO AUDIT-START-MONTH.
         OPEN INPUT SEALS-FILE.
         IF SEALS-STATUS-OK
           THEN
             PERFORM UNTIL NOT SEALS-STATUS-OK
               READ SEALS-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF SL-YEAR-MONTH >= AUDIT-START-MONTH
                     THEN
                       MOVE SPACES TO AUDIT-LOG-FILENAME;
                       STRING "../data/AuditArchive-" SL-YEAR-MONTH
                           ".txt" DELIMITED BY SIZE
                           INTO AUDIT-LOG-FILENAME;
                       PERFORM COLLECT-ONE-AUDIT-FILE;
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE SEALS-FILE;
         END-IF.
         MOVE "../data/AuditTrail.txt" TO AUDIT-LOG-FILENAME.
         PERFORM COLLECT-ONE-AUDIT-FILE.
         IF AUDIT-FILES-READ = 0
           THEN
             DISPLAY "RELEASE-MASTERS: NO AUDIT TRAIL -- NO MASTER "
                 "CHANGES IN NOTES";
         END-IF.
       COLLECT-AUDIT-CHANGES-EXIT.

      ******************************************************************
      * 監査ログ（現行または保管ファイル）を1つ読み、前回のリリース
      * の区切りの日時より後で、今回の区切りの日時までの行を振り
      * 分けます。開けないファイルは読み飛ばします。
      ******************************************************************
       COLLECT-ONE-AUDIT-FILE SECTION.
         OPEN INPUT AUDIT-LOG-FILE.
         IF NOT AUDIT-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         ADD 1 TO AUDIT-FILES-READ.
         PERFORM UNTIL NOT AUDIT-LOG-STATUS-OK
           READ AUDIT-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF AUD-TIMESTAMP > PREVIOUS-TIMESTAMP
                   AND AUD-TIMESTAMP <= RELEASE-TIMESTAMP
                 THEN
                   PERFORM CLASSIFY-AUDIT-ENTRY;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE AUDIT-LOG-FILE.
       COLLECT-ONE-AUDIT-FILE-EXIT.
         EXIT.
         EXIT.

      ******************************************************************
      * 監査ログの1件を種類とマスタに分けて、変更の一覧へ加えます。
      * 合併処理の記録（理由M）と、マスタを更新しない記録は加え
      * ません。
      ******************************************************************
       CLASSIFY-AUDIT-ENTRY SECTION.
         IF AUD-REASON-CODE = "M"
           THEN
             EXIT SECTION;
         END-IF.
         IF NOT AUD-IS-ADD AND NOT AUD-IS-CHANGE AND NOT AUD-IS-DELETE
           THEN
             EXIT SECTION;
         END-IF.
         IF AUD-FILE-ID NOT = "REGIONS"
             AND AUD-FILE-ID NOT = "PREFECTURES"
             AND AUD-FILE-ID NOT = "MUNICIPAL"
           THEN
             EXIT SECTION;
         END-IF.
         IF CHANGE-TABLE-COUNT >= 500
           THEN
             ADD 1 TO CHANGES-DROPPED-COUNT;
             EXIT SECTION;
         END-IF.
         ADD 1 TO CHANGE-TABLE-COUNT.
         SET CHX TO CHANGE-TABLE-COUNT.
         INITIALIZE CHANGE-ENTRY(CHX).
         MOVE AUD-TIMESTAMP(1:8) TO CH-DATE(CHX).
         MOVE AUD-OPERATION TO CH-CLASS(CHX).
         IF AUD-IS-CHANGE AND AUD-REASON-CODE = "C"
           THEN
             MOVE "K" TO CH-CLASS(CHX);
         END-IF.
         EVALUATE AUD-FILE-ID
           WHEN "REGIONS"
             MOVE "R" TO CH-MASTER(CHX)
           WHEN "PREFECTURES"
             MOVE "P" TO CH-MASTER(CHX)
           WHEN OTHER
             MOVE "M" TO CH-MASTER(CHX)
         END-EVALUATE.
      * 名称とキーは、削除では変更前の、それ以外では変更後の
      * イメージから取ります。
         IF AUD-IS-DELETE
           THEN
             PERFORM TAKE-NAMES-FROM-BEFORE;
           ELSE
             PERFORM TAKE-NAMES-FROM-AFTER;
         END-IF.
         IF AUD-IS-CHANGE
           THEN
             PERFORM MARK-CHANGED-ITEMS;
         END-IF.
         EVALUATE TRUE
           WHEN CH-IS-ADDED(CHX)
             ADD 1 TO ADDED-COUNT
           WHEN CH-IS-CHANGED(CHX)
             ADD 1 TO CHANGED-COUNT
           WHEN CH-IS-RETIRED(CHX)
             ADD 1 TO RETIRED-COUNT
           WHEN CH-IS-CENSUS(CHX)
             ADD 1 TO CENSUS-COUNT
         END-EVALUATE.
       CLASSIFY-AUDIT-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 変更前のイメージからキーと名称を取り出します。レコードの
      * 並びはマスタごとのレイアウトのとおりです。
      ******************************************************************
       TAKE-NAMES-FROM-BEFORE SECTION.
         EVALUATE TRUE
           WHEN CH-IS-REGION(CHX)
             MOVE AUD-BEFORE-IMAGE(1:2) TO CH-KEY(CHX)
             MOVE AUD-BEFORE-IMAGE(3:10) TO CH-NAME-JA(CHX)
             MOVE AUD-BEFORE-IMAGE(13:20) TO CH-NAME-EN(CHX)
           WHEN CH-IS-PREFECTURE(CHX)
             MOVE AUD-BEFORE-IMAGE(1:2) TO CH-KEY(CHX)
             MOVE AUD-BEFORE-IMAGE(3:10) TO CH-NAME-JA(CHX)
             MOVE AUD-BEFORE-IMAGE(30:20) TO CH-NAME-EN(CHX)
             MOVE AUD-BEFORE-IMAGE(15:8)
                 TO CH-POPULATION-BEFORE(CHX)
           WHEN OTHER
             STRING AUD-BEFORE-IMAGE(1:2) "-" AUD-BEFORE-IMAGE(3:3)
                 DELIMITED BY SIZE INTO CH-KEY(CHX)
             MOVE AUD-BEFORE-IMAGE(6:16) TO CH-NAME-JA(CHX)
             MOVE AUD-BEFORE-IMAGE(23:8)
                 TO CH-POPULATION-BEFORE(CHX)
         END-EVALUATE.
       TAKE-NAMES-FROM-BEFORE-EXIT.
         EXIT.

      ******************************************************************
      * 変更後のイメージからキーと名称を取り出します。
      ******************************************************************
       TAKE-NAMES-FROM-AFTER SECTION.
         EVALUATE TRUE
           WHEN CH-IS-REGION(CHX)
             MOVE AUD-AFTER-IMAGE(1:2) TO CH-KEY(CHX)
             MOVE AUD-AFTER-IMAGE(3:10) TO CH-NAME-JA(CHX)
             MOVE AUD-AFTER-IMAGE(13:20) TO CH-NAME-EN(CHX)
           WHEN CH-IS-PREFECTURE(CHX)
             MOVE AUD-AFTER-IMAGE(1:2) TO CH-KEY(CHX)
             MOVE AUD-AFTER-IMAGE(3:10) TO CH-NAME-JA(CHX)
             MOVE AUD-AFTER-IMAGE(30:20) TO CH-NAME-EN(CHX)
             MOVE AUD-AFTER-IMAGE(15:8) TO CH-POPULATION-AFTER(CHX)
           WHEN OTHER
             STRING AUD-AFTER-IMAGE(1:2) "-" AUD-AFTER-IMAGE(3:3)
                 DELIMITED BY SIZE INTO CH-KEY(CHX)
             MOVE AUD-AFTER-IMAGE(6:16) TO CH-NAME-JA(CHX)
             MOVE AUD-AFTER-IMAGE(23:8) TO CH-POPULATION-AFTER(CHX)
         END-EVALUATE.
       TAKE-NAMES-FROM-AFTER-EXIT.
         EXIT.

      ******************************************************************
      * 訂正の変更前と変更後のイメージを項目ごとに比べ、値の変わった
      * 項目に印を付けます。人口は前後の値も控えます。
      ******************************************************************
       MARK-CHANGED-ITEMS SECTION.
         EVALUATE TRUE
           WHEN CH-IS-REGION(CHX)
             IF AUD-BEFORE-IMAGE(3:10) NOT = AUD-AFTER-IMAGE(3:10)
               THEN
                 MOVE "Y" TO CH-NAME-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(13:20) NOT = AUD-AFTER-IMAGE(13:20)
               THEN
                 MOVE "Y" TO CH-ENGLISH-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(33:48) NOT = AUD-AFTER-IMAGE(33:48)
               THEN
                 MOVE "Y" TO CH-OTHER-FLAG(CHX)
             END-IF
           WHEN CH-IS-PREFECTURE(CHX)
             MOVE AUD-BEFORE-IMAGE(15:8) TO CH-POPULATION-BEFORE(CHX)
             IF AUD-BEFORE-IMAGE(3:10) NOT = AUD-AFTER-IMAGE(3:10)
               THEN
                 MOVE "Y" TO CH-NAME-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(13:2) NOT = AUD-AFTER-IMAGE(13:2)
               THEN
                 MOVE "Y" TO CH-REGION-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(15:8) NOT = AUD-AFTER-IMAGE(15:8)
               THEN
                 MOVE "Y" TO CH-POPULATION-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(23:7) NOT = AUD-AFTER-IMAGE(23:7)
               THEN
                 MOVE "Y" TO CH-AREA-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(30:20) NOT = AUD-AFTER-IMAGE(30:20)
               THEN
                 MOVE "Y" TO CH-ENGLISH-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(50:31) NOT = AUD-AFTER-IMAGE(50:31)
               THEN
                 MOVE "Y" TO CH-OTHER-FLAG(CHX)
             END-IF
           WHEN OTHER
             MOVE AUD-BEFORE-IMAGE(23:8) TO CH-POPULATION-BEFORE(CHX)
             IF AUD-BEFORE-IMAGE(6:16) NOT = AUD-AFTER-IMAGE(6:16)
               THEN
                 MOVE "Y" TO CH-NAME-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(23:8) NOT = AUD-AFTER-IMAGE(23:8)
               THEN
                 MOVE "Y" TO CH-POPULATION-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(31:7) NOT = AUD-AFTER-IMAGE(31:7)
               THEN
                 MOVE "Y" TO CH-AREA-FLAG(CHX)
             END-IF
             IF AUD-BEFORE-IMAGE(22:1) NOT = AUD-AFTER-IMAGE(22:1)
                 OR AUD-BEFORE-IMAGE(38:43)
                     NOT = AUD-AFTER-IMAGE(38:43)
               THEN
                 MOVE "Y" TO CH-OTHER-FLAG(CHX)
             END-IF
         END-EVALUATE.
       MARK-CHANGED-ITEMS-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜から前回のリリース日より後、今回のリリース日までの
      * 合併日の合併を、取り消しの履歴から同じ期間の取り消しを
      * 集めます。
      ******************************************************************
       COLLECT-MERGERS SECTION.
         OPEN INPUT LINEAGE-FILE.
         IF LINEAGE-STATUS-OK
           THEN
             PERFORM UNTIL NOT LINEAGE-STATUS-OK
               READ LINEAGE-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF ML-MERGER-DATE > PREVIOUS-DATE
                       AND ML-MERGER-DATE <= RELEASE-DATE
                     THEN
                       PERFORM ADD-LINEAGE-MERGER;
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
                   IF RV-REVERSAL-DATE > PREVIOUS-DATE
                       AND RV-REVERSAL-DATE <= RELEASE-DATE
                     THEN
                       PERFORM ADD-MERGER-WITHDRAWAL;
                   END-IF;
               END-READ
             END-PERFORM;
             CLOSE REVERSALS-FILE;
         END-IF.
       COLLECT-MERGERS-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜の1行を合併の一覧へ加えます。
      ******************************************************************
       ADD-LINEAGE-MERGER SECTION.
         IF MERGER-TABLE-COUNT >= 300
           THEN
             ADD 1 TO CHANGES-DROPPED-COUNT;
             EXIT SECTION;
         END-IF.
         ADD 1 TO MERGER-TABLE-COUNT.
         SET MGX TO MERGER-TABLE-COUNT.
         MOVE "M" TO MG-CLASS(MGX).
         MOVE ML-MERGER-DATE TO MG-DATE(MGX).
         MOVE SPACES TO MG-OLD-KEY(MGX).
         STRING ML-OLD-PREFECTURE "-" ML-OLD-CODE
             DELIMITED BY SIZE INTO MG-OLD-KEY(MGX).
         MOVE LINEAGE-RECORD(19:16) TO MG-OLD-NAME(MGX).
         MOVE ML-SUCCESSOR-PREFECTURE TO MG-SUCCESSOR-CODE(MGX)(1:2).
         MOVE ML-SUCCESSOR-CODE TO MG-SUCCESSOR-CODE(MGX)(3:3).
         MOVE ML-SUCCESSOR-NEW-FLAG TO MG-SUCCESSOR-NEW-FLAG(MGX).
         ADD 1 TO MERGED-COUNT.
       ADD-LINEAGE-MERGER-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しの履歴の1行を合併の一覧へ加えます。
      ******************************************************************
       ADD-MERGER-WITHDRAWAL SECTION.
         IF MERGER-TABLE-COUNT >= 300
           THEN
             ADD 1 TO CHANGES-DROPPED-COUNT;
             EXIT SECTION;
         END-IF.
         ADD 1 TO MERGER-TABLE-COUNT.
         SET MGX TO MERGER-TABLE-COUNT.
         MOVE "W" TO MG-CLASS(MGX).
         MOVE RV-REVERSAL-DATE TO MG-DATE(MGX).
         MOVE SPACES TO MG-OLD-KEY(MGX).
         STRING RV-OLD-PREFECTURE "-" RV-OLD-CODE
             DELIMITED BY SIZE INTO MG-OLD-KEY(MGX).
         MOVE REVERSAL-RECORD(27:16) TO MG-OLD-NAME(MGX).
         MOVE RV-SUCCESSOR-PREFECTURE TO MG-SUCCESSOR-CODE(MGX)(1:2).
         MOVE RV-SUCCESSOR-CODE TO MG-SUCCESSOR-CODE(MGX)(3:3).
         MOVE RV-SUCCESSOR-NEW-FLAG TO MG-SUCCESSOR-NEW-FLAG(MGX).
         ADD 1 TO MERGED-COUNT.
       ADD-MERGER-WITHDRAWAL-EXIT.
         EXIT.

      ******************************************************************
      * 後継の市区町村名を引くため、今回リリースした市区町村マスタ
      * の複写からコードと名称を読み込みます。
      ******************************************************************
       LOAD-MUNICIPALITY-NAMES SECTION.
         MOVE MS-COPY-NAME(3) TO MASTER-FILENAME.
         OPEN INPUT MASTER-FILE.
         IF NOT MASTER-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MASTER-STATUS-OK
           READ MASTER-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF NOT MT-IS-TRAILER
                   AND MUNICIPALITY-NAME-COUNT < 3000
                 THEN
                   ADD 1 TO MUNICIPALITY-NAME-COUNT;
                   SET MNX TO MUNICIPALITY-NAME-COUNT;
                   MOVE MASTER-RECORD(1:5) TO MN-CODE(MNX);
                   MOVE MASTER-RECORD(6:16) TO MN-NAME(MNX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MASTER-FILE.
       LOAD-MUNICIPALITY-NAMES-EXIT.
         EXIT.

      ******************************************************************
      * リリースノートを書き出します。見出しに続けて、追加・訂正・
      * 廃止・合併・国勢調査による更新の順に載せ、最後に種類ごとの
      * 件数をまとめます。書き終えたら配布マスタの宛先へ配布します。
      ******************************************************************
       WRITE-RELEASE-NOTES SECTION.
         MOVE SPACES TO NOTES-FILENAME.
         STRING "../data/ReleaseNotes-" RELEASE-NUMBER-X ".txt"
             DELIMITED BY SIZE INTO NOTES-FILENAME.
         OPEN OUTPUT NOTES-FILE.
         IF NOTES-STATUS NOT = "00"
           THEN
             DISPLAY "RELEASE-MASTERS: UNABLE TO OPEN "
                 NOTES-FILENAME " STATUS=" NOTES-STATUS;
             MOVE 4 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE "0501" TO MSG-NUMBER.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE "T" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         STRING ENGLISH-TEXT DELIMITED BY "  "
             " " RELEASE-NUMBER-X DELIMITED BY SIZE INTO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         PERFORM WRITE-NOTES-HEADER.
         MOVE "A" TO SECTION-CLASS.
         MOVE "0511" TO MSG-NUMBER.
         PERFORM WRITE-CHANGE-SECTION.
         MOVE "C" TO SECTION-CLASS.
         MOVE "0512" TO MSG-NUMBER.
         PERFORM WRITE-CHANGE-SECTION.
         MOVE "D" TO SECTION-CLASS.
         MOVE "0513" TO MSG-NUMBER.
         PERFORM WRITE-CHANGE-SECTION.
         PERFORM WRITE-MERGER-SECTION.
         MOVE "K" TO SECTION-CLASS.
         MOVE "0515" TO MSG-NUMBER.
         PERFORM WRITE-CHANGE-SECTION.
         PERFORM WRITE-NOTES-SUMMARY.
         CLOSE NOTES-FILE.
      * 配布マスタにしたがって、宛先ごとのバナーページを添え
      * ます。
         MOVE "RELEASE-NOTES" TO DISTRIBUTION-REPORT-NAME.
         CALL "PRINT-DISTRIBUTION" USING DISTRIBUTION-REPORT-NAME.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       WRITE-RELEASE-NOTES-EXIT.
         EXIT.

      ******************************************************************
      * リリースノートの見出し（リリース番号・日付・前回のリリース・
      * リリースしたマスタの件数）を書き出します。
      ******************************************************************
       WRITE-NOTES-HEADER SECTION.
         MOVE ALL "=" TO NOTES-LINE(1:72).
         PERFORM WRITE-NOTES-LINE.
         MOVE "0501" TO MSG-NUMBER.
         PERFORM START-BILINGUAL-LINE.
         PERFORM WRITE-NOTES-LINE.
         MOVE "0502" TO MSG-NUMBER.
         PERFORM START-BILINGUAL-LINE.
         STRING ": " RELEASE-NUMBER-X DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
         MOVE "0503" TO MSG-NUMBER.
         PERFORM START-BILINGUAL-LINE.
         STRING ": " RELEASE-DATE DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
         IF PREVIOUS-NUMBER = 0
           THEN
             MOVE "0505" TO MSG-NUMBER;
             PERFORM START-BILINGUAL-LINE;
           ELSE
             MOVE "0504" TO MSG-NUMBER;
             PERFORM START-BILINGUAL-LINE;
             STRING ": " PREVIOUS-NUMBER " (" PREVIOUS-DATE ")"
                 DELIMITED BY SIZE
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
         END-IF.
         PERFORM WRITE-NOTES-LINE.
         MOVE "0507" TO MSG-NUMBER.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
           MOVE SPACES TO NOTES-LINE
           MOVE 1 TO LINE-POINTER
           STRING "  " MD-FILE-NAME(FX) " " DELIMITED BY SIZE
               ENGLISH-TEXT DELIMITED BY "  "
               " / " DELIMITED BY SIZE
               JAPANESE-TEXT DELIMITED BY "  "
               ": " MS-RECORD-COUNT(FX) DELIMITED BY SIZE
               INTO NOTES-LINE WITH POINTER LINE-POINTER
           PERFORM WRITE-NOTES-LINE
         END-PERFORM.
         MOVE ALL "=" TO NOTES-LINE(1:72).
         PERFORM WRITE-NOTES-LINE.
       WRITE-NOTES-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * SECTION-CLASSの種類の変更を、MSG-NUMBERの見出しの下に並べ
      * ます。1件も無ければその旨を載せます。
      ******************************************************************
       WRITE-CHANGE-SECTION SECTION.
         PERFORM WRITE-SECTION-HEADING.
         MOVE 0 TO SECTION-ITEM-COUNT.
         PERFORM VARYING CHX FROM 1 BY 1
             UNTIL CHX > CHANGE-TABLE-COUNT
           IF CH-CLASS(CHX) = SECTION-CLASS
             THEN
               ADD 1 TO SECTION-ITEM-COUNT
               PERFORM WRITE-CHANGE-ITEM
           END-IF
         END-PERFORM.
         IF SECTION-ITEM-COUNT = 0
           THEN
             PERFORM WRITE-NO-CHANGES-LINE;
         END-IF.
       WRITE-CHANGE-SECTION-EXIT.
         EXIT.

      ******************************************************************
      * 変更1件を、英語の行と日本語の行で書き出します。訂正と国勢
      * 調査による更新には、変わった項目と人口の前後を添えます。
      ******************************************************************
       WRITE-CHANGE-ITEM SECTION.
         EVALUATE TRUE
           WHEN CH-IS-REGION(CHX)
             MOVE "0412" TO MSG-NUMBER
           WHEN CH-IS-PREFECTURE(CHX)
             MOVE "0413" TO MSG-NUMBER
           WHEN OTHER
             MOVE "0523" TO MSG-NUMBER
         END-EVALUATE.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE ENGLISH-TEXT TO MASTER-TEXT-EN.
         MOVE JAPANESE-TEXT TO MASTER-TEXT-JA.
         EVALUATE TRUE
           WHEN CH-IS-ADDED(CHX)
             MOVE "0531" TO MSG-NUMBER
           WHEN CH-IS-RETIRED(CHX)
             MOVE "0533" TO MSG-NUMBER
           WHEN CH-IS-CENSUS(CHX)
             MOVE "0535" TO MSG-NUMBER
           WHEN OTHER
             MOVE "0532" TO MSG-NUMBER
         END-EVALUATE.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE ENGLISH-TEXT TO VERB-TEXT-EN.
         MOVE JAPANESE-TEXT TO VERB-TEXT-JA.
         MOVE SPACES TO NOTES-LINE.
         MOVE 1 TO LINE-POINTER.
         STRING "  " DELIMITED BY SIZE
             MASTER-TEXT-EN DELIMITED BY "  "
             " " DELIMITED BY SIZE
             CH-KEY(CHX) DELIMITED BY SPACE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         IF CH-NAME-EN(CHX) NOT = SPACES
           THEN
             STRING " " DELIMITED BY SIZE
                 CH-NAME-EN(CHX) DELIMITED BY "  "
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
         END-IF.
         STRING " " DELIMITED BY SIZE
             CH-NAME-JA(CHX) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             VERB-TEXT-EN DELIMITED BY "  "
             " (" CH-DATE(CHX) ")" DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
         MOVE 1 TO LINE-POINTER.
         STRING "  " DELIMITED BY SIZE
             MASTER-TEXT-JA DELIMITED BY "  "
             " " DELIMITED BY SIZE
             CH-KEY(CHX) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             CH-NAME-JA(CHX) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             VERB-TEXT-JA DELIMITED BY "  "
             " (" CH-DATE(CHX) ")" DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
         IF CH-IS-CHANGED(CHX) OR CH-IS-CENSUS(CHX)
           THEN
             PERFORM WRITE-CHANGED-ITEMS;
         END-IF.
       WRITE-CHANGE-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * 訂正で変わった項目の名前を両言語で並べ、人口が変わったとき
      * は前後の人口も書き出します。
      ******************************************************************
       WRITE-CHANGED-ITEMS SECTION.
         MOVE SPACES TO ITEMS-TEXT-EN.
         MOVE SPACES TO ITEMS-TEXT-JA.
         MOVE 1 TO ITEMS-POINTER-EN.
         MOVE 1 TO ITEMS-POINTER-JA.
         IF CH-NAME-FLAG(CHX) = "Y"
           THEN
             MOVE "0552" TO MSG-NUMBER;
             PERFORM APPEND-ITEM-NAME;
         END-IF.
         IF CH-ENGLISH-FLAG(CHX) = "Y"
           THEN
             MOVE "0427" TO MSG-NUMBER;
             PERFORM APPEND-ITEM-NAME;
         END-IF.
         IF CH-REGION-FLAG(CHX) = "Y"
           THEN
             MOVE "0412" TO MSG-NUMBER;
             PERFORM APPEND-ITEM-NAME;
         END-IF.
         IF CH-POPULATION-FLAG(CHX) = "Y"
           THEN
             MOVE "0417" TO MSG-NUMBER;
             PERFORM APPEND-ITEM-NAME;
         END-IF.
         IF CH-AREA-FLAG(CHX) = "Y"
           THEN
             MOVE "0418" TO MSG-NUMBER;
             PERFORM APPEND-ITEM-NAME;
         END-IF.
         IF CH-OTHER-FLAG(CHX) = "Y"
           THEN
             MOVE "0553" TO MSG-NUMBER;
             PERFORM APPEND-ITEM-NAME;
         END-IF.
         IF ITEMS-TEXT-EN NOT = SPACES
           THEN
             MOVE "0551" TO MSG-NUMBER;
             PERFORM LOOKUP-BILINGUAL-TEXT;
             MOVE SPACES TO NOTES-LINE;
             MOVE 1 TO LINE-POINTER;
             STRING "      " DELIMITED BY SIZE
                 ENGLISH-TEXT DELIMITED BY "  "
                 ": " DELIMITED BY SIZE
                 ITEMS-TEXT-EN DELIMITED BY "  "
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
             PERFORM WRITE-NOTES-LINE;
             MOVE 1 TO LINE-POINTER;
             STRING "      " DELIMITED BY SIZE
                 JAPANESE-TEXT DELIMITED BY "  "
                 ": " DELIMITED BY SIZE
                 ITEMS-TEXT-JA DELIMITED BY "  "
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
             PERFORM WRITE-NOTES-LINE;
         END-IF.
         IF CH-POPULATION-FLAG(CHX) = "Y"
           THEN
             MOVE "0417" TO MSG-NUMBER;
             MOVE 7 TO LINE-START;
             PERFORM START-BILINGUAL-LINE;
             MOVE 1 TO LINE-START;
             MOVE CH-POPULATION-BEFORE(CHX) TO POPULATION-BEFORE-EDIT;
             MOVE CH-POPULATION-AFTER(CHX) TO POPULATION-AFTER-EDIT;
             STRING ": " POPULATION-BEFORE-EDIT " -> "
                 POPULATION-AFTER-EDIT DELIMITED BY SIZE
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
             PERFORM WRITE-NOTES-LINE;
         END-IF.
       WRITE-CHANGED-ITEMS-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの項目名を、変わった項目の並びへ両言語で継ぎ足し
      * ます。
      ******************************************************************
       APPEND-ITEM-NAME SECTION.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         IF ITEMS-POINTER-EN > 1
           THEN
             STRING ", " DELIMITED BY SIZE
                 INTO ITEMS-TEXT-EN WITH POINTER ITEMS-POINTER-EN;
             STRING ", " DELIMITED BY SIZE
                 INTO ITEMS-TEXT-JA WITH POINTER ITEMS-POINTER-JA;
         END-IF.
         STRING ENGLISH-TEXT DELIMITED BY "  "
             INTO ITEMS-TEXT-EN WITH POINTER ITEMS-POINTER-EN.
         STRING JAPANESE-TEXT DELIMITED BY "  "
             INTO ITEMS-TEXT-JA WITH POINTER ITEMS-POINTER-JA.
       APPEND-ITEM-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 合併と合併の取り消しを、見出しの下に並べます。旧市町村から
      * 存続市町村への向きで、英語の行と日本語の行を書き出します。
      ******************************************************************
       WRITE-MERGER-SECTION SECTION.
         MOVE "0514" TO MSG-NUMBER.
         PERFORM WRITE-SECTION-HEADING.
         IF MERGER-TABLE-COUNT = 0
           THEN
             PERFORM WRITE-NO-CHANGES-LINE;
             EXIT SECTION;
         END-IF.
         MOVE "0523" TO MSG-NUMBER.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE ENGLISH-TEXT TO MASTER-TEXT-EN.
         MOVE JAPANESE-TEXT TO MASTER-TEXT-JA.
         PERFORM VARYING MGX FROM 1 BY 1
             UNTIL MGX > MERGER-TABLE-COUNT
           PERFORM WRITE-MERGER-ITEM
         END-PERFORM.
       WRITE-MERGER-SECTION-EXIT.
         EXIT.

      ******************************************************************
      * 合併1件（または取り消し1件）を書き出します。
      ******************************************************************
       WRITE-MERGER-ITEM SECTION.
         IF MG-IS-MERGER(MGX)
           THEN
             MOVE "0534" TO MSG-NUMBER;
           ELSE
             MOVE "0536" TO MSG-NUMBER;
         END-IF.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE ENGLISH-TEXT TO VERB-TEXT-EN.
         MOVE JAPANESE-TEXT TO VERB-TEXT-JA.
         MOVE SPACES TO SUCCESSOR-KEY.
         STRING MG-SUCCESSOR-CODE(MGX)(1:2) "-"
             MG-SUCCESSOR-CODE(MGX)(3:3)
             DELIMITED BY SIZE INTO SUCCESSOR-KEY.
         MOVE SPACES TO SUCCESSOR-NAME.
         SET MNX TO 1.
         SEARCH MUNICIPALITY-NAME-ENTRY
           AT END
             CONTINUE;
           WHEN MNX > MUNICIPALITY-NAME-COUNT
             CONTINUE;
           WHEN MN-CODE(MNX) = MG-SUCCESSOR-CODE(MGX)
             MOVE MN-NAME(MNX) TO SUCCESSOR-NAME;
         END-SEARCH.
      * 新設された存続市町村には印を付けます。
         MOVE "0537" TO MSG-NUMBER.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE SPACES TO NOTES-LINE.
         MOVE 1 TO LINE-POINTER.
         STRING "  " DELIMITED BY SIZE
             MASTER-TEXT-EN DELIMITED BY "  "
             " " MG-OLD-KEY(MGX) " " DELIMITED BY SIZE
             MG-OLD-NAME(MGX) DELIMITED BY SPACE
             " -> " SUCCESSOR-KEY DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM APPEND-SUCCESSOR-NAME.
         IF MG-SUCCESSOR-NEW-FLAG(MGX) = "Y"
           THEN
             STRING " " DELIMITED BY SIZE
                 ENGLISH-TEXT DELIMITED BY "  "
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
         END-IF.
         STRING " " DELIMITED BY SIZE
             VERB-TEXT-EN DELIMITED BY "  "
             " (" MG-DATE(MGX) ")" DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
         MOVE 1 TO LINE-POINTER.
         STRING "  " DELIMITED BY SIZE
             MASTER-TEXT-JA DELIMITED BY "  "
             " " MG-OLD-KEY(MGX) " " DELIMITED BY SIZE
             MG-OLD-NAME(MGX) DELIMITED BY SPACE
             " -> " SUCCESSOR-KEY DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM APPEND-SUCCESSOR-NAME.
         IF MG-SUCCESSOR-NEW-FLAG(MGX) = "Y"
           THEN
             STRING JAPANESE-TEXT DELIMITED BY "  "
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
         END-IF.
         STRING " " DELIMITED BY SIZE
             VERB-TEXT-JA DELIMITED BY "  "
             " (" MG-DATE(MGX) ")" DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
       WRITE-MERGER-ITEM-EXIT.
         EXIT.

      ******************************************************************
      * 存続市町村の名称を継ぎ足します。リリースしたマスタに無い
      * ときは番号だけを載せます。
      ******************************************************************
       APPEND-SUCCESSOR-NAME SECTION.
         IF SUCCESSOR-NAME NOT = SPACES
           THEN
             STRING " " DELIMITED BY SIZE
                 SUCCESSOR-NAME DELIMITED BY SPACE
                 INTO NOTES-LINE WITH POINTER LINE-POINTER;
         END-IF.
       APPEND-SUCCESSOR-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 種類ごとの件数をまとめて書き出します。
      ******************************************************************
       WRITE-NOTES-SUMMARY SECTION.
         MOVE ALL "=" TO NOTES-LINE(1:72).
         PERFORM WRITE-NOTES-LINE.
         MOVE "0511" TO MSG-NUMBER.
         MOVE ADDED-COUNT TO COUNT-EDIT.
         PERFORM WRITE-SUMMARY-LINE.
         MOVE "0512" TO MSG-NUMBER.
         MOVE CHANGED-COUNT TO COUNT-EDIT.
         PERFORM WRITE-SUMMARY-LINE.
         MOVE "0513" TO MSG-NUMBER.
         MOVE RETIRED-COUNT TO COUNT-EDIT.
         PERFORM WRITE-SUMMARY-LINE.
         MOVE "0514" TO MSG-NUMBER.
         MOVE MERGED-COUNT TO COUNT-EDIT.
         PERFORM WRITE-SUMMARY-LINE.
         MOVE "0515" TO MSG-NUMBER.
         MOVE CENSUS-COUNT TO COUNT-EDIT.
         PERFORM WRITE-SUMMARY-LINE.
         MOVE ALL "=" TO NOTES-LINE(1:72).
         PERFORM WRITE-NOTES-LINE.
       WRITE-NOTES-SUMMARY-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの見出しとCOUNT-EDITの件数を1行書き出します。
      ******************************************************************
       WRITE-SUMMARY-LINE SECTION.
         PERFORM START-BILINGUAL-LINE.
         STRING ": " COUNT-EDIT DELIMITED BY SIZE
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
         PERFORM WRITE-NOTES-LINE.
       WRITE-SUMMARY-LINE-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの見出しを、空行と下線を添えて書き出します。
      ******************************************************************
       WRITE-SECTION-HEADING SECTION.
         MOVE SPACES TO NOTES-LINE.
         PERFORM WRITE-NOTES-LINE.
         PERFORM START-BILINGUAL-LINE.
         PERFORM WRITE-NOTES-LINE.
         MOVE ALL "-" TO NOTES-LINE(1:40).
         PERFORM WRITE-NOTES-LINE.
       WRITE-SECTION-HEADING-EXIT.
         EXIT.

      ******************************************************************
      * 変更の無い見出しの下に、その旨を書き出します。
      ******************************************************************
       WRITE-NO-CHANGES-LINE SECTION.
         MOVE "0506" TO MSG-NUMBER.
         MOVE 3 TO LINE-START.
         PERFORM START-BILINGUAL-LINE.
         MOVE 1 TO LINE-START.
         PERFORM WRITE-NOTES-LINE.
       WRITE-NO-CHANGES-LINE-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの英語と日本語を" / "でつないで、LINE-STARTの位置
      * から新しい行を始めます。続きはLINE-POINTERの位置から継ぎ足せ
      * ます。
      ******************************************************************
       START-BILINGUAL-LINE SECTION.
         PERFORM LOOKUP-BILINGUAL-TEXT.
         MOVE SPACES TO NOTES-LINE.
         MOVE LINE-START TO LINE-POINTER.
         STRING ENGLISH-TEXT DELIMITED BY "  "
             " / " DELIMITED BY SIZE
             JAPANESE-TEXT DELIMITED BY "  "
             INTO NOTES-LINE WITH POINTER LINE-POINTER.
       START-BILINGUAL-LINE-EXIT.
         EXIT.

      ******************************************************************
      * リリースノートの1行を、ファイルと印字出力の両方へ書き出し
      * ます。
      ******************************************************************
       WRITE-NOTES-LINE SECTION.
         MOVE NOTES-LINE TO NOTES-RECORD.
         WRITE NOTES-RECORD.
         MOVE "L" TO SPOOL-ACTION.
         MOVE NOTES-LINE TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE SPACES TO NOTES-LINE.
       WRITE-NOTES-LINE-EXIT.
         EXIT.

      ******************************************************************
      * MSG-NUMBERの英語と日本語の文言を表から探します。無い言語は
      * もう一方の言語で、どちらも無いときは番号そのもので埋め
      * ます。
      ******************************************************************
       LOOKUP-BILINGUAL-TEXT SECTION.
         MOVE SPACES TO ENGLISH-TEXT.
         MOVE SPACES TO JAPANESE-TEXT.
         SET MX TO 1.
         SEARCH MESSAGE-ENTRY
           AT END
             CONTINUE;
           WHEN MX > MESSAGE-TABLE-COUNT
             CONTINUE;
           WHEN MT-MSG-NUMBER(MX) = MSG-NUMBER
             MOVE MT-ENGLISH-TEXT(MX) TO ENGLISH-TEXT;
             MOVE MT-JAPANESE-TEXT(MX) TO JAPANESE-TEXT;
         END-SEARCH.
         IF ENGLISH-TEXT = SPACES
           THEN
             MOVE JAPANESE-TEXT TO ENGLISH-TEXT;
         END-IF.
         IF ENGLISH-TEXT = SPACES
           THEN
             MOVE MSG-NUMBER TO ENGLISH-TEXT;
         END-IF.
         IF JAPANESE-TEXT = SPACES
           THEN
             MOVE ENGLISH-TEXT TO JAPANESE-TEXT;
         END-IF.
       LOOKUP-BILINGUAL-TEXT-EXIT.
         EXIT.

      ******************************************************************
      * メッセージカタログを、番号ごとに英語と日本語の対で表へ読み
      * 込みます。
      ******************************************************************
       LOAD-MESSAGE-CATALOG SECTION.
         MOVE 0 TO MESSAGE-TABLE-COUNT.
         OPEN INPUT MESSAGE-CATALOG-FILE.
         IF NOT MESSAGE-CATALOG-OK
           THEN
             DISPLAY "RELEASE-MASTERS: UNABLE TO OPEN CATALOG "
                 "STATUS=" MESSAGE-CATALOG-STATUS
                 " -- MESSAGE NUMBERS USED";
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT MESSAGE-CATALOG-OK
           READ MESSAGE-CATALOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM STORE-CATALOG-TEXT
           END-READ
         END-PERFORM.
         CLOSE MESSAGE-CATALOG-FILE.
       LOAD-MESSAGE-CATALOG-EXIT.
         EXIT.

      ******************************************************************
      * カタログの1行を、その番号の表の行の該当する言語へ入れます。
      ******************************************************************
       STORE-CATALOG-TEXT SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING MX FROM 1 BY 1
             UNTIL MX > MESSAGE-TABLE-COUNT OR ENTRY-FOUND
           IF MT-MSG-NUMBER(MX) = CAT-MSG-NUMBER
             THEN
               SET ENTRY-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET MX DOWN BY 1;
           ELSE
             IF MESSAGE-TABLE-COUNT >= 200
               THEN
                 EXIT SECTION;
             END-IF;
             ADD 1 TO MESSAGE-TABLE-COUNT;
             SET MX TO MESSAGE-TABLE-COUNT;
             MOVE CAT-MSG-NUMBER TO MT-MSG-NUMBER(MX);
             MOVE SPACES TO MT-ENGLISH-TEXT(MX);
             MOVE SPACES TO MT-JAPANESE-TEXT(MX);
         END-IF.
         IF CAT-LANGUAGE = "J"
           THEN
             MOVE CAT-TEXT TO MT-JAPANESE-TEXT(MX);
           ELSE
             MOVE CAT-TEXT TO MT-ENGLISH-TEXT(MX);
         END-IF.
       STORE-CATALOG-TEXT-EXIT.
         EXIT.

      ******************************************************************
      * 今回のリリースをリリース台帳へ追記します。
      ******************************************************************
       APPEND-RELEASE-LOG SECTION.
         INITIALIZE NEW-RELEASE-ENTRY.
         MOVE RELEASE-NUMBER TO NR-RELEASE-NUMBER.
         MOVE RELEASE-DATE TO NR-RELEASE-DATE.
         MOVE RELEASE-TIMESTAMP TO NR-RELEASE-TIMESTAMP.
         MOVE RELEASE-USER-ID TO NR-USER-ID.
         MOVE MS-RECORD-COUNT(1) TO NR-REGIONS-COUNT.
         MOVE MS-HASH-TOTAL(1) TO NR-REGIONS-HASH.
         MOVE MS-RECORD-COUNT(2) TO NR-PREFECTURES-COUNT.
         MOVE MS-HASH-TOTAL(2) TO NR-PREFECTURES-HASH.
         MOVE MS-RECORD-COUNT(3) TO NR-MUNICIPALITIES-COUNT.
         MOVE MS-HASH-TOTAL(3) TO NR-MUNICIPALITIES-HASH.
         MOVE ADDED-COUNT TO NR-ADDED-COUNT.
         MOVE CHANGED-COUNT TO NR-CHANGED-COUNT.
         MOVE RETIRED-COUNT TO NR-RETIRED-COUNT.
         MOVE MERGED-COUNT TO NR-MERGED-COUNT.
         MOVE CENSUS-COUNT TO NR-CENSUS-COUNT.
         OPEN EXTEND RELEASE-LOG-FILE.
         IF RELEASE-LOG-STATUS = "35"
           THEN
             OPEN OUTPUT RELEASE-LOG-FILE;
         END-IF.
         IF NOT RELEASE-LOG-STATUS-OK
           THEN
             DISPLAY "RELEASE-MASTERS: UNABLE TO OPEN RELEASE LOG "
                 "STATUS=" RELEASE-LOG-STATUS;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         WRITE RELEASE-LOG-RECORD FROM NEW-RELEASE-ENTRY.
         CLOSE RELEASE-LOG-FILE.
       APPEND-RELEASE-LOG-EXIT.
         EXIT.

      ******************************************************************
      * リリースを監査ログへ記録します。キーはリリース番号、変更後の
      * イメージは台帳の行です。
      ******************************************************************
       WRITE-RELEASE-AUDIT SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE RELEASE-TIMESTAMP TO AUE-TIMESTAMP.
         MOVE RELEASE-USER-ID TO AUE-USER-ID.
         MOVE "RELEASE" TO AUE-FILE-ID.
         MOVE "A" TO AUE-OPERATION.
         MOVE RELEASE-NUMBER-X TO AUE-KEY.
         MOVE SPACES TO AUE-ENGLISH-NAME.
         MOVE SPACES TO AUE-BEFORE-IMAGE.
         MOVE NEW-RELEASE-ENTRY TO AUE-AFTER-IMAGE.
         MOVE SPACE TO AUE-REASON-CODE.
         MOVE SPACES TO AUE-REFERENCE.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-RELEASE-AUDIT-EXIT.
         EXIT.

       END PROGRAM RELEASE-MASTERS.
