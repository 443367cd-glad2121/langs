      ******************************************************************
      * 国マスタ(Countries.txt)を保守します（追加・訂正・削除・照会）。
      * 国マスタは海外の地方の層を支えるマスタで、地方ファイルの
      * 国コード(COUNTRY-CODE)はここに登録された国を指します。
      * 地方と同じく二人承認(メーカー・チェッカー)統制のため、
      * 追加・訂正・削除は国マスタへ直接書き込まず、承認待ちファイル
      * へ積み上げます。承認者がAPPROVE-PENDING-CHANGESで承認した
      * ものだけが国マスタへ反映されます。まだ地方が属している国は
      * 削除できません（承認のときにも、もう一度確かめます）。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-COUNTRIES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT COUNTRIES-FILE
           ASSIGN TO "../data/Countries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNTRIES-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingChanges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 国マスタ。国コード・国名・ISO 3166-1の数字コードを1行1件
      * で保持します。
       FD  COUNTRIES-FILE.
       01  COUNTRY-RECORD.
         03  CT-COUNTRY-CODE           PIC X(2).
         03  CT-COUNTRY-NAME           PIC X(20).
         03  CT-ISO-NUMERIC            PIC X(3).
      * 承認待ちファイル。承認者が反映・却下するまでの保守内容を
      * 1行1件で保持します。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".
      * 地方ファイル。削除しようとする国に、まだ地方が属していない
      * かの確認に使います。
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
       77  IN-REASON-CODE              PIC X(1).
       77  IN-REFERENCE                PIC X(12).
      * ファイル別の権限の判定の項目。このプログラムの対象マスタ
      * の鍵は"C"です（ファイル別の印は無く、全体の権限レベルで
      * 読み替えます）。
       77  AUTHORITY-FILE-KEY          PIC X(1) VALUE "C".
       77  AUTHORITY-NEEDED            PIC X(1).
       01  FILE-AUTHORITY-SWITCH       PIC X.
         88  FILE-AUTHORITY-OK         VALUE "Y".
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * バッチ実行中の注意の表示の項目。
       01  BATCH-RUNNING-SWITCH        PIC X.
         88  BATCH-IS-RUNNING          VALUE "Y".
       77  BATCH-HOLDER-USER           PIC X(8).
       77  BATCH-HOLDER-START          PIC 9(14).
       77  BATCH-HOLDER-HEARTBEAT      PIC 9(14).
       01  COUNTRIES-STATUS            PIC X(2).
       01  PENDING-STATUS              PIC X(2).
       01  REGIONS-STATUS              PIC X(2).
      * 削除しようとする国に属している地方の数。
       77  BLOCKING-REGION-COUNT       PIC 9(3) VALUE 0.
      * 地方の国コード（空白の古い行は"JP"として扱います）。
       77  REGION-COUNTRY-WORK         PIC X(2).
      * 承認待ちファイルへ書き出すレコードイメージを組み立てる
      * 作業領域。国マスタのレコードと同じ並びです。
       01  PENDING-COUNTRY-IMAGE.
         03  PI-COUNTRY-CODE           PIC X(2).
         03  PI-COUNTRY-NAME           PIC X(20).
         03  PI-ISO-NUMERIC            PIC X(3).

      * メモリ上に読み込んだ国の一覧。
       01  COUNTRY-TABLE-COUNT         PIC 9(2) VALUE ZERO.
       01  COUNTRY-TABLE.
         03  COUNTRY-ENTRY             OCCURS 50 INDEXED BY K.
             05  T-COUNTRY-CODE        PIC X(2).
             05  T-COUNTRY-NAME        PIC X(20).
             05  T-ISO-NUMERIC         PIC X(3).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-UNDO         VALUE "U".
         88  OPERATION-IS-ABANDON      VALUE "Q".
         88  OPERATION-IS-EXIT         VALUE "X".
      * 国コード（ISO 3166-1の2文字、英大文字）。
       01  IN-COUNTRY-CODE             PIC X(2).
       01  IN-COUNTRY-NAME             PIC X(20).
      * ISO 3166-1の数字コード（3桁）。
       01  IN-ISO-NUMERIC              PIC X(3).
      * 入力の点検の結果。
       01  INPUT-VALID-SWITCH          PIC X.
         88  INPUT-VALID               VALUE "Y".
         88  INPUT-INVALID             VALUE "N".

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * サインオンしたオペレーター。
       77  OPERATOR-ID-IN              PIC X(8).
       01  OPERATOR-ENTRY.
           COPY "OperatorEntry".
       01  OPERATOR-FOUND-SWITCH       PIC X.
         88  OPERATOR-FOUND            VALUE "Y".
         88  OPERATOR-NOT-FOUND        VALUE "N".
       77  SIGN-ON-ATTEMPTS            PIC 9(1) VALUE 0.
       01  SIGNED-ON-SWITCH            PIC X VALUE "N".
         88  OPERATOR-SIGNED-ON        VALUE "Y".
      * 監査ログへ書き出す1件分の情報（サインオン失敗・操作拒否の
      * 記録用）。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry".
      * WRITE-AUDIT-LOG呼び出しの前後でRETURN-CODEを退避するための
      * 項目。
       77  SAVED-RETURN-CODE           PIC S9(9).

      * 保守内容を組み立てる作業用の承認待ちレコード。
       01  PENDING-WORK-ENTRY.
           COPY "PendingChangeEntry" REPLACING LEADING ==PND== BY
               ==PWK==.
      * セッション中の操作の控え。取り消し(U)での巻き戻しと、終了時
      * の承認待ちファイルへのまとめ書きに使います。
       01  SESSION-OPS-COUNT           PIC 9(2) VALUE ZERO.
       01  SESSION-OPS-TABLE.
         03  SESSION-OP                OCCURS 50.
             05  SOP-PENDING-RECORD    PIC X(129).
             05  SOP-POSITION          PIC 9(2).
             05  SOP-BEFORE-ENTRY      PIC X(25).
      * 取り消しで使う、変更前の表項目の退避と作業用の添字。
       01  SAVED-BEFORE-ENTRY          PIC X(25).
       77  UNDO-POSITION               PIC 9(2).
       77  SHIFT-INDEX                 PIC 9(2).
      * セッションを破棄して終了するかどうか。
       01  ABANDON-SWITCH              PIC X VALUE "N".
         88  SESSION-ABANDONED         VALUE "Y".
      * 最初の変更の前にマスタを退避するための項目。
       01  BACKUP-SWITCH               PIC X VALUE "N".
         88  MASTER-BACKED-UP          VALUE "Y".
       77  BACKUP-SOURCE-FILENAME      PIC X(80).
       77  BACKUP-TARGET-FILENAME      PIC X(80).
       77  BACKUP-COPIED-COUNT         PIC 9(6).

      * マスタロックの制御項目。ロックを取得できなかったセッションは
      * 照会のみに制限します。
       77  LOCK-FILENAME               PIC X(80).
       77  LOCK-ACTION                 PIC X(1).
       01  LOCK-RESULT-SWITCH          PIC X.
         88  LOCK-GRANTED              VALUE "Y".
         88  LOCK-REFUSED              VALUE "N".
       77  LOCK-HOLDER-ID              PIC X(8).
       01  LOCK-MODE-SWITCH            PIC X VALUE "N".
         88  SESSION-HOLDS-LOCK        VALUE "Y".

      * 承認待ちファイルの日時を組み立てるための一時項目。
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
      * この回の保守で承認待ちに積み上げた件数。
       77  PENDING-WRITTEN-COUNT       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE "X" TO OPERATION-CODE;
           ELSE
             PERFORM ACQUIRE-MASTER-LOCK;
         END-IF.
         PERFORM LOAD-COUNTRIES.
         PERFORM UNTIL OPERATION-IS-EXIT OR SESSION-ABANDONED
           PERFORM ACCEPT-OPERATION;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-ENTRY;
             ELSE
               IF OPERATION-IS-CHANGE
                 THEN
                   PERFORM CHANGE-ENTRY;
                 ELSE
                   IF OPERATION-IS-DELETE
                     THEN
                       PERFORM DELETE-ENTRY;
                     ELSE
                       IF OPERATION-IS-INQUIRE
                         THEN
                           PERFORM INQUIRE-ENTRY;
                         ELSE
                           IF OPERATION-IS-UNDO
                             THEN
                               PERFORM UNDO-ENTRY;
                             ELSE
                               IF OPERATION-IS-ABANDON
                                 THEN
                                   PERFORM ABANDON-SESSION;
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF SESSION-ABANDONED
           THEN
             DISPLAY "SESSION ABANDONED -- NO CHANGES SAVED";
           ELSE
             PERFORM FLUSH-PENDING-ENTRIES;
             IF PENDING-WRITTEN-COUNT > 0
               THEN
                 DISPLAY "CHANGES=" PENDING-WRITTEN-COUNT
                     " WRITTEN TO PENDING FILE -- AWAITING APPROVAL";
             END-IF
         END-IF.
         PERFORM RELEASE-MASTER-LOCK.
       MAINTAIN-COUNTRIES-EXIT.
         STOP RUN.

      ******************************************************************
      * 国マスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-COUNTRIES SECTION.
         OPEN INPUT COUNTRIES-FILE.
         MOVE 0 TO COUNTRY-TABLE-COUNT.
         PERFORM UNTIL COUNTRIES-STATUS NOT = "00"
           READ COUNTRIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF COUNTRY-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
                   ADD 1 TO COUNTRY-TABLE-COUNT;
                   SET K TO COUNTRY-TABLE-COUNT;
                   MOVE CT-COUNTRY-CODE TO T-COUNTRY-CODE(K);
                   MOVE CT-COUNTRY-NAME TO T-COUNTRY-NAME(K);
                   MOVE CT-ISO-NUMERIC  TO T-ISO-NUMERIC(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE COUNTRIES-FILE.
       LOAD-COUNTRIES-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  C)CHANGE  D)DELETE  I)INQUIRE  U)UNDO"
             "  Q)ABANDON  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-CHANGE
             AND NOT OPERATION-IS-DELETE AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-UNDO AND NOT OPERATION-IS-ABANDON
             AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
           ELSE
             IF NOT OPERATION-IS-EXIT
               THEN
                 PERFORM CHECK-OPERATION-AUTHORITY;
                 IF OPERATION-CODE NOT = SPACE
                     AND NOT OPERATION-IS-UNDO
                     AND NOT OPERATION-IS-ABANDON
                   THEN
                     DISPLAY "COUNTRY-CODE:";
                     ACCEPT IN-COUNTRY-CODE;
                     IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                       THEN
                         DISPLAY "COUNTRY-NAME:";
                         ACCEPT IN-COUNTRY-NAME;
                         DISPLAY "ISO-NUMERIC (3 DIGITS):";
                         ACCEPT IN-ISO-NUMERIC;
                     END-IF
                 END-IF
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 追加・訂正の入力を点検します。国コードは英大文字2文字、
      * 国名は空白不可、数字コードは3桁の数字です。
      ******************************************************************
       VALIDATE-INPUT SECTION.
         SET INPUT-VALID TO TRUE.
         IF IN-COUNTRY-CODE = SPACES
             OR IN-COUNTRY-CODE IS NOT ALPHABETIC-UPPER
             OR IN-COUNTRY-CODE(1:1) = SPACE
             OR IN-COUNTRY-CODE(2:1) = SPACE
           THEN
             DISPLAY "COUNTRY-CODE MUST BE 2 UPPER-CASE LETTERS";
             SET INPUT-INVALID TO TRUE;
         END-IF.
         IF IN-COUNTRY-NAME = SPACES
           THEN
             DISPLAY "COUNTRY-NAME REQUIRED";
             SET INPUT-INVALID TO TRUE;
         END-IF.
         IF IN-ISO-NUMERIC IS NOT NUMERIC
           THEN
             DISPLAY "ISO-NUMERIC MUST BE 3 DIGITS";
             SET INPUT-INVALID TO TRUE;
         END-IF.
       VALIDATE-INPUT-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から国コードを検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH COUNTRY-ENTRY
           AT END
             CONTINUE;
           WHEN T-COUNTRY-CODE(K) = IN-COUNTRY-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 国を追加します。
      ******************************************************************
       ADD-ENTRY SECTION.
         PERFORM VALIDATE-INPUT.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "COUNTRY-CODE ALREADY-EXISTS";
           ELSE
             IF COUNTRY-TABLE-COUNT >= 50
               THEN
                 DISPLAY "COUNTRY-TABLE-FULL";
               ELSE
                 ADD 1 TO COUNTRY-TABLE-COUNT;
                 SET K TO COUNTRY-TABLE-COUNT;
                 MOVE IN-COUNTRY-CODE TO T-COUNTRY-CODE(K);
                 MOVE IN-COUNTRY-NAME TO T-COUNTRY-NAME(K);
                 MOVE IN-ISO-NUMERIC  TO T-ISO-NUMERIC(K);
                 MOVE SPACES TO SAVED-BEFORE-ENTRY;
                 PERFORM BUFFER-PENDING-ENTRY;
             END-IF
         END-IF.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 国の名称と数字コードを訂正します。
      ******************************************************************
       CHANGE-ENTRY SECTION.
         PERFORM VALIDATE-INPUT.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             MOVE COUNTRY-ENTRY(K) TO SAVED-BEFORE-ENTRY;
             MOVE IN-COUNTRY-NAME TO T-COUNTRY-NAME(K);
             MOVE IN-ISO-NUMERIC  TO T-ISO-NUMERIC(K);
             PERFORM BUFFER-PENDING-ENTRY;
           ELSE
             DISPLAY "COUNTRY-CODE NOT-FOUND";
         END-IF.
       CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 国を削除します。まだ地方が属している国は削除できません。
      ******************************************************************
       DELETE-ENTRY SECTION.
         PERFORM CHECK-COUNTRY-IN-USE.
         IF BLOCKING-REGION-COUNT > 0
           THEN
             DISPLAY "COUNTRY STILL HAS "
                 BLOCKING-REGION-COUNT
                 " REGIONS -- DELETE REFUSED";
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             MOVE COUNTRY-ENTRY(K) TO SAVED-BEFORE-ENTRY;
             PERFORM BUFFER-PENDING-ENTRY;
             PERFORM VARYING K FROM K BY 1
                 UNTIL K >= COUNTRY-TABLE-COUNT
               MOVE COUNTRY-ENTRY(K + 1) TO COUNTRY-ENTRY(K);
             END-PERFORM;
             SUBTRACT 1 FROM COUNTRY-TABLE-COUNT;
      * 空いた末尾の項目を消し、削除済みの行が残像として検索に
      * 掛からないようにします。
             MOVE SPACES
                 TO COUNTRY-ENTRY(COUNTRY-TABLE-COUNT + 1);
           ELSE
             DISPLAY "COUNTRY-CODE NOT-FOUND";
         END-IF.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 国の内容を照会します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "COUNTRY-CODE:" T-COUNTRY-CODE(K)
                 " COUNTRY-NAME:" T-COUNTRY-NAME(K)
                 " ISO-NUMERIC:" T-ISO-NUMERIC(K);
           ELSE
             DISPLAY "COUNTRY-CODE NOT-FOUND";
         END-IF.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 変更の理由（O=公式通知 E=誤り訂正 M=合併 C=国勢調査）と
      * 参照（通知番号・チケット番号）を受け付けます。
      ******************************************************************
       ACCEPT-CHANGE-REASON SECTION.
         DISPLAY "REASON O)FFICIAL E)RROR M)ERGER C)ENSUS:".
         ACCEPT IN-REASON-CODE.
         IF IN-REASON-CODE NOT = "O" AND IN-REASON-CODE NOT = "E"
             AND IN-REASON-CODE NOT = "M"
             AND IN-REASON-CODE NOT = "C"
           THEN
             DISPLAY "UNKNOWN REASON -- RECORDED BLANK";
             MOVE SPACE TO IN-REASON-CODE;
         END-IF.
         DISPLAY "REFERENCE (NOTICE/TICKET, 12 CHARS):".
         ACCEPT IN-REFERENCE.
       ACCEPT-CHANGE-REASON-EXIT.
         EXIT.

      ******************************************************************
      * 保守内容を、セッション中の操作の控えへ積み上げます。承認待ち
      * ファイルへは終了時にまとめて書き出します。呼び出し元は、
      * あらかじめSAVED-BEFORE-ENTRYを設定し、Kに対象項目を指させて
      * おきます。最初の変更の前に、マスタを自動で退避します。
      ******************************************************************
       BUFFER-PENDING-ENTRY SECTION.
         IF SESSION-OPS-COUNT = 0
           THEN
             PERFORM BACKUP-MASTER-FILE;
         END-IF.
         MOVE "COUNTRIES" TO PWK-FILE-ID.
         MOVE OPERATION-CODE TO PWK-OPERATION.
         MOVE T-COUNTRY-CODE(K) TO PWK-KEY.
         MOVE T-COUNTRY-CODE(K) TO PI-COUNTRY-CODE.
         MOVE T-COUNTRY-NAME(K) TO PI-COUNTRY-NAME.
         MOVE T-ISO-NUMERIC(K)  TO PI-ISO-NUMERIC.
         MOVE PENDING-COUNTRY-IMAGE TO PWK-RECORD-IMAGE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO PWK-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO PWK-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO PWK-USER-ID.
         PERFORM ACCEPT-CHANGE-REASON.
         MOVE IN-REASON-CODE TO PWK-REASON-CODE.
         MOVE IN-REFERENCE TO PWK-REFERENCE.
         ADD 1 TO SESSION-OPS-COUNT.
         MOVE PENDING-WORK-ENTRY
             TO SOP-PENDING-RECORD(SESSION-OPS-COUNT).
         SET SOP-POSITION(SESSION-OPS-COUNT) TO K.
         MOVE SAVED-BEFORE-ENTRY
             TO SOP-BEFORE-ENTRY(SESSION-OPS-COUNT).
       BUFFER-PENDING-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 最初の変更の前に、マスタをセッション退避ファイルへ複写して
      * おきます。保守を誤ったときの戻し先になります。
      ******************************************************************
       BACKUP-MASTER-FILE SECTION.
         MOVE "../data/Countries.txt" TO BACKUP-SOURCE-FILENAME.
         MOVE "../data/Countries.backup.txt"
             TO BACKUP-TARGET-FILENAME.
         CALL "COPY-TEXT-FILE" USING BACKUP-SOURCE-FILENAME,
             BACKUP-TARGET-FILENAME, BACKUP-COPIED-COUNT.
         IF RETURN-CODE = 0
           THEN
             MOVE "Y" TO BACKUP-SWITCH;
             DISPLAY "MASTER BACKED UP (" BACKUP-COPIED-COUNT
                 " RECORDS)";
           ELSE
             DISPLAY "WARNING: MASTER BACKUP FAILED";
             MOVE 0 TO RETURN-CODE;
         END-IF.
       BACKUP-MASTER-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 直前の操作1件をメモリの表から巻き戻します。承認待ちへは
      * まだ書き出していないので、控えから取り除くだけで済みます。
      ******************************************************************
       UNDO-ENTRY SECTION.
         IF SESSION-OPS-COUNT = 0
           THEN
             DISPLAY "NOTHING TO UNDO";
           ELSE
             MOVE SOP-PENDING-RECORD(SESSION-OPS-COUNT)
                 TO PENDING-WORK-ENTRY;
             MOVE SOP-POSITION(SESSION-OPS-COUNT) TO UNDO-POSITION;
             IF PWK-OPERATION = "A"
               THEN
                 SUBTRACT 1 FROM COUNTRY-TABLE-COUNT;
      * 空いた末尾の項目を消し、削除済みの行が残像として検索に
      * 掛からないようにします。
                 MOVE SPACES
                     TO COUNTRY-ENTRY(COUNTRY-TABLE-COUNT + 1);
               ELSE
                 IF PWK-OPERATION = "C"
                   THEN
                     MOVE SOP-BEFORE-ENTRY(SESSION-OPS-COUNT)
                         TO COUNTRY-ENTRY(UNDO-POSITION);
                   ELSE
                     PERFORM VARYING SHIFT-INDEX
                         FROM COUNTRY-TABLE-COUNT BY -1
                         UNTIL SHIFT-INDEX < UNDO-POSITION
                       MOVE COUNTRY-ENTRY(SHIFT-INDEX)
                           TO COUNTRY-ENTRY(SHIFT-INDEX + 1);
                     END-PERFORM;
                     MOVE SOP-BEFORE-ENTRY(SESSION-OPS-COUNT)
                         TO COUNTRY-ENTRY(UNDO-POSITION);
                     ADD 1 TO COUNTRY-TABLE-COUNT;
                 END-IF
             END-IF;
             SUBTRACT 1 FROM SESSION-OPS-COUNT;
             DISPLAY "BACKED OUT: OPERATION=" PWK-OPERATION
                 " KEY=" PWK-KEY;
         END-IF.
       UNDO-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * セッションを破棄します。控えの操作は承認待ちファイルへ
      * 書き出さず、メモリの表も使わずに終了します。
      ******************************************************************
       ABANDON-SESSION SECTION.
         MOVE 0 TO SESSION-OPS-COUNT.
         SET SESSION-ABANDONED TO TRUE.
       ABANDON-SESSION-EXIT.
         EXIT.

      ******************************************************************
      * 控えに積み上げた保守内容を、承認待ちファイルへまとめて
      * 追記します。
      ******************************************************************
       FLUSH-PENDING-ENTRIES SECTION.
         IF SESSION-OPS-COUNT = 0
           THEN
             CONTINUE;
           ELSE
             OPEN EXTEND PENDING-FILE;
             IF PENDING-STATUS = "35"
               THEN
      * 初回実行でまだファイルが存在しない場合は、新規に作成します。
                 OPEN OUTPUT PENDING-FILE;
             END-IF;
             IF PENDING-STATUS NOT = "00"
               THEN
                 DISPLAY "MAINTAIN-COUNTRIES: UNABLE TO OPEN "
                     "PENDING-FILE STATUS=" PENDING-STATUS;
               ELSE
                 PERFORM VARYING SHIFT-INDEX FROM 1 BY 1
                     UNTIL SHIFT-INDEX > SESSION-OPS-COUNT
                   MOVE SOP-PENDING-RECORD(SHIFT-INDEX)
                       TO PENDING-RECORD;
                   WRITE PENDING-RECORD;
                   ADD 1 TO PENDING-WRITTEN-COUNT;
                 END-PERFORM;
                 CLOSE PENDING-FILE;
             END-IF
         END-IF.
       FLUSH-PENDING-ENTRIES-EXIT.
         EXIT.

      ******************************************************************
      * 削除しようとする国に、地方ファイルの地方がまだ属していないか
      * を確認します。属していれば、妨げになっている地方コードを
      * 表示します。国コードの無い古い地方の行は"JP"として扱います。
      ******************************************************************
       CHECK-COUNTRY-IN-USE SECTION.
         MOVE 0 TO BLOCKING-REGION-COUNT.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-COUNTRIES: UNABLE TO OPEN "
                 "REGIONS-FILE STATUS=" REGIONS-STATUS;
           ELSE
             PERFORM UNTIL REGIONS-STATUS NOT = "00"
               READ REGIONS-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF REGION-RECORD(1:2) = "T9"
                     THEN
      * 末尾の制御トレーラーは取り込みません。
                       CONTINUE;
                     ELSE
                       IF RG-COUNTRY-CODE = SPACES
                         THEN
                           MOVE "JP" TO REGION-COUNTRY-WORK;
                         ELSE
                           MOVE RG-COUNTRY-CODE
                               TO REGION-COUNTRY-WORK;
                       END-IF;
                       IF REGION-COUNTRY-WORK = IN-COUNTRY-CODE
                         THEN
                           ADD 1 TO BLOCKING-REGION-COUNT;
                           DISPLAY "  BLOCKED BY REGION-CODE="
                               RG-REGION-CODE
                               " " RG-ENGLISH-NAME;
                       END-IF
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE REGIONS-FILE;
         END-IF.
       CHECK-COUNTRY-IN-USE-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタと突き合わせてサインオンします。3回失敗
      * したらあきらめます。失敗はすべて監査ログへ記録します。
      ******************************************************************
       SIGN-ON-OPERATOR SECTION.
         PERFORM UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-ATTEMPTS >= 3
           DISPLAY "OPERATOR-ID:";
           ACCEPT OPERATOR-ID-IN;
           ADD 1 TO SIGN-ON-ATTEMPTS;
           CALL "GET-OPERATOR" USING OPERATOR-ID-IN, OPERATOR-ENTRY,
               OPERATOR-FOUND-SWITCH;
           IF OPERATOR-FOUND
             THEN
      * 登録の確認に続けて、合言葉（パスワード）の検証を行い
      * ます。失敗の数え上げ・ロック・期限切れの変更の強制は
      * 検証モジュールが引き受けます。
               CALL "VERIFY-OPERATOR-PASSWORD"
                   USING OPERATOR-ID-IN, PASSWORD-RESULT-SWITCH;
             ELSE
               MOVE "N" TO PASSWORD-RESULT-SWITCH;
           END-IF;
           IF OPERATOR-FOUND AND NOT PASSWORD-VERIFIED
             THEN
               DISPLAY "PASSWORD VERIFICATION FAILED";
           END-IF;
           IF OPERATOR-FOUND AND PASSWORD-VERIFIED
             THEN
               MOVE "Y" TO SIGNED-ON-SWITCH;
               DISPLAY "SIGNED ON: " OPR-OPERATOR-NAME
                   " AUTHORITY-LEVEL=" OPR-AUTHORITY-LEVEL;
      * 夜間バッチが実行中なら、保持者と心拍を知らせます。
               CALL "CHECK-BATCH-RUNNING"
                   USING BATCH-RUNNING-SWITCH, BATCH-HOLDER-USER,
                       BATCH-HOLDER-START, BATCH-HOLDER-HEARTBEAT;
               IF BATCH-IS-RUNNING
                 THEN
                   DISPLAY "NOTE: REGION-BATCH IS RUNNING -- "
                       "STARTED BY " BATCH-HOLDER-USER
                       " AT " BATCH-HOLDER-START
                       " (HEARTBEAT " BATCH-HOLDER-HEARTBEAT ")";
               END-IF;

             ELSE
               DISPLAY "OPERATOR NOT REGISTERED";
               MOVE "SIGNON" TO AUD-FILE-ID;
               MOVE "F" TO AUD-OPERATION;
               MOVE SPACES TO AUD-KEY;
               MOVE "SIGN-ON FAILED" TO AUD-ENGLISH-NAME;
               PERFORM WRITE-SECURITY-AUDIT;
           END-IF
         END-PERFORM.
       SIGN-ON-OPERATOR-EXIT.
         EXIT.

      ******************************************************************
      * 照会のみの権限でA/C/Dが要求されたときに、操作を拒否して
      * 監査ログへ記録します。拒否した操作は何もしない操作として
      * 読み替えます。
      ******************************************************************
       CHECK-OPERATION-AUTHORITY SECTION.
         MOVE "U" TO AUTHORITY-NEEDED.
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
             AND NOT FILE-AUTHORITY-OK
           THEN
             DISPLAY "UPDATE AUTHORITY REQUIRED -- OPERATION REFUSED";
             MOVE "COUNTRIES" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             MOVE "OPERATION REFUSED" TO AUD-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
             AND SESSION-OPS-COUNT >= 50
           THEN
             DISPLAY "SESSION OPERATION LIMIT REACHED -- "
                 "EXIT AND START A NEW SESSION";
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
             AND NOT SESSION-HOLDS-LOCK
           THEN
             DISPLAY "MASTER LOCKED BY " LOCK-HOLDER-ID
                 " -- INQUIRY ONLY";
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
       CHECK-OPERATION-AUTHORITY-EXIT.
         EXIT.

      ******************************************************************
      * マスタロックを取得します。他のセッションが保持していれば、
      * 保持者を表示して照会のみのセッションとして続行します。
      * 照会のみの権限のオペレーターはロックを取得しません。
      ******************************************************************
       ACQUIRE-MASTER-LOCK SECTION.
         MOVE "U" TO AUTHORITY-NEEDED.
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF NOT FILE-AUTHORITY-OK
           THEN
             CONTINUE;
           ELSE
             MOVE "../data/CountriesLock.txt" TO LOCK-FILENAME;
             MOVE "A" TO LOCK-ACTION;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             IF LOCK-GRANTED
               THEN
                 MOVE "Y" TO LOCK-MODE-SWITCH;
               ELSE
                 DISPLAY "MASTER LOCKED BY " LOCK-HOLDER-ID
                     " -- SESSION LIMITED TO INQUIRY";
             END-IF
         END-IF.
       ACQUIRE-MASTER-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * このセッションで取得したマスタロックを解放します。
      ******************************************************************
       RELEASE-MASTER-LOCK SECTION.
         IF SESSION-HOLDS-LOCK
           THEN
             MOVE "R" TO LOCK-ACTION;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO LOCK-MODE-SWITCH;
         END-IF.
       RELEASE-MASTER-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * サインオン失敗・操作拒否を監査ログへ書き出します。呼び出し元
      * は、あらかじめAUD-FILE-ID・AUD-OPERATION・AUD-KEY・
      * AUD-ENGLISH-NAMEを設定しておきます。
      ******************************************************************
       WRITE-SECURITY-AUDIT SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE SPACES TO AUD-BEFORE-IMAGE.
         MOVE SPACES TO AUD-AFTER-IMAGE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
      * 理由の欄を設定しない記録（サインオン失敗など）は空白に
      * そろえます。
         IF AUD-REASON-CODE NOT = "O" AND AUD-REASON-CODE NOT = "E"
             AND AUD-REASON-CODE NOT = "M"
             AND AUD-REASON-CODE NOT = "C"
           THEN
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
         END-IF.
         MOVE LOG-DATE TO AUD-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO AUD-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-SECURITY-AUDIT-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-COUNTRIES.
