      ******************************************************************
      * オペレーターマスタ(Operators.txt)を管理します（追加・権限
      * レベルの変更・ファイル別の権限の変更・地方の担当範囲の変更・
      * 使用停止・使用再開・合言葉の初期化・照会）。オペレーター
      * マスタは全保守プログラムのサインオンとCHECK-FILE-AUTHORITY
      * の権限の判定の元なので、管理できるのは承認者（権限レベル3）
      * だけです。
      * 地方と同じく二人承認(メーカー・チェッカー)統制のため、変更は
      * オペレーターマスタへ直接書き込まず、承認待ちファイルへ積み
      * 上げます。申請者とは別の承認者がAPPROVE-PENDING-CHANGESで
      * 承認したものだけが反映され、変更前・変更後のイメージが監査
      * ログへ残ります。自分自身のオペレーターの行は変更できません。
      *   - 退職・異動は行を消さずに使用停止(D)にします。
      *   - 追加と合言葉の初期化では仮の合言葉を入力し、ハッシュ
      *     だけを申請に載せます。仮の合言葉は期限切れの扱いに
      *     するので、次のサインオンで変更が強制されます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-OPERATORS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT OPERATORS-FILE
           ASSIGN TO "../data/Operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORS-STATUS.
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
      * オペレーターマスタファイル。
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD             PIC X(61).
      * 承認待ちファイル。承認者が反映・却下するまでの保守内容を
      * 1行1件で保持します。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".
      * 地方ファイル。入力された地方の担当範囲の実在確認に使います。
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).

       WORKING-STORAGE SECTION.
      * 変更の参照（チケット番号）の入力。
       77  IN-REFERENCE                PIC X(12).
      * ファイル別の権限の判定の項目。このプログラムの対象マスタ
      * の鍵は"O"で、管理には承認(A)の権限が必要です（ファイル別の
      * 印は無く、全体の権限レベルで読み替えます）。
       77  AUTHORITY-FILE-KEY          PIC X(1) VALUE "O".
       77  AUTHORITY-NEEDED            PIC X(1) VALUE "A".
       01  FILE-AUTHORITY-SWITCH       PIC X.
         88  FILE-AUTHORITY-OK         VALUE "Y".
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
       01  OPERATORS-STATUS            PIC X(2).
       01  PENDING-STATUS              PIC X(2).
       01  REGIONS-STATUS              PIC X(2).
      * 地方ファイルに実在する地方コードの一覧。
       01  VALID-REGION-CODES.
         05  VALID-REGION-CODE         OCCURS 10 INDEXED BY RI
                                        PIC X(2) VALUE SPACES.
       77  VALID-REGION-COUNT          PIC 9(2) VALUE 0.

      * メモリ上に読み込んだオペレーターの一覧。保守の内容は、
      * 照会で見えるようにこの表へも反映しておきます。
       01  OPERATOR-TABLE-COUNT        PIC 9(2) VALUE ZERO.
       01  OPERATOR-TABLE.
         03  OPERATOR-TABLE-ENTRY      OCCURS 50 INDEXED BY K.
             05  OT-RECORD             PIC X(61).
      * 対象のオペレーターの行の解釈用の作業領域。
       01  WORK-OPERATOR.
           COPY "OperatorEntry" REPLACING LEADING ==OPR== BY
               ==WK-OPR==.

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-LEVEL        VALUE "L".
         88  OPERATION-IS-PERMITS      VALUE "F".
         88  OPERATION-IS-DISABLE      VALUE "D".
         88  OPERATION-IS-ENABLE       VALUE "E".
         88  OPERATION-IS-RESET        VALUE "P".
         88  OPERATION-IS-SCOPE        VALUE "S".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-UNDO         VALUE "U".
         88  OPERATION-IS-ABANDON      VALUE "Q".
         88  OPERATION-IS-EXIT         VALUE "X".
         88  OPERATION-IS-UPDATE       VALUES "A" "L" "F" "D" "E"
                                              "P" "S".
       01  IN-OPERATOR-ID              PIC X(8).
       01  IN-OPERATOR-NAME            PIC X(20).
       01  IN-AUTHORITY-LEVEL          PIC X(1).
      * ファイル別の権限（地方・都道府県・市区町村・コード対応の
      * 順に I/U/A、空白は全体の権限レベルで読み替え）。
       01  IN-FILE-PERMITS             PIC X(4).
      * 地方の担当範囲（地方コード、空白は全国）。
       01  IN-REGION-SCOPE             PIC X(2).
       77  PERMIT-INDEX                PIC 9(1).
      * 入力の点検の結果。
       01  INPUT-VALID-SWITCH          PIC X.
         88  INPUT-VALID               VALUE "Y".
         88  INPUT-INVALID             VALUE "N".

      * 仮の合言葉の入力とハッシュの計算の作業項目。
       77  PASSWORD-IN                 PIC X(20).
       77  PASSWORD-AGAIN              PIC X(20).
       77  PASSWORD-HASH               PIC 9(8).
       77  HASH-INDEX                  PIC 9(2).
       77  PASSWORD-LENGTH             PIC 9(2).
       01  PASSWORD-ACCEPTED-SWITCH    PIC X.
         88  PASSWORD-ACCEPTED         VALUE "Y".

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
             05  SOP-BEFORE-ENTRY      PIC X(61).
      * 取り消しで使う、変更前の表項目の退避と作業用の添字。
       01  SAVED-BEFORE-ENTRY          PIC X(61).
       77  UNDO-POSITION               PIC 9(2).
       77  SHIFT-INDEX                 PIC 9(2).
      * セッションを破棄して終了するかどうか。
       01  ABANDON-SWITCH              PIC X VALUE "N".
         88  SESSION-ABANDONED         VALUE "Y".

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
         MOVE 0 TO RETURN-CODE.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
      * オペレーターの管理は承認者だけに許します。
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF NOT FILE-AUTHORITY-OK
           THEN
             DISPLAY "ADMINISTRATOR AUTHORITY REQUIRED -- REFUSED";
             MOVE "OPERATORS" TO AUD-FILE-ID;
             MOVE "X" TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             MOVE "ADMIN REFUSED" TO AUD-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM ACQUIRE-MASTER-LOCK.
         PERFORM LOAD-OPERATORS.
         PERFORM LOAD-REGION-CODES.
         PERFORM UNTIL OPERATION-IS-EXIT OR SESSION-ABANDONED
           PERFORM ACCEPT-OPERATION;
           EVALUATE TRUE
             WHEN OPERATION-IS-ADD
               PERFORM ADD-ENTRY
             WHEN OPERATION-IS-LEVEL
               PERFORM CHANGE-LEVEL-ENTRY
             WHEN OPERATION-IS-PERMITS
               PERFORM CHANGE-PERMITS-ENTRY
             WHEN OPERATION-IS-DISABLE
               PERFORM DISABLE-ENTRY
             WHEN OPERATION-IS-ENABLE
               PERFORM ENABLE-ENTRY
             WHEN OPERATION-IS-RESET
               PERFORM RESET-PASSWORD-ENTRY
             WHEN OPERATION-IS-SCOPE
               PERFORM CHANGE-SCOPE-ENTRY
             WHEN OPERATION-IS-INQUIRE
               PERFORM INQUIRE-ENTRY
             WHEN OPERATION-IS-UNDO
               PERFORM UNDO-ENTRY
             WHEN OPERATION-IS-ABANDON
               PERFORM ABANDON-SESSION
           END-EVALUATE
         END-PERFORM.
         IF SESSION-ABANDONED
           THEN
             DISPLAY "SESSION ABANDONED -- NO CHANGES SAVED";
           ELSE
             PERFORM FLUSH-PENDING-ENTRIES;
             IF PENDING-WRITTEN-COUNT > 0
               THEN
                 DISPLAY "CHANGES=" PENDING-WRITTEN-COUNT
                     " WRITTEN TO PENDING FILE -- AWAITING APPROVAL "
                     "BY A SECOND ADMINISTRATOR";
             END-IF
         END-IF.
         PERFORM RELEASE-MASTER-LOCK.
       MAINTAIN-OPERATORS-EXIT.
         STOP RUN.

      ******************************************************************
      * オペレーターマスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-OPERATORS SECTION.
         MOVE 0 TO OPERATOR-TABLE-COUNT.
         OPEN INPUT OPERATORS-FILE.
         IF OPERATORS-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-OPERATORS: UNABLE TO OPEN "
                 "OPERATORS-FILE STATUS=" OPERATORS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL OPERATORS-STATUS NOT = "00"
           READ OPERATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF OPERATOR-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO OPERATOR-TABLE-COUNT;
                   SET K TO OPERATOR-TABLE-COUNT;
                   MOVE OPERATOR-RECORD TO OT-RECORD(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE OPERATORS-FILE.
       LOAD-OPERATORS-EXIT.
         EXIT.

      ******************************************************************
      * 管理メニューを表示し、操作と対象のオペレーターIDを受け付け
      * ます。追加・変更の内容の入力は、それぞれの操作で受け付け
      * ます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  L)LEVEL  F)FILE-AUTHORITY  D)DISABLE  "
             "E)ENABLE  P)PASSWORD-RESET".
         DISPLAY "S)REGION-SCOPE  I)INQUIRE  U)UNDO  Q)ABANDON  "
             "X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-UPDATE AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-UNDO AND NOT OPERATION-IS-ABANDON
             AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
             MOVE SPACE TO OPERATION-CODE;
           ELSE
             IF OPERATION-IS-UPDATE OR OPERATION-IS-INQUIRE
               THEN
                 DISPLAY "OPERATOR-ID:";
                 ACCEPT IN-OPERATOR-ID;
                 PERFORM CHECK-OPERATION-AUTHORITY;
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 表の中からオペレーターIDを検索します。見つかったときは、
      * その行をWORK-OPERATORへ取り出します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH OPERATOR-TABLE-ENTRY
           AT END
             CONTINUE;
           WHEN K <= OPERATOR-TABLE-COUNT
               AND OT-RECORD(K)(1:8) = IN-OPERATOR-ID
             SET ENTRY-FOUND TO TRUE;
             MOVE OT-RECORD(K) TO WORK-OPERATOR;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 権限レベルの入力を点検します（1=照会 2=更新 3=承認）。
      ******************************************************************
       VALIDATE-LEVEL SECTION.
         SET INPUT-VALID TO TRUE.
         IF IN-AUTHORITY-LEVEL NOT = "1"
             AND IN-AUTHORITY-LEVEL NOT = "2"
             AND IN-AUTHORITY-LEVEL NOT = "3"
           THEN
             DISPLAY "AUTHORITY-LEVEL MUST BE 1, 2 OR 3";
             SET INPUT-INVALID TO TRUE;
         END-IF.
       VALIDATE-LEVEL-EXIT.
         EXIT.

      ******************************************************************
      * ファイル別の権限の入力を点検します。4文字それぞれが I・U・A
      * または空白です。
      ******************************************************************
       VALIDATE-PERMITS SECTION.
         SET INPUT-VALID TO TRUE.
         PERFORM VARYING PERMIT-INDEX FROM 1 BY 1
             UNTIL PERMIT-INDEX > 4
           IF IN-FILE-PERMITS(PERMIT-INDEX:1) NOT = "I"
               AND IN-FILE-PERMITS(PERMIT-INDEX:1) NOT = "U"
               AND IN-FILE-PERMITS(PERMIT-INDEX:1) NOT = "A"
               AND IN-FILE-PERMITS(PERMIT-INDEX:1) NOT = SPACE
             THEN
               SET INPUT-INVALID TO TRUE;
           END-IF
         END-PERFORM.
         IF INPUT-INVALID
           THEN
             DISPLAY "FILE-AUTHORITY MUST BE 4 OF I/U/A/BLANK "
                 "(REGIONS PREFECTURES MUNICIPAL CODE-XREF)";
         END-IF.
       VALIDATE-PERMITS-EXIT.
         EXIT.

      ******************************************************************
      * 地方の担当範囲の入力を点検します。空白（全国）か、地方
      * ファイルに実在する地方コードです。
      ******************************************************************
       VALIDATE-REGION-SCOPE SECTION.
         SET INPUT-VALID TO TRUE.
         IF IN-REGION-SCOPE = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         SET INPUT-INVALID TO TRUE.
         SET RI TO 1.
         SEARCH VALID-REGION-CODE
           AT END
             CONTINUE;
           WHEN VALID-REGION-CODE(RI) = IN-REGION-SCOPE
             SET INPUT-VALID TO TRUE;
         END-SEARCH.
         IF INPUT-INVALID
           THEN
             DISPLAY "REGION-SCOPE NOT-FOUND IN REGIONS MASTER";
         END-IF.
       VALIDATE-REGION-SCOPE-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターを追加します。仮の合言葉は期限切れの扱いで登録
      * し、最初のサインオンで本人に変更させます。
      ******************************************************************
       ADD-ENTRY SECTION.
         IF IN-OPERATOR-ID = SPACES
           THEN
             DISPLAY "OPERATOR-ID REQUIRED";
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "OPERATOR-ID ALREADY-EXISTS";
             EXIT SECTION;
         END-IF.
         IF OPERATOR-TABLE-COUNT >= 50
           THEN
             DISPLAY "OPERATOR-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         DISPLAY "OPERATOR-NAME:".
         ACCEPT IN-OPERATOR-NAME.
         IF IN-OPERATOR-NAME = SPACES
           THEN
             DISPLAY "OPERATOR-NAME REQUIRED";
             EXIT SECTION;
         END-IF.
         DISPLAY "AUTHORITY-LEVEL (1=INQUIRY 2=UPDATE 3=APPROVER):".
         ACCEPT IN-AUTHORITY-LEVEL.
         PERFORM VALIDATE-LEVEL.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         DISPLAY "FILE-AUTHORITY (4 OF I/U/A/BLANK):".
         ACCEPT IN-FILE-PERMITS.
         PERFORM VALIDATE-PERMITS.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         DISPLAY "REGION-SCOPE (REGION-CODE, BLANK=NATIONWIDE):".
         MOVE SPACES TO IN-REGION-SCOPE.
         ACCEPT IN-REGION-SCOPE.
         PERFORM VALIDATE-REGION-SCOPE.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM ACCEPT-TEMPORARY-PASSWORD.
         IF NOT PASSWORD-ACCEPTED
           THEN
             EXIT SECTION;
         END-IF.
         MOVE IN-OPERATOR-ID TO WK-OPR-OPERATOR-ID.
         MOVE IN-OPERATOR-NAME TO WK-OPR-OPERATOR-NAME.
         MOVE IN-AUTHORITY-LEVEL TO WK-OPR-AUTHORITY-LEVEL.
         MOVE PASSWORD-HASH TO WK-OPR-PASSWORD-HASH.
         MOVE 0 TO WK-OPR-PASSWORD-EXPIRY.
         MOVE 0 TO WK-OPR-FAILED-COUNT.
         MOVE SPACE TO WK-OPR-LOCK-FLAG.
         MOVE IN-FILE-PERMITS TO WK-OPR-FILE-PERMITS.
         MOVE 0 TO WK-OPR-LAST-SIGNON-DATE.
         MOVE IN-REGION-SCOPE TO WK-OPR-REGION-SCOPE.
         ADD 1 TO OPERATOR-TABLE-COUNT.
         SET K TO OPERATOR-TABLE-COUNT.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         MOVE SPACES TO SAVED-BEFORE-ENTRY.
         PERFORM BUFFER-PENDING-ENTRY.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 権限レベルを変更します。
      ******************************************************************
       CHANGE-LEVEL-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         DISPLAY "AUTHORITY-LEVEL (1=INQUIRY 2=UPDATE 3=APPROVER):".
         ACCEPT IN-AUTHORITY-LEVEL.
         PERFORM VALIDATE-LEVEL.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         MOVE OT-RECORD(K) TO SAVED-BEFORE-ENTRY.
         MOVE IN-AUTHORITY-LEVEL TO WK-OPR-AUTHORITY-LEVEL.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         PERFORM BUFFER-PENDING-ENTRY.
       CHANGE-LEVEL-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * ファイル別の権限を変更します。
      ******************************************************************
       CHANGE-PERMITS-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         DISPLAY "FILE-AUTHORITY (4 OF I/U/A/BLANK):".
         ACCEPT IN-FILE-PERMITS.
         PERFORM VALIDATE-PERMITS.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         MOVE OT-RECORD(K) TO SAVED-BEFORE-ENTRY.
         MOVE IN-FILE-PERMITS TO WK-OPR-FILE-PERMITS.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         PERFORM BUFFER-PENDING-ENTRY.
       CHANGE-PERMITS-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 地方の担当範囲を変更します。空白にすると全国を扱えます。
      ******************************************************************
       CHANGE-SCOPE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         DISPLAY "REGION-SCOPE (REGION-CODE, BLANK=NATIONWIDE):".
         MOVE SPACES TO IN-REGION-SCOPE.
         ACCEPT IN-REGION-SCOPE.
         PERFORM VALIDATE-REGION-SCOPE.
         IF INPUT-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         MOVE OT-RECORD(K) TO SAVED-BEFORE-ENTRY.
         MOVE IN-REGION-SCOPE TO WK-OPR-REGION-SCOPE.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         PERFORM BUFFER-PENDING-ENTRY.
       CHANGE-SCOPE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターを使用停止にします（退職・異動）。行は消さずに
      * 残し、監査ログの申請者・承認者の突き合わせに使えるように
      * します。
      ******************************************************************
       DISABLE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         IF WK-OPR-IS-DISABLED
           THEN
             DISPLAY "OPERATOR ALREADY DISABLED";
             EXIT SECTION;
         END-IF.
         MOVE OT-RECORD(K) TO SAVED-BEFORE-ENTRY.
         MOVE "D" TO WK-OPR-LOCK-FLAG.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         PERFORM BUFFER-PENDING-ENTRY.
       DISABLE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 使用停止、または失敗3回でロックされたオペレーターを使用
      * 再開します。失敗の回数も0に戻します。
      ******************************************************************
       ENABLE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         IF NOT WK-OPR-IS-DISABLED AND NOT WK-OPR-IS-LOCKED
           THEN
             DISPLAY "OPERATOR IS NOT DISABLED OR LOCKED";
             EXIT SECTION;
         END-IF.
         MOVE OT-RECORD(K) TO SAVED-BEFORE-ENTRY.
         MOVE SPACE TO WK-OPR-LOCK-FLAG.
         MOVE 0 TO WK-OPR-FAILED-COUNT.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         PERFORM BUFFER-PENDING-ENTRY.
       ENABLE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 合言葉を仮の合言葉で初期化します。期限切れの扱いにするので、
      * 次のサインオンで本人に変更させます。失敗3回のロックも
      * 解きますが、使用停止は解きません。
      ******************************************************************
       RESET-PASSWORD-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         PERFORM ACCEPT-TEMPORARY-PASSWORD.
         IF NOT PASSWORD-ACCEPTED
           THEN
             EXIT SECTION;
         END-IF.
         MOVE OT-RECORD(K) TO SAVED-BEFORE-ENTRY.
         MOVE PASSWORD-HASH TO WK-OPR-PASSWORD-HASH.
         MOVE 0 TO WK-OPR-PASSWORD-EXPIRY.
         MOVE 0 TO WK-OPR-FAILED-COUNT.
         IF WK-OPR-IS-LOCKED
           THEN
             MOVE SPACE TO WK-OPR-LOCK-FLAG;
         END-IF.
         MOVE WORK-OPERATOR TO OT-RECORD(K).
         PERFORM BUFFER-PENDING-ENTRY.
       RESET-PASSWORD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターの登録内容を照会します。合言葉のハッシュは表示
      * しません。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "OPERATOR-ID NOT-FOUND";
             EXIT SECTION;
         END-IF.
         DISPLAY "OPERATOR-ID:" WK-OPR-OPERATOR-ID
             " NAME:" WK-OPR-OPERATOR-NAME
             " AUTHORITY-LEVEL:" WK-OPR-AUTHORITY-LEVEL
             " FILE-AUTHORITY:" WK-OPR-FILE-PERMITS.
         IF WK-OPR-REGION-SCOPE = SPACES
           THEN
             DISPLAY "  REGION-SCOPE:NATIONWIDE";
           ELSE
             DISPLAY "  REGION-SCOPE:" WK-OPR-REGION-SCOPE;
         END-IF.
         EVALUATE TRUE
           WHEN WK-OPR-IS-DISABLED
             DISPLAY "  STATUS:DISABLED"
           WHEN WK-OPR-IS-LOCKED
             DISPLAY "  STATUS:LOCKED"
           WHEN OTHER
             DISPLAY "  STATUS:ACTIVE FAILURES:" WK-OPR-FAILED-COUNT
         END-EVALUATE.
         IF WK-OPR-PASSWORD-EXPIRY = 0
           THEN
             DISPLAY "  PASSWORD:TEMPORARY -- CHANGE AT NEXT SIGN-ON";
           ELSE
             DISPLAY "  PASSWORD VALID UNTIL:" WK-OPR-PASSWORD-EXPIRY;
         END-IF.
         IF WK-OPR-LAST-SIGNON-DATE IS NOT NUMERIC
             OR WK-OPR-LAST-SIGNON-DATE = 0
           THEN
             DISPLAY "  LAST SIGN-ON:NEVER";
           ELSE
             DISPLAY "  LAST SIGN-ON:" WK-OPR-LAST-SIGNON-DATE;
         END-IF.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 仮の合言葉を2回受け付け、ハッシュを計算します。6文字以上で、
      * オペレーターIDと同じものは使えません。
      ******************************************************************
       ACCEPT-TEMPORARY-PASSWORD SECTION.
         MOVE "N" TO PASSWORD-ACCEPTED-SWITCH.
         DISPLAY "TEMPORARY PASSWORD (6-20 CHARS):".
         ACCEPT PASSWORD-IN.
         PERFORM COMPUTE-PASSWORD-HASH.
         IF PASSWORD-LENGTH < 6
           THEN
             DISPLAY "PASSWORD TOO SHORT -- NOT ACCEPTED";
             EXIT SECTION;
         END-IF.
         IF PASSWORD-IN(1:8) = IN-OPERATOR-ID
           THEN
             DISPLAY "PASSWORD MUST DIFFER FROM THE OPERATOR-ID "
                 "-- NOT ACCEPTED";
             EXIT SECTION;
         END-IF.
         DISPLAY "TEMPORARY PASSWORD AGAIN:".
         ACCEPT PASSWORD-AGAIN.
         IF PASSWORD-AGAIN NOT = PASSWORD-IN
           THEN
             DISPLAY "ENTRIES DO NOT MATCH -- NOT ACCEPTED";
             EXIT SECTION;
         END-IF.
         MOVE "Y" TO PASSWORD-ACCEPTED-SWITCH.
       ACCEPT-TEMPORARY-PASSWORD-EXIT.
         EXIT.

      ******************************************************************
      * 入力された合言葉のハッシュを計算します（31倍の巡回和）。
      * VERIFY-OPERATOR-PASSWORDと同じ計算でなければなりません。
      * 文字の数値化が転記では書けないため、ここだけFUNCTION ORDを
      * 使います。
      ******************************************************************
       COMPUTE-PASSWORD-HASH SECTION.
         MOVE 0 TO PASSWORD-HASH.
         MOVE 0 TO PASSWORD-LENGTH.
         PERFORM VARYING HASH-INDEX FROM 1 BY 1
             UNTIL HASH-INDEX > 20
           IF PASSWORD-IN(HASH-INDEX:1) NOT = SPACE
             THEN
               ADD 1 TO PASSWORD-LENGTH;
               COMPUTE PASSWORD-HASH =
                   FUNCTION MOD(PASSWORD-HASH * 31
                   + FUNCTION ORD(PASSWORD-IN(HASH-INDEX:1)) - 1,
                   99999989);
           END-IF
         END-PERFORM.
       COMPUTE-PASSWORD-HASH-EXIT.
         EXIT.

      ******************************************************************
      * 変更の参照（チケット番号）を受け付けます。理由はオペレーター
      * の管理(S)に固定です。
      ******************************************************************
       ACCEPT-CHANGE-REFERENCE SECTION.
         DISPLAY "REFERENCE (TICKET, 12 CHARS):".
         ACCEPT IN-REFERENCE.
       ACCEPT-CHANGE-REFERENCE-EXIT.
         EXIT.

      ******************************************************************
      * 保守内容を、セッション中の操作の控えへ積み上げます。承認待ち
      * ファイルへは終了時にまとめて書き出します。呼び出し元は、
      * あらかじめSAVED-BEFORE-ENTRYを設定し、Kに対象項目を指させて
      * おきます。
      ******************************************************************
       BUFFER-PENDING-ENTRY SECTION.
         MOVE "OPERATORS" TO PWK-FILE-ID.
         MOVE OPERATION-CODE TO PWK-OPERATION.
         MOVE SPACES TO PWK-KEY.
         MOVE OT-RECORD(K) TO PWK-RECORD-IMAGE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO PWK-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO PWK-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO PWK-USER-ID.
         PERFORM ACCEPT-CHANGE-REFERENCE.
         MOVE "S" TO PWK-REASON-CODE.
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
                 SUBTRACT 1 FROM OPERATOR-TABLE-COUNT;
      * 空いた末尾の項目を消し、取り消した行が残像として検索に
      * 掛からないようにします。
                 MOVE SPACES
                     TO OT-RECORD(OPERATOR-TABLE-COUNT + 1);
               ELSE
                 MOVE SOP-BEFORE-ENTRY(SESSION-OPS-COUNT)
                     TO OT-RECORD(UNDO-POSITION);
             END-IF;
             SUBTRACT 1 FROM SESSION-OPS-COUNT;
             DISPLAY "BACKED OUT: OPERATION=" PWK-OPERATION
                 " OPERATOR-ID=" PWK-RECORD-IMAGE(1:8);
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
                 DISPLAY "MAINTAIN-OPERATORS: UNABLE TO OPEN "
                     "PENDING-FILE STATUS=" PENDING-STATUS;
                 MOVE 8 TO RETURN-CODE;
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
      * 地方ファイルを読み込み、実在する地方コードの一覧を作ります。
      ******************************************************************
       LOAD-REGION-CODES SECTION.
         MOVE 0 TO VALID-REGION-COUNT.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-OPERATORS: UNABLE TO OPEN "
                 "REGIONS-FILE STATUS=" REGIONS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL REGIONS-STATUS NOT = "00"
           READ REGIONS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REGION-RECORD(1:2) NOT = "T9"
                   AND VALID-REGION-COUNT < 10
                 THEN
                   ADD 1 TO VALID-REGION-COUNT;
                   MOVE RG-REGION-CODE
                       TO VALID-REGION-CODE(VALID-REGION-COUNT);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
       LOAD-REGION-CODES-EXIT.
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
      * 変更の操作の前提を確かめます。ロックを持たないセッション・
      * 操作数の上限・自分自身の行の変更は断り、何もしない操作と
      * して読み替えます。自分自身の行の変更の試みは監査ログへ
      * 記録します。
      ******************************************************************
       CHECK-OPERATION-AUTHORITY SECTION.
         IF NOT OPERATION-IS-UPDATE
           THEN
             EXIT SECTION;
         END-IF.
         IF IN-OPERATOR-ID = OPERATOR-ID-IN
           THEN
             DISPLAY "OWN OPERATOR RECORD -- ASK ANOTHER "
                 "ADMINISTRATOR";
             MOVE "OPERATORS" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE IN-OPERATOR-ID TO AUD-KEY;
             MOVE "OPERATION REFUSED" TO AUD-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF SESSION-OPS-COUNT >= 50
           THEN
             DISPLAY "SESSION OPERATION LIMIT REACHED -- "
                 "EXIT AND START A NEW SESSION";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF NOT SESSION-HOLDS-LOCK
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
      ******************************************************************
       ACQUIRE-MASTER-LOCK SECTION.
         MOVE "../data/OperatorsLock.txt" TO LOCK-FILENAME.
         MOVE "A" TO LOCK-ACTION.
         CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
             OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID.
         IF LOCK-GRANTED
           THEN
             MOVE "Y" TO LOCK-MODE-SWITCH;
           ELSE
             DISPLAY "MASTER LOCKED BY " LOCK-HOLDER-ID
                 " -- SESSION LIMITED TO INQUIRY";
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
         MOVE SPACE TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE LOG-DATE TO AUD-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO AUD-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-SECURITY-AUDIT-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-OPERATORS.
