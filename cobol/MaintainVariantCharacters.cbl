      ******************************************************************
      * 異体字マスタ(VariantCharacters.txt)を保守します（追加・訂正・
      * 削除・照会）。異体字（髙・﨑・邊など）ごとに、読み替える
      * 標準の字（高・崎・辺など）を保持するマスタで、市区町村名の
      * 検索(MUNICIPALITY-SEARCH)が入力と登録名の両方を読み替える
      * ために使います。読み替えは1段だけなので、標準の字として
      * 登録されている字を異体字として登録すること、またその逆は
      * 受け付けません。すべての変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-VARIANT-CHARACTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT VARIANT-FILE
           ASSIGN TO "../data/VariantCharacters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 異体字マスタ。異体字と標準の字を、それぞれUTF-8のバイト列
      * として左詰め・空白埋めで保持します。
       FD  VARIANT-FILE.
       01  VARIANT-RECORD.
         03  VC-VARIANT-CHAR           PIC X(4).
         03  VC-STANDARD-CHAR          PIC X(4).

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
       77  IN-REASON-CODE              PIC X(1).
       77  IN-REFERENCE                PIC X(12).
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  VARIANT-STATUS              PIC X(2).

      * メモリ上に読み込んだ異体字の一覧。
       01  VARIANT-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  VARIANT-TABLE.
         03  VARIANT-ENTRY             OCCURS 300 INDEXED BY K.
             05  T-VARIANT-CHAR        PIC X(4).
             05  T-STANDARD-CHAR       PIC X(4).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-VARIANT-CHAR             PIC X(4).
       01  IN-STANDARD-CHAR            PIC X(4).

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 入力値の検証結果。
       01  PAIR-VALID-SWITCH           PIC X.
         88  PAIR-VALID                VALUE "Y".
         88  PAIR-INVALID              VALUE "N".
      * 検証のために表を走査する位置。
       77  CHECK-INDEX                 PIC 9(3).

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
       01  WORK-VARIANT-IMAGE.
         03  WV-VARIANT-CHAR           PIC X(4).
         03  WV-STANDARD-CHAR          PIC X(4).

      * この回の保守で書き込んだ変更の件数。
       77  CHANGES-MADE-COUNT          PIC 9(4) VALUE 0.

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

      * 監査ログへ書き出す1件分の情報。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry".
      * 監査ログの日時を組み立てるための一時項目。
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
      * WRITE-AUDIT-LOG呼び出しの前後でRETURN-CODEを退避するための
      * 項目。
       77  SAVED-RETURN-CODE           PIC S9(9).

       PROCEDURE DIVISION.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
           THEN
             DISPLAY "SIGN-ON FAILED -- SESSION ENDED";
             MOVE "X" TO OPERATION-CODE;
         END-IF.
         PERFORM LOAD-VARIANTS.
         PERFORM UNTIL OPERATION-IS-EXIT
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
                       END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-VARIANTS;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-VARIANT-CHARACTERS-EXIT.
         STOP RUN.

      ******************************************************************
      * 異体字マスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-VARIANTS SECTION.
         OPEN INPUT VARIANT-FILE.
         MOVE 0 TO VARIANT-TABLE-COUNT.
         PERFORM UNTIL VARIANT-STATUS NOT = "00"
           READ VARIANT-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF VARIANT-TABLE-COUNT >= 300
                 THEN
                   DISPLAY "VARIANT-TABLE-FULL";
                 ELSE
                   ADD 1 TO VARIANT-TABLE-COUNT;
                   SET K TO VARIANT-TABLE-COUNT;
                   MOVE VC-VARIANT-CHAR TO T-VARIANT-CHAR(K);
                   MOVE VC-STANDARD-CHAR TO T-STANDARD-CHAR(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE VARIANT-FILE.
       LOAD-VARIANTS-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  C)CHANGE  D)DELETE  I)INQUIRE  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-CHANGE
             AND NOT OPERATION-IS-DELETE AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
           ELSE
             IF NOT OPERATION-IS-EXIT
               THEN
                 IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                     OR OPERATION-IS-DELETE)
                     AND NOT OPR-UPDATE-AUTHORITY
                   THEN
                     DISPLAY "UPDATE AUTHORITY REQUIRED -- "
                         "OPERATION REFUSED";
                     MOVE SPACE TO OPERATION-CODE;
                   ELSE
                     DISPLAY "VARIANT CHARACTER:";
                     ACCEPT IN-VARIANT-CHAR;
                     IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                       THEN
                         DISPLAY "STANDARD CHARACTER:";
                         ACCEPT IN-STANDARD-CHAR;
                         PERFORM CHECK-VARIANT-PAIR;
                         IF PAIR-INVALID
                           THEN
                             DISPLAY "OPERATION CANCELLED";
                             MOVE SPACE TO OPERATION-CODE;
                         END-IF;
                     END-IF
                 END-IF
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 入力された異体字と標準の字の組を検証します。空白・同じ字の
      * 組と、読み替えが2段になる組（標準の字が別の行の異体字で
      * ある、または異体字が別の行の標準の字である）は受け付け
      * ません。
      ******************************************************************
       CHECK-VARIANT-PAIR SECTION.
         SET PAIR-VALID TO TRUE.
         IF IN-VARIANT-CHAR = SPACES OR IN-STANDARD-CHAR = SPACES
           THEN
             DISPLAY "VARIANT AND STANDARD CHARACTERS ARE BOTH "
                 "REQUIRED";
             SET PAIR-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-VARIANT-CHAR = IN-STANDARD-CHAR
           THEN
             DISPLAY "VARIANT AND STANDARD CHARACTERS ARE THE SAME";
             SET PAIR-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING CHECK-INDEX FROM 1 BY 1
             UNTIL CHECK-INDEX > VARIANT-TABLE-COUNT
           IF T-VARIANT-CHAR(CHECK-INDEX) = IN-STANDARD-CHAR
             THEN
               DISPLAY "STANDARD CHARACTER IS ITSELF A VARIANT OF "
                   T-STANDARD-CHAR(CHECK-INDEX);
               SET PAIR-INVALID TO TRUE;
           END-IF
           IF T-STANDARD-CHAR(CHECK-INDEX) = IN-VARIANT-CHAR
             THEN
               DISPLAY "VARIANT CHARACTER IS THE STANDARD FOR "
                   T-VARIANT-CHAR(CHECK-INDEX);
               SET PAIR-INVALID TO TRUE;
           END-IF
         END-PERFORM.
       CHECK-VARIANT-PAIR-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から異体字を検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH VARIANT-ENTRY
           AT END
             CONTINUE;
           WHEN K > VARIANT-TABLE-COUNT
             CONTINUE;
           WHEN T-VARIANT-CHAR(K) = IN-VARIANT-CHAR
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 異体字を追加します。
      ******************************************************************
       ADD-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "VARIANT CHARACTER ALREADY-EXISTS";
           ELSE
             IF VARIANT-TABLE-COUNT >= 300
               THEN
                 DISPLAY "VARIANT-TABLE-FULL";
               ELSE
                 ADD 1 TO VARIANT-TABLE-COUNT;
                 SET K TO VARIANT-TABLE-COUNT;
                 MOVE SPACES TO BEFORE-IMAGE;
                 MOVE IN-VARIANT-CHAR TO T-VARIANT-CHAR(K);
                 MOVE IN-STANDARD-CHAR TO T-STANDARD-CHAR(K);
                 PERFORM BUILD-ENTRY-IMAGE;
                 MOVE WORK-VARIANT-IMAGE TO AFTER-IMAGE;
                 SET AUD-IS-ADD TO TRUE;
                 PERFORM WRITE-CHANGE-AUDIT;
                 ADD 1 TO CHANGES-MADE-COUNT;
             END-IF
         END-IF.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 異体字の読み替え先を訂正します。
      ******************************************************************
       CHANGE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-VARIANT-IMAGE TO BEFORE-IMAGE;
             MOVE IN-STANDARD-CHAR TO T-STANDARD-CHAR(K);
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-VARIANT-IMAGE TO AFTER-IMAGE;
             SET AUD-IS-CHANGE TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
           ELSE
             DISPLAY "VARIANT CHARACTER NOT-FOUND";
         END-IF.
       CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 異体字を削除します。
      ******************************************************************
       DELETE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-VARIANT-IMAGE TO BEFORE-IMAGE;
             MOVE SPACES TO AFTER-IMAGE;
             SET AUD-IS-DELETE TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
             PERFORM VARYING K FROM K BY 1
                 UNTIL K >= VARIANT-TABLE-COUNT
               MOVE VARIANT-ENTRY(K + 1) TO VARIANT-ENTRY(K);
             END-PERFORM;
             SUBTRACT 1 FROM VARIANT-TABLE-COUNT;
           ELSE
             DISPLAY "VARIANT CHARACTER NOT-FOUND";
         END-IF.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 異体字の内容を照会します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "VARIANT:" T-VARIANT-CHAR(K)
                 " STANDARD:" T-STANDARD-CHAR(K);
           ELSE
             DISPLAY "VARIANT CHARACTER NOT-FOUND";
         END-IF.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 表のK番目の異体字のレコードイメージを組み立てます。
      ******************************************************************
       BUILD-ENTRY-IMAGE SECTION.
         MOVE T-VARIANT-CHAR(K) TO WV-VARIANT-CHAR.
         MOVE T-STANDARD-CHAR(K) TO WV-STANDARD-CHAR.
       BUILD-ENTRY-IMAGE-EXIT.
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
      * 保守内容を監査ログへ書き出します。呼び出し元は、あらかじめ
      * AUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGEを設定しておきます。
      * キーには異体字のバイト列をそのまま載せます。
      ******************************************************************
       WRITE-CHANGE-AUDIT SECTION.
         PERFORM ACCEPT-CHANGE-REASON.
         MOVE IN-REASON-CODE TO AUD-REASON-CODE.
         MOVE IN-REFERENCE TO AUD-REFERENCE.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE "VARIANTCHAR" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-VARIANT-CHAR TO AUD-KEY(1:4).
         MOVE SPACES TO AUD-ENGLISH-NAME.
         MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
         MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE.
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
       WRITE-CHANGE-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を異体字マスタへ書き戻します。
      ******************************************************************
       SAVE-VARIANTS SECTION.
         OPEN OUTPUT VARIANT-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > VARIANT-TABLE-COUNT
           MOVE T-VARIANT-CHAR(K) TO VC-VARIANT-CHAR;
           MOVE T-STANDARD-CHAR(K) TO VC-STANDARD-CHAR;
           WRITE VARIANT-RECORD;
         END-PERFORM.
         CLOSE VARIANT-FILE.
         MOVE "../data/VariantCharacters.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-VARIANTS-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタと突き合わせてサインオンします。3回失敗
      * したらあきらめます。
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
           END-IF
         END-PERFORM.
       SIGN-ON-OPERATOR-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-VARIANT-CHARACTERS.
