      ******************************************************************
      * 市区町村の読みがなマスタ(MunicipalityReadings.txt)を保守
      * します（追加・訂正・削除・照会）。キーは都道府県コード＋
      * 市区町村コードの複合キーで、ひらがなの読み（全角16文字
      * まで）を保持します。市区町村名の検索(MUNICIPALITY-SEARCH)
      * が読みでの検索に使います。追加では、市区町村ファイルに
      * 実在するコードであることを確認します。すべての変更を
      * 監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-MUNICIPALITY-READINGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT READINGS-FILE
           ASSIGN TO "../data/MunicipalityReadings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS READINGS-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 読みがなマスタ。
       FD  READINGS-FILE.
       01  READING-RECORD.
         03  RD-PREFECTURE-CODE        PIC X(2).
         03  RD-MUNICIPALITY-CODE      PIC X(3).
         03  RD-KANA-NAME              PIC N(16).
      * 市区町村ファイル。入力されたコードの実在確認に使います。
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MU-PREFECTURE-CODE        PIC X(2).
         03  MU-MUNICIPALITY-CODE      PIC X(3).
         03  MU-MUNICIPALITY-NAME      PIC N(8).
         03  MU-MUNICIPALITY-TYPE      PIC X(1).
         03  MU-POPULATION             PIC 9(8).
         03  MU-AREA-SQKM              PIC 9(5)V99.
         03  MU-PARENT-CITY-CODE       PIC X(3).

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
       77  IN-REASON-CODE              PIC X(1).
       77  IN-REFERENCE                PIC X(12).
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  READINGS-STATUS             PIC X(2).
       01  MUNICIPALITIES-STATUS       PIC X(2).

      * メモリ上に読み込んだ読みがなの一覧。
       01  READING-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  READING-TABLE.
         03  READING-ENTRY             OCCURS 2000 INDEXED BY K.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-MUNICIPALITY-CODE   PIC X(3).
             05  T-KANA-NAME           PIC N(16).

      * 市区町村ファイルに実在するコード（都道府県＋市区町村）の
      * 一覧。
       01  VALID-MUNICIPALITY-COUNT    PIC 9(4) VALUE ZERO.
       01  VALID-MUNICIPALITY-TABLE.
         03  VALID-MUNICIPALITY-KEY    PIC X(5) OCCURS 2000
                                       INDEXED BY VK.

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-KEY.
         03  IN-PREFECTURE-CODE        PIC X(2).
         03  IN-MUNICIPALITY-CODE      PIC X(3).
       01  IN-KANA-NAME                PIC N(16).

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       01  MUNICIPALITY-FOUND-SWITCH   PIC X.
         88  MUNICIPALITY-ON-FILE      VALUE "Y".

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
       01  WORK-READING-IMAGE.
         03  WR-PREFECTURE-CODE        PIC X(2).
         03  WR-MUNICIPALITY-CODE      PIC X(3).
         03  WR-KANA-NAME              PIC N(16).

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
         PERFORM LOAD-READINGS.
         PERFORM LOAD-MUNICIPALITY-KEYS.
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
             PERFORM SAVE-READINGS;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-MUNICIPALITY-READINGS-EXIT.
         STOP RUN.

      ******************************************************************
      * 読みがなマスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-READINGS SECTION.
         OPEN INPUT READINGS-FILE.
         MOVE 0 TO READING-TABLE-COUNT.
         PERFORM UNTIL READINGS-STATUS NOT = "00"
           READ READINGS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF READING-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "READING-TABLE-FULL";
                 ELSE
                   ADD 1 TO READING-TABLE-COUNT;
                   SET K TO READING-TABLE-COUNT;
                   MOVE RD-PREFECTURE-CODE TO T-PREFECTURE-CODE(K);
                   MOVE RD-MUNICIPALITY-CODE TO T-MUNICIPALITY-CODE(K);
                   MOVE RD-KANA-NAME TO T-KANA-NAME(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE READINGS-FILE.
       LOAD-READINGS-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルを読み込み、実在するコードの一覧を作り
      * ます。
      ******************************************************************
       LOAD-MUNICIPALITY-KEYS SECTION.
         MOVE 0 TO VALID-MUNICIPALITY-COUNT.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF MUNICIPALITIES-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-MUNICIPALITY-READINGS: UNABLE TO OPEN "
                 "MUNICIPALITIES-FILE STATUS=" MUNICIPALITIES-STATUS;
           ELSE
             PERFORM UNTIL MUNICIPALITIES-STATUS NOT = "00"
               READ MUNICIPALITIES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF MUNICIPALITY-RECORD(1:2) = "T9"
                     THEN
                       CONTINUE;
                     ELSE
                   IF VALID-MUNICIPALITY-COUNT < 2000
                     THEN
                       ADD 1 TO VALID-MUNICIPALITY-COUNT;
                       MOVE MUNICIPALITY-RECORD(1:5) TO
                           VALID-MUNICIPALITY-KEY
                               (VALID-MUNICIPALITY-COUNT);
                   END-IF
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE MUNICIPALITIES-FILE;
         END-IF.
       LOAD-MUNICIPALITY-KEYS-EXIT.
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
                     DISPLAY "PREFECTURE-CODE:";
                     ACCEPT IN-PREFECTURE-CODE;
                     DISPLAY "MUNICIPALITY-CODE:";
                     ACCEPT IN-MUNICIPALITY-CODE;
                     IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                       THEN
                         DISPLAY "READING (HIRAGANA):";
                         MOVE SPACES TO IN-KANA-NAME;
                         ACCEPT IN-KANA-NAME;
                         IF IN-KANA-NAME = SPACES
                           THEN
                             DISPLAY "READING REQUIRED -- "
                                 "OPERATION CANCELLED";
                             MOVE SPACE TO OPERATION-CODE;
                         END-IF;
                     END-IF
                 END-IF
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から都道府県コード＋市区町村コードを検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH READING-ENTRY
           AT END
             CONTINUE;
           WHEN K > READING-TABLE-COUNT
             CONTINUE;
           WHEN T-PREFECTURE-CODE(K) = IN-PREFECTURE-CODE
               AND T-MUNICIPALITY-CODE(K) = IN-MUNICIPALITY-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 入力されたコードが市区町村ファイルに実在するかを調べます。
      ******************************************************************
       FIND-MUNICIPALITY-KEY SECTION.
         MOVE "N" TO MUNICIPALITY-FOUND-SWITCH.
         SET VK TO 1.
         SEARCH VALID-MUNICIPALITY-KEY
           AT END
             CONTINUE;
           WHEN VK > VALID-MUNICIPALITY-COUNT
             CONTINUE;
           WHEN VALID-MUNICIPALITY-KEY(VK) = IN-KEY
             MOVE "Y" TO MUNICIPALITY-FOUND-SWITCH;
         END-SEARCH.
       FIND-MUNICIPALITY-KEY-EXIT.
         EXIT.

      ******************************************************************
      * 読みがなを追加します。
      ******************************************************************
       ADD-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "MUNICIPALITY-CODE ALREADY-EXISTS";
             EXIT SECTION;
         END-IF.
         PERFORM FIND-MUNICIPALITY-KEY.
         IF NOT MUNICIPALITY-ON-FILE
           THEN
             DISPLAY "MUNICIPALITY NOT ON MUNICIPALITIES-FILE";
             EXIT SECTION;
         END-IF.
         IF READING-TABLE-COUNT >= 2000
           THEN
             DISPLAY "READING-TABLE-FULL";
           ELSE
             ADD 1 TO READING-TABLE-COUNT;
             SET K TO READING-TABLE-COUNT;
             MOVE SPACES TO BEFORE-IMAGE;
             MOVE IN-PREFECTURE-CODE TO T-PREFECTURE-CODE(K);
             MOVE IN-MUNICIPALITY-CODE TO T-MUNICIPALITY-CODE(K);
             MOVE IN-KANA-NAME TO T-KANA-NAME(K);
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-READING-IMAGE TO AFTER-IMAGE;
             SET AUD-IS-ADD TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
         END-IF.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 読みがなを訂正します。
      ******************************************************************
       CHANGE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-READING-IMAGE TO BEFORE-IMAGE;
             MOVE IN-KANA-NAME TO T-KANA-NAME(K);
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-READING-IMAGE TO AFTER-IMAGE;
             SET AUD-IS-CHANGE TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
           ELSE
             DISPLAY "MUNICIPALITY-CODE NOT-FOUND";
         END-IF.
       CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 読みがなを削除します。
      ******************************************************************
       DELETE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-READING-IMAGE TO BEFORE-IMAGE;
             MOVE SPACES TO AFTER-IMAGE;
             SET AUD-IS-DELETE TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
             PERFORM VARYING K FROM K BY 1
                 UNTIL K >= READING-TABLE-COUNT
               MOVE READING-ENTRY(K + 1) TO READING-ENTRY(K);
             END-PERFORM;
             SUBTRACT 1 FROM READING-TABLE-COUNT;
           ELSE
             DISPLAY "MUNICIPALITY-CODE NOT-FOUND";
         END-IF.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 読みがなの内容を照会します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "PREFECTURE-CODE:" T-PREFECTURE-CODE(K)
                 " MUNICIPALITY-CODE:" T-MUNICIPALITY-CODE(K)
                 " READING:" T-KANA-NAME(K);
           ELSE
             DISPLAY "MUNICIPALITY-CODE NOT-FOUND";
         END-IF.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 表のK番目の読みがなのレコードイメージを組み立てます。
      ******************************************************************
       BUILD-ENTRY-IMAGE SECTION.
         MOVE T-PREFECTURE-CODE(K) TO WR-PREFECTURE-CODE.
         MOVE T-MUNICIPALITY-CODE(K) TO WR-MUNICIPALITY-CODE.
         MOVE T-KANA-NAME(K) TO WR-KANA-NAME.
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
      ******************************************************************
       WRITE-CHANGE-AUDIT SECTION.
         PERFORM ACCEPT-CHANGE-REASON.
         MOVE IN-REASON-CODE TO AUD-REASON-CODE.
         MOVE IN-REFERENCE TO AUD-REFERENCE.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE "READING" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-PREFECTURE-CODE TO AUD-KEY(1:2).
         MOVE IN-MUNICIPALITY-CODE TO AUD-KEY(3:3).
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
      * メモリの表の内容を読みがなマスタへ書き戻します。
      ******************************************************************
       SAVE-READINGS SECTION.
         OPEN OUTPUT READINGS-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > READING-TABLE-COUNT
           MOVE T-PREFECTURE-CODE(K) TO RD-PREFECTURE-CODE;
           MOVE T-MUNICIPALITY-CODE(K) TO RD-MUNICIPALITY-CODE;
           MOVE T-KANA-NAME(K) TO RD-KANA-NAME;
           WRITE READING-RECORD;
         END-PERFORM.
         CLOSE READINGS-FILE.
         MOVE "../data/MunicipalityReadings.txt"
             TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-READINGS-EXIT.
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

       END PROGRAM MAINTAIN-MUNICIPALITY-READINGS.
