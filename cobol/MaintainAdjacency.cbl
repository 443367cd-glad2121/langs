      ******************************************************************
      * 都道府県の隣接マスタ(PrefectureAdjacency.txt)を保守します
      * （追加・削除・照会）。陸上で境界を接する都道府県の組を
      * 保持するマスタで、境界の帳票(BORDER-REPORT)と、所属地方の
      * 付け替え(REASSIGN-PREFECTURE)の地続きの確認の元になります。
      * 組の追加・削除は両方向の行をいっしょに行うので、片方向
      * だけの組はこのプログラムからは生じません。両方の都道府県
      * コードが都道府県ファイルに実在することを確認し、すべての
      * 変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-ADJACENCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ADJACENCY-FILE
           ASSIGN TO "../data/PrefectureAdjacency.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJACENCY-STATUS.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 隣接マスタ。
       FD  ADJACENCY-FILE.
       01  ADJACENCY-RECORD.
           COPY "PrefectureAdjacencyEntry".
      * 都道府県ファイル。入力された都道府県コードの実在確認に
      * 使います。
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PF-PREFECTURE-CODE        PIC X(2).
         03  PF-NAME                   PIC N(5).
         03  PF-REGION-CODE            PIC X(2).
         03  PF-POPULATION             PIC 9(8).
         03  PF-AREA-SQKM              PIC 9(5)V99.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
       77  IN-REASON-CODE              PIC X(1).
       77  IN-REFERENCE                PIC X(12).
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  ADJACENCY-STATUS            PIC X(2).
         88  ADJACENCY-STATUS-OK       VALUE "00".
       01  PREFECTURES-STATUS          PIC X(2).

      * メモリ上に読み込んだ隣接の一覧。両方向の行を、4桁の組の
      * 昇順で保持します。
       01  ADJACENCY-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       01  ADJACENCY-TABLE.
         03  ADJACENCY-ENTRY           OCCURS 400 INDEXED BY K.
             05  T-ADJACENCY-PAIR.
                 07  T-PREFECTURE-CODE PIC X(2).
                 07  T-ADJACENT-CODE   PIC X(2).

      * 都道府県ファイルに実在する都道府県コードの一覧。
       01  VALID-PREFECTURE-CODES.
         05  VALID-PREFECTURE-CODE     OCCURS 50 INDEXED BY RI
                                        PIC X(2) VALUE SPACES.
       77  VALID-PREFECTURE-COUNT      PIC 9(2) VALUE 0.
       01  PREFECTURE-VALID-SWITCH     PIC X.
         88  PREFECTURE-CODE-VALID     VALUE "Y".
         88  PREFECTURE-CODE-INVALID   VALUE "N".
       77  CHECK-PREFECTURE-CODE-IN    PIC X(2).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-PREFECTURE-CODE          PIC X(2).
       01  IN-ADJACENT-CODE            PIC X(2).

      * 検索・追加・削除の対象の組（4桁）。
       01  SEARCH-PAIR.
         03  SEARCH-PREFECTURE-CODE    PIC X(2).
         03  SEARCH-ADJACENT-CODE      PIC X(2).

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 照会で表示した隣接の件数。
       77  NEIGHBOR-COUNT              PIC 9(2).

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.

      * この回の保守で書き込んだ変更の件数。
       77  CHANGES-MADE-COUNT          PIC 9(4) VALUE 0.
      * 追加を組の昇順の位置へ差し込むための項目。
       77  INSERT-POSITION             PIC 9(3).
       77  INSERT-SHIFT-INDEX          PIC 9(3).

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
         PERFORM LOAD-ADJACENCY.
         PERFORM LOAD-PREFECTURE-CODES.
         PERFORM UNTIL OPERATION-IS-EXIT
           PERFORM ACCEPT-OPERATION;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-ENTRY;
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
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-ADJACENCY;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-ADJACENCY-EXIT.
         STOP RUN.

      ******************************************************************
      * 隣接マスタの内容をメモリの表に読み込みます。まだファイルが
      * 存在しないときは空の表から始めます。
      ******************************************************************
       LOAD-ADJACENCY SECTION.
         MOVE 0 TO ADJACENCY-TABLE-COUNT.
         OPEN INPUT ADJACENCY-FILE.
         IF ADJACENCY-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT ADJACENCY-STATUS-OK
               READ ADJACENCY-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF ADJACENCY-TABLE-COUNT >= 400
                     THEN
                       DISPLAY "ADJACENCY-TABLE-FULL";
                     ELSE
                       ADD 1 TO ADJACENCY-TABLE-COUNT;
                       SET K TO ADJACENCY-TABLE-COUNT;
                       MOVE AJ-PREFECTURE-CODE
                           TO T-PREFECTURE-CODE(K);
                       MOVE AJ-ADJACENT-CODE TO T-ADJACENT-CODE(K);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE ADJACENCY-FILE;
         END-IF.
       LOAD-ADJACENCY-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルを読み込み、実在する都道府県コードの一覧を
      * 作ります。
      ******************************************************************
       LOAD-PREFECTURE-CODES SECTION.
         MOVE 0 TO VALID-PREFECTURE-COUNT.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-ADJACENCY: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
           ELSE
             PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
               READ PREFECTURES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF PREFECTURE-RECORD(1:2) = "T9"
                     THEN
                       CONTINUE;
                     ELSE
                   IF VALID-PREFECTURE-COUNT < 50
                     THEN
                       ADD 1 TO VALID-PREFECTURE-COUNT;
                       MOVE PF-PREFECTURE-CODE
                           TO VALID-PREFECTURE-CODE
                               (VALID-PREFECTURE-COUNT);
                   END-IF
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE PREFECTURES-FILE;
         END-IF.
       LOAD-PREFECTURE-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  D)DELETE  I)INQUIRE  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-DELETE
             AND NOT OPERATION-IS-INQUIRE AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
           ELSE
             IF NOT OPERATION-IS-EXIT
               THEN
                 IF (OPERATION-IS-ADD OR OPERATION-IS-DELETE)
                     AND NOT OPR-UPDATE-AUTHORITY
                   THEN
                     DISPLAY "UPDATE AUTHORITY REQUIRED -- "
                         "OPERATION REFUSED";
                     MOVE SPACE TO OPERATION-CODE;
                   ELSE
                     DISPLAY "PREFECTURE-CODE:";
                     ACCEPT IN-PREFECTURE-CODE;
                     IF OPERATION-IS-ADD OR OPERATION-IS-DELETE
                       THEN
                         DISPLAY "ADJACENT PREFECTURE-CODE:";
                         ACCEPT IN-ADJACENT-CODE;
                     END-IF
                 END-IF
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * CHECK-PREFECTURE-CODE-INの都道府県コードが都道府県ファイルに
      * 実在するかを確認します。
      ******************************************************************
       CHECK-PREFECTURE-CODE SECTION.
         SET PREFECTURE-CODE-INVALID TO TRUE.
         SET RI TO 1.
         SEARCH VALID-PREFECTURE-CODE
           AT END
             CONTINUE;
           WHEN VALID-PREFECTURE-CODE(RI) = CHECK-PREFECTURE-CODE-IN
             SET PREFECTURE-CODE-VALID TO TRUE;
         END-SEARCH.
       CHECK-PREFECTURE-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 表の中からSEARCH-PAIRの組を検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > ADJACENCY-TABLE-COUNT OR ENTRY-FOUND
           IF T-ADJACENCY-PAIR(K) = SEARCH-PAIR
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
      * 見つかった行を指したまま抜けるよう、1つ戻します。
             SET K DOWN BY 1;
         END-IF.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 隣接の組を追加します。両方向の行をいっしょに追加します。
      ******************************************************************
       ADD-ENTRY SECTION.
         IF IN-PREFECTURE-CODE = IN-ADJACENT-CODE
           THEN
             DISPLAY "A PREFECTURE CANNOT BORDER ITSELF "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         MOVE IN-PREFECTURE-CODE TO CHECK-PREFECTURE-CODE-IN.
         PERFORM CHECK-PREFECTURE-CODE.
         IF PREFECTURE-CODE-VALID
           THEN
             MOVE IN-ADJACENT-CODE TO CHECK-PREFECTURE-CODE-IN;
             PERFORM CHECK-PREFECTURE-CODE;
         END-IF.
         IF PREFECTURE-CODE-INVALID
           THEN
             DISPLAY "PREFECTURE-CODE " CHECK-PREFECTURE-CODE-IN
                 " NOT-FOUND IN PREFECTURES MASTER "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         MOVE IN-PREFECTURE-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-ADJACENT-CODE TO SEARCH-ADJACENT-CODE.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "ADJACENCY ALREADY-EXISTS";
             EXIT SECTION;
         END-IF.
         IF ADJACENCY-TABLE-COUNT + 2 > 400
           THEN
             DISPLAY "ADJACENCY-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         PERFORM INSERT-PAIR-IN-ORDER.
         MOVE IN-ADJACENT-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-PREFECTURE-CODE TO SEARCH-ADJACENT-CODE.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             PERFORM INSERT-PAIR-IN-ORDER;
         END-IF.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         MOVE IN-PREFECTURE-CODE TO AFTER-IMAGE(1:2).
         MOVE IN-ADJACENT-CODE TO AFTER-IMAGE(3:2).
         SET AUD-IS-ADD TO TRUE.
         PERFORM WRITE-CHANGE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * SEARCH-PAIRの組を、表の組の昇順の位置へ差し込みます。
      ******************************************************************
       INSERT-PAIR-IN-ORDER SECTION.
         COMPUTE INSERT-POSITION = ADJACENCY-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > ADJACENCY-TABLE-COUNT
           IF T-ADJACENCY-PAIR(INSERT-SHIFT-INDEX) > SEARCH-PAIR
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM ADJACENCY-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE ADJACENCY-ENTRY(INSERT-SHIFT-INDEX)
               TO ADJACENCY-ENTRY(INSERT-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO ADJACENCY-TABLE-COUNT.
         SET K TO INSERT-POSITION.
         MOVE SEARCH-PAIR TO T-ADJACENCY-PAIR(K).
       INSERT-PAIR-IN-ORDER-EXIT.
         EXIT.

      ******************************************************************
      * 隣接の組を削除します。両方向の行をいっしょに削除します。
      * 片方向の行しか無い組（点検で見つかった誤り）も、この操作で
      * 取り除けます。
      ******************************************************************
       DELETE-ENTRY SECTION.
         MOVE IN-PREFECTURE-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-ADJACENT-CODE TO SEARCH-ADJACENT-CODE.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             MOVE IN-ADJACENT-CODE TO SEARCH-PREFECTURE-CODE;
             MOVE IN-PREFECTURE-CODE TO SEARCH-ADJACENT-CODE;
             PERFORM FIND-ENTRY;
         END-IF.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "ADJACENCY NOT-FOUND";
             EXIT SECTION;
         END-IF.
         MOVE IN-PREFECTURE-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-ADJACENT-CODE TO SEARCH-ADJACENT-CODE.
         PERFORM REMOVE-PAIR.
         MOVE IN-ADJACENT-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-PREFECTURE-CODE TO SEARCH-ADJACENT-CODE.
         PERFORM REMOVE-PAIR.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         MOVE IN-PREFECTURE-CODE TO BEFORE-IMAGE(1:2).
         MOVE IN-ADJACENT-CODE TO BEFORE-IMAGE(3:2).
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-CHANGE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * SEARCH-PAIRの組が表にあれば取り除きます。
      ******************************************************************
       REMOVE-PAIR SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM VARYING K FROM K BY 1
                 UNTIL K >= ADJACENCY-TABLE-COUNT
               MOVE ADJACENCY-ENTRY(K + 1) TO ADJACENCY-ENTRY(K);
             END-PERFORM;
             SUBTRACT 1 FROM ADJACENCY-TABLE-COUNT;
         END-IF.
       REMOVE-PAIR-EXIT.
         EXIT.

      ******************************************************************
      * 入力された都道府県に接する都道府県を一覧表示します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         MOVE 0 TO NEIGHBOR-COUNT.
         DISPLAY "PREFECTURE-CODE:" IN-PREFECTURE-CODE " BORDERS:".
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > ADJACENCY-TABLE-COUNT
           IF T-PREFECTURE-CODE(K) = IN-PREFECTURE-CODE
             THEN
               ADD 1 TO NEIGHBOR-COUNT;
               DISPLAY "  " T-ADJACENT-CODE(K);
           END-IF
         END-PERFORM.
         IF NEIGHBOR-COUNT = 0
           THEN
             DISPLAY "  (NO LAND BORDERS RECORDED)";
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
      * 保守内容を監査ログへ書き出します。呼び出し元は、あらかじめ
      * AUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGEを設定しておきます。
      * キーには組の4桁を入れます。
      ******************************************************************
       WRITE-CHANGE-AUDIT SECTION.
         PERFORM ACCEPT-CHANGE-REASON.
         MOVE IN-REASON-CODE TO AUD-REASON-CODE.
         MOVE IN-REFERENCE TO AUD-REFERENCE.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE "ADJACENCY" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-PREFECTURE-CODE TO AUD-KEY(1:2).
         MOVE IN-ADJACENT-CODE TO AUD-KEY(3:2).
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
      * メモリの表の内容を隣接マスタへ書き戻します。
      ******************************************************************
       SAVE-ADJACENCY SECTION.
         OPEN OUTPUT ADJACENCY-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > ADJACENCY-TABLE-COUNT
           MOVE T-PREFECTURE-CODE(K) TO AJ-PREFECTURE-CODE;
           MOVE T-ADJACENT-CODE(K) TO AJ-ADJACENT-CODE;
           WRITE ADJACENCY-RECORD;
         END-PERFORM.
         CLOSE ADJACENCY-FILE.
         MOVE "../data/PrefectureAdjacency.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-ADJACENCY-EXIT.
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

       END PROGRAM MAINTAIN-ADJACENCY.
