      ******************************************************************
      * 都道府県の経済指標マスタ(EconomicIndicators.txt)を保守します
      * （追加・訂正・削除・照会）。都道府県コードと年度ごとに、
      * 県内総生産（百万円）・1人当たり県民所得（千円）・事業所数
      * を保持するマスタで、1人当たりの順位帳票
      * (PER-CAPITA-REPORT)の元になります。年度の数字は通常は
      * IMPORT-ECONOMIC-INDICATORSで取り込み、ここでは公表後の
      * 訂正などを扱います。取り込みと同じロックを取得し、すべての
      * 変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-ECONOMIC-INDICATORS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT INDICATORS-FILE
           ASSIGN TO "../data/EconomicIndicators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDICATORS-STATUS.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 経済指標マスタ。
       FD  INDICATORS-FILE.
       01  INDICATOR-RECORD.
           COPY "EconomicIndicatorEntry".
      * 都道府県ファイル。コードの実在の確認に使います。
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
       01  INDICATORS-STATUS           PIC X(2).
       01  PREFECTURES-STATUS          PIC X(2).

      * メモリ上に読み込んだ都道府県コードの一覧。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY L.
             05  TP-PREFECTURE-CODE    PIC X(2).

      * メモリ上に読み込んだ経済指標の一覧。
       01  INDICATOR-TABLE-COUNT       PIC 9(4) VALUE ZERO.
       01  INDICATOR-TABLE.
         03  INDICATOR-ENTRY           OCCURS 3000 INDEXED BY K.
             05  T-PREFECTURE-CODE     PIC X(2).
             05  T-FISCAL-YEAR         PIC 9(4).
             05  T-GDP-MILLION-YEN     PIC 9(10).
             05  T-INCOME-PER-CAPITA   PIC 9(6).
             05  T-ESTABLISHMENTS      PIC 9(7).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-PREFECTURE-CODE          PIC X(2).
       01  IN-FISCAL-YEAR              PIC 9(4).
       01  IN-GDP-MILLION-YEN          PIC 9(10).
       01  IN-INCOME-PER-CAPITA        PIC 9(6).
       01  IN-ESTABLISHMENTS           PIC 9(7).

      * 年度の範囲の検証。年度は1955年度から今年度までです。
       77  CURRENT-DATE-9              PIC 9(8).
       77  CURRENT-FISCAL-YEAR         PIC 9(4).

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 入力値の検証結果。
       01  FIGURES-VALID-SWITCH        PIC X.
         88  FIGURES-VALID             VALUE "Y".
         88  FIGURES-INVALID           VALUE "N".
       77  INVALID-REASON              PIC X(40).

      * 追加を都道府県コード・年度の昇順の位置へ差し込むための
      * 項目。
       77  INSERT-POSITION             PIC 9(4).
       77  INSERT-SHIFT-INDEX          PIC 9(4).

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
       01  WORK-INDICATOR-IMAGE.
           COPY "EconomicIndicatorEntry" REPLACING LEADING ==EI== BY
               ==WI==.

      * 表示用の編集項目。
       77  GDP-EDIT                    PIC Z,ZZZ,ZZZ,ZZ9.
       77  INCOME-EDIT                 PIC ZZZ,ZZ9.
       77  ESTABLISHMENTS-EDIT         PIC Z,ZZZ,ZZ9.

      * この回の保守で書き込んだ変更の件数。
       77  CHANGES-MADE-COUNT          PIC 9(4) VALUE 0.

      * マスタの末尾に書き出す制御トレーラーと、その集計項目。
       01  MASTER-TRAILER.
           COPY "MasterTrailer".
       77  TRAILER-RECORD-COUNT        PIC 9(6).
       77  TRAILER-HASH-TOTAL          PIC 9(13).

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

      * マスタロックの制御項目。取り込み
      * (IMPORT-ECONOMIC-INDICATORS)と同じロックです。ロックを
      * 取れないときは照会だけのセッションとして続けます。
       77  LOCK-FILENAME               PIC X(80).
       77  LOCK-ACTION                 PIC X(1).
       01  LOCK-RESULT-SWITCH          PIC X.
         88  LOCK-GRANTED              VALUE "Y".
         88  LOCK-REFUSED              VALUE "N".
       77  LOCK-HOLDER-ID              PIC X(8).
       01  LOCK-MODE-SWITCH            PIC X VALUE "N".
         88  SESSION-HOLDS-LOCK        VALUE "Y".

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
           ELSE
             PERFORM ACQUIRE-MASTER-LOCK;
         END-IF.
      * 年度は4月始まりです。1～3月は前の年の年度になります。
         ACCEPT CURRENT-DATE-9 FROM DATE YYYYMMDD.
         MOVE CURRENT-DATE-9(1:4) TO CURRENT-FISCAL-YEAR.
         IF CURRENT-DATE-9(5:2) < "04"
           THEN
             SUBTRACT 1 FROM CURRENT-FISCAL-YEAR;
         END-IF.
         PERFORM LOAD-PREFECTURE-CODES.
         PERFORM LOAD-INDICATORS.
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
             PERFORM SAVE-INDICATORS;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
         PERFORM RELEASE-MASTER-LOCK.
       MAINTAIN-ECONOMIC-INDICATORS-EXIT.
         STOP RUN.

      ******************************************************************
      * 都道府県ファイルのコードをメモリの表に読み込みます。
      ******************************************************************
       LOAD-PREFECTURE-CODES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         MOVE 0 TO PREFECTURE-TABLE-COUNT.
         PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   ADD 1 TO PREFECTURE-TABLE-COUNT;
                   SET L TO PREFECTURE-TABLE-COUNT;
                   MOVE PF-PREFECTURE-CODE TO TP-PREFECTURE-CODE(L);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURE-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標マスタの内容をメモリの表に読み込みます。まだファイル
      * が存在しないときは、空の表から始めます。
      ******************************************************************
       LOAD-INDICATORS SECTION.
         OPEN INPUT INDICATORS-FILE.
         MOVE 0 TO INDICATOR-TABLE-COUNT.
         IF INDICATORS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL INDICATORS-STATUS NOT = "00"
           READ INDICATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF INDICATOR-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
               IF INDICATOR-TABLE-COUNT >= 3000
                 THEN
                   DISPLAY "INDICATOR-TABLE-FULL";
                 ELSE
                   ADD 1 TO INDICATOR-TABLE-COUNT;
                   SET K TO INDICATOR-TABLE-COUNT;
                   MOVE INDICATOR-RECORD TO INDICATOR-ENTRY(K);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE INDICATORS-FILE.
       LOAD-INDICATORS-EXIT.
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
             EXIT SECTION;
         END-IF.
         IF OPERATION-IS-EXIT
           THEN
             EXIT SECTION;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
             AND NOT OPR-UPDATE-AUTHORITY
           THEN
             DISPLAY "UPDATE AUTHORITY REQUIRED -- "
                 "OPERATION REFUSED";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
             AND NOT SESSION-HOLDS-LOCK
           THEN
             DISPLAY "MASTER LOCKED BY " LOCK-HOLDER-ID
                 " -- INQUIRY ONLY";
             MOVE SPACE TO OPERATION-CODE;
             EXIT SECTION;
         END-IF.
         DISPLAY "PREFECTURE-CODE:".
         ACCEPT IN-PREFECTURE-CODE.
         DISPLAY "FISCAL-YEAR (9999):".
         ACCEPT IN-FISCAL-YEAR.
         IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
           THEN
             DISPLAY "GDP (MILLION YEN, 10 DIGITS):";
             ACCEPT IN-GDP-MILLION-YEN;
             DISPLAY "INCOME PER CAPITA (THOUSAND YEN, 6 DIGITS):";
             ACCEPT IN-INCOME-PER-CAPITA;
             DISPLAY "ESTABLISHMENTS (7 DIGITS):";
             ACCEPT IN-ESTABLISHMENTS;
             PERFORM CHECK-FIGURES;
             IF FIGURES-INVALID
               THEN
                 DISPLAY INVALID-REASON " -- OPERATION CANCELLED";
                 MOVE SPACE TO OPERATION-CODE;
             END-IF;
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 入力された都道府県コード・年度・数字を検証します。
      ******************************************************************
       CHECK-FIGURES SECTION.
         SET FIGURES-VALID TO TRUE.
         SET L TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             MOVE "PREFECTURE-CODE NOT-FOUND" TO INVALID-REASON;
             SET FIGURES-INVALID TO TRUE;
           WHEN TP-PREFECTURE-CODE(L) = IN-PREFECTURE-CODE
             CONTINUE;
         END-SEARCH.
         IF FIGURES-VALID
             AND (IN-FISCAL-YEAR < 1955
                 OR IN-FISCAL-YEAR > CURRENT-FISCAL-YEAR)
           THEN
             MOVE "FISCAL-YEAR OUT OF RANGE" TO INVALID-REASON;
             SET FIGURES-INVALID TO TRUE;
         END-IF.
         IF FIGURES-VALID
             AND (IN-GDP-MILLION-YEN = 0
                 OR IN-INCOME-PER-CAPITA = 0)
           THEN
             MOVE "GDP/INCOME IS ZERO" TO INVALID-REASON;
             SET FIGURES-INVALID TO TRUE;
         END-IF.
       CHECK-FIGURES-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から都道府県コード・年度を検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH INDICATOR-ENTRY
           AT END
             CONTINUE;
           WHEN K > INDICATOR-TABLE-COUNT
             CONTINUE;
           WHEN T-PREFECTURE-CODE(K) = IN-PREFECTURE-CODE
               AND T-FISCAL-YEAR(K) = IN-FISCAL-YEAR
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標を追加します。都道府県コード・年度の昇順の位置へ
      * 差し込みます。
      ******************************************************************
       ADD-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "PREFECTURE/YEAR ALREADY-EXISTS";
           ELSE
             IF INDICATOR-TABLE-COUNT >= 3000
               THEN
                 DISPLAY "INDICATOR-TABLE-FULL";
               ELSE
                 PERFORM INSERT-ENTRY-IN-ORDER;
                 MOVE SPACES TO BEFORE-IMAGE;
                 MOVE IN-PREFECTURE-CODE TO T-PREFECTURE-CODE(K);
                 MOVE IN-FISCAL-YEAR TO T-FISCAL-YEAR(K);
                 MOVE IN-GDP-MILLION-YEN TO T-GDP-MILLION-YEN(K);
                 MOVE IN-INCOME-PER-CAPITA TO T-INCOME-PER-CAPITA(K);
                 MOVE IN-ESTABLISHMENTS TO T-ESTABLISHMENTS(K);
                 PERFORM BUILD-ENTRY-IMAGE;
                 MOVE WORK-INDICATOR-IMAGE TO AFTER-IMAGE;
                 SET AUD-IS-ADD TO TRUE;
                 PERFORM WRITE-CHANGE-AUDIT;
                 ADD 1 TO CHANGES-MADE-COUNT;
             END-IF
         END-IF.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 追加する行の場所を都道府県コード・年度の昇順で探し、そこへ
      * 空きを作ってKに指させます。
      ******************************************************************
       INSERT-ENTRY-IN-ORDER SECTION.
         COMPUTE INSERT-POSITION = INDICATOR-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > INDICATOR-TABLE-COUNT
           IF (T-PREFECTURE-CODE(INSERT-SHIFT-INDEX)
                   > IN-PREFECTURE-CODE
               OR (T-PREFECTURE-CODE(INSERT-SHIFT-INDEX)
                   = IN-PREFECTURE-CODE
                 AND T-FISCAL-YEAR(INSERT-SHIFT-INDEX)
                   > IN-FISCAL-YEAR))
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM INDICATOR-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE INDICATOR-ENTRY(INSERT-SHIFT-INDEX)
               TO INDICATOR-ENTRY(INSERT-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO INDICATOR-TABLE-COUNT.
         SET K TO INSERT-POSITION.
       INSERT-ENTRY-IN-ORDER-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標を訂正します。
      ******************************************************************
       CHANGE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-INDICATOR-IMAGE TO BEFORE-IMAGE;
             MOVE IN-GDP-MILLION-YEN TO T-GDP-MILLION-YEN(K);
             MOVE IN-INCOME-PER-CAPITA TO T-INCOME-PER-CAPITA(K);
             MOVE IN-ESTABLISHMENTS TO T-ESTABLISHMENTS(K);
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-INDICATOR-IMAGE TO AFTER-IMAGE;
             SET AUD-IS-CHANGE TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
           ELSE
             DISPLAY "PREFECTURE/YEAR NOT-FOUND";
         END-IF.
       CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標を削除します。
      ******************************************************************
       DELETE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-INDICATOR-IMAGE TO BEFORE-IMAGE;
             MOVE SPACES TO AFTER-IMAGE;
             SET AUD-IS-DELETE TO TRUE;
             PERFORM WRITE-CHANGE-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
             PERFORM VARYING K FROM K BY 1
                 UNTIL K >= INDICATOR-TABLE-COUNT
               MOVE INDICATOR-ENTRY(K + 1) TO INDICATOR-ENTRY(K);
             END-PERFORM;
             SUBTRACT 1 FROM INDICATOR-TABLE-COUNT;
           ELSE
             DISPLAY "PREFECTURE/YEAR NOT-FOUND";
         END-IF.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 経済指標の内容を照会します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             MOVE T-GDP-MILLION-YEN(K) TO GDP-EDIT;
             MOVE T-INCOME-PER-CAPITA(K) TO INCOME-EDIT;
             MOVE T-ESTABLISHMENTS(K) TO ESTABLISHMENTS-EDIT;
             DISPLAY "PREFECTURE-CODE:" T-PREFECTURE-CODE(K)
                 " FISCAL-YEAR:" T-FISCAL-YEAR(K);
             DISPLAY "  GDP (MILLION YEN):" GDP-EDIT;
             DISPLAY "  INCOME PER CAPITA (THOUSAND YEN):"
                 INCOME-EDIT;
             DISPLAY "  ESTABLISHMENTS:" ESTABLISHMENTS-EDIT;
           ELSE
             DISPLAY "PREFECTURE/YEAR NOT-FOUND";
         END-IF.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 表のK番目の経済指標のレコードイメージを組み立てます。
      ******************************************************************
       BUILD-ENTRY-IMAGE SECTION.
         MOVE T-PREFECTURE-CODE(K) TO WI-PREFECTURE-CODE.
         MOVE T-FISCAL-YEAR(K) TO WI-FISCAL-YEAR.
         MOVE T-GDP-MILLION-YEN(K) TO WI-GDP-MILLION-YEN.
         MOVE T-INCOME-PER-CAPITA(K) TO WI-INCOME-PER-CAPITA.
         MOVE T-ESTABLISHMENTS(K) TO WI-ESTABLISHMENTS.
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
         MOVE "ECONOMIC" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-PREFECTURE-CODE TO AUD-KEY(1:2).
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
      * メモリの表の内容を経済指標マスタへ書き戻します。
      ******************************************************************
       SAVE-INDICATORS SECTION.
         OPEN OUTPUT INDICATORS-FILE.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > INDICATOR-TABLE-COUNT
           MOVE INDICATOR-ENTRY(K) TO INDICATOR-RECORD;
           WRITE INDICATOR-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           ADD T-GDP-MILLION-YEN(K) TO TRAILER-HASH-TOTAL;
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE INDICATOR-RECORD FROM MASTER-TRAILER.
         CLOSE INDICATORS-FILE.
         MOVE "../data/EconomicIndicators.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-INDICATORS-EXIT.
         EXIT.

      ******************************************************************
      * マスタロックを取得します。他のセッションや取り込みが保持して
      * いれば、保持者を表示して照会のみのセッションとして続行
      * します。更新の権限の無いオペレーターはロックを取得しません。
      ******************************************************************
       ACQUIRE-MASTER-LOCK SECTION.
         IF OPR-UPDATE-AUTHORITY
           THEN
             MOVE "../data/EconomicIndicatorsLock.txt"
                 TO LOCK-FILENAME;
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

       END PROGRAM MAINTAIN-ECONOMIC-INDICATORS.
