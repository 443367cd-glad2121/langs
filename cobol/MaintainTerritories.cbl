      ******************************************************************
      * 営業地域マスタ(SalesTerritories.txt)と、都道府県の営業地域
      * への割り当て(PrefectureTerritories.txt)を保守します。営業
      * 地域は地方（REGION-CODE）とは別の、営業部門による都道府県の
      * まとめ方です。
      *   A/C/D/I - 営業地域の追加・訂正・削除・照会。都道府県が
      *             割り当てられている営業地域は削除できません。
      *             照会で営業地域コードを空白にすると、どの営業
      *             地域にも割り当てられていない都道府県を一覧
      *             表示します。
      *   S       - 都道府県を営業地域へ割り当てます（空白で割り
      *             当ての取り消し）。都道府県コードは都道府県
      *             ファイルに実在するものに限ります。
      * すべての変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-TERRITORIES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TERRITORIES-FILE
           ASSIGN TO "../data/SalesTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORIES-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 営業地域マスタ。
       FD  TERRITORIES-FILE.
       01  TERRITORY-RECORD.
           COPY "SalesTerritoryEntry".
      * 都道府県の営業地域への割り当て。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".
      * 都道府県ファイル。割り当てる都道府県コードの実在確認と、
      * 照会での名称の表示に使います。
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
       01  TERRITORIES-STATUS          PIC X(2).
         88  TERRITORIES-STATUS-OK     VALUE "00".
       01  TERRITORY-MAP-STATUS        PIC X(2).
         88  TERRITORY-MAP-STATUS-OK   VALUE "00".
       01  PREFECTURES-STATUS          PIC X(2).

      * メモリ上に読み込んだ営業地域の一覧。
       01  TERRITORY-TABLE-COUNT       PIC 9(2) VALUE ZERO.
       01  TERRITORY-TABLE.
         03  TERRITORY-ENTRY           OCCURS 50 INDEXED BY K.
             05  T-TERRITORY-CODE      PIC X(2).
             05  T-NAME                PIC N(8).
             05  T-ENGLISH-NAME        PIC X(20).

      * メモリ上に読み込んだ都道府県の割り当ての一覧。
       01  MAP-TABLE-COUNT             PIC 9(2) VALUE ZERO.
       01  MAP-TABLE.
         03  MAP-ENTRY                 OCCURS 50 INDEXED BY M.
             05  TT-PREFECTURE-CODE    PIC X(2).
             05  TT-TERRITORY-CODE     PIC X(2).

      * 都道府県ファイルに実在する都道府県の一覧。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY RI.
             05  TP-PREFECTURE-CODE    PIC X(2).
             05  TP-NAME               PIC N(5).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-SET          VALUE "S".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-TERRITORY-CODE           PIC X(2).
       01  IN-NAME                     PIC N(8).
       01  IN-ENGLISH-NAME             PIC X(20).
       01  IN-PREFECTURE-CODE          PIC X(2).

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       01  MAP-FOUND-SWITCH            PIC X.
         88  MAP-ENTRY-FOUND           VALUE "Y".
         88  MAP-ENTRY-NOT-FOUND       VALUE "N".
       01  PREFECTURE-FOUND-SWITCH     PIC X.
         88  PREFECTURE-FOUND          VALUE "Y".
         88  PREFECTURE-NOT-FOUND      VALUE "N".

      * 照会・削除で数える割り当ての件数。
       77  ASSIGNED-COUNT              PIC 9(2).

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
       01  WORK-TERRITORY-IMAGE.
         03  WT-TERRITORY-CODE         PIC X(2).
         03  WT-NAME                   PIC N(8).
         03  WT-ENGLISH-NAME           PIC X(20).
       01  WORK-MAP-IMAGE.
         03  WM-PREFECTURE-CODE        PIC X(2).
         03  WM-TERRITORY-CODE         PIC X(2).
      * 監査ログのファイルIDとキー。営業地域の変更と割り当ての変更
      * とで使い分けます。
       77  AUDIT-FILE-ID               PIC X(11).
       77  AUDIT-KEY                   PIC X(2).
       77  AUDIT-ENGLISH-NAME          PIC X(20).

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
         PERFORM LOAD-TERRITORIES.
         PERFORM LOAD-TERRITORY-MAP.
         PERFORM LOAD-PREFECTURES.
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
                         ELSE
                           IF OPERATION-IS-SET
                             THEN
                               PERFORM SET-PREFECTURE-TERRITORY;
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-TERRITORIES;
             PERFORM SAVE-TERRITORY-MAP;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-TERRITORIES-EXIT.
         STOP RUN.

      ******************************************************************
      * 営業地域マスタの内容をメモリの表に読み込みます。まだファイル
      * が存在しないときは空の表から始めます。
      ******************************************************************
       LOAD-TERRITORIES SECTION.
         MOVE 0 TO TERRITORY-TABLE-COUNT.
         OPEN INPUT TERRITORIES-FILE.
         IF TERRITORIES-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT TERRITORIES-STATUS-OK
           READ TERRITORIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF TERRITORY-TABLE-COUNT >= 50
                 THEN
                   DISPLAY "TERRITORY-TABLE-FULL";
                 ELSE
                   ADD 1 TO TERRITORY-TABLE-COUNT;
                   SET K TO TERRITORY-TABLE-COUNT;
                   MOVE ST-TERRITORY-CODE TO T-TERRITORY-CODE(K);
                   MOVE ST-NAME TO T-NAME(K);
                   MOVE ST-ENGLISH-NAME TO T-ENGLISH-NAME(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE TERRITORIES-FILE.
       LOAD-TERRITORIES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県の割り当ての内容をメモリの表に読み込みます。まだ
      * ファイルが存在しないときは空の表から始めます。
      ******************************************************************
       LOAD-TERRITORY-MAP SECTION.
         MOVE 0 TO MAP-TABLE-COUNT.
         OPEN INPUT TERRITORY-MAP-FILE.
         IF TERRITORY-MAP-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT TERRITORY-MAP-STATUS-OK
           READ TERRITORY-MAP-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MAP-TABLE-COUNT >= 50
                 THEN
                   DISPLAY "MAP-TABLE-FULL";
                 ELSE
                   ADD 1 TO MAP-TABLE-COUNT;
                   SET M TO MAP-TABLE-COUNT;
                   MOVE TM-PREFECTURE-CODE TO TT-PREFECTURE-CODE(M);
                   MOVE TM-TERRITORY-CODE TO TT-TERRITORY-CODE(M);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE TERRITORY-MAP-FILE.
       LOAD-TERRITORY-MAP-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルを読み込み、実在する都道府県の一覧を作り
      * ます。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         MOVE 0 TO PREFECTURE-TABLE-COUNT.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-TERRITORIES: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF PREFECTURE-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO PREFECTURE-TABLE-COUNT;
                       SET RI TO PREFECTURE-TABLE-COUNT;
                       MOVE PF-PREFECTURE-CODE
                           TO TP-PREFECTURE-CODE(RI);
                       MOVE PF-NAME TO TP-NAME(RI);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  C)CHANGE  D)DELETE  I)INQUIRE  "
             "S)ET PREFECTURE  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-CHANGE
             AND NOT OPERATION-IS-DELETE AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-SET AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
           ELSE
             IF NOT OPERATION-IS-EXIT
               THEN
                 IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                     OR OPERATION-IS-DELETE OR OPERATION-IS-SET)
                     AND NOT OPR-UPDATE-AUTHORITY
                   THEN
                     DISPLAY "UPDATE AUTHORITY REQUIRED -- "
                         "OPERATION REFUSED";
                     MOVE SPACE TO OPERATION-CODE;
                   ELSE
                     IF OPERATION-IS-SET
                       THEN
                         DISPLAY "PREFECTURE-CODE:";
                         ACCEPT IN-PREFECTURE-CODE;
                         DISPLAY "TERRITORY-CODE (BLANK TO UNASSIGN):";
                         ACCEPT IN-TERRITORY-CODE;
                       ELSE
                         DISPLAY "TERRITORY-CODE:";
                         ACCEPT IN-TERRITORY-CODE;
                     END-IF;
                     IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                       THEN
                         DISPLAY "NAME:";
                         ACCEPT IN-NAME;
                         DISPLAY "ENGLISH-NAME:";
                         ACCEPT IN-ENGLISH-NAME;
                     END-IF
                 END-IF
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から営業地域コードを検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH TERRITORY-ENTRY
           AT END
             CONTINUE;
           WHEN K > TERRITORY-TABLE-COUNT
             CONTINUE;
           WHEN T-TERRITORY-CODE(K) = IN-TERRITORY-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 割り当ての表の中から都道府県コードを検索します。
      ******************************************************************
       FIND-MAP-ENTRY SECTION.
         SET MAP-ENTRY-NOT-FOUND TO TRUE.
         SET M TO 1.
         SEARCH MAP-ENTRY
           AT END
             CONTINUE;
           WHEN M > MAP-TABLE-COUNT
             CONTINUE;
           WHEN TT-PREFECTURE-CODE(M) = IN-PREFECTURE-CODE
             SET MAP-ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-MAP-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルの一覧から都道府県コードを検索します。
      ******************************************************************
       FIND-PREFECTURE SECTION.
         SET PREFECTURE-NOT-FOUND TO TRUE.
         SET RI TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN RI > PREFECTURE-TABLE-COUNT
             CONTINUE;
           WHEN TP-PREFECTURE-CODE(RI) = IN-PREFECTURE-CODE
             SET PREFECTURE-FOUND TO TRUE;
         END-SEARCH.
       FIND-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域を追加します。
      ******************************************************************
       ADD-ENTRY SECTION.
         IF IN-TERRITORY-CODE = SPACES OR IN-NAME = SPACES
           THEN
             DISPLAY "TERRITORY-CODE AND NAME ARE REQUIRED "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "TERRITORY-CODE ALREADY-EXISTS";
           ELSE
             IF TERRITORY-TABLE-COUNT >= 50
               THEN
                 DISPLAY "TERRITORY-TABLE-FULL";
               ELSE
                 ADD 1 TO TERRITORY-TABLE-COUNT;
                 SET K TO TERRITORY-TABLE-COUNT;
                 MOVE SPACES TO BEFORE-IMAGE;
                 MOVE IN-TERRITORY-CODE TO T-TERRITORY-CODE(K);
                 MOVE IN-NAME TO T-NAME(K);
                 MOVE IN-ENGLISH-NAME TO T-ENGLISH-NAME(K);
                 PERFORM BUILD-ENTRY-IMAGE;
                 MOVE WORK-TERRITORY-IMAGE TO AFTER-IMAGE;
                 SET AUD-IS-ADD TO TRUE;
                 PERFORM WRITE-TERRITORY-AUDIT;
                 ADD 1 TO CHANGES-MADE-COUNT;
             END-IF
         END-IF.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域の名称を訂正します。空白で入力した項目は元のまま
      * 残します。
      ******************************************************************
       CHANGE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-TERRITORY-IMAGE TO BEFORE-IMAGE;
             IF IN-NAME NOT = SPACES
               THEN
                 MOVE IN-NAME TO T-NAME(K);
             END-IF;
             IF IN-ENGLISH-NAME NOT = SPACES
               THEN
                 MOVE IN-ENGLISH-NAME TO T-ENGLISH-NAME(K);
             END-IF;
             PERFORM BUILD-ENTRY-IMAGE;
             MOVE WORK-TERRITORY-IMAGE TO AFTER-IMAGE;
             SET AUD-IS-CHANGE TO TRUE;
             PERFORM WRITE-TERRITORY-AUDIT;
             ADD 1 TO CHANGES-MADE-COUNT;
           ELSE
             DISPLAY "TERRITORY-CODE NOT-FOUND";
         END-IF.
       CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域を削除します。都道府県が割り当てられている営業地域
      * は、先に割り当てを付け替えてもらうため削除を断ります。
      ******************************************************************
       DELETE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "TERRITORY-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         PERFORM COUNT-ASSIGNED-PREFECTURES.
         IF ASSIGNED-COUNT > 0
           THEN
             DISPLAY "TERRITORY HAS " ASSIGNED-COUNT
                 " PREFECTURES ASSIGNED -- DELETE REFUSED";
             EXIT SECTION;
         END-IF.
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-TERRITORY-IMAGE TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-TERRITORY-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         PERFORM VARYING K FROM K BY 1
             UNTIL K >= TERRITORY-TABLE-COUNT
           MOVE TERRITORY-ENTRY(K + 1) TO TERRITORY-ENTRY(K);
         END-PERFORM.
         SUBTRACT 1 FROM TERRITORY-TABLE-COUNT.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * IN-TERRITORY-CODEの営業地域に割り当てられた都道府県の数を
      * 数えます。
      ******************************************************************
       COUNT-ASSIGNED-PREFECTURES SECTION.
         MOVE 0 TO ASSIGNED-COUNT.
         PERFORM VARYING M FROM 1 BY 1 UNTIL M > MAP-TABLE-COUNT
           IF TT-TERRITORY-CODE(M) = IN-TERRITORY-CODE
             THEN
               ADD 1 TO ASSIGNED-COUNT;
           END-IF
         END-PERFORM.
       COUNT-ASSIGNED-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域の内容と、割り当てられた都道府県を照会します。営業
      * 地域コードが空白のときは、どの営業地域にも割り当てられて
      * いない都道府県を一覧表示します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         IF IN-TERRITORY-CODE = SPACES
           THEN
             PERFORM LIST-UNASSIGNED-PREFECTURES;
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "TERRITORY-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         DISPLAY "TERRITORY-CODE:" T-TERRITORY-CODE(K)
             " NAME:" T-NAME(K)
             " ENGLISH-NAME:" T-ENGLISH-NAME(K).
         MOVE 0 TO ASSIGNED-COUNT.
         PERFORM VARYING M FROM 1 BY 1 UNTIL M > MAP-TABLE-COUNT
           IF TT-TERRITORY-CODE(M) = IN-TERRITORY-CODE
             THEN
               ADD 1 TO ASSIGNED-COUNT;
               MOVE TT-PREFECTURE-CODE(M) TO IN-PREFECTURE-CODE;
               PERFORM FIND-PREFECTURE;
               IF PREFECTURE-FOUND
                 THEN
                   DISPLAY "  " TT-PREFECTURE-CODE(M)
                       " " TP-NAME(RI);
                 ELSE
                   DISPLAY "  " TT-PREFECTURE-CODE(M)
                       " (NOT ON PREFECTURES MASTER)";
               END-IF
           END-IF
         END-PERFORM.
         DISPLAY "PREFECTURES ASSIGNED=" ASSIGNED-COUNT.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * どの営業地域にも割り当てられていない都道府県を一覧表示
      * します。
      ******************************************************************
       LIST-UNASSIGNED-PREFECTURES SECTION.
         MOVE 0 TO ASSIGNED-COUNT.
         DISPLAY "PREFECTURES WITHOUT A TERRITORY:".
         PERFORM VARYING RI FROM 1 BY 1
             UNTIL RI > PREFECTURE-TABLE-COUNT
           MOVE TP-PREFECTURE-CODE(RI) TO IN-PREFECTURE-CODE
           PERFORM FIND-MAP-ENTRY
           IF MAP-ENTRY-NOT-FOUND
             THEN
               ADD 1 TO ASSIGNED-COUNT;
               DISPLAY "  " TP-PREFECTURE-CODE(RI) " " TP-NAME(RI);
           END-IF
         END-PERFORM.
         DISPLAY "UNASSIGNED=" ASSIGNED-COUNT.
       LIST-UNASSIGNED-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県を営業地域へ割り当てます。営業地域コードが空白の
      * ときは割り当てを取り消します。
      ******************************************************************
       SET-PREFECTURE-TERRITORY SECTION.
         PERFORM FIND-PREFECTURE.
         IF PREFECTURE-NOT-FOUND
           THEN
             DISPLAY "PREFECTURE-CODE NOT-FOUND IN PREFECTURES MASTER "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         IF IN-TERRITORY-CODE NOT = SPACES
           THEN
             PERFORM FIND-ENTRY;
             IF ENTRY-NOT-FOUND
               THEN
                 DISPLAY "TERRITORY-CODE NOT-FOUND "
                     "-- OPERATION CANCELLED";
                 EXIT SECTION;
             END-IF;
         END-IF.
         PERFORM FIND-MAP-ENTRY.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         IF MAP-ENTRY-FOUND
           THEN
             IF TT-TERRITORY-CODE(M) = IN-TERRITORY-CODE
               THEN
                 DISPLAY "PREFECTURE ALREADY ASSIGNED TO TERRITORY "
                     IN-TERRITORY-CODE;
                 EXIT SECTION;
             END-IF;
             MOVE TT-PREFECTURE-CODE(M) TO WM-PREFECTURE-CODE;
             MOVE TT-TERRITORY-CODE(M) TO WM-TERRITORY-CODE;
             MOVE WORK-MAP-IMAGE TO BEFORE-IMAGE;
         END-IF.
         IF IN-TERRITORY-CODE = SPACES
           THEN
             IF MAP-ENTRY-NOT-FOUND
               THEN
                 DISPLAY "PREFECTURE NOT ASSIGNED TO ANY TERRITORY";
                 EXIT SECTION;
             END-IF;
             PERFORM VARYING M FROM M BY 1
                 UNTIL M >= MAP-TABLE-COUNT
               MOVE MAP-ENTRY(M + 1) TO MAP-ENTRY(M);
             END-PERFORM;
             SUBTRACT 1 FROM MAP-TABLE-COUNT;
             SET AUD-IS-DELETE TO TRUE;
           ELSE
             IF MAP-ENTRY-FOUND
               THEN
                 MOVE IN-TERRITORY-CODE TO TT-TERRITORY-CODE(M);
                 SET AUD-IS-CHANGE TO TRUE;
               ELSE
                 IF MAP-TABLE-COUNT >= 50
                   THEN
                     DISPLAY "MAP-TABLE-FULL";
                     EXIT SECTION;
                 END-IF;
                 ADD 1 TO MAP-TABLE-COUNT;
                 SET M TO MAP-TABLE-COUNT;
                 MOVE IN-PREFECTURE-CODE TO TT-PREFECTURE-CODE(M);
                 MOVE IN-TERRITORY-CODE TO TT-TERRITORY-CODE(M);
                 SET AUD-IS-ADD TO TRUE;
             END-IF;
             MOVE IN-PREFECTURE-CODE TO WM-PREFECTURE-CODE;
             MOVE IN-TERRITORY-CODE TO WM-TERRITORY-CODE;
             MOVE WORK-MAP-IMAGE TO AFTER-IMAGE;
         END-IF.
         MOVE "TERRITORYMP" TO AUDIT-FILE-ID.
         MOVE IN-PREFECTURE-CODE TO AUDIT-KEY.
         MOVE SPACES TO AUDIT-ENGLISH-NAME.
         PERFORM WRITE-CHANGE-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       SET-PREFECTURE-TERRITORY-EXIT.
         EXIT.

      ******************************************************************
      * 表のK番目の営業地域のレコードイメージを組み立てます。
      ******************************************************************
       BUILD-ENTRY-IMAGE SECTION.
         MOVE T-TERRITORY-CODE(K) TO WT-TERRITORY-CODE.
         MOVE T-NAME(K) TO WT-NAME.
         MOVE T-ENGLISH-NAME(K) TO WT-ENGLISH-NAME.
       BUILD-ENTRY-IMAGE-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域の変更の監査ログを書き出します。
      ******************************************************************
       WRITE-TERRITORY-AUDIT SECTION.
         MOVE "TERRITORIES" TO AUDIT-FILE-ID.
         MOVE IN-TERRITORY-CODE TO AUDIT-KEY.
         MOVE T-ENGLISH-NAME(K) TO AUDIT-ENGLISH-NAME.
         PERFORM WRITE-CHANGE-AUDIT.
       WRITE-TERRITORY-AUDIT-EXIT.
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
      * AUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGE、AUDIT-FILE-ID・
      * AUDIT-KEY・AUDIT-ENGLISH-NAMEを設定しておきます。
      ******************************************************************
       WRITE-CHANGE-AUDIT SECTION.
         PERFORM ACCEPT-CHANGE-REASON.
         MOVE IN-REASON-CODE TO AUD-REASON-CODE.
         MOVE IN-REFERENCE TO AUD-REFERENCE.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE AUDIT-FILE-ID TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE AUDIT-KEY TO AUD-KEY(1:2).
         MOVE AUDIT-ENGLISH-NAME TO AUD-ENGLISH-NAME.
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
      * メモリの表の内容を営業地域マスタへ書き戻します。
      ******************************************************************
       SAVE-TERRITORIES SECTION.
         OPEN OUTPUT TERRITORIES-FILE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > TERRITORY-TABLE-COUNT
           MOVE T-TERRITORY-CODE(K) TO ST-TERRITORY-CODE;
           MOVE T-NAME(K) TO ST-NAME;
           MOVE T-ENGLISH-NAME(K) TO ST-ENGLISH-NAME;
           WRITE TERRITORY-RECORD;
         END-PERFORM.
         CLOSE TERRITORIES-FILE.
         MOVE "../data/SalesTerritories.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-TERRITORIES-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を割り当てのファイルへ書き戻します。
      ******************************************************************
       SAVE-TERRITORY-MAP SECTION.
         OPEN OUTPUT TERRITORY-MAP-FILE.
         PERFORM VARYING M FROM 1 BY 1 UNTIL M > MAP-TABLE-COUNT
           MOVE TT-PREFECTURE-CODE(M) TO TM-PREFECTURE-CODE;
           MOVE TT-TERRITORY-CODE(M) TO TM-TERRITORY-CODE;
           WRITE TERRITORY-MAP-RECORD;
         END-PERFORM.
         CLOSE TERRITORY-MAP-FILE.
         MOVE "../data/PrefectureTerritories.txt"
             TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-TERRITORY-MAP-EXIT.
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

       END PROGRAM MAINTAIN-TERRITORIES.
