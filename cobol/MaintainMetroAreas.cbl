      ******************************************************************
      * 都市雇用圏マスタ(MetroAreas.txt)と、都市雇用圏を構成する
      * 市町村(MetroMembers.txt)を保守します。都市雇用圏は中心市町村
      * と周辺の市町村からなり、都道府県の境界をまたいでかまいま
      * せん。
      *   A/C/D/I - 都市雇用圏の追加・訂正・削除・照会。中心市町村は
      *             構成する市町村としても登録します。削除すると構成
      *             する市町村の行もいっしょに削除します。
      *   M       - 構成する市町村の追加。市町村は市区町村ファイルに
      *             実在するものに限り、1つの市町村が属する都市
      *             雇用圏は1つまでです。
      *   R       - 構成する市町村の削除。中心市町村は削除できま
      *             せん（先に中心市町村を訂正してもらいます）。
      * すべての変更を監査ログへ書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-METRO-AREAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT METRO-AREAS-FILE
           ASSIGN TO "../data/MetroAreas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METRO-AREAS-STATUS.
         SELECT METRO-MEMBERS-FILE
           ASSIGN TO "../data/MetroMembers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METRO-MEMBERS-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都市雇用圏マスタ。
       FD  METRO-AREAS-FILE.
       01  METRO-AREA-RECORD.
           COPY "MetroAreaEntry".
      * 都市雇用圏を構成する市町村。
       FD  METRO-MEMBERS-FILE.
       01  METRO-MEMBER-RECORD.
           COPY "MetroMemberEntry".
      * 市区町村ファイル。構成する市町村の実在確認と、照会での名称
      * の表示に使います。
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
      * 都市雇用圏の追加・訂正・削除に伴う構成する市町村の変更には、
      * 都市雇用圏の変更で受け付けた理由と参照をそのまま使います。
       01  REASON-HELD-SWITCH          PIC X VALUE "N".
         88  REASON-HELD               VALUE "Y".
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  METRO-AREAS-STATUS          PIC X(2).
         88  METRO-AREAS-STATUS-OK     VALUE "00".
       01  METRO-MEMBERS-STATUS        PIC X(2).
         88  METRO-MEMBERS-STATUS-OK   VALUE "00".
       01  MUNICIPALITIES-STATUS       PIC X(2).

      * メモリ上に読み込んだ都市雇用圏の一覧。
       01  METRO-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  METRO-TABLE.
         03  METRO-ENTRY               OCCURS 200 INDEXED BY K.
             05  T-METRO-CODE          PIC X(3).
             05  T-NAME                PIC N(8).
             05  T-ENGLISH-NAME        PIC X(20).
             05  T-CORE-PREFECTURE-CODE
                                       PIC X(2).
             05  T-CORE-MUNICIPALITY-CODE
                                       PIC X(3).

      * メモリ上に読み込んだ構成する市町村の一覧。都市雇用圏コード・
      * 市町村の複合キーの昇順に保ちます。
       01  MEMBER-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  MEMBER-TABLE.
         03  MEMBER-ENTRY              OCCURS 2000 INDEXED BY M.
             05  TM-MEMBER-KEY.
                 07  TM-METRO-CODE     PIC X(3).
                 07  TM-PREFECTURE-CODE
                                       PIC X(2).
                 07  TM-MUNICIPALITY-CODE
                                       PIC X(3).

      * 市区町村ファイルに実在する市町村の一覧。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY MX.
             05  TU-PREFECTURE-CODE    PIC X(2).
             05  TU-MUNICIPALITY-CODE  PIC X(3).
             05  TU-MUNICIPALITY-NAME  PIC N(8).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-ADD          VALUE "A".
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-ADD-MEMBER   VALUE "M".
         88  OPERATION-IS-REMOVE-MEMBER
                                       VALUE "R".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-METRO-CODE               PIC X(3).
       01  IN-NAME                     PIC N(8).
       01  IN-ENGLISH-NAME             PIC X(20).
       01  IN-PREFECTURE-CODE          PIC X(2).
       01  IN-MUNICIPALITY-CODE        PIC X(3).

      * 検索キーと結果。
       01  SEARCH-MEMBER-KEY.
         03  SEARCH-METRO-CODE         PIC X(3).
         03  SEARCH-PREFECTURE-CODE    PIC X(2).
         03  SEARCH-MUNICIPALITY-CODE  PIC X(3).
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       01  MEMBER-FOUND-SWITCH         PIC X.
         88  MEMBER-FOUND              VALUE "Y".
         88  MEMBER-NOT-FOUND          VALUE "N".
       01  MUNICIPALITY-FOUND-SWITCH   PIC X.
         88  MUNICIPALITY-FOUND        VALUE "Y".
         88  MUNICIPALITY-NOT-FOUND    VALUE "N".

      * 構成する市町村を複合キーの昇順の位置へ差し込むための項目。
       77  INSERT-POSITION             PIC 9(4).
       77  INSERT-SHIFT-INDEX          PIC 9(4).
       77  MEMBER-COUNT                PIC 9(4).

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
       01  WORK-METRO-IMAGE.
         03  WA-METRO-CODE             PIC X(3).
         03  WA-NAME                   PIC N(8).
         03  WA-ENGLISH-NAME           PIC X(20).
         03  WA-CORE-PREFECTURE-CODE   PIC X(2).
         03  WA-CORE-MUNICIPALITY-CODE PIC X(3).
      * 監査ログのファイルIDとキー。都市雇用圏の変更と構成する
      * 市町村の変更とで使い分けます。
       77  AUDIT-FILE-ID               PIC X(11).
       77  AUDIT-KEY                   PIC X(5).
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
         PERFORM LOAD-METRO-AREAS.
         PERFORM LOAD-METRO-MEMBERS.
         PERFORM LOAD-MUNICIPALITIES.
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
                           IF OPERATION-IS-ADD-MEMBER
                             THEN
                               PERFORM ADD-MEMBER-ENTRY;
                             ELSE
                               IF OPERATION-IS-REMOVE-MEMBER
                                 THEN
                                   PERFORM REMOVE-MEMBER-ENTRY;
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-METRO-AREAS;
             PERFORM SAVE-METRO-MEMBERS;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
       MAINTAIN-METRO-AREAS-EXIT.
         STOP RUN.

      ******************************************************************
      * 都市雇用圏マスタの内容をメモリの表に読み込みます。まだ
      * ファイルが存在しないときは空の表から始めます。
      ******************************************************************
       LOAD-METRO-AREAS SECTION.
         MOVE 0 TO METRO-TABLE-COUNT.
         OPEN INPUT METRO-AREAS-FILE.
         IF METRO-AREAS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT METRO-AREAS-STATUS-OK
           READ METRO-AREAS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF METRO-TABLE-COUNT >= 200
                 THEN
                   DISPLAY "METRO-TABLE-FULL";
                 ELSE
                   ADD 1 TO METRO-TABLE-COUNT;
                   SET K TO METRO-TABLE-COUNT;
                   MOVE MA-METRO-CODE TO T-METRO-CODE(K);
                   MOVE MA-NAME TO T-NAME(K);
                   MOVE MA-ENGLISH-NAME TO T-ENGLISH-NAME(K);
                   MOVE MA-CORE-PREFECTURE-CODE
                       TO T-CORE-PREFECTURE-CODE(K);
                   MOVE MA-CORE-MUNICIPALITY-CODE
                       TO T-CORE-MUNICIPALITY-CODE(K);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE METRO-AREAS-FILE.
       LOAD-METRO-AREAS-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村の内容をメモリの表に読み込みます。まだファイル
      * が存在しないときは空の表から始めます。
      ******************************************************************
       LOAD-METRO-MEMBERS SECTION.
         MOVE 0 TO MEMBER-TABLE-COUNT.
         OPEN INPUT METRO-MEMBERS-FILE.
         IF METRO-MEMBERS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT METRO-MEMBERS-STATUS-OK
           READ METRO-MEMBERS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MEMBER-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "MEMBER-TABLE-FULL";
                 ELSE
                   ADD 1 TO MEMBER-TABLE-COUNT;
                   SET M TO MEMBER-TABLE-COUNT;
                   MOVE METRO-MEMBER-RECORD TO TM-MEMBER-KEY(M);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE METRO-MEMBERS-FILE.
       LOAD-METRO-MEMBERS-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルを読み込み、実在する市町村の一覧を作ります。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         MOVE 0 TO MUNICIPALITY-TABLE-COUNT.
         OPEN INPUT MUNICIPALITIES-FILE.
         IF MUNICIPALITIES-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-METRO-AREAS: UNABLE TO OPEN "
                 "MUNICIPALITIES-FILE STATUS=" MUNICIPALITIES-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL MUNICIPALITIES-STATUS NOT = "00"
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF MUNICIPALITY-TABLE-COUNT < 2000
                     THEN
                       ADD 1 TO MUNICIPALITY-TABLE-COUNT;
                       SET MX TO MUNICIPALITY-TABLE-COUNT;
                       MOVE MU-PREFECTURE-CODE
                           TO TU-PREFECTURE-CODE(MX);
                       MOVE MU-MUNICIPALITY-CODE
                           TO TU-MUNICIPALITY-CODE(MX);
                       MOVE MU-MUNICIPALITY-NAME
                           TO TU-MUNICIPALITY-NAME(MX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  C)CHANGE  D)DELETE  I)INQUIRE  "
             "M)EMBER ADD  R)EMOVE MEMBER  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-CHANGE
             AND NOT OPERATION-IS-DELETE AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-ADD-MEMBER
             AND NOT OPERATION-IS-REMOVE-MEMBER
             AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
           ELSE
             IF NOT OPERATION-IS-EXIT
               THEN
                 IF NOT OPERATION-IS-INQUIRE
                     AND NOT OPR-UPDATE-AUTHORITY
                   THEN
                     DISPLAY "UPDATE AUTHORITY REQUIRED -- "
                         "OPERATION REFUSED";
                     MOVE SPACE TO OPERATION-CODE;
                   ELSE
                     DISPLAY "METRO-CODE:";
                     ACCEPT IN-METRO-CODE;
                     IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                       THEN
                         DISPLAY "NAME:";
                         ACCEPT IN-NAME;
                         DISPLAY "ENGLISH-NAME:";
                         ACCEPT IN-ENGLISH-NAME;
                         DISPLAY "CORE PREFECTURE-CODE:";
                         ACCEPT IN-PREFECTURE-CODE;
                         DISPLAY "CORE MUNICIPALITY-CODE:";
                         ACCEPT IN-MUNICIPALITY-CODE;
                     END-IF;
                     IF OPERATION-IS-ADD-MEMBER
                         OR OPERATION-IS-REMOVE-MEMBER
                       THEN
                         DISPLAY "PREFECTURE-CODE:";
                         ACCEPT IN-PREFECTURE-CODE;
                         DISPLAY "MUNICIPALITY-CODE:";
                         ACCEPT IN-MUNICIPALITY-CODE;
                     END-IF
                 END-IF
             END-IF
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から都市雇用圏コードを検索します。
      ******************************************************************
       FIND-ENTRY SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH METRO-ENTRY
           AT END
             CONTINUE;
           WHEN K > METRO-TABLE-COUNT
             CONTINUE;
           WHEN T-METRO-CODE(K) = IN-METRO-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村の表から、SEARCH-MEMBER-KEYの行を検索します。
      * 都市雇用圏コードが空白のときは、どの都市雇用圏かを問わず
      * 市町村だけで検索します。
      ******************************************************************
       FIND-MEMBER SECTION.
         SET MEMBER-NOT-FOUND TO TRUE.
         PERFORM VARYING M FROM 1 BY 1
             UNTIL M > MEMBER-TABLE-COUNT OR MEMBER-FOUND
           IF TM-PREFECTURE-CODE(M) = SEARCH-PREFECTURE-CODE
               AND TM-MUNICIPALITY-CODE(M) = SEARCH-MUNICIPALITY-CODE
               AND (SEARCH-METRO-CODE = SPACES
                   OR TM-METRO-CODE(M) = SEARCH-METRO-CODE)
             THEN
               SET MEMBER-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF MEMBER-FOUND
           THEN
             SET M DOWN BY 1;
         END-IF.
       FIND-MEMBER-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルの一覧からSEARCH-MEMBER-KEYの市町村を検索
      * します。
      ******************************************************************
       FIND-MUNICIPALITY SECTION.
         SET MUNICIPALITY-NOT-FOUND TO TRUE.
         SET MX TO 1.
         SEARCH MUNICIPALITY-ENTRY
           AT END
             CONTINUE;
           WHEN MX > MUNICIPALITY-TABLE-COUNT
             CONTINUE;
           WHEN TU-PREFECTURE-CODE(MX) = SEARCH-PREFECTURE-CODE
               AND TU-MUNICIPALITY-CODE(MX) = SEARCH-MUNICIPALITY-CODE
             SET MUNICIPALITY-FOUND TO TRUE;
         END-SEARCH.
       FIND-MUNICIPALITY-EXIT.
         EXIT.

      ******************************************************************
      * 入力された市町村を、IN-METRO-CODEの都市雇用圏の構成する
      * 市町村に加えられるか確認します。市区町村ファイルに実在し、
      * ほかの都市雇用圏に属していないことを確かめます。加えられ
      * ないときはENTRY-NOT-FOUNDを返します。
      ******************************************************************
       CHECK-MEMBER-CANDIDATE SECTION.
         SET ENTRY-FOUND TO TRUE.
         MOVE IN-PREFECTURE-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-MUNICIPALITY-CODE TO SEARCH-MUNICIPALITY-CODE.
         PERFORM FIND-MUNICIPALITY.
         IF MUNICIPALITY-NOT-FOUND
           THEN
             DISPLAY "MUNICIPALITY NOT-FOUND IN MUNICIPALITIES MASTER "
                 "-- OPERATION CANCELLED";
             SET ENTRY-NOT-FOUND TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO SEARCH-METRO-CODE.
         PERFORM FIND-MEMBER.
         IF MEMBER-FOUND AND TM-METRO-CODE(M) NOT = IN-METRO-CODE
           THEN
             DISPLAY "MUNICIPALITY ALREADY BELONGS TO METRO AREA "
                 TM-METRO-CODE(M) " -- OPERATION CANCELLED";
             SET ENTRY-NOT-FOUND TO TRUE;
         END-IF.
       CHECK-MEMBER-CANDIDATE-EXIT.
         EXIT.

      ******************************************************************
      * 都市雇用圏を追加します。中心市町村を構成する市町村としても
      * 登録します。
      ******************************************************************
       ADD-ENTRY SECTION.
         IF IN-METRO-CODE = SPACES OR IN-NAME = SPACES
             OR IN-PREFECTURE-CODE = SPACES
             OR IN-MUNICIPALITY-CODE = SPACES
           THEN
             DISPLAY "METRO-CODE, NAME AND CORE MUNICIPALITY ARE "
                 "REQUIRED -- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
             DISPLAY "METRO-CODE ALREADY-EXISTS";
             EXIT SECTION;
         END-IF.
         IF METRO-TABLE-COUNT >= 200
           THEN
             DISPLAY "METRO-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         PERFORM CHECK-MEMBER-CANDIDATE.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         ADD 1 TO METRO-TABLE-COUNT.
         SET K TO METRO-TABLE-COUNT.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE IN-METRO-CODE TO T-METRO-CODE(K).
         MOVE IN-NAME TO T-NAME(K).
         MOVE IN-ENGLISH-NAME TO T-ENGLISH-NAME(K).
         MOVE IN-PREFECTURE-CODE TO T-CORE-PREFECTURE-CODE(K).
         MOVE IN-MUNICIPALITY-CODE TO T-CORE-MUNICIPALITY-CODE(K).
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-METRO-IMAGE TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         PERFORM WRITE-METRO-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         MOVE "Y" TO REASON-HELD-SWITCH.
         PERFORM ADD-CORE-MEMBER.
         MOVE "N" TO REASON-HELD-SWITCH.
       ADD-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 都市雇用圏の名称・中心市町村を訂正します。空白で入力した項目
      * は元のまま残します。中心市町村を替えたときは、新しい中心
      * 市町村を構成する市町村に加えます（元の中心市町村は周辺の
      * 市町村として残ります）。
      ******************************************************************
       CHANGE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "METRO-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         IF IN-PREFECTURE-CODE NOT = SPACES
             OR IN-MUNICIPALITY-CODE NOT = SPACES
           THEN
             PERFORM CHECK-MEMBER-CANDIDATE;
             IF ENTRY-NOT-FOUND
               THEN
                 EXIT SECTION;
             END-IF;
             PERFORM FIND-ENTRY;
         END-IF.
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-METRO-IMAGE TO BEFORE-IMAGE.
         IF IN-NAME NOT = SPACES
           THEN
             MOVE IN-NAME TO T-NAME(K);
         END-IF.
         IF IN-ENGLISH-NAME NOT = SPACES
           THEN
             MOVE IN-ENGLISH-NAME TO T-ENGLISH-NAME(K);
         END-IF.
         IF IN-PREFECTURE-CODE NOT = SPACES
             OR IN-MUNICIPALITY-CODE NOT = SPACES
           THEN
             MOVE IN-PREFECTURE-CODE TO T-CORE-PREFECTURE-CODE(K);
             MOVE IN-MUNICIPALITY-CODE TO T-CORE-MUNICIPALITY-CODE(K);
         END-IF.
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-METRO-IMAGE TO AFTER-IMAGE.
         SET AUD-IS-CHANGE TO TRUE.
         PERFORM WRITE-METRO-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         IF IN-PREFECTURE-CODE NOT = SPACES
             OR IN-MUNICIPALITY-CODE NOT = SPACES
           THEN
             MOVE "Y" TO REASON-HELD-SWITCH;
             PERFORM ADD-CORE-MEMBER;
             MOVE "N" TO REASON-HELD-SWITCH;
         END-IF.
       CHANGE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 都市雇用圏を削除します。構成する市町村の行もいっしょに削除
      * します（行ごとに監査ログを書きます）。
      ******************************************************************
       DELETE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "METRO-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-METRO-IMAGE TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-METRO-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         PERFORM VARYING K FROM K BY 1
             UNTIL K >= METRO-TABLE-COUNT
           MOVE METRO-ENTRY(K + 1) TO METRO-ENTRY(K);
         END-PERFORM.
         SUBTRACT 1 FROM METRO-TABLE-COUNT.
         MOVE "Y" TO REASON-HELD-SWITCH.
         SET M TO 1.
         PERFORM UNTIL M > MEMBER-TABLE-COUNT
           IF TM-METRO-CODE(M) = IN-METRO-CODE
             THEN
               PERFORM REMOVE-MEMBER-ROW;
             ELSE
               SET M UP BY 1;
           END-IF
         END-PERFORM.
         MOVE "N" TO REASON-HELD-SWITCH.
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 都市雇用圏の内容と、構成する市町村を照会します。
      ******************************************************************
       INQUIRE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "METRO-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         DISPLAY "METRO-CODE:" T-METRO-CODE(K)
             " NAME:" T-NAME(K)
             " ENGLISH-NAME:" T-ENGLISH-NAME(K).
         DISPLAY "CORE:" T-CORE-PREFECTURE-CODE(K)
             T-CORE-MUNICIPALITY-CODE(K).
         MOVE 0 TO MEMBER-COUNT.
         PERFORM VARYING M FROM 1 BY 1 UNTIL M > MEMBER-TABLE-COUNT
           IF TM-METRO-CODE(M) = IN-METRO-CODE
             THEN
               ADD 1 TO MEMBER-COUNT;
               MOVE TM-PREFECTURE-CODE(M) TO SEARCH-PREFECTURE-CODE;
               MOVE TM-MUNICIPALITY-CODE(M)
                   TO SEARCH-MUNICIPALITY-CODE;
               PERFORM FIND-MUNICIPALITY;
               IF MUNICIPALITY-FOUND
                 THEN
                   DISPLAY "  " TM-PREFECTURE-CODE(M)
                       TM-MUNICIPALITY-CODE(M)
                       " " TU-MUNICIPALITY-NAME(MX);
                 ELSE
                   DISPLAY "  " TM-PREFECTURE-CODE(M)
                       TM-MUNICIPALITY-CODE(M)
                       " (NOT ON MUNICIPALITIES MASTER)";
               END-IF
           END-IF
         END-PERFORM.
         DISPLAY "MEMBERS=" MEMBER-COUNT.
       INQUIRE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村を追加します。
      ******************************************************************
       ADD-MEMBER-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "METRO-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         PERFORM CHECK-MEMBER-CANDIDATE.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         IF MEMBER-FOUND
           THEN
             DISPLAY "MUNICIPALITY ALREADY A MEMBER OF THIS METRO AREA";
             EXIT SECTION;
         END-IF.
         PERFORM INSERT-MEMBER-ROW.
       ADD-MEMBER-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村を削除します。中心市町村は削除できません。
      ******************************************************************
       REMOVE-MEMBER-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "METRO-CODE NOT-FOUND";
             EXIT SECTION;
         END-IF.
         IF T-CORE-PREFECTURE-CODE(K) = IN-PREFECTURE-CODE
             AND T-CORE-MUNICIPALITY-CODE(K) = IN-MUNICIPALITY-CODE
           THEN
             DISPLAY "CORE MUNICIPALITY CANNOT BE REMOVED "
                 "-- CHANGE THE CORE FIRST";
             EXIT SECTION;
         END-IF.
         MOVE IN-METRO-CODE TO SEARCH-METRO-CODE.
         MOVE IN-PREFECTURE-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-MUNICIPALITY-CODE TO SEARCH-MUNICIPALITY-CODE.
         PERFORM FIND-MEMBER.
         IF MEMBER-NOT-FOUND
           THEN
             DISPLAY "MEMBER NOT-FOUND";
             EXIT SECTION;
         END-IF.
         PERFORM REMOVE-MEMBER-ROW.
       REMOVE-MEMBER-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 表のK番目の都市雇用圏の中心市町村を、まだ構成する市町村に
      * 無ければ加えます。
      ******************************************************************
       ADD-CORE-MEMBER SECTION.
         MOVE T-METRO-CODE(K) TO SEARCH-METRO-CODE.
         MOVE T-CORE-PREFECTURE-CODE(K) TO SEARCH-PREFECTURE-CODE.
         MOVE T-CORE-MUNICIPALITY-CODE(K) TO SEARCH-MUNICIPALITY-CODE.
         PERFORM FIND-MEMBER.
         IF MEMBER-NOT-FOUND
           THEN
             MOVE T-METRO-CODE(K) TO IN-METRO-CODE;
             MOVE T-CORE-PREFECTURE-CODE(K) TO IN-PREFECTURE-CODE;
             MOVE T-CORE-MUNICIPALITY-CODE(K)
                 TO IN-MUNICIPALITY-CODE;
             PERFORM INSERT-MEMBER-ROW;
         END-IF.
       ADD-CORE-MEMBER-EXIT.
         EXIT.

      ******************************************************************
      * IN-METRO-CODE・IN-PREFECTURE-CODE・IN-MUNICIPALITY-CODEの行を
      * 複合キーの昇順の位置へ差し込み、監査ログを書きます。
      ******************************************************************
       INSERT-MEMBER-ROW SECTION.
         IF MEMBER-TABLE-COUNT >= 2000
           THEN
             DISPLAY "MEMBER-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         MOVE IN-METRO-CODE TO SEARCH-METRO-CODE.
         MOVE IN-PREFECTURE-CODE TO SEARCH-PREFECTURE-CODE.
         MOVE IN-MUNICIPALITY-CODE TO SEARCH-MUNICIPALITY-CODE.
         COMPUTE INSERT-POSITION = MEMBER-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > MEMBER-TABLE-COUNT
           IF TM-MEMBER-KEY(INSERT-SHIFT-INDEX) > SEARCH-MEMBER-KEY
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM MEMBER-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE MEMBER-ENTRY(INSERT-SHIFT-INDEX)
               TO MEMBER-ENTRY(INSERT-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO MEMBER-TABLE-COUNT.
         SET M TO INSERT-POSITION.
         MOVE SEARCH-MEMBER-KEY TO TM-MEMBER-KEY(M).
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SEARCH-MEMBER-KEY TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         PERFORM WRITE-MEMBER-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
       INSERT-MEMBER-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 表のM番目の構成する市町村の行を、監査ログを書いてから取り
      * 除きます。Mは次の行を指したままになります。
      ******************************************************************
       REMOVE-MEMBER-ROW SECTION.
         MOVE TM-MEMBER-KEY(M) TO SEARCH-MEMBER-KEY.
         MOVE SEARCH-MEMBER-KEY TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         SET AUD-IS-DELETE TO TRUE.
         PERFORM WRITE-MEMBER-AUDIT.
         ADD 1 TO CHANGES-MADE-COUNT.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM M BY 1
             UNTIL INSERT-SHIFT-INDEX >= MEMBER-TABLE-COUNT
           MOVE MEMBER-ENTRY(INSERT-SHIFT-INDEX + 1)
               TO MEMBER-ENTRY(INSERT-SHIFT-INDEX);
         END-PERFORM.
         SUBTRACT 1 FROM MEMBER-TABLE-COUNT.
       REMOVE-MEMBER-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 表のK番目の都市雇用圏のレコードイメージを組み立てます。
      ******************************************************************
       BUILD-ENTRY-IMAGE SECTION.
         MOVE T-METRO-CODE(K) TO WA-METRO-CODE.
         MOVE T-NAME(K) TO WA-NAME.
         MOVE T-ENGLISH-NAME(K) TO WA-ENGLISH-NAME.
         MOVE T-CORE-PREFECTURE-CODE(K) TO WA-CORE-PREFECTURE-CODE.
         MOVE T-CORE-MUNICIPALITY-CODE(K)
             TO WA-CORE-MUNICIPALITY-CODE.
       BUILD-ENTRY-IMAGE-EXIT.
         EXIT.

      ******************************************************************
      * 都市雇用圏の変更の監査ログを書き出します。
      ******************************************************************
       WRITE-METRO-AUDIT SECTION.
         MOVE "METROAREA" TO AUDIT-FILE-ID.
         MOVE IN-METRO-CODE TO AUDIT-KEY.
         MOVE WA-ENGLISH-NAME TO AUDIT-ENGLISH-NAME.
         PERFORM WRITE-CHANGE-AUDIT.
       WRITE-METRO-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村の変更の監査ログを書き出します。キーは市町村
      * の5桁で、都市雇用圏コードはレコードイメージに載ります。
      ******************************************************************
       WRITE-MEMBER-AUDIT SECTION.
         MOVE "METROMEMBER" TO AUDIT-FILE-ID.
         MOVE SEARCH-PREFECTURE-CODE TO AUDIT-KEY(1:2).
         MOVE SEARCH-MUNICIPALITY-CODE TO AUDIT-KEY(3:3).
         MOVE SPACES TO AUDIT-ENGLISH-NAME.
         PERFORM WRITE-CHANGE-AUDIT.
       WRITE-MEMBER-AUDIT-EXIT.
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
         IF NOT REASON-HELD
           THEN
             PERFORM ACCEPT-CHANGE-REASON;
         END-IF.
         MOVE IN-REASON-CODE TO AUD-REASON-CODE.
         MOVE IN-REFERENCE TO AUD-REFERENCE.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE AUDIT-FILE-ID TO AUD-FILE-ID.
         MOVE AUDIT-KEY TO AUD-KEY.
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
      * メモリの表の内容を都市雇用圏マスタへ書き戻します。
      ******************************************************************
       SAVE-METRO-AREAS SECTION.
         OPEN OUTPUT METRO-AREAS-FILE.
         PERFORM VARYING K FROM 1 BY 1 UNTIL K > METRO-TABLE-COUNT
           MOVE T-METRO-CODE(K) TO MA-METRO-CODE;
           MOVE T-NAME(K) TO MA-NAME;
           MOVE T-ENGLISH-NAME(K) TO MA-ENGLISH-NAME;
           MOVE T-CORE-PREFECTURE-CODE(K) TO MA-CORE-PREFECTURE-CODE;
           MOVE T-CORE-MUNICIPALITY-CODE(K)
               TO MA-CORE-MUNICIPALITY-CODE;
           WRITE METRO-AREA-RECORD;
         END-PERFORM.
         CLOSE METRO-AREAS-FILE.
         MOVE "../data/MetroAreas.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-METRO-AREAS-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を構成する市町村のファイルへ書き戻します。
      ******************************************************************
       SAVE-METRO-MEMBERS SECTION.
         OPEN OUTPUT METRO-MEMBERS-FILE.
         PERFORM VARYING M FROM 1 BY 1 UNTIL M > MEMBER-TABLE-COUNT
           MOVE TM-MEMBER-KEY(M) TO METRO-MEMBER-RECORD;
           WRITE METRO-MEMBER-RECORD;
         END-PERFORM.
         CLOSE METRO-MEMBERS-FILE.
         MOVE "../data/MetroMembers.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-METRO-MEMBERS-EXIT.
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

       END PROGRAM MAINTAIN-METRO-AREAS.
