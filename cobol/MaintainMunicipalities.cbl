      * 訂正では都道府県コードが都道府県ファイルに実在することを
      * 確認し、すべての変更を変更前後のレコードイメージ付きで
      * 監査ログへ書き出します。
      * 町が市になる市制施行は、ふつうの訂正ではなく専用の操作
      * P)ROMOTEで行います。種別を3（町）から1（市）へ変え、必要
      * なら名称も改め、施行日付きの出来事を市区町村の出来事ファイル
      * (MunicipalEvents.txt)へ残します。監査ログには理由"P"（市制
      * 施行）と施行日を記録します。
      * 市が政令指定都市になるときの区の設置は、W)ARDSで全部の区を
      * 一度に入力し、承認待ちファイルへ1件の申請として積みます。
      * 区の人口・面積の合計が親の市と一致しなければ受け付けません。
      * 反映はAPPROVE-PENDING-CHANGESの承認で行います。
      * 地方の担当範囲を持つオペレーターは、担当の地方の都道府県の
      * 市区町村だけを変更・申請できます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-MUNICIPALITIES.
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT EVENTS-FILE
           ASSIGN TO "../data/MunicipalEvents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTS-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingChanges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * 市区町村の出来事ファイル。市制施行の記録を追記します。
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           COPY "MunicipalEventEntry".
      * 承認待ちファイル。区の設置の申請を追記します。
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "PendingChangeEntry".

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * 地方の担当範囲の判定の項目。
       77  SCOPE-REGION-CODE           PIC X(2) VALUE SPACES.
       01  REGION-SCOPE-SWITCH         PIC X.
         88  REGION-SCOPE-OK           VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
      * バッチ実行中の注意の表示の項目。
       77  BATCH-HOLDER-HEARTBEAT      PIC 9(14).
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  PREFECTURES-STATUS          PIC X(2).
       01  EVENTS-STATUS               PIC X(2).
       01  PENDING-STATUS              PIC X(2).

      * メモリ上に読み込んだ市区町村の一覧。全国の市区町村を収容
      * できる大きさを確保しています。
         88  OPERATION-IS-CHANGE       VALUE "C".
         88  OPERATION-IS-DELETE       VALUE "D".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-PROMOTE      VALUE "P".
         88  OPERATION-IS-WARDS        VALUE "W".
         88  OPERATION-IS-EXIT         VALUE "X".
       01  IN-PREFECTURE-CODE          PIC X(2).
       01  IN-MUNICIPALITY-CODE        PIC X(3).
         88  PARENT-CITY-VALID         VALUE "Y".
         88  PARENT-CITY-INVALID       VALUE "N".
       77  PARENT-SEARCH-INDEX         PIC 9(4).
      * 市制施行の施行日と、検査のための今日の日付。
       01  IN-EFFECTIVE-DATE           PIC X(8).
       01  IN-EFFECTIVE-DATE-9 REDEFINES IN-EFFECTIVE-DATE
                                       PIC 9(8).
       77  TODAY-DATE                  PIC 9(8).

      * この回の保守で行った市制施行の出来事。マスタを書き戻す
      * ときに、あわせて出来事ファイルへ追記します。
       01  EVENT-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  EVENT-TABLE.
         03  EVENT-ENTRY               OCCURS 100 INDEXED BY EX.
             05  TE-EVENT              PIC X(59).

      * 区の設置の申請で入力された区の一覧と、その合計。
       01  IN-WARD-COUNT               PIC 9(2).
       01  WARD-TABLE.
         03  WARD-ENTRY                OCCURS 30 INDEXED BY WX, WY.
             05  TW-MUNICIPALITY-CODE  PIC X(3).
             05  TW-MUNICIPALITY-NAME  PIC N(8).
             05  TW-POPULATION         PIC 9(8).
             05  TW-AREA-SQKM          PIC 9(5)V99.
       77  WARD-POPULATION-TOTAL       PIC 9(9).
       77  WARD-AREA-TOTAL             PIC 9(6)V99.
       01  PARENT-CITY-KEY.
         03  PARENT-PREFECTURE-CODE    PIC X(2).
         03  PARENT-MUNICIPALITY-CODE  PIC X(3).
       77  PARENT-POPULATION           PIC 9(8).
       77  PARENT-AREA-SQKM            PIC 9(5)V99.
       01  WARD-SET-SWITCH             PIC X.
         88  WARD-SET-VALID            VALUE "Y".
         88  WARD-SET-INVALID          VALUE "N".
       77  WARD-PENDING-COUNT          PIC 9(2).
       77  WARD-NUMBER                 PIC 9(2).

      * 検索結果。
       01  FOUND-SWITCH                PIC X.
      * 項目。
       77  SAVED-RETURN-CODE           PIC S9(9).

      * 変更凍結の判定の項目。
       77  FREEZE-FILE-ID              PIC X(11).
       77  FREEZE-KEY                  PIC X(5).
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).

       PROCEDURE DIVISION.
         PERFORM SIGN-ON-OPERATOR.
         IF NOT OPERATOR-SIGNED-ON
         PERFORM LOAD-PREFECTURE-CODES.
         PERFORM UNTIL OPERATION-IS-EXIT
           PERFORM ACCEPT-OPERATION;
           PERFORM CHECK-ENTRY-SCOPE;
           PERFORM CHECK-ENTRY-FREEZE;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-ENTRY;
                       IF OPERATION-IS-INQUIRE
                         THEN
                           PERFORM INQUIRE-ENTRY;
                         ELSE
                           IF OPERATION-IS-PROMOTE
                             THEN
                               PERFORM PROMOTE-ENTRY;
                             ELSE
                               IF OPERATION-IS-WARDS
                                 THEN
                                   PERFORM SUBMIT-WARD-CREATION;
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
         IF CHANGES-MADE-COUNT > 0
           THEN
             PERFORM SAVE-MUNICIPALITIES;
             PERFORM SAVE-MUNICIPAL-EVENTS;
             DISPLAY "CHANGES=" CHANGES-MADE-COUNT " SAVED";
         END-IF.
         PERFORM RELEASE-MASTER-LOCK.
      * 保守メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "A)ADD  C)CHANGE  D)DELETE  I)INQUIRE  P)ROMOTE  "
             "W)ARDS  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-ADD AND NOT OPERATION-IS-CHANGE
             AND NOT OPERATION-IS-DELETE AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-PROMOTE AND NOT OPERATION-IS-WARDS
             AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
                   THEN
                     DISPLAY "PREFECTURE-CODE:";
                     ACCEPT IN-PREFECTURE-CODE;
                     IF OPERATION-IS-WARDS
                       THEN
                         DISPLAY "CITY MUNICIPALITY-CODE:";
                       ELSE
                         DISPLAY "MUNICIPALITY-CODE:";
                     END-IF;
                     ACCEPT IN-MUNICIPALITY-CODE;
                     IF OPERATION-IS-ADD OR OPERATION-IS-CHANGE
                       THEN
                             DISPLAY "PARENT-CITY-CODE:";
                             ACCEPT IN-PARENT-CITY-CODE;
                         END-IF;
                     END-IF;
                     IF OPERATION-IS-PROMOTE
                       THEN
                         DISPLAY "EFFECTIVE-DATE (YYYYMMDD):";
                         ACCEPT IN-EFFECTIVE-DATE;
                         DISPLAY "NEW MUNICIPALITY-NAME "
                             "(BLANK = UNCHANGED):";
                         MOVE SPACES TO IN-MUNICIPALITY-NAME;
                         ACCEPT IN-MUNICIPALITY-NAME;
                     END-IF;
                     IF OPERATION-IS-WARDS
                       THEN
                         DISPLAY "EFFECTIVE-DATE (YYYYMMDD):";
                         ACCEPT IN-EFFECTIVE-DATE;
                         DISPLAY "NUMBER OF WARDS (2-30):";
                         ACCEPT IN-WARD-COUNT;
                     END-IF
                 END-IF
             END-IF

      ******************************************************************
      * 照会のみの権限でA/C/Dが要求されたとき、またはロックを取得
      * できなかったセッションでの更新要求を拒否します。区の設置の
      * 申請はマスタを書き換えないので、ロックは要りません。
      ******************************************************************
       CHECK-OPERATION-AUTHORITY SECTION.
         MOVE "U" TO AUTHORITY-NEEDED.
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE OR OPERATION-IS-PROMOTE
             OR OPERATION-IS-WARDS)
             AND NOT FILE-AUTHORITY-OK
           THEN
             DISPLAY "UPDATE AUTHORITY REQUIRED -- OPERATION REFUSED";
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
         IF (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE OR OPERATION-IS-PROMOTE)
             AND NOT SESSION-HOLDS-LOCK
           THEN
             DISPLAY "MASTER LOCKED BY " LOCK-HOLDER-ID
       CHECK-OPERATION-AUTHORITY-EXIT.
         EXIT.

      ******************************************************************
      * 変更の操作の対象の都道府県が、オペレーターの地方の担当範囲
      * の内かを判定します。範囲外なら操作を断って何もしない操作
      * として読み替え、保安の記録として監査ログへ残します。
      ******************************************************************
       CHECK-ENTRY-SCOPE SECTION.
         IF NOT (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE OR OPERATION-IS-PROMOTE
             OR OPERATION-IS-WARDS)
           THEN
             EXIT SECTION;
         END-IF.
         CALL "CHECK-REGION-SCOPE" USING OPERATOR-ENTRY,
             IN-PREFECTURE-CODE, SCOPE-REGION-CODE,
             REGION-SCOPE-SWITCH.
         IF NOT REGION-SCOPE-OK
           THEN
             DISPLAY "OUTSIDE REGION-SCOPE " OPR-REGION-SCOPE
                 " -- OPERATION REFUSED";
             MOVE "MUNICIPAL" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             MOVE IN-PREFECTURE-CODE TO AUD-KEY(1:2);
             MOVE IN-MUNICIPALITY-CODE TO AUD-KEY(3:3);
             MOVE "SCOPE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
             MOVE SPACES TO AUD-BEFORE-IMAGE;
             MOVE SPACES TO AUD-AFTER-IMAGE;
             PERFORM WRITE-AUDIT-ENTRY;
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
       CHECK-ENTRY-SCOPE-EXIT.
         EXIT.

      ******************************************************************
      * 表の中から複合キー（都道府県コード＋市区町村コード）を
      * 検索します。
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 町（種別3）を市（種別1）に昇格させます（市制施行）。新しい
      * 名称が入力されていれば名称も改めます。施行日は今日以前の
      * 日付に限ります。監査ログには理由"P"と施行日を残し、出来事
      * の控えを出来事の表へ積みます。
      ******************************************************************
       PROMOTE-ENTRY SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "MUNICIPALITY NOT-FOUND";
             EXIT SECTION;
         END-IF.
         IF T-MUNICIPALITY-TYPE(K) NOT = "3"
           THEN
             DISPLAY "ONLY A TOWN (TYPE 3) CAN BE PROMOTED "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         IF IN-EFFECTIVE-DATE IS NOT NUMERIC
             OR IN-EFFECTIVE-DATE-9 < 19000101
             OR IN-EFFECTIVE-DATE-9 > TODAY-DATE
           THEN
             DISPLAY "EFFECTIVE-DATE INVALID OR IN THE FUTURE "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         IF EVENT-TABLE-COUNT >= 100
           THEN
             DISPLAY "EVENT-TABLE-FULL -- SAVE AND RESTART "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-MUNICIPALITY-IMAGE TO BEFORE-IMAGE.
         MOVE SPACES TO EVENT-RECORD.
         MOVE T-PREFECTURE-CODE(K) TO EV-PREFECTURE-CODE.
         MOVE T-MUNICIPALITY-CODE(K) TO EV-MUNICIPALITY-CODE.
         SET EV-IS-PROMOTION TO TRUE.
         MOVE IN-EFFECTIVE-DATE-9 TO EV-EFFECTIVE-DATE.
         MOVE T-MUNICIPALITY-NAME(K) TO EV-OLD-NAME.
         MOVE T-MUNICIPALITY-TYPE(K) TO EV-OLD-TYPE.
         MOVE "1" TO T-MUNICIPALITY-TYPE(K).
         IF IN-MUNICIPALITY-NAME NOT = SPACES
           THEN
             MOVE IN-MUNICIPALITY-NAME TO T-MUNICIPALITY-NAME(K);
         END-IF.
         MOVE T-MUNICIPALITY-NAME(K) TO EV-NEW-NAME.
         MOVE T-MUNICIPALITY-TYPE(K) TO EV-NEW-TYPE.
         MOVE OPERATOR-ID-IN TO EV-USER-ID.
         ADD 1 TO EVENT-TABLE-COUNT.
         SET EX TO EVENT-TABLE-COUNT.
         MOVE EVENT-RECORD TO TE-EVENT(EX).
         PERFORM BUILD-ENTRY-IMAGE.
         MOVE WORK-MUNICIPALITY-IMAGE TO AFTER-IMAGE.
         SET AUD-IS-CHANGE TO TRUE.
         MOVE "P" TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         MOVE IN-EFFECTIVE-DATE TO AUD-REFERENCE(1:8).
         MOVE "MUNICIPAL" TO AUD-FILE-ID.
         MOVE SPACES TO AUD-KEY.
         MOVE IN-PREFECTURE-CODE TO AUD-KEY(1:2).
         MOVE IN-MUNICIPALITY-CODE TO AUD-KEY(3:3).
         MOVE "PROMOTED TO CITY" TO AUD-ENGLISH-NAME.
         MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
         MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE.
         PERFORM WRITE-AUDIT-ENTRY.
         ADD 1 TO CHANGES-MADE-COUNT.
         DISPLAY "PROMOTED TO CITY EFFECTIVE " IN-EFFECTIVE-DATE
             ": " T-MUNICIPALITY-NAME(K).
       PROMOTE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 政令指定都市の区の設置を申請します。親の市（種別1）の区を
      * 全部入力させ、区のコードが重複せずマスタにも無いこと、区の
      * 人口・面積の合計が親の市の人口・面積と一致することを
      * 確かめてから、区1件につき1行を承認待ちファイルへ追記します。
      * 同じ申請の行は、申請日時と親の市が同じになります。
      ******************************************************************
       SUBMIT-WARD-CREATION SECTION.
         PERFORM FIND-ENTRY.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "CITY NOT-FOUND -- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         IF T-MUNICIPALITY-TYPE(K) NOT = "1"
           THEN
             DISPLAY "ONLY A CITY (TYPE 1) CAN RECEIVE WARDS "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         MOVE T-PREFECTURE-CODE(K) TO PARENT-PREFECTURE-CODE.
         MOVE T-MUNICIPALITY-CODE(K) TO PARENT-MUNICIPALITY-CODE.
         MOVE T-POPULATION(K) TO PARENT-POPULATION.
         MOVE T-AREA-SQKM(K) TO PARENT-AREA-SQKM.
         IF IN-EFFECTIVE-DATE IS NOT NUMERIC
             OR IN-EFFECTIVE-DATE-9 < 19000101
           THEN
             DISPLAY "EFFECTIVE-DATE INVALID -- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         IF IN-WARD-COUNT IS NOT NUMERIC
             OR IN-WARD-COUNT < 2 OR IN-WARD-COUNT > 30
           THEN
             DISPLAY "NUMBER OF WARDS MUST BE 2-30 "
                 "-- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
      * 既に区を持つ市は、政令指定都市の移行が済んでいます。
         SET WARD-SET-VALID TO TRUE.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-TABLE-COUNT
           IF T-PREFECTURE-CODE(K) = PARENT-PREFECTURE-CODE
               AND T-MUNICIPALITY-TYPE(K) = "5"
               AND T-PARENT-CITY-CODE(K) = PARENT-MUNICIPALITY-CODE
             THEN
               SET WARD-SET-INVALID TO TRUE;
           END-IF
         END-PERFORM.
         IF WARD-SET-INVALID
           THEN
             DISPLAY "CITY ALREADY HAS WARDS -- OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         MOVE 0 TO WARD-POPULATION-TOTAL.
         MOVE 0 TO WARD-AREA-TOTAL.
         PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > IN-WARD-COUNT
           PERFORM ACCEPT-ONE-WARD
         END-PERFORM.
         PERFORM CHECK-WARD-SET.
         IF WARD-SET-INVALID
           THEN
             DISPLAY "WARD SET REJECTED -- NOTHING SUBMITTED";
             EXIT SECTION;
         END-IF.
         DISPLAY "WARDS=" IN-WARD-COUNT
             " POPULATION=" WARD-POPULATION-TOTAL
             " AREA-SQKM=" WARD-AREA-TOTAL
             " -- MATCH CITY " PARENT-CITY-KEY.
         PERFORM ACCEPT-CHANGE-REASON.
         PERFORM WRITE-WARD-PENDING.
       SUBMIT-WARD-CREATION-EXIT.
         EXIT.

      ******************************************************************
      * 区の設置の申請で、WX番目の区の内容を受け付けます。
      ******************************************************************
       ACCEPT-ONE-WARD SECTION.
         SET WARD-NUMBER TO WX.
         DISPLAY "WARD " WARD-NUMBER " MUNICIPALITY-CODE:".
         ACCEPT TW-MUNICIPALITY-CODE(WX).
         DISPLAY "WARD " WARD-NUMBER " MUNICIPALITY-NAME:".
         ACCEPT TW-MUNICIPALITY-NAME(WX).
         DISPLAY "WARD " WARD-NUMBER " POPULATION:".
         ACCEPT TW-POPULATION(WX).
         DISPLAY "WARD " WARD-NUMBER " AREA-SQKM:".
         ACCEPT TW-AREA-SQKM(WX).
         ADD TW-POPULATION(WX) TO WARD-POPULATION-TOTAL.
         ADD TW-AREA-SQKM(WX) TO WARD-AREA-TOTAL.
       ACCEPT-ONE-WARD-EXIT.
         EXIT.

      ******************************************************************
      * 入力された区の一覧を検査します。区のコードはJIS X 0402の
      * 検査に通り、申請の中で重複せず、マスタにも無いこと。区の
      * 人口・面積の合計は親の市と一致すること。
      ******************************************************************
       CHECK-WARD-SET SECTION.
         SET WARD-SET-VALID TO TRUE.
         MOVE PARENT-PREFECTURE-CODE TO IN-PREFECTURE-CODE.
         PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > IN-WARD-COUNT
           MOVE TW-MUNICIPALITY-CODE(WX) TO IN-MUNICIPALITY-CODE;
           CALL "CHECK-JIS-MUNICIPALITY-CODE"
               USING IN-PREFECTURE-CODE, IN-MUNICIPALITY-CODE,
                   JIS-RESULT-SWITCH, JIS-REJECT-REASON;
           IF JIS-CODE-INVALID
             THEN
               DISPLAY "WARD " TW-MUNICIPALITY-CODE(WX)
                   " JIS X 0402 CHECK FAILED: " JIS-REJECT-REASON;
               SET WARD-SET-INVALID TO TRUE;
           END-IF;
           PERFORM FIND-ENTRY;
           IF ENTRY-FOUND
             THEN
               DISPLAY "WARD " TW-MUNICIPALITY-CODE(WX)
                   " ALREADY-EXISTS ON MASTER";
               SET WARD-SET-INVALID TO TRUE;
           END-IF;
           IF TW-MUNICIPALITY-NAME(WX) = SPACES
             THEN
               DISPLAY "WARD " TW-MUNICIPALITY-CODE(WX)
                   " HAS NO NAME";
               SET WARD-SET-INVALID TO TRUE;
           END-IF;
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY >= WX
             IF TW-MUNICIPALITY-CODE(WY) = TW-MUNICIPALITY-CODE(WX)
               THEN
                 DISPLAY "WARD " TW-MUNICIPALITY-CODE(WX)
                     " ENTERED TWICE";
                 SET WARD-SET-INVALID TO TRUE;
             END-IF
           END-PERFORM
         END-PERFORM.
         MOVE PARENT-MUNICIPALITY-CODE TO IN-MUNICIPALITY-CODE.
         IF WARD-POPULATION-TOTAL NOT = PARENT-POPULATION
           THEN
             DISPLAY "WARD POPULATION TOTAL " WARD-POPULATION-TOTAL
                 " NOT EQUAL TO CITY " PARENT-POPULATION;
             SET WARD-SET-INVALID TO TRUE;
         END-IF.
         IF WARD-AREA-TOTAL NOT = PARENT-AREA-SQKM
           THEN
             DISPLAY "WARD AREA TOTAL " WARD-AREA-TOTAL
                 " NOT EQUAL TO CITY " PARENT-AREA-SQKM;
             SET WARD-SET-INVALID TO TRUE;
         END-IF.
       CHECK-WARD-SET-EXIT.
         EXIT.

      ******************************************************************
      * 区の設置の申請を承認待ちファイルへ追記します。区1件につき
      * 1行で、レコードイメージは区（種別5）のマスタレコードに、
      * 41桁目から施行日を加えたものです。
      ******************************************************************
       WRITE-WARD-PENDING SECTION.
         OPEN EXTEND PENDING-FILE.
         IF PENDING-STATUS = "35"
           THEN
             OPEN OUTPUT PENDING-FILE;
         END-IF.
         IF PENDING-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-MUNICIPALITIES: UNABLE TO OPEN "
                 "PENDING-FILE STATUS=" PENDING-STATUS;
             EXIT SECTION;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE 0 TO WARD-PENDING-COUNT.
         PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > IN-WARD-COUNT
           MOVE SPACES TO PENDING-RECORD;
           SET PND-FILE-IS-MUNICIPAL TO TRUE;
           SET PND-IS-WARD-CREATION TO TRUE;
           MOVE PARENT-PREFECTURE-CODE TO PND-KEY;
           MOVE PARENT-PREFECTURE-CODE TO WM-PREFECTURE-CODE;
           MOVE TW-MUNICIPALITY-CODE(WX) TO WM-MUNICIPALITY-CODE;
           MOVE TW-MUNICIPALITY-NAME(WX) TO WM-MUNICIPALITY-NAME;
           MOVE "5" TO WM-MUNICIPALITY-TYPE;
           MOVE TW-POPULATION(WX) TO WM-POPULATION;
           MOVE TW-AREA-SQKM(WX) TO WM-AREA-SQKM;
           MOVE PARENT-MUNICIPALITY-CODE TO WM-PARENT-CITY-CODE;
           MOVE WORK-MUNICIPALITY-IMAGE TO PND-RECORD-IMAGE;
           MOVE IN-EFFECTIVE-DATE TO PND-RECORD-IMAGE(41:8);
           MOVE OPERATOR-ID-IN TO PND-USER-ID;
           MOVE LOG-DATE TO PND-TIMESTAMP(1:8);
           MOVE LOG-TIME(1:6) TO PND-TIMESTAMP(9:6);
           MOVE IN-REASON-CODE TO PND-REASON-CODE;
           MOVE IN-REFERENCE TO PND-REFERENCE;
           WRITE PENDING-RECORD;
           ADD 1 TO WARD-PENDING-COUNT
         END-PERFORM.
         CLOSE PENDING-FILE.
         DISPLAY "WARDS=" WARD-PENDING-COUNT
             " WRITTEN TO PENDING FILE -- AWAITING APPROVAL".
       WRITE-WARD-PENDING-EXIT.
         EXIT.

      ******************************************************************
      * この回の保守で行った出来事を出来事ファイルへ追記します。
      ******************************************************************
       SAVE-MUNICIPAL-EVENTS SECTION.
         IF EVENT-TABLE-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         OPEN EXTEND EVENTS-FILE.
         IF EVENTS-STATUS = "35"
           THEN
             OPEN OUTPUT EVENTS-FILE;
         END-IF.
         IF EVENTS-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-MUNICIPALITIES: UNABLE TO OPEN "
                 "EVENTS-FILE STATUS=" EVENTS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > EVENT-TABLE-COUNT
           MOVE TE-EVENT(EX) TO EVENT-RECORD;
           WRITE EVENT-RECORD;
         END-PERFORM.
         CLOSE EVENTS-FILE.
         MOVE 0 TO EVENT-TABLE-COUNT.
       SAVE-MUNICIPAL-EVENTS-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村の内容を照会します。
      ******************************************************************
         IF AUD-REASON-CODE NOT = "O" AND AUD-REASON-CODE NOT = "E"
             AND AUD-REASON-CODE NOT = "M"
             AND AUD-REASON-CODE NOT = "C"
             AND AUD-REASON-CODE NOT = "P"
           THEN
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
       SIGN-ON-OPERATOR-EXIT.
         EXIT.

      ******************************************************************
      * 変更の操作が変更凍結の期間（年度末・月末の締め、国勢調査の
      * 公表など）の中かを判定します。凍結の中なら、許可された例外
      * が無いかぎり操作を断って何もしない操作として読み替え、監査
      * ログへ残します。
      ******************************************************************
       CHECK-ENTRY-FREEZE SECTION.
         IF NOT (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE OR OPERATION-IS-PROMOTE
             OR OPERATION-IS-WARDS)
           THEN
             EXIT SECTION;
         END-IF.
         MOVE "MUNICIPAL" TO FREEZE-FILE-ID.
         MOVE SPACES TO FREEZE-KEY.
         MOVE IN-PREFECTURE-CODE TO FREEZE-KEY(1:2).
         MOVE IN-MUNICIPALITY-CODE TO FREEZE-KEY(3:3).
         CALL "CHECK-CHANGE-FREEZE" USING OPERATOR-ID-IN,
             FREEZE-FILE-ID, FREEZE-KEY, FREEZE-RESULT-SWITCH,
             FREEZE-DESCRIPTION, FREEZE-END-DATE.
         IF FREEZE-EXEMPTED
           THEN
             DISPLAY "CHANGE FREEZE IN EFFECT: " FREEZE-DESCRIPTION
                 " -- APPROVED EXEMPTION APPLIES";
         END-IF.
         IF FREEZE-BLOCKED
           THEN
             DISPLAY "CHANGE FREEZE IN EFFECT: " FREEZE-DESCRIPTION
                 " UNTIL " FREEZE-END-DATE;
             DISPLAY "OPERATION REFUSED -- REQUEST AN EXEMPTION "
                 "WITH MAINTAIN-FREEZE-CALENDAR";
             MOVE "MUNICIPAL" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE FREEZE-KEY TO AUD-KEY;
             MOVE "FREEZE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-BEFORE-IMAGE;
             MOVE SPACES TO AUD-AFTER-IMAGE;
             PERFORM WRITE-AUDIT-ENTRY;
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
       CHECK-ENTRY-FREEZE-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-MUNICIPALITIES.
