      * 受け付けます。取り消しは合併系譜の控えから吸収された旧
      * 市町村を復元し、この合併で新設された存続市町村を廃止して、
      * 系譜から該当の行を取り除きます。変更はすべて監査ログへ
      * 記録します。取り除いた系譜の行は、取り消しの日付を付けて
      * 取り消しの履歴(MergerReversals.txt)へ追記し、世代間の人口の
      * 増減を合併・取り消しに振り分けられるようにします。
      *
      * 官報の合併告示は数週間前に届くため、合併日が実行日より先の
      * 合併は適用せず保留キュー(PendingMergers.txt)へ積みます。
      * 保留キューは毎回の実行の先頭で読み直し、合併日を迎えた合併
      * から自動で適用します。まだ保留中の合併は、レポートの末尾に
      * 一覧で表示します。
      *
      * 吸収された旧市町村が都市雇用圏を構成する市町村だったとき
      * は、その構成を存続市町村へ付け替えます（存続市町村が既に
      * 同じ都市雇用圏に属していれば旧市町村の行を取り除くだけ
      * です）。中心市町村が吸収されたときは、中心も存続市町村へ
      * 付け替えます。取り消しでは、復元した旧市町村を存続市町村
      * の属する都市雇用圏へ戻し、廃止した存続市町村の構成を取り
      * 除きます。
      *
      * 郵便番号マスタ(PostalCodes.txt)で吸収された旧市町村を指す
      * 郵便番号は、存続市町村へ付け替えます（監査ログ付き）。
      * 付け替えは1件ずつ控え(PostalRepoints.txt)に記録し、取り
      * 消しでは控えから郵便番号を復元した旧市町村へ戻します。
      * また、実行の最後に、既に廃止されたコードを指したままの
      * 郵便番号を合併系譜でたどり、現行の市区町村へ付け替えます。
      *
      * 変更凍結の期間（CHECK-CHANGE-FREEZE）の中は、実行した利用者
      * に市区町村の例外が許可されていないかぎり何も適用せず、取引
      * ファイルと保留キューをそのまま残して警告で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESS-MERGERS.
           ASSIGN TO "../data/MergerLineage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAGE-STATUS.
         SELECT REVERSALS-FILE
           ASSIGN TO "../data/MergerReversals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSALS-STATUS.
         SELECT PENDING-FILE
           ASSIGN TO "../data/PendingMergers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.
         SELECT METRO-AREAS-FILE
           ASSIGN TO "../data/MetroAreas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METRO-AREAS-STATUS.
         SELECT METRO-MEMBERS-FILE
           ASSIGN TO "../data/MetroMembers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METRO-MEMBERS-STATUS.
         SELECT POSTAL-FILE
           ASSIGN TO "../data/PostalCodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-STATUS.
         SELECT POSTAL-REPOINT-FILE
           ASSIGN TO "../data/PostalRepoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTAL-REPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD.
           COPY "MergerLineageEntry".
      * 取り消しの履歴。取り消した合併の系譜の行を、取り消しの日付
      * を付けて1行ずつ追記します。
       FD  REVERSALS-FILE.
       01  REVERSAL-RECORD.
         03  RV-REVERSAL-DATE          PIC 9(8).
         03  RV-LINEAGE.
           COPY "MergerLineageEntry" REPLACING LEADING ==ML== BY
               ==RV==.
      * 都市雇用圏マスタ。
       FD  METRO-AREAS-FILE.
       01  METRO-AREA-RECORD.
           COPY "MetroAreaEntry".
      * 都市雇用圏を構成する市町村。
       FD  METRO-MEMBERS-FILE.
       01  METRO-MEMBER-RECORD.
           COPY "MetroMemberEntry".
      * 郵便番号マスタ。末尾の制御トレーラーは別の01で書き出し
      * ます。
       FD  POSTAL-FILE.
       01  POSTAL-RECORD.
         03  ZP-POSTAL-CODE            PIC X(7).
         03  ZP-PREFECTURE-CODE        PIC X(2).
         03  ZP-MUNICIPALITY-CODE      PIC X(3).
       01  POSTAL-TRAILER-RECORD       PIC X(21).
      * 郵便番号の付け替えの控え。
       FD  POSTAL-REPOINT-FILE.
       01  POSTAL-REPOINT-RECORD.
           COPY "PostalRepointEntry".

       WORKING-STORAGE SECTION.
      * コミットのたびに待機系へ複写するための項目。
         88  MERGERS-STATUS-OK         VALUE "00".
         88  MERGERS-STATUS-EOF        VALUE "10".
       01  LINEAGE-STATUS              PIC X(2).
       01  REVERSALS-STATUS            PIC X(2).
       01  PENDING-STATUS              PIC X(2).
         88  PENDING-STATUS-OK         VALUE "00".
         88  PENDING-STATUS-EOF        VALUE "10".
       01  METRO-AREAS-STATUS          PIC X(2).
       01  METRO-MEMBERS-STATUS        PIC X(2).
       01  POSTAL-STATUS               PIC X(2).
       01  POSTAL-REPOINT-STATUS       PIC X(2).

      * 取引・保留キューの1行分の解釈用の作業領域。
       01  MERGER-WORK-RECORD.
                 07  TL-OLD-AREA-SQKM  PIC 9(5)V99.
                 07  TL-SUCCESSOR-NEW-FLAG
                                       PIC X(1).
      * メモリ上に読み込んだ都市雇用圏と、構成する市町村の一覧。
      * 構成する市町村は都市雇用圏コード・市町村の複合キーの昇順に
      * 保ちます。
       01  METRO-AREA-COUNT            PIC 9(3) VALUE ZERO.
       01  METRO-AREA-TABLE.
         03  METRO-AREA-ENTRY          OCCURS 200 INDEXED BY MAI.
             05  TA-METRO-CODE         PIC X(3).
             05  TA-NAME               PIC N(8).
             05  TA-ENGLISH-NAME       PIC X(20).
             05  TA-CORE-CODE          PIC X(5).
       01  METRO-MEMBER-COUNT          PIC 9(4) VALUE ZERO.
       01  METRO-MEMBER-TABLE.
         03  METRO-MEMBER-ENTRY        OCCURS 2000 INDEXED BY MMI.
             05  TM-MEMBER-KEY.
                 07  TM-METRO-CODE     PIC X(3).
                 07  TM-MUNICIPALITY-KEY
                                       PIC X(5).
       01  METRO-CHANGED-SWITCH        PIC X VALUE "N".
         88  METRO-CHANGED             VALUE "Y".
       01  METRO-ROW-FOUND-SWITCH      PIC X.
         88  METRO-ROW-FOUND           VALUE "Y".
         88  METRO-ROW-NOT-FOUND       VALUE "N".
      * 付け替えの旧・新の市町村（都道府県コード＋市区町村コード）
      * と、構成する市町村の検索・差し込みの作業項目。
       77  METRO-OLD-KEY               PIC X(5).
       77  METRO-NEW-KEY               PIC X(5).
       01  METRO-SEARCH-MEMBER-KEY.
         03  METRO-SEARCH-METRO-CODE   PIC X(3).
         03  METRO-SEARCH-KEY          PIC X(5).
       77  METRO-SHIFT-INDEX           PIC 9(4).
       77  METRO-INSERT-POSITION       PIC 9(4).
       77  METRO-REPOINTED-COUNT       PIC 9(4) VALUE 0.
      * メモリ上に読み込んだ郵便番号の一覧。
       01  POSTAL-TABLE-COUNT          PIC 9(6) VALUE ZERO.
       01  POSTAL-TABLE.
         03  POSTAL-ENTRY              OCCURS 150000 INDEXED BY ZX.
             05  TZ-POSTAL-CODE        PIC X(7).
             05  TZ-MUNICIPALITY-KEY.
                 07  TZ-PREFECTURE-CODE
                                       PIC X(2).
                 07  TZ-MUNICIPALITY-CODE
                                       PIC X(3).
      * メモリ上に読み込んだ郵便番号の付け替えの控え。取り消しで
      * 戻した行を除いて書き戻します。
       01  POSTAL-REPOINT-COUNT        PIC 9(6) VALUE ZERO.
       01  POSTAL-REPOINT-TABLE.
         03  POSTAL-REPOINT-ENTRY      OCCURS 150000 INDEXED BY ZRX.
             05  TR-RESTORED-FLAG      PIC X(1).
             05  TR-ENTRY.
                 07  TR-POSTAL-CODE    PIC X(7).
                 07  TR-OLD-KEY        PIC X(5).
                 07  TR-SUCCESSOR-KEY  PIC X(5).
                 07  TR-MERGER-DATE    PIC 9(8).
       01  POSTAL-CHANGED-SWITCH       PIC X VALUE "N".
         88  POSTAL-CHANGED            VALUE "Y".
      * 郵便番号マスタか付け替えの控えが表に収まらなかったときは、
      * 一部だけの表で書き戻すと残りの行を失うため、どちらも書き
      * 戻しません。
       01  POSTAL-OVERFLOW-SWITCH      PIC X VALUE "N".
         88  POSTAL-OVERFLOWED         VALUE "Y".
      * 付け替えの旧・新の市町村（都道府県コード＋市区町村コード）
      * と、系譜をたどるときの作業項目。
       77  POSTAL-OLD-KEY              PIC X(5).
       77  POSTAL-NEW-KEY              PIC X(5).
       77  POSTAL-HOP-COUNT            PIC 9(2).
       01  LINEAGE-ROW-FOUND-SWITCH    PIC X.
         88  LINEAGE-ROW-FOUND         VALUE "Y".
         88  LINEAGE-ROW-NOT-FOUND     VALUE "N".
       77  POSTAL-REPOINTED-COUNT      PIC 9(5) VALUE 0.
       77  POSTAL-RESTORED-COUNT       PIC 9(5) VALUE 0.
      * 郵便番号マスタのトレーラーのハッシュ合計の作業項目。
       01  POSTAL-WORK-X               PIC X(7).
       01  POSTAL-WORK-9 REDEFINES POSTAL-WORK-X
                                       PIC 9(7).
      * 取り消しで最初に復元した旧市町村。廃止した存続市町村が
      * 中心だった都市雇用圏の新しい中心にします。
       77  REVERSAL-FIRST-OLD-KEY      PIC X(5).
      * 監査ログのファイルID。都市雇用圏の付け替えのときだけ
      * 切り替えます。
       77  MERGER-AUDIT-FILE-ID        PIC X(11) VALUE "MUNICIPAL".
      * JIS X 0402の検査の結果と理由。
       01  JIS-RESULT-SWITCH           PIC X.
         88  JIS-CODE-VALID            VALUE "Y".
       01  LOCK-MODE-SWITCH            PIC X VALUE "N".
         88  SESSION-HOLDS-LOCK        VALUE "Y".
       77  LOCK-USER-ID                PIC X(8).
      * 変更凍結の判定の項目。
       77  FREEZE-FILE-ID              PIC X(11) VALUE "MUNICIPAL".
       77  FREEZE-KEY                  PIC X(5) VALUE SPACES.
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         MOVE LOG-DATE TO RUN-DATE.
         PERFORM ACQUIRE-MUNICIPALITIES-LOCK.
         IF SESSION-HOLDS-LOCK
           THEN
             PERFORM CHECK-MERGER-FREEZE;
         END-IF.
         IF SESSION-HOLDS-LOCK AND RETURN-CODE = 0
           THEN
             PERFORM LOAD-MUNICIPALITIES;
         END-IF.
         IF SESSION-HOLDS-LOCK AND RETURN-CODE = 0
           THEN
             PERFORM LOAD-LINEAGE;
             PERFORM LOAD-METRO-AREAS;
             PERFORM LOAD-METRO-MEMBERS;
             PERFORM LOAD-POSTAL-CODES;
             PERFORM LOAD-POSTAL-REPOINTS;
             PERFORM PROCESS-PENDING-QUEUE;
             PERFORM PROCESS-MERGER-FILE;
             IF RETURN-CODE NOT = 8
               THEN
                 PERFORM REPOINT-STALE-POSTAL-CODES;
                 IF EVENTS-APPLIED-COUNT > 0
                     OR REVERSALS-APPLIED-COUNT > 0
                   THEN
                   THEN
                     PERFORM SAVE-LINEAGE;
                 END-IF;
                 IF METRO-CHANGED
                   THEN
                     PERFORM SAVE-METRO-AREAS;
                     PERFORM SAVE-METRO-MEMBERS;
                 END-IF;
                 IF POSTAL-CHANGED AND NOT POSTAL-OVERFLOWED
                   THEN
                     PERFORM SAVE-POSTAL-CODES;
                     PERFORM SAVE-POSTAL-REPOINTS;
                 END-IF;
                 PERFORM SAVE-PENDING-QUEUE;
                 IF POSTAL-OVERFLOWED
                   THEN
                     DISPLAY "PROCESS-MERGERS: POSTAL CODES NOT "
                         "SAVED -- TABLE FULL";
                     MOVE 8 TO RETURN-CODE;
                 END-IF;
             END-IF;
             PERFORM PRINT-MERGER-REPORT;
         END-IF.
       ACQUIRE-MUNICIPALITIES-LOCK-EXIT.
         EXIT.

      ******************************************************************
      * 変更凍結の期間の中かを判定します。凍結の中で例外も無ければ、
      * 合併の適用を見送って警告(4)で終わります。取引ファイルと保留
      * キューには触れないので、凍結の明けた後の実行で適用されます。
      ******************************************************************
       CHECK-MERGER-FREEZE SECTION.
         CALL "CHECK-CHANGE-FREEZE" USING LOCK-USER-ID,
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
             DISPLAY "MERGER RUN DEFERRED -- NO CHANGES APPLIED";
             MOVE 4 TO RETURN-CODE;
         END-IF.
       CHECK-MERGER-FREEZE-EXIT.
         EXIT.

      ******************************************************************
      * 取得していた占有ロックを解放します。
      ******************************************************************
         MOVE T-MUNICIPALITY-CODE(K) TO AUD-KEY(3:3).
         PERFORM WRITE-MERGER-AUDIT.
         PERFORM WRITE-LINEAGE-RECORD.
         MOVE T-PREFECTURE-CODE(K) TO METRO-OLD-KEY(1:2).
         MOVE T-MUNICIPALITY-CODE(K) TO METRO-OLD-KEY(3:3).
         MOVE EV-SUCCESSOR-PREFECTURE TO METRO-NEW-KEY(1:2).
         MOVE EV-SUCCESSOR-CODE TO METRO-NEW-KEY(3:3).
         PERFORM REPOINT-METRO-MEMBERSHIP.
         MOVE METRO-OLD-KEY TO POSTAL-OLD-KEY.
         MOVE METRO-NEW-KEY TO POSTAL-NEW-KEY.
         PERFORM REPOINT-POSTAL-CODES.
         ADD 1 TO ABSORBED-COUNT.
         ADD T-POPULATION(K) TO EVENT-POPULATION-TOTAL.
         ADD T-AREA-SQKM(K) TO EVENT-AREA-TOTAL.
             EXIT SECTION;
         END-IF.
         MOVE "N" TO REVERSAL-SUCCESSOR-WAS-NEW.
         MOVE SPACES TO REVERSAL-FIRST-OLD-KEY.
         PERFORM VARYING LX FROM 1 BY 1
             UNTIL LX > LINEAGE-TABLE-COUNT
           IF TL-REVERSED-FLAG(LX) = SPACE
               AND TL-SUCCESSOR-PREFECTURE(LX) = MG-PREFECTURE-CODE
               AND TL-SUCCESSOR-CODE(LX) = MG-MUNICIPALITY-CODE
             THEN
      * 監査ログの参照には、取り消す合併の合併日を載せます。
               MOVE TL-MERGER-DATE(LX) TO EV-MERGER-DATE;
               PERFORM REINSTATE-ONE-MUNICIPALITY;
               PERFORM RESTORE-POSTAL-CODES;
               IF TL-SUCCESSOR-NEW-FLAG(LX) = "Y"
                 THEN
                   MOVE "Y" TO REVERSAL-SUCCESSOR-WAS-NEW;
         IF REVERSAL-SUCCESSOR-WAS-NEW = "Y"
           THEN
             PERFORM RETIRE-REVERSED-SUCCESSOR;
             PERFORM RETIRE-METRO-MEMBERSHIP;
         END-IF.
         ADD 1 TO REVERSALS-APPLIED-COUNT.
         DISPLAY "REVERSED: SUCCESSOR=" MG-PREFECTURE-CODE
         MOVE T-MUNICIPALITY-CODE(K) TO AUD-KEY(3:3).
         PERFORM WRITE-MERGER-AUDIT.
         ADD 1 TO REINSTATED-COUNT.
         MOVE TL-OLD-PREFECTURE(LX) TO METRO-OLD-KEY(1:2).
         MOVE TL-OLD-CODE(LX) TO METRO-OLD-KEY(3:3).
         IF REVERSAL-FIRST-OLD-KEY = SPACES
           THEN
             MOVE METRO-OLD-KEY TO REVERSAL-FIRST-OLD-KEY;
         END-IF.
         PERFORM REINSTATE-METRO-MEMBERSHIP.
       REINSTATE-ONE-MUNICIPALITY-EXIT.
         EXIT.

           END-IF
         END-PERFORM.
         CLOSE LINEAGE-FILE.
         PERFORM APPEND-REVERSAL-HISTORY.
       SAVE-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * 取り消した系譜の行を、実行日を取り消しの日付として取り消し
      * の履歴へ追記します。
      ******************************************************************
       APPEND-REVERSAL-HISTORY SECTION.
         IF REVERSALS-APPLIED-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         OPEN EXTEND REVERSALS-FILE.
         IF REVERSALS-STATUS = "35"
           THEN
      * 初回の取り消しでまだファイルが存在しない場合は、新規に作成
      * します。
             OPEN OUTPUT REVERSALS-FILE;
         END-IF.
         IF REVERSALS-STATUS NOT = "00"
           THEN
             DISPLAY "PROCESS-MERGERS: UNABLE TO OPEN "
                 "REVERSALS-FILE STATUS=" REVERSALS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING LX FROM 1 BY 1
             UNTIL LX > LINEAGE-TABLE-COUNT
           IF TL-REVERSED-FLAG(LX) = "R"
             THEN
               MOVE RUN-DATE TO RV-REVERSAL-DATE;
               MOVE TL-ENTRY(LX) TO RV-LINEAGE;
               WRITE REVERSAL-RECORD;
           END-IF
         END-PERFORM.
         CLOSE REVERSALS-FILE.
       APPEND-REVERSAL-HISTORY-EXIT.
         EXIT.

      ******************************************************************
      * 吸収した旧市町村1件を合併系譜ファイルへ追記します。表のKは
      * 旧市町村を指したままで呼び出します。
      ******************************************************************
       WRITE-MERGER-AUDIT SECTION.
         MOVE RETURN-CODE TO SAVED-RETURN-CODE.
         MOVE MERGER-AUDIT-FILE-ID TO AUD-FILE-ID.
      * 合併による変更の理由はM、参照は合併日です。
         MOVE "M" TO AUD-REASON-CODE.
         MOVE SPACES TO AUD-REFERENCE.
         DISPLAY "REVERSALS APPLIED     =" REVERSALS-APPLIED-COUNT.
         DISPLAY "REVERSALS REJECTED    =" REVERSALS-REJECTED-COUNT.
         DISPLAY "MUNICIPALITIES REINSTATED=" REINSTATED-COUNT.
         DISPLAY "METRO MEMBERSHIPS REPOINTED=" METRO-REPOINTED-COUNT.
         DISPLAY "POSTAL CODES REPOINTED=" POSTAL-REPOINTED-COUNT.
         DISPLAY "POSTAL CODES RESTORED =" POSTAL-RESTORED-COUNT.
         IF PENDING-EVENT-COUNT > 0
           THEN
             DISPLAY "PENDING MERGERS (HELD UNTIL MERGER DATE):";
       SAVE-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 都市雇用圏マスタをメモリの表に読み込みます。まだファイルが
      * 存在しないときは空の表のままにします。
      ******************************************************************
       LOAD-METRO-AREAS SECTION.
         MOVE 0 TO METRO-AREA-COUNT.
         OPEN INPUT METRO-AREAS-FILE.
         IF METRO-AREAS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL METRO-AREAS-STATUS NOT = "00"
           READ METRO-AREAS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF METRO-AREA-COUNT >= 200
                 THEN
                   DISPLAY "PROCESS-MERGERS: METRO-AREA-TABLE-FULL";
                 ELSE
                   ADD 1 TO METRO-AREA-COUNT;
                   SET MAI TO METRO-AREA-COUNT;
                   MOVE MA-METRO-CODE TO TA-METRO-CODE(MAI);
                   MOVE MA-NAME TO TA-NAME(MAI);
                   MOVE MA-ENGLISH-NAME TO TA-ENGLISH-NAME(MAI);
                   MOVE MA-CORE-PREFECTURE-CODE
                       TO TA-CORE-CODE(MAI)(1:2);
                   MOVE MA-CORE-MUNICIPALITY-CODE
                       TO TA-CORE-CODE(MAI)(3:3);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE METRO-AREAS-FILE.
       LOAD-METRO-AREAS-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村をメモリの表に読み込みます。まだファイルが
      * 存在しないときは空の表のままにします。
      ******************************************************************
       LOAD-METRO-MEMBERS SECTION.
         MOVE 0 TO METRO-MEMBER-COUNT.
         OPEN INPUT METRO-MEMBERS-FILE.
         IF METRO-MEMBERS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL METRO-MEMBERS-STATUS NOT = "00"
           READ METRO-MEMBERS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF METRO-MEMBER-COUNT >= 2000
                 THEN
                   DISPLAY "PROCESS-MERGERS: METRO-MEMBER-TABLE-FULL";
                 ELSE
                   ADD 1 TO METRO-MEMBER-COUNT;
                   SET MMI TO METRO-MEMBER-COUNT;
                   MOVE METRO-MEMBER-RECORD TO TM-MEMBER-KEY(MMI);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE METRO-MEMBERS-FILE.
       LOAD-METRO-MEMBERS-EXIT.
         EXIT.

      ******************************************************************
      * 吸収された旧市町村(METRO-OLD-KEY)の都市雇用圏の構成を、
      * 存続市町村(METRO-NEW-KEY)へ付け替えます。旧市町村が中心
      * だった都市雇用圏は、中心も存続市町村へ付け替えます。
      ******************************************************************
       REPOINT-METRO-MEMBERSHIP SECTION.
         MOVE SPACES TO METRO-SEARCH-METRO-CODE.
         MOVE METRO-OLD-KEY TO METRO-SEARCH-KEY.
         PERFORM FIND-METRO-MEMBER.
         PERFORM UNTIL METRO-ROW-NOT-FOUND
           PERFORM REPOINT-ONE-METRO-MEMBER;
           MOVE SPACES TO METRO-SEARCH-METRO-CODE;
           MOVE METRO-OLD-KEY TO METRO-SEARCH-KEY;
           PERFORM FIND-METRO-MEMBER;
         END-PERFORM.
         PERFORM VARYING MAI FROM 1 BY 1
             UNTIL MAI > METRO-AREA-COUNT
           IF TA-CORE-CODE(MAI) = METRO-OLD-KEY
             THEN
               MOVE METRO-NEW-KEY TO METRO-SEARCH-KEY;
               PERFORM CHANGE-METRO-CORE;
           END-IF
         END-PERFORM.
       REPOINT-METRO-MEMBERSHIP-EXIT.
         EXIT.

      ******************************************************************
      * 表のMMI番目の構成する市町村の行を存続市町村へ付け替えます。
      * 存続市町村が既に同じ都市雇用圏に属していれば、旧市町村の
      * 行を取り除くだけにします。
      ******************************************************************
       REPOINT-ONE-METRO-MEMBER SECTION.
         MOVE TM-MEMBER-KEY(MMI) TO BEFORE-IMAGE.
         MOVE TM-METRO-CODE(MMI) TO METRO-SEARCH-METRO-CODE.
         PERFORM REMOVE-METRO-MEMBER-ROW.
         MOVE METRO-NEW-KEY TO METRO-SEARCH-KEY.
         PERFORM FIND-METRO-MEMBER.
         IF METRO-ROW-FOUND
           THEN
             MOVE SPACES TO AFTER-IMAGE;
             SET AUD-IS-DELETE TO TRUE;
           ELSE
             PERFORM INSERT-METRO-MEMBER-ROW;
             MOVE METRO-SEARCH-MEMBER-KEY TO AFTER-IMAGE;
             SET AUD-IS-CHANGE TO TRUE;
         END-IF.
         MOVE METRO-OLD-KEY TO AUD-KEY.
         PERFORM WRITE-METRO-AUDIT.
         ADD 1 TO METRO-REPOINTED-COUNT.
       REPOINT-ONE-METRO-MEMBER-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しで復元した旧市町村(METRO-OLD-KEY)を、存続市町村の
      * 属する都市雇用圏の構成する市町村へ戻します。旧市町村が既に
      * どこかの都市雇用圏に属しているときは何もしません。
      ******************************************************************
       REINSTATE-METRO-MEMBERSHIP SECTION.
         MOVE SPACES TO METRO-SEARCH-METRO-CODE.
         MOVE METRO-OLD-KEY TO METRO-SEARCH-KEY.
         PERFORM FIND-METRO-MEMBER.
         IF METRO-ROW-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         MOVE MG-PREFECTURE-CODE TO METRO-SEARCH-KEY(1:2).
         MOVE MG-MUNICIPALITY-CODE TO METRO-SEARCH-KEY(3:3).
         PERFORM FIND-METRO-MEMBER.
         IF METRO-ROW-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         MOVE TM-METRO-CODE(MMI) TO METRO-SEARCH-METRO-CODE.
         MOVE METRO-OLD-KEY TO METRO-SEARCH-KEY.
         PERFORM INSERT-METRO-MEMBER-ROW.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE METRO-SEARCH-MEMBER-KEY TO AFTER-IMAGE.
         SET AUD-IS-ADD TO TRUE.
         MOVE METRO-OLD-KEY TO AUD-KEY.
         PERFORM WRITE-METRO-AUDIT.
         ADD 1 TO METRO-REPOINTED-COUNT.
       REINSTATE-METRO-MEMBERSHIP-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しで廃止した存続市町村の構成する市町村の行を取り除き
      * ます。存続市町村が中心だった都市雇用圏は、最初に復元した
      * 旧市町村を新しい中心にします。
      ******************************************************************
       RETIRE-METRO-MEMBERSHIP SECTION.
         MOVE MG-PREFECTURE-CODE TO METRO-OLD-KEY(1:2).
         MOVE MG-MUNICIPALITY-CODE TO METRO-OLD-KEY(3:3).
         MOVE SPACES TO METRO-SEARCH-METRO-CODE.
         MOVE METRO-OLD-KEY TO METRO-SEARCH-KEY.
         PERFORM FIND-METRO-MEMBER.
         PERFORM UNTIL METRO-ROW-NOT-FOUND
           MOVE TM-MEMBER-KEY(MMI) TO BEFORE-IMAGE;
           PERFORM REMOVE-METRO-MEMBER-ROW;
           MOVE SPACES TO AFTER-IMAGE;
           SET AUD-IS-DELETE TO TRUE;
           MOVE METRO-OLD-KEY TO AUD-KEY;
           PERFORM WRITE-METRO-AUDIT;
           ADD 1 TO METRO-REPOINTED-COUNT;
           MOVE SPACES TO METRO-SEARCH-METRO-CODE;
           MOVE METRO-OLD-KEY TO METRO-SEARCH-KEY;
           PERFORM FIND-METRO-MEMBER;
         END-PERFORM.
         PERFORM VARYING MAI FROM 1 BY 1
             UNTIL MAI > METRO-AREA-COUNT
           IF TA-CORE-CODE(MAI) = METRO-OLD-KEY
             THEN
               MOVE REVERSAL-FIRST-OLD-KEY TO METRO-SEARCH-KEY;
               PERFORM CHANGE-METRO-CORE;
           END-IF
         END-PERFORM.
       RETIRE-METRO-MEMBERSHIP-EXIT.
         EXIT.

      ******************************************************************
      * 表のMAI番目の都市雇用圏の中心をMETRO-SEARCH-KEYの市町村へ
      * 付け替えます（監査ログ付き）。
      ******************************************************************
       CHANGE-METRO-CORE SECTION.
         MOVE METRO-AREA-ENTRY(MAI) TO BEFORE-IMAGE.
         MOVE METRO-SEARCH-KEY TO TA-CORE-CODE(MAI).
         MOVE METRO-AREA-ENTRY(MAI) TO AFTER-IMAGE.
         SET AUD-IS-CHANGE TO TRUE.
         MOVE SPACES TO AUD-KEY.
         MOVE TA-METRO-CODE(MAI) TO AUD-KEY.
         MOVE "METROAREA" TO MERGER-AUDIT-FILE-ID.
         PERFORM WRITE-MERGER-AUDIT.
         MOVE "MUNICIPAL" TO MERGER-AUDIT-FILE-ID.
         MOVE "Y" TO METRO-CHANGED-SWITCH.
       CHANGE-METRO-CORE-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村の表から、METRO-SEARCH-MEMBER-KEYの行を検索
      * します。都市雇用圏コードが空白のときは、どの都市雇用圏かを
      * 問わず市町村だけで検索します。見つかればMMIが指します。
      ******************************************************************
       FIND-METRO-MEMBER SECTION.
         SET METRO-ROW-NOT-FOUND TO TRUE.
         PERFORM VARYING MMI FROM 1 BY 1
             UNTIL MMI > METRO-MEMBER-COUNT OR METRO-ROW-FOUND
           IF TM-MUNICIPALITY-KEY(MMI) = METRO-SEARCH-KEY
               AND (METRO-SEARCH-METRO-CODE = SPACES
                   OR TM-METRO-CODE(MMI) = METRO-SEARCH-METRO-CODE)
             THEN
               SET METRO-ROW-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF METRO-ROW-FOUND
           THEN
             SET MMI DOWN BY 1;
         END-IF.
       FIND-METRO-MEMBER-EXIT.
         EXIT.

      ******************************************************************
      * METRO-SEARCH-MEMBER-KEYの行を、構成する市町村の表の複合キー
      * の昇順の位置へ差し込みます。
      ******************************************************************
       INSERT-METRO-MEMBER-ROW SECTION.
         IF METRO-MEMBER-COUNT >= 2000
           THEN
             DISPLAY "PROCESS-MERGERS: METRO-MEMBER-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         COMPUTE METRO-INSERT-POSITION = METRO-MEMBER-COUNT + 1.
         PERFORM VARYING METRO-SHIFT-INDEX FROM 1 BY 1
             UNTIL METRO-SHIFT-INDEX > METRO-MEMBER-COUNT
           IF TM-MEMBER-KEY(METRO-SHIFT-INDEX)
                   > METRO-SEARCH-MEMBER-KEY
               AND METRO-SHIFT-INDEX < METRO-INSERT-POSITION
             THEN
               MOVE METRO-SHIFT-INDEX TO METRO-INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING METRO-SHIFT-INDEX
             FROM METRO-MEMBER-COUNT BY -1
             UNTIL METRO-SHIFT-INDEX < METRO-INSERT-POSITION
           MOVE METRO-MEMBER-ENTRY(METRO-SHIFT-INDEX)
               TO METRO-MEMBER-ENTRY(METRO-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO METRO-MEMBER-COUNT.
         SET MMI TO METRO-INSERT-POSITION.
         MOVE METRO-SEARCH-MEMBER-KEY TO TM-MEMBER-KEY(MMI).
       INSERT-METRO-MEMBER-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 表のMMI番目の構成する市町村の行を取り除きます。
      ******************************************************************
       REMOVE-METRO-MEMBER-ROW SECTION.
         PERFORM VARYING METRO-SHIFT-INDEX FROM MMI BY 1
             UNTIL METRO-SHIFT-INDEX >= METRO-MEMBER-COUNT
           MOVE METRO-MEMBER-ENTRY(METRO-SHIFT-INDEX + 1)
               TO METRO-MEMBER-ENTRY(METRO-SHIFT-INDEX);
         END-PERFORM.
         SUBTRACT 1 FROM METRO-MEMBER-COUNT.
       REMOVE-METRO-MEMBER-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村の付け替え1件を監査ログへ書き出します。呼び
      * 出し元は、あらかじめAUD-OPERATION・AUD-KEYとBEFORE-IMAGE/
      * AFTER-IMAGEを設定しておきます。
      ******************************************************************
       WRITE-METRO-AUDIT SECTION.
         MOVE "METROMEMBER" TO MERGER-AUDIT-FILE-ID.
         PERFORM WRITE-MERGER-AUDIT.
         MOVE "MUNICIPAL" TO MERGER-AUDIT-FILE-ID.
         MOVE "Y" TO METRO-CHANGED-SWITCH.
       WRITE-METRO-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を都市雇用圏マスタへ書き戻します。
      ******************************************************************
       SAVE-METRO-AREAS SECTION.
         OPEN OUTPUT METRO-AREAS-FILE.
         IF METRO-AREAS-STATUS NOT = "00"
           THEN
             DISPLAY "PROCESS-MERGERS: UNABLE TO REWRITE "
                 "METRO-AREAS-FILE STATUS=" METRO-AREAS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING MAI FROM 1 BY 1
             UNTIL MAI > METRO-AREA-COUNT
           MOVE TA-METRO-CODE(MAI) TO MA-METRO-CODE;
           MOVE TA-NAME(MAI) TO MA-NAME;
           MOVE TA-ENGLISH-NAME(MAI) TO MA-ENGLISH-NAME;
           MOVE TA-CORE-CODE(MAI)(1:2) TO MA-CORE-PREFECTURE-CODE;
           MOVE TA-CORE-CODE(MAI)(3:3) TO MA-CORE-MUNICIPALITY-CODE;
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
         IF METRO-MEMBERS-STATUS NOT = "00"
           THEN
             DISPLAY "PROCESS-MERGERS: UNABLE TO REWRITE "
                 "METRO-MEMBERS-FILE STATUS=" METRO-MEMBERS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING MMI FROM 1 BY 1
             UNTIL MMI > METRO-MEMBER-COUNT
           MOVE TM-MEMBER-KEY(MMI) TO METRO-MEMBER-RECORD;
           WRITE METRO-MEMBER-RECORD;
         END-PERFORM.
         CLOSE METRO-MEMBERS-FILE.
         MOVE "../data/MetroMembers.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-METRO-MEMBERS-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号マスタをメモリの表に読み込みます。まだファイルが
      * 存在しないときは空の表のままにします。
      ******************************************************************
       LOAD-POSTAL-CODES SECTION.
         MOVE 0 TO POSTAL-TABLE-COUNT.
         OPEN INPUT POSTAL-FILE.
         IF POSTAL-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL POSTAL-STATUS NOT = "00"
           READ POSTAL-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF POSTAL-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF POSTAL-TABLE-COUNT >= 150000
                     THEN
                       DISPLAY "PROCESS-MERGERS: POSTAL-TABLE-FULL";
                       MOVE "Y" TO POSTAL-OVERFLOW-SWITCH;
                     ELSE
                       ADD 1 TO POSTAL-TABLE-COUNT;
                       SET ZX TO POSTAL-TABLE-COUNT;
                       MOVE ZP-POSTAL-CODE TO TZ-POSTAL-CODE(ZX);
                       MOVE ZP-PREFECTURE-CODE
                           TO TZ-PREFECTURE-CODE(ZX);
                       MOVE ZP-MUNICIPALITY-CODE
                           TO TZ-MUNICIPALITY-CODE(ZX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE POSTAL-FILE.
       LOAD-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号の付け替えの控えをメモリの表に読み込みます。まだ
      * ファイルが存在しないときは空の表のままにします。
      ******************************************************************
       LOAD-POSTAL-REPOINTS SECTION.
         MOVE 0 TO POSTAL-REPOINT-COUNT.
         OPEN INPUT POSTAL-REPOINT-FILE.
         IF POSTAL-REPOINT-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL POSTAL-REPOINT-STATUS NOT = "00"
           READ POSTAL-REPOINT-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF POSTAL-REPOINT-COUNT >= 150000
                 THEN
                   DISPLAY "PROCESS-MERGERS: "
                       "POSTAL-REPOINT-TABLE-FULL";
                   MOVE "Y" TO POSTAL-OVERFLOW-SWITCH;
                 ELSE
                   ADD 1 TO POSTAL-REPOINT-COUNT;
                   SET ZRX TO POSTAL-REPOINT-COUNT;
                   MOVE SPACE TO TR-RESTORED-FLAG(ZRX);
                   MOVE POSTAL-REPOINT-RECORD TO TR-ENTRY(ZRX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE POSTAL-REPOINT-FILE.
       LOAD-POSTAL-REPOINTS-EXIT.
         EXIT.

      ******************************************************************
      * 吸収された旧市町村(POSTAL-OLD-KEY)を指す郵便番号を、すべて
      * 存続市町村(POSTAL-NEW-KEY)へ付け替えます。
      ******************************************************************
       REPOINT-POSTAL-CODES SECTION.
         PERFORM VARYING ZX FROM 1 BY 1
             UNTIL ZX > POSTAL-TABLE-COUNT
           IF TZ-MUNICIPALITY-KEY(ZX) = POSTAL-OLD-KEY
             THEN
               PERFORM REPOINT-ONE-POSTAL-CODE;
           END-IF
         END-PERFORM.
       REPOINT-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 表のZX番目の郵便番号をPOSTAL-NEW-KEYへ付け替え、監査ログと
      * 付け替えの控えへ記録します。控えの合併日はEV-MERGER-DATE
      * です。
      ******************************************************************
       REPOINT-ONE-POSTAL-CODE SECTION.
         MOVE POSTAL-ENTRY(ZX) TO BEFORE-IMAGE.
         MOVE POSTAL-NEW-KEY TO TZ-MUNICIPALITY-KEY(ZX).
         MOVE POSTAL-ENTRY(ZX) TO AFTER-IMAGE.
         SET AUD-IS-CHANGE TO TRUE.
         MOVE POSTAL-OLD-KEY TO AUD-KEY.
         PERFORM WRITE-POSTAL-AUDIT.
         IF POSTAL-REPOINT-COUNT >= 150000
           THEN
             DISPLAY "PROCESS-MERGERS: POSTAL-REPOINT-TABLE-FULL -- "
                 "POSTAL-CODE " TZ-POSTAL-CODE(ZX)
                 " CANNOT BE RESTORED BY REVERSAL";
           ELSE
             ADD 1 TO POSTAL-REPOINT-COUNT;
             SET ZRX TO POSTAL-REPOINT-COUNT;
             MOVE SPACE TO TR-RESTORED-FLAG(ZRX);
             MOVE TZ-POSTAL-CODE(ZX) TO TR-POSTAL-CODE(ZRX);
             MOVE POSTAL-OLD-KEY TO TR-OLD-KEY(ZRX);
             MOVE POSTAL-NEW-KEY TO TR-SUCCESSOR-KEY(ZRX);
             MOVE EV-MERGER-DATE TO TR-MERGER-DATE(ZRX);
         END-IF.
         ADD 1 TO POSTAL-REPOINTED-COUNT.
       REPOINT-ONE-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しで復元した旧市町村について、付け替えの控えから、
      * 取り消した存続市町村へ付け替えていた郵便番号を旧市町村へ
      * 戻します。表のLXは対象の系譜の行を指したままで呼び出し
      * ます。その後に別の市区町村へ付け替えられた郵便番号は戻し
      * ません。
      ******************************************************************
       RESTORE-POSTAL-CODES SECTION.
         MOVE TL-OLD-PREFECTURE(LX) TO POSTAL-OLD-KEY(1:2).
         MOVE TL-OLD-CODE(LX) TO POSTAL-OLD-KEY(3:3).
         MOVE MG-PREFECTURE-CODE TO POSTAL-NEW-KEY(1:2).
         MOVE MG-MUNICIPALITY-CODE TO POSTAL-NEW-KEY(3:3).
         PERFORM VARYING ZRX FROM 1 BY 1
             UNTIL ZRX > POSTAL-REPOINT-COUNT
           IF TR-RESTORED-FLAG(ZRX) = SPACE
               AND TR-OLD-KEY(ZRX) = POSTAL-OLD-KEY
               AND TR-SUCCESSOR-KEY(ZRX) = POSTAL-NEW-KEY
             THEN
               PERFORM RESTORE-ONE-POSTAL-CODE;
           END-IF
         END-PERFORM.
       RESTORE-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 控えのZRX番目の行の郵便番号を旧市町村へ戻します（監査ログ
      * 付き）。
      ******************************************************************
       RESTORE-ONE-POSTAL-CODE SECTION.
         MOVE "R" TO TR-RESTORED-FLAG(ZRX).
         MOVE "Y" TO POSTAL-CHANGED-SWITCH.
         PERFORM VARYING ZX FROM 1 BY 1
             UNTIL ZX > POSTAL-TABLE-COUNT
           IF TZ-POSTAL-CODE(ZX) = TR-POSTAL-CODE(ZRX)
               AND TZ-MUNICIPALITY-KEY(ZX) = POSTAL-NEW-KEY
             THEN
               MOVE POSTAL-ENTRY(ZX) TO BEFORE-IMAGE;
               MOVE POSTAL-OLD-KEY TO TZ-MUNICIPALITY-KEY(ZX);
               MOVE POSTAL-ENTRY(ZX) TO AFTER-IMAGE;
               SET AUD-IS-CHANGE TO TRUE;
               MOVE POSTAL-OLD-KEY TO AUD-KEY;
               PERFORM WRITE-POSTAL-AUDIT;
               ADD 1 TO POSTAL-RESTORED-COUNT;
           END-IF
         END-PERFORM.
       RESTORE-ONE-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 現行の市区町村マスタに無いコードを指したままの郵便番号を、
      * 合併系譜で存続市町村へたどり、1段ずつ付け替えます。系譜に
      * 無いコードはそのまま残します（郵便番号の網羅状況の帳票に
      * 載ります）。
      ******************************************************************
       REPOINT-STALE-POSTAL-CODES SECTION.
         PERFORM VARYING ZX FROM 1 BY 1
             UNTIL ZX > POSTAL-TABLE-COUNT
           PERFORM REPOINT-ONE-STALE-POSTAL-CODE
         END-PERFORM.
       REPOINT-STALE-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 表のZX番目の郵便番号が現行の市区町村を指すまで、系譜を
      * たどって付け替えます。循環した系譜で止まらないよう、たどる
      * 段数は20段までです。
      ******************************************************************
       REPOINT-ONE-STALE-POSTAL-CODE SECTION.
         MOVE 0 TO POSTAL-HOP-COUNT.
         PERFORM UNTIL POSTAL-HOP-COUNT >= 20
           MOVE TZ-PREFECTURE-CODE(ZX) TO LOOKUP-PREFECTURE-CODE;
           MOVE TZ-MUNICIPALITY-CODE(ZX) TO LOOKUP-MUNICIPALITY-CODE;
           PERFORM FIND-MUNICIPALITY;
           IF ENTRY-FOUND
             THEN
               EXIT SECTION;
           END-IF;
           PERFORM FIND-LINEAGE-SUCCESSOR;
           IF LINEAGE-ROW-NOT-FOUND
             THEN
               EXIT SECTION;
           END-IF;
           MOVE TZ-MUNICIPALITY-KEY(ZX) TO POSTAL-OLD-KEY;
           MOVE TL-SUCCESSOR-PREFECTURE(LX) TO POSTAL-NEW-KEY(1:2);
           MOVE TL-SUCCESSOR-CODE(LX) TO POSTAL-NEW-KEY(3:3);
      * 監査ログの参照と控えには、たどった系譜の合併日を載せます。
           MOVE TL-MERGER-DATE(LX) TO EV-MERGER-DATE;
           PERFORM REPOINT-ONE-POSTAL-CODE;
           MOVE "Y" TO POSTAL-CHANGED-SWITCH;
           ADD 1 TO POSTAL-HOP-COUNT;
         END-PERFORM.
       REPOINT-ONE-STALE-POSTAL-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 合併系譜の表から、LOOKUP-の各項目を旧コードとする取り消し
      * されていない行を検索します。見つかればLXが指します。
      ******************************************************************
       FIND-LINEAGE-SUCCESSOR SECTION.
         SET LINEAGE-ROW-NOT-FOUND TO TRUE.
         PERFORM VARYING LX FROM 1 BY 1
             UNTIL LX > LINEAGE-TABLE-COUNT OR LINEAGE-ROW-FOUND
           IF TL-REVERSED-FLAG(LX) = SPACE
               AND TL-OLD-PREFECTURE(LX) = LOOKUP-PREFECTURE-CODE
               AND TL-OLD-CODE(LX) = LOOKUP-MUNICIPALITY-CODE
             THEN
               SET LINEAGE-ROW-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF LINEAGE-ROW-FOUND
           THEN
             SET LX DOWN BY 1;
         END-IF.
       FIND-LINEAGE-SUCCESSOR-EXIT.
         EXIT.

      ******************************************************************
      * 郵便番号の付け替え1件を監査ログへ書き出します。呼び出し元
      * は、あらかじめAUD-OPERATION・AUD-KEYとBEFORE-IMAGE/
      * AFTER-IMAGEを設定しておきます。
      ******************************************************************
       WRITE-POSTAL-AUDIT SECTION.
         MOVE "POSTALCODE" TO MERGER-AUDIT-FILE-ID.
         PERFORM WRITE-MERGER-AUDIT.
         MOVE "MUNICIPAL" TO MERGER-AUDIT-FILE-ID.
         MOVE "Y" TO POSTAL-CHANGED-SWITCH.
       WRITE-POSTAL-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を郵便番号マスタへ書き戻します。末尾には
      * 件数と郵便番号のハッシュ合計の制御トレーラーを付けます。
      ******************************************************************
       SAVE-POSTAL-CODES SECTION.
         OPEN OUTPUT POSTAL-FILE.
         IF POSTAL-STATUS NOT = "00"
           THEN
             DISPLAY "PROCESS-MERGERS: UNABLE TO REWRITE "
                 "POSTAL-FILE STATUS=" POSTAL-STATUS;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING ZX FROM 1 BY 1
             UNTIL ZX > POSTAL-TABLE-COUNT
           MOVE TZ-POSTAL-CODE(ZX) TO ZP-POSTAL-CODE;
           MOVE TZ-PREFECTURE-CODE(ZX) TO ZP-PREFECTURE-CODE;
           MOVE TZ-MUNICIPALITY-CODE(ZX) TO ZP-MUNICIPALITY-CODE;
           WRITE POSTAL-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           MOVE TZ-POSTAL-CODE(ZX) TO POSTAL-WORK-X;
           ADD POSTAL-WORK-9 TO TRAILER-HASH-TOTAL;
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE POSTAL-TRAILER-RECORD FROM MASTER-TRAILER.
         CLOSE POSTAL-FILE.
         MOVE "../data/PostalCodes.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-POSTAL-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 取り消しで戻した行を除いて、郵便番号の付け替えの控えを
      * 書き戻します。
      ******************************************************************
       SAVE-POSTAL-REPOINTS SECTION.
         OPEN OUTPUT POSTAL-REPOINT-FILE.
         IF POSTAL-REPOINT-STATUS NOT = "00"
           THEN
             DISPLAY "PROCESS-MERGERS: UNABLE TO REWRITE "
                 "POSTAL-REPOINT-FILE STATUS=" POSTAL-REPOINT-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING ZRX FROM 1 BY 1
             UNTIL ZRX > POSTAL-REPOINT-COUNT
           IF TR-RESTORED-FLAG(ZRX) = SPACE
             THEN
               MOVE TR-POSTAL-CODE(ZRX) TO PR-POSTAL-CODE;
               MOVE TR-OLD-KEY(ZRX)(1:2) TO PR-OLD-PREFECTURE;
               MOVE TR-OLD-KEY(ZRX)(3:3) TO PR-OLD-CODE;
               MOVE TR-SUCCESSOR-KEY(ZRX)(1:2)
                   TO PR-SUCCESSOR-PREFECTURE;
               MOVE TR-SUCCESSOR-KEY(ZRX)(3:3) TO PR-SUCCESSOR-CODE;
               MOVE TR-MERGER-DATE(ZRX) TO PR-MERGER-DATE;
               WRITE POSTAL-REPOINT-RECORD;
           END-IF
         END-PERFORM.
         CLOSE POSTAL-REPOINT-FILE.
       SAVE-POSTAL-REPOINTS-EXIT.
         EXIT.

       END PROGRAM PROCESS-MERGERS.
