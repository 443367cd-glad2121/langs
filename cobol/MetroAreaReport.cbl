      ******************************************************************
      * 都市雇用圏別の人口・面積の順位帳票です。都市雇用圏マスタと
      * 構成する市町村のファイルを読み込み、REGIONS表の市区町村
      * プールから構成する市町村の人口(MP-POPULATION)と面積
      * (MP-AREA-SQKM)を都市雇用圏ごとに合計します。合計した人口の
      * 多い順にSORT文で並べ替え、順位・構成市町村数・人口・面積・
      * 人口密度を表示します。プールに見当たらない構成市町村は、
      * 合計に含めずに件数を表示して知らせます。都市雇用圏マスタが
      * まだ無いときは、帳票を作らずに終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRO-AREA-REPORT.

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
         SELECT SORT-WORK-FILE
           ASSIGN TO "../data/MetroSortWork.tmp".

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
      * 並べ替え作業ファイル。人口を並べ替えキーとし、表示に使う
      * 都市雇用圏の集計結果を持ちます。
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
         03  SR-POPULATION             PIC 9(10).
         03  SR-METRO-CODE             PIC X(3).
         03  SR-NAME                   PIC N(8).
         03  SR-CORE-CODE              PIC X(5).
         03  SR-MEMBER-COUNT           PIC 9(4).
         03  SR-AREA-SQKM              PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  METRO-AREAS-STATUS          PIC X(2).
         88  METRO-AREAS-STATUS-OK     VALUE "00".
       01  METRO-MEMBERS-STATUS        PIC X(2).
         88  METRO-MEMBERS-STATUS-OK   VALUE "00".

      * 都市雇用圏ごとの集計表。
       01  METRO-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  METRO-TABLE.
         03  METRO-ENTRY               OCCURS 200 INDEXED BY MX.
             05  TA-METRO-CODE         PIC X(3).
             05  TA-NAME               PIC N(8).
             05  TA-CORE-CODE          PIC X(5).
             05  TA-MEMBER-COUNT       PIC 9(4).
             05  TA-POPULATION         PIC 9(10).
             05  TA-AREA-SQKM          PIC 9(7)V99.

      * 並べ替え結果を受け取る表。
       01  RANKED-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  RANKED-TABLE.
         03  RANKED-ENTRY              OCCURS 200 INDEXED BY RX.
             05  RT-METRO-CODE         PIC X(3).
             05  RT-NAME               PIC N(8).
             05  RT-CORE-CODE          PIC X(5).
             05  RT-MEMBER-COUNT       PIC 9(4).
             05  RT-POPULATION         PIC 9(10).
             05  RT-AREA-SQKM          PIC 9(7)V99.

      * 都市雇用圏・構成する市町村の検索結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       77  MISSING-MEMBER-COUNT        PIC 9(4) VALUE 0.
       77  UNDEFINED-METRO-COUNT       PIC 9(4) VALUE 0.

      * 表示用の編集項目。
       77  RANK-NUMBER                 PIC 9(3).
       77  RANK-NUMBER-EDIT            PIC ZZ9.
       77  MEMBER-COUNT-EDIT           PIC ZZZ9.
       77  POPULATION-EDIT             PIC ZZZ,ZZZ,ZZ9.
       77  AREA-SQKM-EDIT              PIC ZZZZZZ9.99.
       77  DENSITY                     PIC 9(7)V9.
       77  DENSITY-EDIT                PIC ZZZZZZ9.9.

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".

       PROCEDURE DIVISION USING REGIONS.
         PERFORM LOAD-METRO-AREAS.
         IF METRO-TABLE-COUNT = 0
           THEN
             DISPLAY "METRO-AREA-REPORT: NO METRO AREAS ON FILE "
                 "-- REPORT SKIPPED";
             EXIT PROGRAM;
         END-IF.
         PERFORM ACCUMULATE-MEMBERS.
         MOVE 0 TO RANKED-TABLE-COUNT.
         SORT SORT-WORK-FILE
             ON DESCENDING KEY SR-POPULATION
             INPUT PROCEDURE IS RELEASE-METRO-AREAS
             OUTPUT PROCEDURE IS COLLECT-RANKED-ROWS.
         PERFORM PRINT-METRO-AREA-REPORT.
       METRO-AREA-REPORT-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 都市雇用圏マスタを集計表に読み込みます。ファイルが無いときは
      * 空の表のまま返ります。
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
               IF METRO-TABLE-COUNT < 200
                 THEN
                   ADD 1 TO METRO-TABLE-COUNT;
                   SET MX TO METRO-TABLE-COUNT;
                   MOVE MA-METRO-CODE TO TA-METRO-CODE(MX);
                   MOVE MA-NAME TO TA-NAME(MX);
                   MOVE MA-CORE-PREFECTURE-CODE
                       TO TA-CORE-CODE(MX)(1:2);
                   MOVE MA-CORE-MUNICIPALITY-CODE
                       TO TA-CORE-CODE(MX)(3:3);
                   MOVE 0 TO TA-MEMBER-COUNT(MX);
                   MOVE 0 TO TA-POPULATION(MX);
                   MOVE 0 TO TA-AREA-SQKM(MX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE METRO-AREAS-FILE.
       LOAD-METRO-AREAS-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村のファイルを読み、市区町村プールの人口と面積
      * を都市雇用圏ごとに合計します。
      ******************************************************************
       ACCUMULATE-MEMBERS SECTION.
         MOVE 0 TO MISSING-MEMBER-COUNT.
         MOVE 0 TO UNDEFINED-METRO-COUNT.
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
               PERFORM ACCUMULATE-ONE-MEMBER
           END-READ
         END-PERFORM.
         CLOSE METRO-MEMBERS-FILE.
       ACCUMULATE-MEMBERS-EXIT.
         EXIT.

      ******************************************************************
      * 構成する市町村1件を、属する都市雇用圏の合計へ加えます。
      ******************************************************************
       ACCUMULATE-ONE-MEMBER SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET MX TO 1.
         SEARCH METRO-ENTRY
           AT END
             CONTINUE;
           WHEN MX > METRO-TABLE-COUNT
             CONTINUE;
           WHEN TA-METRO-CODE(MX) = MM-METRO-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             ADD 1 TO UNDEFINED-METRO-COUNT;
             DISPLAY "METRO-AREA-REPORT: MEMBER " MM-PREFECTURE-CODE
                 MM-MUNICIPALITY-CODE " REFERS TO UNDEFINED METRO "
                 MM-METRO-CODE;
             EXIT SECTION;
         END-IF.
         ADD 1 TO TA-MEMBER-COUNT(MX).
         SET ENTRY-NOT-FOUND TO TRUE.
         SET K TO 1.
         SEARCH MUNICIPALITY-POOL
           AT END
             CONTINUE;
           WHEN K > MUNICIPALITY-POOL-COUNT
             CONTINUE;
           WHEN MP-PREFECTURE-CODE(K) = MM-PREFECTURE-CODE
               AND MUNICIPALITY-CODE(K) = MM-MUNICIPALITY-CODE
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-FOUND
           THEN
             ADD MP-POPULATION(K) TO TA-POPULATION(MX);
             ADD MP-AREA-SQKM(K) TO TA-AREA-SQKM(MX);
           ELSE
             ADD 1 TO MISSING-MEMBER-COUNT;
             DISPLAY "METRO-AREA-REPORT: MEMBER " MM-PREFECTURE-CODE
                 MM-MUNICIPALITY-CODE " OF METRO " MM-METRO-CODE
                 " NOT IN MUNICIPALITY POOL";
         END-IF.
       ACCUMULATE-ONE-MEMBER-EXIT.
         EXIT.

      ******************************************************************
      * 集計表の都市雇用圏を並べ替えファイルへ放出します。
      ******************************************************************
       RELEASE-METRO-AREAS SECTION.
         PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > METRO-TABLE-COUNT
           MOVE TA-POPULATION(MX) TO SR-POPULATION;
           MOVE TA-METRO-CODE(MX) TO SR-METRO-CODE;
           MOVE TA-NAME(MX) TO SR-NAME;
           MOVE TA-CORE-CODE(MX) TO SR-CORE-CODE;
           MOVE TA-MEMBER-COUNT(MX) TO SR-MEMBER-COUNT;
           MOVE TA-AREA-SQKM(MX) TO SR-AREA-SQKM;
           RELEASE SORT-RECORD;
         END-PERFORM.
       RELEASE-METRO-AREAS-EXIT.
         EXIT.

      ******************************************************************
      * 並べ替え結果を表に受け取ります。
      ******************************************************************
       COLLECT-RANKED-ROWS SECTION.
         PERFORM UNTIL 1 = 2
           RETURN SORT-WORK-FILE
             AT END
               EXIT PERFORM;
           END-RETURN;
           IF RANKED-TABLE-COUNT < 200
             THEN
               ADD 1 TO RANKED-TABLE-COUNT;
               SET RX TO RANKED-TABLE-COUNT;
               MOVE SR-METRO-CODE TO RT-METRO-CODE(RX);
               MOVE SR-NAME TO RT-NAME(RX);
               MOVE SR-CORE-CODE TO RT-CORE-CODE(RX);
               MOVE SR-MEMBER-COUNT TO RT-MEMBER-COUNT(RX);
               MOVE SR-POPULATION TO RT-POPULATION(RX);
               MOVE SR-AREA-SQKM TO RT-AREA-SQKM(RX);
           END-IF
         END-PERFORM.
       COLLECT-RANKED-ROWS-EXIT.
         EXIT.

      ******************************************************************
      * 人口の多い順に都市雇用圏を表示します。
      ******************************************************************
       PRINT-METRO-AREA-REPORT SECTION.
         DISPLAY "=================================================".
         DISPLAY "  METROPOLITAN EMPLOYMENT AREA RANKING  AREAS="
             RANKED-TABLE-COUNT.
         DISPLAY "=================================================".
         DISPLAY "RNK CD  NAME             CORE  MEMB  POPULATIO"
             "N       AREA   DENSITY".
         PERFORM VARYING RANK-NUMBER FROM 1 BY 1
             UNTIL RANK-NUMBER > RANKED-TABLE-COUNT
           SET RX TO RANK-NUMBER;
           MOVE RANK-NUMBER TO RANK-NUMBER-EDIT;
           MOVE RT-MEMBER-COUNT(RX) TO MEMBER-COUNT-EDIT;
           MOVE RT-POPULATION(RX) TO POPULATION-EDIT;
           MOVE RT-AREA-SQKM(RX) TO AREA-SQKM-EDIT;
           IF RT-AREA-SQKM(RX) = 0
             THEN
               MOVE 0 TO DENSITY;
             ELSE
               COMPUTE DENSITY ROUNDED =
                   RT-POPULATION(RX) / RT-AREA-SQKM(RX);
           END-IF;
           MOVE DENSITY TO DENSITY-EDIT;
           DISPLAY RANK-NUMBER-EDIT
               " " RT-METRO-CODE(RX)
               " " RT-NAME(RX)
               " " RT-CORE-CODE(RX)
               " " MEMBER-COUNT-EDIT
               " " POPULATION-EDIT
               " " AREA-SQKM-EDIT
               " " DENSITY-EDIT;
         END-PERFORM.
         DISPLAY "=================================================".
         IF MISSING-MEMBER-COUNT > 0
           THEN
             DISPLAY "MEMBERS NOT IN MUNICIPALITY POOL="
                 MISSING-MEMBER-COUNT;
         END-IF.
         IF UNDEFINED-METRO-COUNT > 0
           THEN
             DISPLAY "MEMBERS OF UNDEFINED METRO AREAS="
                 UNDEFINED-METRO-COUNT;
         END-IF.
       PRINT-METRO-AREA-REPORT-EXIT.
         EXIT.

       END PROGRAM METRO-AREA-REPORT.
