      * 行き着くまでの経緯と行き着いた先を表示します。下流システム
      * は合併の何年も後まで旧コードを送ってくるため、その公式な
      * 読み替え手段として使います。
      * コードの変わらない出来事（市制施行や政令指定都市の区の設置）
      * は市区町村の出来事ファイル(MunicipalEvents.txt)から読み、
      * 連鎖の各コードの経緯とあわせて表示します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACE-MUNICIPALITY.
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT EVENTS-FILE
           ASSIGN TO "../data/MunicipalEvents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  MUNICIPALITY-POPULATION   PIC 9(8).
         03  MUNICIPALITY-AREA-SQKM    PIC 9(5)V99.
         03  PARENT-CITY-CODE          PIC X(3).
      * 市区町村の出来事ファイル。市制施行・区の設置の記録です。
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           COPY "MunicipalEventEntry".

       WORKING-STORAGE SECTION.
       01  LINEAGE-STATUS              PIC X(2).
         88  LINEAGE-STATUS-OK         VALUE "00".
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  EVENTS-STATUS               PIC X(2).
         88  EVENTS-STATUS-OK          VALUE "00".

      * メモリ上に読み込んだ合併系譜の一覧。
       01  LINEAGE-TABLE-COUNT         PIC 9(4) VALUE ZERO.
             05  TL-MERGER-DATE        PIC 9(8).
             05  TL-OLD-NAME           PIC N(8).

      * メモリ上に読み込んだ市区町村の出来事の一覧。
       01  EVENT-TABLE-COUNT           PIC 9(4) VALUE ZERO.
       01  EVENT-TABLE.
         03  EVENT-ENTRY               OCCURS 2000 INDEXED BY EX.
             05  TE-PREFECTURE-CODE    PIC X(2).
             05  TE-MUNICIPALITY-CODE  PIC X(3).
             05  TE-EVENT-TYPE         PIC X(1).
             05  TE-EFFECTIVE-DATE     PIC 9(8).
             05  TE-OLD-NAME           PIC N(8).
             05  TE-NEW-NAME           PIC N(8).
             05  TE-RELATED-CODE       PIC X(3).

      * メモリ上に読み込んだ現行の市区町村の一覧。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-LINEAGE.
         PERFORM LOAD-MUNICIPAL-EVENTS.
         PERFORM LOAD-MUNICIPALITIES.
         IF RETURN-CODE NOT = 0
           THEN
         SET LINEAGE-FOUND TO TRUE.
         PERFORM UNTIL LINEAGE-NOT-FOUND
             OR TRACE-HOP-COUNT >= TRACE-HOP-LIMIT
           PERFORM SHOW-MUNICIPAL-EVENTS;
           PERFORM FIND-LINEAGE-ENTRY;
           IF LINEAGE-FOUND
             THEN
       TRACE-ONE-CODE-EXIT.
         EXIT.

      ******************************************************************
      * 追跡中のキーに記録されている出来事を記録された順に表示
      * します。
      ******************************************************************
       SHOW-MUNICIPAL-EVENTS SECTION.
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > EVENT-TABLE-COUNT
           IF TE-PREFECTURE-CODE(EX) = TRACE-PREFECTURE-CODE
               AND TE-MUNICIPALITY-CODE(EX) = TRACE-MUNICIPALITY-CODE
             THEN
               IF TE-EVENT-TYPE(EX) = "P"
                 THEN
                   DISPLAY "  " TE-PREFECTURE-CODE(EX)
                       TE-MUNICIPALITY-CODE(EX)
                       " (" TE-OLD-NAME(EX) ") PROMOTED FROM TOWN "
                       TE-EFFECTIVE-DATE(EX) " AS "
                       TE-NEW-NAME(EX);
                 ELSE
                   IF TE-EVENT-TYPE(EX) = "W"
                     THEN
                       DISPLAY "  " TE-PREFECTURE-CODE(EX)
                           TE-MUNICIPALITY-CODE(EX)
                           " (" TE-NEW-NAME(EX) ") WARD CREATED "
                           TE-EFFECTIVE-DATE(EX) " UNDER CITY "
                           TE-RELATED-CODE(EX);
                   END-IF
               END-IF
           END-IF;
      * 追跡中のキーが政令指定都市なら、その下に設置された区も
      * 表示します。
           IF TE-EVENT-TYPE(EX) = "W"
               AND TE-PREFECTURE-CODE(EX) = TRACE-PREFECTURE-CODE
               AND TE-RELATED-CODE(EX) = TRACE-MUNICIPALITY-CODE
             THEN
               DISPLAY "  " TRACE-PREFECTURE-CODE
                   TRACE-MUNICIPALITY-CODE " WARD "
                   TE-PREFECTURE-CODE(EX) TE-MUNICIPALITY-CODE(EX)
                   " (" TE-NEW-NAME(EX) ") CREATED "
                   TE-EFFECTIVE-DATE(EX);
           END-IF
         END-PERFORM.
       SHOW-MUNICIPAL-EVENTS-EXIT.
         EXIT.

      ******************************************************************
      * 追跡中のキーを旧コードとして持つ系譜の行を探します。
      ******************************************************************
       LOAD-LINEAGE-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村の出来事ファイルの内容をメモリの表に読み込みます。
      * まだファイルが存在しないときは空の表のままにします。
      ******************************************************************
       LOAD-MUNICIPAL-EVENTS SECTION.
         MOVE 0 TO EVENT-TABLE-COUNT.
         OPEN INPUT EVENTS-FILE.
         IF EVENTS-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT EVENTS-STATUS-OK
               READ EVENTS-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF EVENT-TABLE-COUNT >= 2000
                     THEN
                       DISPLAY "TRACE-MUNICIPALITY: "
                           "EVENT-TABLE-FULL";
                     ELSE
                       ADD 1 TO EVENT-TABLE-COUNT;
                       SET EX TO EVENT-TABLE-COUNT;
                       MOVE EV-PREFECTURE-CODE
                           TO TE-PREFECTURE-CODE(EX);
                       MOVE EV-MUNICIPALITY-CODE
                           TO TE-MUNICIPALITY-CODE(EX);
                       MOVE EV-EVENT-TYPE TO TE-EVENT-TYPE(EX);
                       MOVE EV-EFFECTIVE-DATE
                           TO TE-EFFECTIVE-DATE(EX);
                       MOVE EV-OLD-NAME TO TE-OLD-NAME(EX);
                       MOVE EV-NEW-NAME TO TE-NEW-NAME(EX);
                       MOVE EV-RELATED-CODE TO TE-RELATED-CODE(EX);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE EVENTS-FILE;
         END-IF.
       LOAD-MUNICIPAL-EVENTS-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルの内容をメモリの表に読み込みます。
      ******************************************************************
