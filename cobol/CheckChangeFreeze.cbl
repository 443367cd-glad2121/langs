      ******************************************************************
      * 変更凍結の判定モジュールです。年度末・月末の締めや国勢調査の
      * 公表の期間（変更凍結の期間の一覧 FreezeCalendar.txt）の中は、
      * マスタの変更を受け付けません。
      * 呼び出し元は変更するオペレーター・マスタ（監査ログのFILE-ID
      * と同じ名前）・キー（分からなければ空白）を渡し、次のどれかの
      * 判定を受け取ります。
      *   C=凍結の期間の外
      *   B=凍結の期間の中（変更を断ります）
      *   E=凍結の期間の中だが、許可された例外(FreezeExemptions.txt)
      *     が効く
      * BとEのときは、その期間の説明と終了日も返します。
      * 両方の一覧は最初の呼び出しで一度だけ読み込みます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CHANGE-FREEZE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT FREEZE-FILE
           ASSIGN TO "../data/FreezeCalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FREEZE-STATUS.
         SELECT EXEMPTION-FILE
           ASSIGN TO "../data/FreezeExemptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXEMPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 変更凍結の期間の一覧
       FD  FREEZE-FILE.
       01  FREEZE-RECORD.
           COPY "FreezeCalendarEntry".
      * 変更凍結の例外の申請
       FD  EXEMPTION-FILE.
       01  EXEMPTION-RECORD.
           COPY "FreezeExemptionEntry".

       WORKING-STORAGE SECTION.
       01  FREEZE-STATUS               PIC X(2).
       01  EXEMPTION-STATUS            PIC X(2).
       01  FREEZE-LOADED-SWITCH        PIC X VALUE "N".
         88  FREEZE-TABLES-LOADED      VALUE "Y".
      * 凍結の期間の一覧。
       01  FREEZE-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  FREEZE-TABLE.
         03  FREEZE-ENTRY              OCCURS 100 INDEXED BY FX.
             05  FT-START-DATE         PIC 9(8).
             05  FT-END-DATE           PIC 9(8).
             05  FT-FILE-ID            PIC X(11).
             05  FT-DESCRIPTION        PIC X(30).
      * 許可された例外の一覧（申請中・却下は読み込みません）。
       01  EXEMPTION-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       01  EXEMPTION-TABLE.
         03  EXEMPTION-ENTRY           OCCURS 200 INDEXED BY EX.
             05  ET-REQUESTED-BY       PIC X(8).
             05  ET-FILE-ID            PIC X(11).
             05  ET-KEY                PIC X(5).
             05  ET-VALID-UNTIL        PIC 9(8).
       77  TODAY-DATE                  PIC 9(8).

       LINKAGE SECTION.
       77  FREEZE-USER-ID              PIC X(8).
       77  FREEZE-FILE-ID              PIC X(11).
       77  FREEZE-KEY                  PIC X(5).
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).

       PROCEDURE DIVISION
           USING FREEZE-USER-ID, FREEZE-FILE-ID, FREEZE-KEY,
               FREEZE-RESULT-SWITCH, FREEZE-DESCRIPTION,
               FREEZE-END-DATE.
         IF NOT FREEZE-TABLES-LOADED
           THEN
             PERFORM LOAD-FREEZE-CALENDAR;
             PERFORM LOAD-FREEZE-EXEMPTIONS;
             MOVE "Y" TO FREEZE-LOADED-SWITCH;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         SET FREEZE-CLEAR TO TRUE.
         MOVE SPACES TO FREEZE-DESCRIPTION.
         MOVE ZERO TO FREEZE-END-DATE.
         SET FX TO 1.
         SEARCH FREEZE-ENTRY
           AT END
             CONTINUE;
           WHEN FX <= FREEZE-TABLE-COUNT
               AND FT-START-DATE(FX) <= TODAY-DATE
               AND FT-END-DATE(FX) >= TODAY-DATE
               AND (FT-FILE-ID(FX) = SPACES
                   OR FT-FILE-ID(FX) = FREEZE-FILE-ID)
             SET FREEZE-BLOCKED TO TRUE;
             MOVE FT-DESCRIPTION(FX) TO FREEZE-DESCRIPTION;
             MOVE FT-END-DATE(FX) TO FREEZE-END-DATE;
         END-SEARCH.
         IF NOT FREEZE-BLOCKED
           THEN
             EXIT PROGRAM;
         END-IF.
      * 許可された例外は、申請したオペレーターの、同じマスタの変更
      * に効きます。キーを指定した例外は、そのキーの変更（と、キー
      * の決まらない判定）だけに効きます。
         SET EX TO 1.
         SEARCH EXEMPTION-ENTRY
           AT END
             CONTINUE;
           WHEN EX <= EXEMPTION-TABLE-COUNT
               AND ET-REQUESTED-BY(EX) = FREEZE-USER-ID
               AND ET-FILE-ID(EX) = FREEZE-FILE-ID
               AND ET-VALID-UNTIL(EX) >= TODAY-DATE
               AND (ET-KEY(EX) = SPACES OR FREEZE-KEY = SPACES
                   OR ET-KEY(EX) = FREEZE-KEY)
             SET FREEZE-EXEMPTED TO TRUE;
         END-SEARCH.
       CHECK-CHANGE-FREEZE-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 変更凍結の期間の一覧を読み込みます。一覧が無ければ凍結の期間
      * は無いものとします。
      ******************************************************************
       LOAD-FREEZE-CALENDAR SECTION.
         MOVE 0 TO FREEZE-TABLE-COUNT.
         OPEN INPUT FREEZE-FILE.
         IF FREEZE-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL FREEZE-STATUS NOT = "00"
           READ FREEZE-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF FRZ-START-DATE IS NUMERIC
                   AND FRZ-END-DATE IS NUMERIC
                   AND FREEZE-TABLE-COUNT < 100
                 THEN
                   ADD 1 TO FREEZE-TABLE-COUNT;
                   SET FX TO FREEZE-TABLE-COUNT;
                   MOVE FRZ-START-DATE TO FT-START-DATE(FX);
                   MOVE FRZ-END-DATE TO FT-END-DATE(FX);
                   MOVE FRZ-FILE-ID TO FT-FILE-ID(FX);
                   MOVE FRZ-DESCRIPTION TO FT-DESCRIPTION(FX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE FREEZE-FILE.
       LOAD-FREEZE-CALENDAR-EXIT.
         EXIT.

      ******************************************************************
      * 変更凍結の例外の申請のうち、許可されたものを読み込みます。
      ******************************************************************
       LOAD-FREEZE-EXEMPTIONS SECTION.
         MOVE 0 TO EXEMPTION-TABLE-COUNT.
         OPEN INPUT EXEMPTION-FILE.
         IF EXEMPTION-STATUS NOT = "00"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL EXEMPTION-STATUS NOT = "00"
           READ EXEMPTION-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF FEX-IS-APPROVED
                   AND FEX-VALID-UNTIL IS NUMERIC
                   AND EXEMPTION-TABLE-COUNT < 200
                 THEN
                   ADD 1 TO EXEMPTION-TABLE-COUNT;
                   SET EX TO EXEMPTION-TABLE-COUNT;
                   MOVE FEX-REQUESTED-BY TO ET-REQUESTED-BY(EX);
                   MOVE FEX-FILE-ID TO ET-FILE-ID(EX);
                   MOVE FEX-KEY TO ET-KEY(EX);
                   MOVE FEX-VALID-UNTIL TO ET-VALID-UNTIL(EX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE EXEMPTION-FILE.
       LOAD-FREEZE-EXEMPTIONS-EXIT.
         EXIT.

       END PROGRAM CHECK-CHANGE-FREEZE.
