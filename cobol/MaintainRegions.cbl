      * 二人承認(メーカー・チェッカー)統制のため、追加・訂正・削除は
      * 地方ファイルへ直接書き込まず、承認待ちファイルへ積み上げます。
      * 承認者がAPPROVE-PENDING-CHANGESで承認したものだけが地方
      * ファイルへ反映されます。追加する地方の国コードは、国マスタ
      * (Countries.txt)に登録されている国でなければなりません。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-REGIONS.
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT COUNTRIES-FILE
           ASSIGN TO "../data/Countries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNTRIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * 国マスタ。追加する地方の国コードの確かめに使います。
       FD  COUNTRIES-FILE.
       01  COUNTRY-RECORD.
         03  CT-COUNTRY-CODE           PIC X(2).
         03  CT-COUNTRY-NAME           PIC X(20).
         03  CT-ISO-NUMERIC            PIC X(3).

       WORKING-STORAGE SECTION.
      * 変更の理由と参照の入力。
       01  REGIONS-STATUS              PIC X(2).
       01  PENDING-STATUS              PIC X(2).
       01  PREFECTURES-STATUS          PIC X(2).
       01  COUNTRIES-STATUS            PIC X(2).
      * 入力の国コードが国マスタにあるかどうか。
       01  COUNTRY-FOUND-SWITCH        PIC X.
         88  COUNTRY-ON-FILE           VALUE "Y".
      * 削除しようとする地方を参照している都道府県の数。
       77  BLOCKING-PREFECTURE-COUNT   PIC 9(3) VALUE 0.
      * 承認待ちファイルへ書き出すレコードイメージを組み立てる
      * この回の保守で承認待ちに積み上げた件数。
       77  PENDING-WRITTEN-COUNT       PIC 9(4) VALUE 0.

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
         PERFORM LOAD-REGIONS.
         PERFORM UNTIL OPERATION-IS-EXIT OR SESSION-ABANDONED
           PERFORM ACCEPT-OPERATION;
           PERFORM CHECK-ENTRY-FREEZE;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-ENTRY;
      * 地方を追加します。
      ******************************************************************
       ADD-ENTRY SECTION.
         PERFORM CHECK-COUNTRY-ON-FILE.
         IF NOT COUNTRY-ON-FILE
           THEN
             DISPLAY "COUNTRY-CODE " IN-COUNTRY-CODE
                 " NOT ON COUNTRY MASTER -- ADD REFUSED";
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
       CHECK-REGION-IN-USE-EXIT.
         EXIT.

      ******************************************************************
      * 入力の国コードが国マスタに登録されているかを確かめます。
      ******************************************************************
       CHECK-COUNTRY-ON-FILE SECTION.
         MOVE "N" TO COUNTRY-FOUND-SWITCH.
         OPEN INPUT COUNTRIES-FILE.
         IF COUNTRIES-STATUS NOT = "00"
           THEN
             DISPLAY "MAINTAIN-REGIONS: UNABLE TO OPEN "
                 "COUNTRIES-FILE STATUS=" COUNTRIES-STATUS;
           ELSE
             PERFORM UNTIL COUNTRIES-STATUS NOT = "00"
                 OR COUNTRY-ON-FILE
               READ COUNTRIES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF CT-COUNTRY-CODE = IN-COUNTRY-CODE
                     THEN
                       MOVE "Y" TO COUNTRY-FOUND-SWITCH;
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE COUNTRIES-FILE;
         END-IF.
       CHECK-COUNTRY-ON-FILE-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタと突き合わせてサインオンします。3回失敗
      * したらあきらめます。失敗はすべて監査ログへ記録します。
       WRITE-SECURITY-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * 変更の操作が変更凍結の期間（年度末・月末の締め、国勢調査の
      * 公表など）の中かを判定します。凍結の中なら、許可された例外
      * が無いかぎり操作を断って何もしない操作として読み替え、監査
      * ログへ残します。
      ******************************************************************
       CHECK-ENTRY-FREEZE SECTION.
         IF NOT (OPERATION-IS-ADD OR OPERATION-IS-CHANGE
             OR OPERATION-IS-DELETE)
           THEN
             EXIT SECTION;
         END-IF.
         MOVE "REGIONS" TO FREEZE-FILE-ID.
         MOVE SPACES TO FREEZE-KEY.
         MOVE IN-REGION-CODE TO FREEZE-KEY.
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
             MOVE "REGIONS" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE FREEZE-KEY TO AUD-KEY;
             MOVE "FREEZE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
       CHECK-ENTRY-FREEZE-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-REGIONS.
