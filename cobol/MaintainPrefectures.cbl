      * 都道府県ファイルへ直接書き込まず、承認待ちファイルへ積み
      * 上げます。承認者がAPPROVE-PENDING-CHANGESで承認したものだけ
      * が都道府県ファイルへ反映されます。
      * 地方の担当範囲を持つオペレーターは、担当の地方の都道府県
      * だけを追加・訂正・削除できます。地方の付け替えは、今の地方
      * と行き先の地方の両方が担当範囲の内でなければなりません。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-PREFECTURES.
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * 地方の担当範囲の判定の項目。
       77  SCOPE-PREFECTURE-CODE       PIC X(2).
       77  SCOPE-REGION-CODE           PIC X(2).
       01  REGION-SCOPE-SWITCH         PIC X.
         88  REGION-SCOPE-OK           VALUE "Y".
      * バッチ実行中の注意の表示の項目。
       01  BATCH-RUNNING-SWITCH        PIC X.
         88  BATCH-IS-RUNNING          VALUE "Y".
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
         PERFORM LOAD-REGION-CODES.
         PERFORM UNTIL OPERATION-IS-EXIT OR SESSION-ABANDONED
           PERFORM ACCEPT-OPERATION;
           PERFORM CHECK-ENTRY-FREEZE;
           IF OPERATION-IS-ADD
             THEN
               PERFORM ADD-ENTRY;
                 "OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         MOVE IN-PREFECTURE-CODE TO SCOPE-PREFECTURE-CODE.
         MOVE IN-REGION-CODE TO SCOPE-REGION-CODE.
         PERFORM CHECK-ENTRY-SCOPE.
         IF NOT REGION-SCOPE-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
                 "OPERATION CANCELLED";
             EXIT SECTION;
         END-IF.
         MOVE IN-PREFECTURE-CODE TO SCOPE-PREFECTURE-CODE.
         MOVE IN-REGION-CODE TO SCOPE-REGION-CODE.
         PERFORM CHECK-ENTRY-SCOPE.
         IF NOT REGION-SCOPE-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
      * 都道府県を廃止（削除）します。
      ******************************************************************
       DELETE-ENTRY SECTION.
         MOVE IN-PREFECTURE-CODE TO SCOPE-PREFECTURE-CODE.
         MOVE SPACES TO SCOPE-REGION-CODE.
         PERFORM CHECK-ENTRY-SCOPE.
         IF NOT REGION-SCOPE-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         IF ENTRY-FOUND
           THEN
       DELETE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 対象の都道府県がオペレーターの地方の担当範囲の内かを判定
      * します。範囲外なら操作を断り、保安の記録として監査ログへ
      * 残します。呼び出し元は、あらかじめSCOPE-PREFECTURE-CODEと
      * SCOPE-REGION-CODE（行き先の地方、無ければ空白）を設定して
      * おきます。
      ******************************************************************
       CHECK-ENTRY-SCOPE SECTION.
         CALL "CHECK-REGION-SCOPE" USING OPERATOR-ENTRY,
             SCOPE-PREFECTURE-CODE, SCOPE-REGION-CODE,
             REGION-SCOPE-SWITCH.
         IF NOT REGION-SCOPE-OK
           THEN
             DISPLAY "OUTSIDE REGION-SCOPE " OPR-REGION-SCOPE
                 " -- OPERATION REFUSED";
             MOVE "PREFECTURES" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             MOVE SCOPE-PREFECTURE-CODE TO AUD-KEY(1:2);
             MOVE "SCOPE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
             PERFORM WRITE-SECURITY-AUDIT;
         END-IF.
       CHECK-ENTRY-SCOPE-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県の内容を照会します。
      ******************************************************************
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
         MOVE "PREFECTURES" TO FREEZE-FILE-ID.
         MOVE SPACES TO FREEZE-KEY.
         MOVE IN-PREFECTURE-CODE TO FREEZE-KEY.
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
             MOVE "PREFECTURES" TO AUD-FILE-ID;
             MOVE OPERATION-CODE TO AUD-OPERATION;
             MOVE FREEZE-KEY TO AUD-KEY;
             MOVE "FREEZE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             PERFORM WRITE-SECURITY-AUDIT;
             MOVE SPACE TO OPERATION-CODE;
         END-IF.
       CHECK-ENTRY-FREEZE-EXIT.
         EXIT.

       END PROGRAM MAINTAIN-PREFECTURES.
