      * 取引は理由付きで却下ファイルへ書き出し、修正のうえ再投入
      * できるようにします。最後に、適用・却下の件数をまとめた
      * 編集レポートを表示します。
      * 実行した利用者がオペレーターマスタに登録されていて地方の
      * 担当範囲を持つときは、担当の地方の外の取引を却下し、保安の
      * 記録として監査ログへ残します。登録の無い利用者（スケジューラ
      * の実行用のIDなど）は従来どおり全国を扱えます。
      * 変更凍結の期間（CHECK-CHANGE-FREEZE）の中は、実行した利用者
      * に許可された例外のある取引のほかは、凍結を理由に却下します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLY-PREFECTURE-TRANSACTIONS.
      * 却下の理由。
       77  REJECT-REASON               PIC X(30).

      * 実行した利用者と、その地方の担当範囲の判定の項目。
       77  BATCH-OPERATOR-ID           PIC X(8).
       01  OPERATOR-ENTRY.
           COPY "OperatorEntry".
       01  OPERATOR-FOUND-SWITCH       PIC X.
         88  OPERATOR-FOUND            VALUE "Y".
       77  SCOPE-REGION-CODE           PIC X(2).
       01  REGION-SCOPE-SWITCH         PIC X.
         88  REGION-SCOPE-OK           VALUE "Y".
      * 変更凍結の判定の項目。
       77  FREEZE-FILE-ID              PIC X(11) VALUE "PREFECTURES".
       77  FREEZE-KEY                  PIC X(5).
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).

      * 追加をコードの昇順の位置へ差し込むための項目。マスタが昇順
      * のまま保たれ、BUILDの順次書き込みが崩れません。
       77  INSERT-POSITION             PIC 9(2).
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
         PERFORM LOAD-PREFECTURES.
         PERFORM IDENTIFY-BATCH-OPERATOR.
         IF RETURN-CODE = 0
           THEN
             PERFORM APPLY-TRANSACTIONS;
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 実行した利用者をオペレーターマスタで調べ、地方の担当範囲を
      * 取り出します。登録が無ければ担当範囲は空白（全国）です。
      ******************************************************************
       IDENTIFY-BATCH-OPERATOR SECTION.
         MOVE SPACES TO BATCH-OPERATOR-ID.
         ACCEPT BATCH-OPERATOR-ID FROM ENVIRONMENT "USER".
         CALL "GET-OPERATOR" USING BATCH-OPERATOR-ID, OPERATOR-ENTRY,
             OPERATOR-FOUND-SWITCH.
         IF NOT OPERATOR-FOUND
           THEN
             MOVE SPACES TO OPERATOR-ENTRY;
           ELSE
             IF OPR-REGION-SCOPE NOT = SPACES
               THEN
                 DISPLAY "APPLY-PREFECTURE-TRANSACTIONS: OPERATOR "
                     BATCH-OPERATOR-ID " LIMITED TO REGION "
                     OPR-REGION-SCOPE;
             END-IF
         END-IF.
       IDENTIFY-BATCH-OPERATOR-EXIT.
         EXIT.

      ******************************************************************
      * 取引ファイルを読み込み、1件ずつ表へ適用します。適用できた
      * 取引は監査ログへ、適用できなかった取引は却下ファイルへ
      * 取引1件分を操作種別にしたがって表へ適用します。
      ******************************************************************
       APPLY-ONE-TRANSACTION SECTION.
      * 担当範囲の外の取引は、表に触れずに却下します。都道府県の
      * 今の地方と、追加・訂正では取引の地方の両方で判定します。
         IF TX-IS-DELETE
           THEN
             MOVE SPACES TO SCOPE-REGION-CODE;
           ELSE
             MOVE TX-REGION-CODE TO SCOPE-REGION-CODE;
         END-IF.
         CALL "CHECK-REGION-SCOPE" USING OPERATOR-ENTRY,
             TX-PREFECTURE-CODE, SCOPE-REGION-CODE,
             REGION-SCOPE-SWITCH.
         IF NOT REGION-SCOPE-OK
           THEN
             MOVE "OUTSIDE OPERATOR REGION-SCOPE" TO REJECT-REASON;
             PERFORM WRITE-REJECT;
             MOVE SPACES TO BEFORE-IMAGE;
             MOVE SPACES TO AFTER-IMAGE;
             MOVE TX-OPERATION TO AUD-OPERATION;
             MOVE TX-PREFECTURE-CODE TO AUD-KEY;
             MOVE "SCOPE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             PERFORM WRITE-AUDIT-ENTRY;
             EXIT SECTION;
         END-IF.
      * 変更凍結の期間の中の取引も、表に触れずに却下します。
         MOVE SPACES TO FREEZE-KEY.
         MOVE TX-PREFECTURE-CODE TO FREEZE-KEY.
         CALL "CHECK-CHANGE-FREEZE" USING BATCH-OPERATOR-ID,
             FREEZE-FILE-ID, FREEZE-KEY, FREEZE-RESULT-SWITCH,
             FREEZE-DESCRIPTION, FREEZE-END-DATE.
         IF FREEZE-BLOCKED
           THEN
             MOVE SPACES TO REJECT-REASON;
             STRING "CHANGE FREEZE UNTIL " FREEZE-END-DATE
                 DELIMITED BY SIZE INTO REJECT-REASON;
             PERFORM WRITE-REJECT;
             MOVE SPACES TO BEFORE-IMAGE;
             MOVE SPACES TO AFTER-IMAGE;
             MOVE TX-OPERATION TO AUD-OPERATION;
             MOVE TX-PREFECTURE-CODE TO AUD-KEY;
             MOVE "FREEZE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             PERFORM WRITE-AUDIT-ENTRY;
             EXIT SECTION;
         END-IF.
         PERFORM FIND-ENTRY.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
