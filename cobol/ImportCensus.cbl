      * 「D,都道府県コード,性別(M/F),階級(01/02/03),人口」で受け
      * 付け、内訳マスタ(Demographics.txt)へ適用します。階級は
      * 01=0～14歳、02=15～64歳、03=65歳以上です。
      *
      * 直接適用する行（市区町村・内訳の行と、直接適用の実行の都道
      * 府県の行）は、変更凍結の期間（CHECK-CHANGE-FREEZE）の中で
      * あれば、実行した利用者に許可された例外のあるもののほかは、
      * 凍結を理由に却下ファイルへ書き出します。承認待ちへ積む都道
      * 府県の行は、承認者の反映のときに凍結を判定します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-CENSUS.
         88  ROW-INVALID               VALUE "N".
       77  REJECT-REASON               PIC X(40).

      * 変更凍結の判定の項目。マスタの名前とキーを入れて判定します。
       77  FREEZE-FILE-ID              PIC X(11).
       77  FREEZE-KEY                  PIC X(5).
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).

      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
           ELSE
             PERFORM VALIDATE-ONE-ROW;
         END-IF.
      * 直接適用する行は、変更凍結の期間の中なら却下します。
         IF ROW-VALID AND ROW-IS-MUNICIPALITY
           THEN
             MOVE "MUNICIPAL" TO FREEZE-FILE-ID;
             MOVE SPACES TO FREEZE-KEY;
             MOVE TM-PREFECTURE-CODE(MK) TO FREEZE-KEY(1:2);
             MOVE TM-MUNICIPALITY-CODE(MK) TO FREEZE-KEY(3:3);
             PERFORM CHECK-ROW-FREEZE;
         END-IF.
         IF ROW-VALID AND ROW-IS-PREFECTURE AND MODE-IS-DIRECT
           THEN
             MOVE "PREFECTURES" TO FREEZE-FILE-ID;
             MOVE SPACES TO FREEZE-KEY;
             MOVE IN-PREFECTURE-CODE TO FREEZE-KEY;
             PERFORM CHECK-ROW-FREEZE;
         END-IF.
         IF ROW-VALID AND ROW-IS-MUNICIPALITY
           THEN
             MOVE NEW-POPULATION TO TM-POPULATION(MK);
         SET ROW-VALID TO TRUE.
         MOVE SPACES TO REJECT-REASON.
         PERFORM VALIDATE-DEMOGRAPHIC-ROW.
         IF ROW-VALID
           THEN
             MOVE "DEMOGRAPHIC" TO FREEZE-FILE-ID;
             MOVE SPACES TO FREEZE-KEY;
             MOVE IN-PREFECTURE-CODE TO FREEZE-KEY;
             PERFORM CHECK-ROW-FREEZE;
         END-IF.
         IF ROW-VALID
           THEN
             PERFORM APPLY-DEMOGRAPHIC-ROW;
       PROCESS-DEMOGRAPHIC-ROW-EXIT.
         EXIT.

      ******************************************************************
      * 直接適用する行が変更凍結の期間の中かどうかを判定します。
      * マスタの名前とキーはFREEZE-FILE-IDとFREEZE-KEYで受け取り、
      * 凍結中（許可された例外なし）ならROW-INVALIDとその理由を
      * 返します。
      ******************************************************************
       CHECK-ROW-FREEZE SECTION.
         CALL "CHECK-CHANGE-FREEZE" USING LOCK-USER-ID,
             FREEZE-FILE-ID, FREEZE-KEY, FREEZE-RESULT-SWITCH,
             FREEZE-DESCRIPTION, FREEZE-END-DATE.
         IF FREEZE-BLOCKED
           THEN
             SET ROW-INVALID TO TRUE;
             MOVE SPACES TO REJECT-REASON;
             STRING "CHANGE FREEZE UNTIL " FREEZE-END-DATE
                 DELIMITED BY SIZE INTO REJECT-REASON;
         END-IF.
       CHECK-ROW-FREEZE-EXIT.
         EXIT.

      ******************************************************************
      * 内訳の行の内容を検証します。
      ******************************************************************
