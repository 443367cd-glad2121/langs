      *
      * 受け取り確認ファイル(FeedAcknowledgments.txt)の1行は
      * 「連番(6桁)＋フィード名(40桁)＋取り込んだ件数(6桁)＋加入者
      * ID(8桁)＋受け取ったファイルのダイジェスト(13桁)」です。台帳
      * は加入者ごとの行になっており、未確認は加入者別に報告します
      * （遅い加入者が他の加入者の欠けを隠さないためです）。
      * 返されたダイジェストが台帳の目録（MEASURE-FEED-FILE）と
      * 違えば、途中で切れたり壊れたりしたファイルを受け取った印と
      * して報告します。ダイジェスト欄が空白の確認は照合しません。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE-ACKNOWLEDGMENTS.
         03  FR-FEED-NAME              PIC X(40).
         03  FR-RECORD-COUNT           PIC 9(6).
         03  FR-SUBSCRIBER-ID          PIC X(8).
         03  FR-FEED-KIND              PIC X(1).
         03  FR-DELIVERED-TIMESTAMP    PIC 9(14).
         03  FR-BYTE-COUNT             PIC 9(10).
         03  FR-DIGEST                 PIC 9(13).
      * 受け取り確認ファイル。
       FD  ACK-FILE.
       01  ACK-RECORD.
         03  ACK-FEED-NAME             PIC X(40).
         03  ACK-ROW-COUNT             PIC 9(6).
         03  ACK-SUBSCRIBER-ID         PIC X(8).
         03  ACK-DIGEST                PIC X(13).
      * フィード完成の合図ファイル。受け取り側が取りに来るとき
      * 消す約束なので、残っていれば未回収のフィードです。
       FD  TRIGGER-FILE.
             05  RG-FEED-NAME          PIC X(40).
             05  RG-RECORD-COUNT       PIC 9(6).
             05  RG-SUBSCRIBER-ID      PIC X(8).
             05  RG-DIGEST             PIC 9(13).
             05  RG-ACK-SWITCH         PIC X(1).
               88  RG-ACKNOWLEDGED     VALUE "Y".

       77  ACKS-READ-COUNT             PIC 9(6) VALUE 0.
       77  MATCHED-COUNT               PIC 9(6) VALUE 0.
       77  MISMATCH-COUNT              PIC 9(6) VALUE 0.
       77  DIGEST-MISMATCH-COUNT       PIC 9(6) VALUE 0.
       77  UNKNOWN-ACK-COUNT           PIC 9(6) VALUE 0.
       77  UNACKNOWLEDGED-COUNT        PIC 9(6) VALUE 0.

      * 返されたダイジェストの数値化。
       77  ECHOED-DIGEST               PIC 9(13).
      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
      * 不一致(4)でもファイル自体は処理済みです。
             IF RETURN-CODE NOT = 8
               THEN
                 MOVE RETURN-CODE TO SAVED-RETURN-CODE;
                 MOVE "F" TO IB-ACTION;
                 CALL "CHECK-INBOUND-BATCH"
                     USING IB-ACTION, IB-INTERFACE-NAME,
                         IB-SENDER-ID, IB-BATCH-NUMBER,
                         IB-EXTRACT-DATE, IB-DECLARED-COUNT,
                         IB-ACTUAL-COUNT, IB-RESULT-SWITCH;
                 MOVE SAVED-RETURN-CODE TO RETURN-CODE;
             END-IF;
         END-IF.
       RECONCILE-ACKNOWLEDGMENTS-EXIT.
                       MOVE FR-RECORD-COUNT TO RG-RECORD-COUNT(GX);
                       MOVE FR-SUBSCRIBER-ID
                           TO RG-SUBSCRIBER-ID(GX);
                       MOVE FR-DIGEST TO RG-DIGEST(GX);
                       MOVE "N" TO RG-ACK-SWITCH(GX);
                   END-IF
               END-READ
                     " SUBSCRIBER=" ACK-SUBSCRIBER-ID
                     " SENT=" RG-RECORD-COUNT(GX)
                     " LOADED=" ACK-ROW-COUNT;
             END-IF;
             PERFORM CHECK-ECHOED-DIGEST;
         END-IF.
       MATCH-ONE-ACKNOWLEDGMENT-EXIT.
         EXIT.

      ******************************************************************
      * 受け取り確認に返されたダイジェストを、台帳のGX番目の行の
      * 目録のダイジェストと照合します。
      ******************************************************************
       CHECK-ECHOED-DIGEST SECTION.
         IF ACK-DIGEST = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         IF ACK-DIGEST IS NUMERIC
           THEN
             MOVE ACK-DIGEST TO ECHOED-DIGEST;
             IF ECHOED-DIGEST = RG-DIGEST(GX)
               THEN
                 EXIT SECTION;
             END-IF;
         END-IF.
         ADD 1 TO DIGEST-MISMATCH-COUNT.
         DISPLAY "DIGEST MISMATCH: SEQUENCE=" ACK-SEQUENCE
             " FEED=" ACK-FEED-NAME
             " SUBSCRIBER=" ACK-SUBSCRIBER-ID
             " SENT=" RG-DIGEST(GX)
             " RECEIVED=" ACK-DIGEST.
       CHECK-ECHOED-DIGEST-EXIT.
         EXIT.

      ******************************************************************
      * 確認の届いていないフィードを報告します。
      ******************************************************************
         DISPLAY "ACKS READ        =" ACKS-READ-COUNT.
         DISPLAY "MATCHED          =" MATCHED-COUNT.
         DISPLAY "COUNT MISMATCHES =" MISMATCH-COUNT.
         DISPLAY "DIGEST MISMATCHES=" DIGEST-MISMATCH-COUNT.
         DISPLAY "UNKNOWN ACKS     =" UNKNOWN-ACK-COUNT.
         DISPLAY "NEVER ACKED      =" UNACKNOWLEDGED-COUNT.
         DISPLAY "=================================================".
         DISPLAY "AGING TRIGGERS    =" PENDING-TRIGGER-COUNT.
         IF (MISMATCH-COUNT > 0 OR UNKNOWN-ACK-COUNT > 0
             OR DIGEST-MISMATCH-COUNT > 0
             OR UNACKNOWLEDGED-COUNT > 0
             OR PENDING-TRIGGER-COUNT > 0)
             AND RETURN-CODE = 0
           THEN
      * 不一致は翌朝まで残るよう、警報キューにも積みます。
             MOVE "W" TO ALERT-SEVERITY;
             MOVE "RECONCILE-ACKS" TO ALERT-SOURCE-PROGRAM;
                 TO ALERT-MESSAGE-TEXT;
             CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                 ALERT-SOURCE-PROGRAM, ALERT-MESSAGE-TEXT;
             MOVE 4 TO RETURN-CODE;
         END-IF.
       PRINT-RECONCILE-SUMMARY-EXIT.
         EXIT.
