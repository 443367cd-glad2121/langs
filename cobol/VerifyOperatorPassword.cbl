      *     失敗・ロックは監査ログへ記録します。
      *   - 期限を過ぎた合言葉は、その場での変更を強制します。
      *     期限内でも希望すれば変えられます（新しい期限は90日後）。
      *   - 使用停止(D)のオペレーターは合言葉を尋ねずに断ります。
      *   - サインオンできた日付をオペレーターマスタに控えます
      *     （アクセスの定期棚卸しの休眠の判定に使います）。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-OPERATOR-PASSWORD.
      * メモリ上に読み込んだオペレーターの一覧。
       01  OPERATOR-TABLE-COUNT        PIC 9(2) VALUE ZERO.
       01  OPERATOR-TABLE.
         03  OPERATOR-TABLE-ENTRY      OCCURS 50 INDEXED BY OX.
             05  OT-RECORD             PIC X(61).
      * 対象のオペレーターの行の解釈用の作業領域。
       01  WORK-OPERATOR.
           COPY "OperatorEntry" REPLACING LEADING ==OPR== BY
             EXIT PROGRAM;
         END-IF.
         MOVE OT-RECORD(TARGET-POSITION) TO WORK-OPERATOR.
         IF WK-OPR-IS-DISABLED
           THEN
             DISPLAY "OPERATOR IS DISABLED";
             MOVE "SIGNON" TO AUD-FILE-ID;
             MOVE "F" TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             MOVE "SIGN-ON DISABLED" TO AUD-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
             EXIT PROGRAM;
         END-IF.
         IF WK-OPR-IS-LOCKED
           THEN
             DISPLAY "OPERATOR IS LOCKED -- ASK A SUPERVISOR TO "
             PERFORM HANDLE-FAILED-ATTEMPT;
             EXIT PROGRAM;
         END-IF.
      * 合言葉が合えば、失敗の回数を0に戻し、サインオンの日付を
      * 控えます（同じ日の2回目からは書き戻しません）。
         IF WK-OPR-FAILED-COUNT NOT = 0
             OR WK-OPR-LAST-SIGNON-DATE NOT = TODAY-DATE
           THEN
             MOVE 0 TO WK-OPR-FAILED-COUNT;
             MOVE TODAY-DATE TO WK-OPR-LAST-SIGNON-DATE;
             PERFORM SAVE-TARGET-OPERATOR;
         END-IF.
         IF WK-OPR-PASSWORD-EXPIRY < TODAY-DATE
             AT END
               CONTINUE;
             NOT AT END
               IF OPERATOR-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO OPERATOR-TABLE-COUNT;
                   SET OX TO OPERATOR-TABLE-COUNT;
