      *   ACTION "2" … 見出し2行目（罫線）を登録します。
      *   ACTION "O" … 帳票を開始します（印字先の決定・1ページ目）。
      *   ACTION "L" … 明細・合計の1行を書き出します。
      *   ACTION "P" … 改ページします（次の行を新しいページから）。
      *   ACTION "C" … 帳票を閉じます（END OF REPORTの印字）。
      *
      * 印字モードで帳票を閉じるたびに、その時点のスプールを日付
         88  ACTION-IS-HEADING-2       VALUE "2".
         88  ACTION-IS-OPEN            VALUE "O".
         88  ACTION-IS-LINE            VALUE "L".
         88  ACTION-IS-NEW-PAGE        VALUE "P".
         88  ACTION-IS-CLOSE           VALUE "C".
       77  SPOOL-TEXT                  PIC X(100).

                           THEN
                             PERFORM WRITE-REPORT-LINE;
                           ELSE
                             IF ACTION-IS-NEW-PAGE
                               THEN
                                 PERFORM START-NEW-PAGE;
                               ELSE
                                 IF ACTION-IS-CLOSE
                                   THEN
                                     PERFORM CLOSE-REPORT;
                                 END-IF
                             END-IF
                         END-IF
                     END-IF
       WRITE-REPORT-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 改ページします。印字モードでは次の行の前にページ見出しを
      * 書き出させ、画面モードでは区切りの罫線を表示します。
      ******************************************************************
       START-NEW-PAGE SECTION.
         IF MODE-IS-DISPLAY
           THEN
             DISPLAY "================================================";
           ELSE
             MOVE PAGE-SIZE-LINES TO LINE-COUNT;
         END-IF.
       START-NEW-PAGE-EXIT.
         EXIT.

      ******************************************************************
      * ページ見出し（表題・帳票日付・ページ番号・項目名見出し）を
      * 書き出します。
