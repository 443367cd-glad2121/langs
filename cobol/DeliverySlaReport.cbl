      ******************************************************************
      * 納期の月報です。納期の履歴(SlaHistory.txt)から、指定の月
      * （空白は先月）が期限日の判定を集め、加入者ごとに期限のあった
      * 回数・期限内・期限後・未着・受け取り確認の無いものの件数と、
      * 期限内の率を印字します。続けて、期限を守れなかった判定を
      * 1件ずつ印字します。同じ期限日・加入者・種類の判定が複数
      * あるときは、最後の行を正とします。
      * 加入者は納期の取り決め(DeliverySla.txt)に載っている順に
      * 並べ、名前は加入者マスタ(Subscribers.txt)から引きます。
      * 印字はPRINT-SPOOLを通して行います。期限を守れなかったもの
      * があれば復帰コード4で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-SLA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SLA-FILE
           ASSIGN TO "../data/DeliverySla.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLA-STATUS.
         SELECT SUBSCRIBERS-FILE
           ASSIGN TO "../data/Subscribers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERS-STATUS.
         SELECT HISTORY-FILE
           ASSIGN TO "../data/SlaHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 納期の取り決め。
       FD  SLA-FILE.
       01  SLA-RECORD.
           COPY "DeliverySlaEntry".
      * 加入者マスタ。
       FD  SUBSCRIBERS-FILE.
       01  SUBSCRIBER-RECORD.
           COPY "SubscriberEntry".
      * 納期の履歴。
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "SlaHistoryEntry".

       WORKING-STORAGE SECTION.
       01  SLA-STATUS                  PIC X(2).
         88  SLA-STATUS-OK             VALUE "00".
       01  SUBSCRIBERS-STATUS          PIC X(2).
         88  SUBSCRIBERS-STATUS-OK     VALUE "00".
       01  HISTORY-STATUS              PIC X(2).
         88  HISTORY-STATUS-OK         VALUE "00".

      * 対象の月。
       77  REPORT-MONTH-IN             PIC X(6).
       01  REPORT-MONTH                PIC 9(6).
       01  REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
         03  RM-YEAR                   PIC 9(4).
         03  RM-MONTH                  PIC 9(2).
       77  TODAY-DATE                  PIC 9(8).

      * 加入者ごとの集計。
       01  SUBSCRIBER-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  SUBSCRIBER-TABLE.
         03  SUBSCRIBER-ROW            OCCURS 20 INDEXED BY SX.
             05  ST-SUBSCRIBER-ID      PIC X(8).
             05  ST-SUBSCRIBER-NAME    PIC X(20).
             05  ST-DUE-COUNT          PIC 9(4).
             05  ST-ON-TIME-COUNT      PIC 9(4).
             05  ST-LATE-COUNT         PIC 9(4).
             05  ST-MISSING-COUNT      PIC 9(4).
             05  ST-UNACKED-COUNT      PIC 9(4).

      * 対象の月の判定（期限日・加入者・種類ごとに最後の行）。
       01  OUTCOME-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  OUTCOME-TABLE.
         03  OUTCOME-ROW               OCCURS 1000 INDEXED BY OX.
             05  OT-HISTORY-IMAGE      PIC X(57).

      * 件数。
       77  TOTAL-DUE-COUNT             PIC 9(5) VALUE 0.
       77  TOTAL-ON-TIME-COUNT         PIC 9(5) VALUE 0.
       77  BREACH-COUNT                PIC 9(5) VALUE 0.
       77  ON-TIME-PERCENT             PIC 9(3)V9.
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".

      * 印字出力モジュールへ渡す動作コードと1行分のテキスト。
      * 出力先（画面か印字ファイルか）はPRINT-SPOOLが決めます。
       77  SPOOL-ACTION                PIC X(1).
       77  SPOOL-TEXT                  PIC X(100).
      * 加入者ごとの明細行の編集用レイアウト。
       01  SUBSCRIBER-DETAIL-LAYOUT.
         03  SD-SUBSCRIBER-ID          PIC X(8).
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  SD-SUBSCRIBER-NAME        PIC X(20).
         03  SD-DUE-COUNT              PIC Z(4)9.
         03  SD-ON-TIME-COUNT          PIC Z(7)9.
         03  SD-LATE-COUNT             PIC Z(5)9.
         03  SD-MISSING-COUNT          PIC Z(7)9.
         03  SD-UNACKED-COUNT          PIC Z(7)9.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  SD-ON-TIME-PERCENT        PIC ZZ9.9.
         03  SD-ON-TIME-PERCENT-X REDEFINES SD-ON-TIME-PERCENT
                                       PIC X(5).
         03  SD-PERCENT-SIGN           PIC X(1).
      * 期限を守れなかった判定の明細行の編集用レイアウト。
       01  BREACH-DETAIL-LAYOUT.
         03  BD-DUE-DATE               PIC 9(8).
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  BD-SUBSCRIBER-ID          PIC X(8).
         03  FILLER                    PIC X(6) VALUE " KIND ".
         03  BD-FEED-KIND              PIC X(1).
         03  FILLER                    PIC X(5) VALUE " DUE ".
         03  BD-DEADLINE-TIME          PIC 9(4).
         03  FILLER                    PIC X(1) VALUE SPACE.
         03  BD-OUTCOME                PIC X(8).
         03  BD-DELIVERED-LABEL        PIC X(10).
         03  BD-DELIVERED-TIMESTAMP    PIC X(14).
      * 合計行の編集用レイアウト。
       01  REPORT-FOOTER-LAYOUT.
         03  FILLER                    PIC X(10) VALUE
             "TOTAL DUE=".
         03  FT-TOTAL-DUE-COUNT        PIC ZZZZ9.
         03  FILLER                    PIC X(9) VALUE
             " ON-TIME=".
         03  FT-TOTAL-ON-TIME-COUNT    PIC ZZZZ9.
         03  FILLER                    PIC X(10) VALUE
             " BREACHED=".
         03  FT-BREACH-COUNT           PIC ZZZZ9.
         03  FILLER                    PIC X(2) VALUE SPACES.
         03  FT-ON-TIME-PERCENT        PIC ZZ9.9.
         03  FT-ON-TIME-PERCENT-X REDEFINES FT-ON-TIME-PERCENT
                                       PIC X(5).
         03  FT-PERCENT-SIGN           PIC X(1).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         DISPLAY "REPORT MONTH (YYYYMM OR BLANK FOR LAST MONTH):".
         ACCEPT REPORT-MONTH-IN.
         IF REPORT-MONTH-IN IS NUMERIC
           THEN
             MOVE REPORT-MONTH-IN TO REPORT-MONTH;
           ELSE
             ACCEPT TODAY-DATE FROM DATE YYYYMMDD;
             MOVE TODAY-DATE(1:6) TO REPORT-MONTH;
             IF RM-MONTH = 1
               THEN
                 SUBTRACT 1 FROM RM-YEAR;
                 MOVE 12 TO RM-MONTH;
               ELSE
                 SUBTRACT 1 FROM RM-MONTH;
             END-IF;
         END-IF.
         PERFORM LOAD-AGREED-SUBSCRIBERS.
         PERFORM LOAD-SUBSCRIBER-NAMES.
         PERFORM LOAD-MONTH-OUTCOMES.
         PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > OUTCOME-TABLE-COUNT
           PERFORM COUNT-ONE-OUTCOME
         END-PERFORM.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM VARYING SX FROM 1 BY 1
             UNTIL SX > SUBSCRIBER-TABLE-COUNT
           PERFORM PRINT-SUBSCRIBER-LINE
         END-PERFORM.
         PERFORM PRINT-BREACH-LINES.
         PERFORM PRINT-REPORT-FOOTER.
         MOVE "C" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         IF BREACH-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       DELIVERY-SLA-REPORT-EXIT.
         STOP RUN.

      ******************************************************************
      * 納期の取り決めに載っている加入者を、載っている順に表へ入れ
      * ます。
      ******************************************************************
       LOAD-AGREED-SUBSCRIBERS SECTION.
         OPEN INPUT SLA-FILE.
         IF NOT SLA-STATUS-OK
           THEN
             DISPLAY "DELIVERY-SLA-REPORT: NO DELIVERY AGREEMENTS "
                 "STATUS=" SLA-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT SLA-STATUS-OK
           READ SLA-FILE
             AT END
               CONTINUE;
             NOT AT END
               SET SX TO 1;
               SEARCH SUBSCRIBER-ROW
                 AT END
                   IF SUBSCRIBER-TABLE-COUNT < 20
                     THEN
                       ADD 1 TO SUBSCRIBER-TABLE-COUNT;
                       SET SX TO SUBSCRIBER-TABLE-COUNT;
                       MOVE SLA-SUBSCRIBER-ID
                           TO ST-SUBSCRIBER-ID(SX);
                       MOVE SPACES TO ST-SUBSCRIBER-NAME(SX);
                       MOVE 0 TO ST-DUE-COUNT(SX);
                       MOVE 0 TO ST-ON-TIME-COUNT(SX);
                       MOVE 0 TO ST-LATE-COUNT(SX);
                       MOVE 0 TO ST-MISSING-COUNT(SX);
                       MOVE 0 TO ST-UNACKED-COUNT(SX);
                   END-IF
                 WHEN SX <= SUBSCRIBER-TABLE-COUNT
                     AND ST-SUBSCRIBER-ID(SX) = SLA-SUBSCRIBER-ID
                   CONTINUE
               END-SEARCH
           END-READ
         END-PERFORM.
         CLOSE SLA-FILE.
       LOAD-AGREED-SUBSCRIBERS-EXIT.
         EXIT.

      ******************************************************************
      * 加入者マスタから、表の加入者の名前を引きます。
      ******************************************************************
       LOAD-SUBSCRIBER-NAMES SECTION.
         OPEN INPUT SUBSCRIBERS-FILE.
         IF NOT SUBSCRIBERS-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT SUBSCRIBERS-STATUS-OK
           READ SUBSCRIBERS-FILE
             AT END
               CONTINUE;
             NOT AT END
               SET SX TO 1;
               SEARCH SUBSCRIBER-ROW
                 AT END
                   CONTINUE;
                 WHEN SX <= SUBSCRIBER-TABLE-COUNT
                     AND ST-SUBSCRIBER-ID(SX) = SB-SUBSCRIBER-ID
                   MOVE SB-SUBSCRIBER-NAME
                       TO ST-SUBSCRIBER-NAME(SX)
               END-SEARCH
           END-READ
         END-PERFORM.
         CLOSE SUBSCRIBERS-FILE.
       LOAD-SUBSCRIBER-NAMES-EXIT.
         EXIT.

      ******************************************************************
      * 納期の履歴から、対象の月が期限日の判定を読み込みます。同じ
      * 期限日・加入者・種類の行は、あとの行で置き換えます。
      ******************************************************************
       LOAD-MONTH-OUTCOMES SECTION.
         OPEN INPUT HISTORY-FILE.
         IF NOT HISTORY-STATUS-OK
           THEN
             DISPLAY "DELIVERY-SLA-REPORT: NO SLA HISTORY "
                 "STATUS=" HISTORY-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT HISTORY-STATUS-OK
           READ HISTORY-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF SH-DUE-DATE(1:6) = REPORT-MONTH
                 THEN
                   PERFORM KEEP-ONE-OUTCOME;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE HISTORY-FILE.
       LOAD-MONTH-OUTCOMES-EXIT.
         EXIT.

      ******************************************************************
      * 読んだ履歴の1行を、判定の表へ入れるか、同じ判定の行を置き
      * 換えます。
      ******************************************************************
       KEEP-ONE-OUTCOME SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET OX TO 1.
         SEARCH OUTCOME-ROW
           AT END
             CONTINUE;
           WHEN OX <= OUTCOME-TABLE-COUNT
               AND OT-HISTORY-IMAGE(OX)(1:17) = HISTORY-RECORD(1:17)
             SET ENTRY-FOUND TO TRUE
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             IF OUTCOME-TABLE-COUNT >= 1000
               THEN
                 DISPLAY "OUTCOME-TABLE-FULL";
                 EXIT SECTION;
             END-IF;
             ADD 1 TO OUTCOME-TABLE-COUNT;
             SET OX TO OUTCOME-TABLE-COUNT;
         END-IF.
         MOVE HISTORY-RECORD TO OT-HISTORY-IMAGE(OX).
       KEEP-ONE-OUTCOME-EXIT.
         EXIT.

      ******************************************************************
      * OX番目の判定を、その加入者の件数に加えます。
      ******************************************************************
       COUNT-ONE-OUTCOME SECTION.
         MOVE OT-HISTORY-IMAGE(OX) TO HISTORY-RECORD.
         SET SX TO 1.
         SEARCH SUBSCRIBER-ROW
           AT END
             EXIT SECTION;
           WHEN SX <= SUBSCRIBER-TABLE-COUNT
               AND ST-SUBSCRIBER-ID(SX) = SH-SUBSCRIBER-ID
             CONTINUE
         END-SEARCH.
         ADD 1 TO ST-DUE-COUNT(SX).
         ADD 1 TO TOTAL-DUE-COUNT.
         EVALUATE TRUE
           WHEN SH-ON-TIME
             ADD 1 TO ST-ON-TIME-COUNT(SX)
             ADD 1 TO TOTAL-ON-TIME-COUNT
           WHEN SH-LATE
             ADD 1 TO ST-LATE-COUNT(SX)
             ADD 1 TO BREACH-COUNT
           WHEN OTHER
             ADD 1 TO ST-MISSING-COUNT(SX)
             ADD 1 TO BREACH-COUNT
         END-EVALUATE.
         IF NOT SH-MISSING AND NOT SH-ACKNOWLEDGED
           THEN
             ADD 1 TO ST-UNACKED-COUNT(SX);
         END-IF.
       COUNT-ONE-OUTCOME-EXIT.
         EXIT.

      ******************************************************************
      * 帳票の表題と項目名を印字します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
         MOVE "T" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         STRING "DELIVERY SLA REPORT FOR " RM-YEAR "-" RM-MONTH
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "1" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         STRING "SUBSCR   NAME                  DUE ON-TIME  LATE "
             "MISSING UNACKED ON-TIME"
             DELIMITED BY SIZE INTO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
         MOVE "O" TO SPOOL-ACTION.
         MOVE SPACES TO SPOOL-TEXT.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * SX番目の加入者の集計を1行印字します。期限の無かった加入者の
      * 率はN/Aです。
      ******************************************************************
       PRINT-SUBSCRIBER-LINE SECTION.
         MOVE ST-SUBSCRIBER-ID(SX) TO SD-SUBSCRIBER-ID.
         MOVE ST-SUBSCRIBER-NAME(SX) TO SD-SUBSCRIBER-NAME.
         MOVE ST-DUE-COUNT(SX) TO SD-DUE-COUNT.
         MOVE ST-ON-TIME-COUNT(SX) TO SD-ON-TIME-COUNT.
         MOVE ST-LATE-COUNT(SX) TO SD-LATE-COUNT.
         MOVE ST-MISSING-COUNT(SX) TO SD-MISSING-COUNT.
         MOVE ST-UNACKED-COUNT(SX) TO SD-UNACKED-COUNT.
         IF ST-DUE-COUNT(SX) = 0
           THEN
             MOVE "  N/A" TO SD-ON-TIME-PERCENT-X;
             MOVE SPACE TO SD-PERCENT-SIGN;
           ELSE
             COMPUTE ON-TIME-PERCENT ROUNDED =
                 ST-ON-TIME-COUNT(SX) * 100 / ST-DUE-COUNT(SX);
             MOVE ON-TIME-PERCENT TO SD-ON-TIME-PERCENT;
             MOVE "%" TO SD-PERCENT-SIGN;
         END-IF.
         MOVE SUBSCRIBER-DETAIL-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-SUBSCRIBER-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 期限を守れなかった判定を1件ずつ印字します。
      ******************************************************************
       PRINT-BREACH-LINES SECTION.
         IF BREACH-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE "DEADLINES MISSED" TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > OUTCOME-TABLE-COUNT
           MOVE OT-HISTORY-IMAGE(OX) TO HISTORY-RECORD
           IF NOT SH-ON-TIME
             THEN
               MOVE SH-DUE-DATE TO BD-DUE-DATE;
               MOVE SH-SUBSCRIBER-ID TO BD-SUBSCRIBER-ID;
               MOVE SH-FEED-KIND TO BD-FEED-KIND;
               MOVE SH-DEADLINE-TIME TO BD-DEADLINE-TIME;
               IF SH-LATE
                 THEN
                   MOVE "LATE" TO BD-OUTCOME;
                   MOVE "DELIVERED " TO BD-DELIVERED-LABEL;
                   MOVE SH-DELIVERED-TIMESTAMP
                       TO BD-DELIVERED-TIMESTAMP;
                 ELSE
                   MOVE "MISSING" TO BD-OUTCOME;
                   MOVE SPACES TO BD-DELIVERED-LABEL;
                   MOVE SPACES TO BD-DELIVERED-TIMESTAMP;
               END-IF;
               MOVE BREACH-DETAIL-LAYOUT TO SPOOL-TEXT;
               PERFORM WRITE-SPOOL-LINE;
           END-IF
         END-PERFORM.
       PRINT-BREACH-LINES-EXIT.
         EXIT.

      ******************************************************************
      * 合計行を印字します。
      ******************************************************************
       PRINT-REPORT-FOOTER SECTION.
         MOVE SPACES TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
         MOVE TOTAL-DUE-COUNT TO FT-TOTAL-DUE-COUNT.
         MOVE TOTAL-ON-TIME-COUNT TO FT-TOTAL-ON-TIME-COUNT.
         MOVE BREACH-COUNT TO FT-BREACH-COUNT.
         IF TOTAL-DUE-COUNT = 0
           THEN
             MOVE "  N/A" TO FT-ON-TIME-PERCENT-X;
             MOVE SPACE TO FT-PERCENT-SIGN;
           ELSE
             COMPUTE ON-TIME-PERCENT ROUNDED =
                 TOTAL-ON-TIME-COUNT * 100 / TOTAL-DUE-COUNT;
             MOVE ON-TIME-PERCENT TO FT-ON-TIME-PERCENT;
             MOVE "%" TO FT-PERCENT-SIGN;
         END-IF.
         MOVE REPORT-FOOTER-LAYOUT TO SPOOL-TEXT.
         PERFORM WRITE-SPOOL-LINE.
       PRINT-REPORT-FOOTER-EXIT.
         EXIT.

      ******************************************************************
      * 1行を印字出力へ書き出します。
      ******************************************************************
       WRITE-SPOOL-LINE SECTION.
         MOVE "L" TO SPOOL-ACTION.
         CALL "PRINT-SPOOL" USING SPOOL-ACTION, SPOOL-TEXT.
       WRITE-SPOOL-LINE-EXIT.
         EXIT.

       END PROGRAM DELIVERY-SLA-REPORT.
