      *   DUE    = 今日の予定でまだ流れていない
      *   LATE   = 今日の予定で、正午を過ぎても流れていない
      *   MISSED = 過去の日の予定のまま流れずに残っている
      *   WAITING = 今日の予定だが、先行ジョブがまだ終わっていない
      *   BLOCKED = 先行ジョブが失敗したため流せない（先行ジョブが
      *             止まっているジョブも、連なってBLOCKEDになります）
      * を報告し、先行ジョブのつながりと今日の状態を表示します。
      * OPERATIONS-CONSOLEからも呼び出して確認できます。
      * NIGHTLY-OPERATIONSの取り戻しで後から流した日の予定は
      * CAUGHTUPとして記録され、実行済みと同じに扱います。
      *
      * 予定マスタの1行は「ジョブ名(15桁)＋周期(1桁 D=毎日
      * W=毎週 M=毎月)＋日(2桁 Wは曜日1～7で月曜=1、Mは日)＋
      * 業務日規則(1桁 B=業務日のみ A=毎日)＋先行ジョブ(15桁)」
      * です（ScheduleEntry、保守はMAINTAIN-SCHEDULE-REGISTER）。
      * 先行ジョブは、同じ日の予定に載っているときだけ待ちます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-DISPATCHER.
      * 予定マスタ。
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY "ScheduleEntry".
      * 予定台帳。日付×ジョブで1行です。
       FD  PLANNED-FILE.
       01  PLANNED-RECORD.
      * 予定台帳の一覧（過去の分も含めて保ち直します）。
       01  PLANNED-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  PLANNED-TABLE.
         03  PLANNED-ENTRY             OCCURS 300 INDEXED BY PX, PY.
             05  PT-PLANNED-DATE       PIC 9(8).
             05  PT-JOB-NAME           PIC X(15).
             05  PT-STATUS             PIC X(8).
         03  RAN-ENTRY                 OCCURS 300 INDEXED BY RX.
             05  RN-RUN-DATE           PIC 9(8).
             05  RN-JOB-NAME           PIC X(15).
             05  RN-FILE-STATUS        PIC X(2).

      * 予定マスタのジョブと先行ジョブの一覧。
       01  SCHEDULE-TABLE-COUNT        PIC 9(2) VALUE ZERO.
       01  SCHEDULE-TABLE.
         03  SCHEDULE-ENTRY            OCCURS 50 INDEXED BY SX.
             05  ST-JOB-NAME           PIC X(15).
             05  ST-PREDECESSOR        PIC X(15).
      * 先行ジョブの状態の判定。
       77  PREDECESSOR-NAME            PIC X(15).
       01  PREDECESSOR-STATE-SWITCH    PIC X.
         88  PREDECESSOR-NONE          VALUE " ".
         88  PREDECESSOR-COMPLETED     VALUE "C".
         88  PREDECESSOR-FAILED        VALUE "F".
         88  PREDECESSOR-NOT-RUN       VALUE "N".
       77  PROPAGATE-PASS              PIC 9(2).
       77  CHAIN-STATUS                PIC X(14).

      * 判定の集計。
       77  DUE-COUNT                   PIC 9(3) VALUE 0.
       77  LATE-COUNT                  PIC 9(3) VALUE 0.
       77  MISSED-COUNT                PIC 9(3) VALUE 0.
       77  WAITING-COUNT               PIC 9(3) VALUE 0.
       77  BLOCKED-COUNT               PIC 9(3) VALUE 0.
       77  RAN-TODAY-COUNT             PIC 9(3) VALUE 0.
      * 検索の結果。
       01  FOUND-SWITCH                PIC X.
         PERFORM LOAD-RUN-LOG.
         PERFORM REGISTER-TODAYS-PLAN.
         PERFORM JUDGE-PLANNED-RUNS.
         PERFORM PROPAGATE-BLOCKAGE.
         PERFORM REPORT-HELD-JOBS.
         PERFORM SAVE-PLANNED-RUNS.
         PERFORM PRINT-DISPATCH-SUMMARY.
         PERFORM SHOW-JOB-CHAIN.
       SCHEDULE-DISPATCHER-EXIT.
         GOBACK.

                   MOVE RL-START-TIMESTAMP(1:8)
                       TO RN-RUN-DATE(RX);
                   MOVE RL-PROGRAM-NAME TO RN-JOB-NAME(RX);
                   MOVE RL-FILE-STATUS TO RN-FILE-STATUS(RX);
               END-IF
           END-READ
         END-PERFORM.
             AT END
               CONTINUE;
             NOT AT END
               IF SCHEDULE-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO SCHEDULE-TABLE-COUNT;
                   SET SX TO SCHEDULE-TABLE-COUNT;
                   MOVE SC-JOB-NAME TO ST-JOB-NAME(SX);
                   MOVE SC-PREDECESSOR TO ST-PREDECESSOR(SX);
               END-IF;
               PERFORM JUDGE-ONE-SCHEDULE;
               IF JOB-IS-DUE
                 THEN
      ******************************************************************
       JUDGE-ONE-PLANNED-RUN SECTION.
         IF PT-STATUS(PX) = "RAN" OR PT-STATUS(PX) = "MISSED"
             OR PT-STATUS(PX) = "CAUGHTUP"
           THEN
             EXIT SECTION;
         END-IF.
             END-IF;
             EXIT SECTION;
         END-IF.
      * 先行ジョブが失敗していればBLOCKED、今日の予定で先行ジョブが
      * まだ終わっていなければWAITINGとして、表示は後でまとめて
      * 行います。
         PERFORM CHECK-PREDECESSOR.
         IF PREDECESSOR-FAILED
           THEN
             MOVE "BLOCKED" TO PT-STATUS(PX);
             EXIT SECTION;
         END-IF.
         IF PREDECESSOR-NOT-RUN AND PT-PLANNED-DATE(PX) = TODAY-DATE
           THEN
             MOVE "WAITING" TO PT-STATUS(PX);
             EXIT SECTION;
         END-IF.
         IF PT-PLANNED-DATE(PX) < TODAY-DATE
           THEN
             MOVE "MISSED" TO PT-STATUS(PX);
         DISPLAY "DUE       =" DUE-COUNT.
         DISPLAY "LATE      =" LATE-COUNT.
         DISPLAY "MISSED    =" MISSED-COUNT.
         DISPLAY "WAITING   =" WAITING-COUNT.
         DISPLAY "BLOCKED   =" BLOCKED-COUNT.
         DISPLAY "=================================================".
         IF (LATE-COUNT > 0 OR MISSED-COUNT > 0
             OR BLOCKED-COUNT > 0)
             AND RETURN-CODE = 0
           THEN
             MOVE 4 TO RETURN-CODE;
       PRINT-DISPATCH-SUMMARY-EXIT.
         EXIT.

      ******************************************************************
      * PX番目の予定のジョブの先行ジョブが、同じ日に正常に終わった
      * か・失敗したか・まだ流れていないかを判定します。先行ジョブ
      * が無いか、その日の予定に載っていなければ待ちません。実行
      * ログに正常終了が1件でもあれば、失敗の後の再実行で終わった
      * ものとみなします。
      ******************************************************************
       CHECK-PREDECESSOR SECTION.
         SET PREDECESSOR-NONE TO TRUE.
         MOVE SPACES TO PREDECESSOR-NAME.
         SET SX TO 1.
         SEARCH SCHEDULE-ENTRY
           AT END
             CONTINUE;
           WHEN SX <= SCHEDULE-TABLE-COUNT
               AND ST-JOB-NAME(SX) = PT-JOB-NAME(PX)
             MOVE ST-PREDECESSOR(SX) TO PREDECESSOR-NAME;
         END-SEARCH.
         IF PREDECESSOR-NAME = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET PY TO 1.
         SEARCH PLANNED-ENTRY VARYING PY
           AT END
             CONTINUE;
           WHEN PY <= PLANNED-TABLE-COUNT
               AND PT-PLANNED-DATE(PY) = PT-PLANNED-DATE(PX)
               AND PT-JOB-NAME(PY) = PREDECESSOR-NAME
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             EXIT SECTION;
         END-IF.
         IF PT-STATUS(PY) = "CAUGHTUP"
           THEN
             SET PREDECESSOR-COMPLETED TO TRUE;
             EXIT SECTION;
         END-IF.
         SET PREDECESSOR-NOT-RUN TO TRUE.
         PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > RAN-TABLE-COUNT OR PREDECESSOR-COMPLETED
           IF RN-RUN-DATE(RX) = PT-PLANNED-DATE(PX)
               AND RN-JOB-NAME(RX) = PREDECESSOR-NAME
             THEN
               IF RN-FILE-STATUS(RX) = "00"
                 THEN
                   SET PREDECESSOR-COMPLETED TO TRUE;
                 ELSE
                   SET PREDECESSOR-FAILED TO TRUE;
               END-IF;
           END-IF
         END-PERFORM.
       CHECK-PREDECESSOR-EXIT.
         EXIT.

      ******************************************************************
      * 先行ジョブがBLOCKEDのWAITINGのジョブも、BLOCKEDにします。
      * つながりの長さの分だけ繰り返して、連なる先まで伝えます。
      ******************************************************************
       PROPAGATE-BLOCKAGE SECTION.
         PERFORM VARYING PROPAGATE-PASS FROM 1 BY 1
             UNTIL PROPAGATE-PASS > SCHEDULE-TABLE-COUNT
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > PLANNED-TABLE-COUNT
             IF PT-STATUS(PX) = "WAITING"
               THEN
                 PERFORM FIND-PREDECESSOR-ROW;
                 IF ENTRY-FOUND AND PT-STATUS(PY) = "BLOCKED"
                   THEN
                     MOVE "BLOCKED" TO PT-STATUS(PX);
                 END-IF;
             END-IF
           END-PERFORM
         END-PERFORM.
       PROPAGATE-BLOCKAGE-EXIT.
         EXIT.

      ******************************************************************
      * PX番目の予定のジョブの、同じ日の先行ジョブの予定の行を
      * PYに求めます。
      ******************************************************************
       FIND-PREDECESSOR-ROW SECTION.
         SET ENTRY-NOT-FOUND TO TRUE.
         MOVE SPACES TO PREDECESSOR-NAME.
         SET SX TO 1.
         SEARCH SCHEDULE-ENTRY
           AT END
             CONTINUE;
           WHEN SX <= SCHEDULE-TABLE-COUNT
               AND ST-JOB-NAME(SX) = PT-JOB-NAME(PX)
             MOVE ST-PREDECESSOR(SX) TO PREDECESSOR-NAME;
         END-SEARCH.
         IF PREDECESSOR-NAME = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         SET PY TO 1.
         SEARCH PLANNED-ENTRY VARYING PY
           AT END
             CONTINUE;
           WHEN PY <= PLANNED-TABLE-COUNT
               AND PT-PLANNED-DATE(PY) = PT-PLANNED-DATE(PX)
               AND PT-JOB-NAME(PY) = PREDECESSOR-NAME
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
       FIND-PREDECESSOR-ROW-EXIT.
         EXIT.

      ******************************************************************
      * WAITING・BLOCKEDのジョブを、待っている先行ジョブとともに
      * 表示して数えます。
      ******************************************************************
       REPORT-HELD-JOBS SECTION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PLANNED-TABLE-COUNT
           IF PT-STATUS(PX) = "WAITING" OR PT-STATUS(PX) = "BLOCKED"
             THEN
               PERFORM FIND-PREDECESSOR-ROW;
               IF PT-STATUS(PX) = "WAITING"
                 THEN
                   ADD 1 TO WAITING-COUNT;
                   DISPLAY "WAITING:" PT-JOB-NAME(PX)
                       " PLANNED " PT-PLANNED-DATE(PX)
                       " FOR " PREDECESSOR-NAME " TO COMPLETE";
                 ELSE
                   ADD 1 TO BLOCKED-COUNT;
                   DISPLAY "BLOCKED:" PT-JOB-NAME(PX)
                       " PLANNED " PT-PLANNED-DATE(PX)
                       " -- PREDECESSOR " PREDECESSOR-NAME
                       " FAILED OR BLOCKED";
               END-IF;
           END-IF
         END-PERFORM.
       REPORT-HELD-JOBS-EXIT.
         EXIT.

      ******************************************************************
      * 先行ジョブのつながりを、今日の予定の状態とともに表示します。
      ******************************************************************
       SHOW-JOB-CHAIN SECTION.
         DISPLAY "JOB CHAIN (PREDECESSOR -> JOB : TODAY)".
         PERFORM VARYING SX FROM 1 BY 1
             UNTIL SX > SCHEDULE-TABLE-COUNT
           IF ST-PREDECESSOR(SX) NOT = SPACES
             THEN
               MOVE "NOT DUE TODAY" TO CHAIN-STATUS;
               PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > PLANNED-TABLE-COUNT
                 IF PT-PLANNED-DATE(PX) = TODAY-DATE
                     AND PT-JOB-NAME(PX) = ST-JOB-NAME(SX)
                   THEN
                     MOVE PT-STATUS(PX) TO CHAIN-STATUS;
                 END-IF
               END-PERFORM;
               DISPLAY "  " ST-PREDECESSOR(SX) " -> "
                   ST-JOB-NAME(SX) " : " CHAIN-STATUS;
           END-IF
         END-PERFORM.
       SHOW-JOB-CHAIN-EXIT.
         EXIT.

       END PROGRAM SCHEDULE-DISPATCHER.
