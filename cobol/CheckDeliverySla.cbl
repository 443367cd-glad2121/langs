      ******************************************************************
      * 加入者ごとの納期の判定です。納期の取り決め(DeliverySla.txt)
      * の期限を過ぎたものについて、フィード台帳(FeedRegister.txt)の
      * 受け渡しの日時と比べて期限内(O)・期限後(L)・未着(M)を判定
      * し、受け取り確認ファイル(FeedAcknowledgments.txt)に加入者
      * からの確認があるかも見て、納期の履歴(SlaHistory.txt)へ追記
      * します。
      * 期限を守れなかったときは警報キューへ上げます。未着はまだ手を
      * 打てるので重大(C)、期限後に届いたものは警告(W)です。
      * 判定するのは、今日と昨日が期限日の取り決めです。一度判定
      * した取り決めは、判定が変わったとき（未着のものが届いた、
      * 受け取り確認が届いた）だけ追記し直し、警報は最初の一度だけ
      * 上げます。
      * 夜間も含めて、ジョブスケジューラーから15分ごとに流して
      * ください。期限を守れなかったものがあれば復帰コード4で
      * 終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-DELIVERY-SLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SLA-FILE
           ASSIGN TO "../data/DeliverySla.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLA-STATUS.
         SELECT REGISTER-FILE
           ASSIGN TO "../data/FeedRegister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
         SELECT ACK-FILE
           ASSIGN TO "../data/FeedAcknowledgments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.
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
      * フィード台帳。
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
         03  FR-SEQUENCE               PIC 9(6).
         03  FR-EXTRACT-DATE           PIC 9(8).
         03  FR-FEED-NAME              PIC X(40).
         03  FR-RECORD-COUNT           PIC 9(6).
         03  FR-SUBSCRIBER-ID          PIC X(8).
         03  FR-FEED-KIND              PIC X(1).
         03  FR-DELIVERED-TIMESTAMP    PIC 9(14).
         03  FR-BYTE-COUNT             PIC 9(10).
         03  FR-DIGEST                 PIC 9(13).
      * 受け取り確認ファイル。先頭行は管理ヘッダー("H9")です。
       FD  ACK-FILE.
       01  ACK-RECORD.
         03  ACK-SEQUENCE              PIC 9(6).
         03  ACK-FEED-NAME             PIC X(40).
         03  ACK-ROW-COUNT             PIC 9(6).
         03  ACK-SUBSCRIBER-ID         PIC X(8).
         03  ACK-DIGEST                PIC X(13).
      * 納期の履歴。
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "SlaHistoryEntry".

       WORKING-STORAGE SECTION.
       01  SLA-STATUS                  PIC X(2).
         88  SLA-STATUS-OK             VALUE "00".
       01  REGISTER-STATUS             PIC X(2).
         88  REGISTER-STATUS-OK        VALUE "00".
       01  ACK-STATUS                  PIC X(2).
         88  ACK-STATUS-OK             VALUE "00".
       01  HISTORY-STATUS              PIC X(2).
         88  HISTORY-STATUS-OK         VALUE "00".

      * 期限を過ぎた取り決めと、その判定。
       01  DUE-TABLE-COUNT             PIC 9(3) VALUE ZERO.
       01  DUE-TABLE.
         03  DUE-ENTRY                 OCCURS 100 INDEXED BY DX.
             05  DT-DUE-DATE           PIC 9(8).
             05  DT-SUBSCRIBER-ID      PIC X(8).
             05  DT-FEED-KIND          PIC X(1).
             05  DT-DEADLINE-TIME      PIC 9(4).
             05  DT-DEADLINE-TIMESTAMP PIC 9(14).
             05  DT-EXTRACT-DATE       PIC 9(8).
      * 受け渡しは、連番ごとに最後のファイルの日時をとり、連番が
      * 複数あれば（再実行など）いちばん早く揃った連番をとります。
             05  DT-GROUP-SEQUENCE     PIC 9(6).
             05  DT-GROUP-TIMESTAMP    PIC 9(14).
             05  DT-FEED-SEQUENCE      PIC 9(6).
             05  DT-DELIVERED-TIMESTAMP PIC 9(14).
             05  DT-OUTCOME            PIC X(1).
             05  DT-ACK-SWITCH         PIC X(1).
      * 履歴の最後の行（見つからなければ空白）。
             05  DT-LAST-OUTCOME       PIC X(1).
             05  DT-LAST-ACK-SWITCH    PIC X(1).

      * 判定する期限日（今日と昨日）。
       77  TODAY-DATE                  PIC 9(8).
       77  YESTERDAY-DATE              PIC 9(8).
       77  CANDIDATE-DUE-DATE          PIC 9(8).
       01  CLOCK-TIME                  PIC 9(8).
       77  NOW-TIMESTAMP               PIC 9(14).
       77  CANDIDATE-DEADLINE          PIC 9(14).

      * 業務カレンダーの問い合わせの項目。
       77  CALENDAR-ACTION             PIC X(1).
       77  CALENDAR-IN-DATE            PIC 9(8).
       01  CALENDAR-RESULT-SWITCH      PIC X.
         88  CALENDAR-BUSINESS-DAY     VALUE "Y".
       77  CALENDAR-OUT-DATE           PIC 9(8).
       77  CALENDAR-HOLIDAY-NAME       PIC N(10).

      * 日付計算の作業項目。
       01  WORK-DATE                   PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
         03  WD-YEAR                   PIC 9(4).
         03  WD-MONTH                  PIC 9(2).
         03  WD-DAY                    PIC 9(2).
      * 月ごとの日数表（平年）。うるう年の2月は補正します。
       01  DAYS-IN-MONTH-VALUES        PIC X(24) VALUE
           "312831303130313130313031".
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
         03  DAYS-IN-MONTH             OCCURS 12 PIC 9(2).
       77  MONTH-END-DAY               PIC 9(2).
       77  LEAP-REMAINDER-4            PIC 9(4).
       77  LEAP-REMAINDER-100          PIC 9(4).
       77  LEAP-REMAINDER-400          PIC 9(4).
       77  LEAP-QUOTIENT               PIC 9(4).

      * 件数。
       77  DUE-CHECKED-COUNT           PIC 9(3) VALUE 0.
       77  ON-TIME-COUNT               PIC 9(3) VALUE 0.
       77  BREACH-COUNT                PIC 9(3) VALUE 0.
       77  ROWS-APPENDED-COUNT         PIC 9(3) VALUE 0.

      * 警報の項目。
       77  ALERT-SEVERITY              PIC X(1).
       77  ALERT-SOURCE-PROGRAM        PIC X(15).
       77  ALERT-MESSAGE-TEXT          PIC X(60).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT CLOCK-TIME FROM TIME.
         MOVE TODAY-DATE TO NOW-TIMESTAMP(1:8).
         MOVE CLOCK-TIME(1:6) TO NOW-TIMESTAMP(9:6).
         MOVE TODAY-DATE TO WORK-DATE.
         PERFORM COMPUTE-PREVIOUS-DAY.
         MOVE WORK-DATE TO YESTERDAY-DATE.
         PERFORM LOAD-DUE-AGREEMENTS.
         IF DUE-TABLE-COUNT = 0
           THEN
             DISPLAY "CHECK-DELIVERY-SLA: NO AGREEMENT PAST ITS "
                 "DEADLINE";
             STOP RUN;
         END-IF.
         PERFORM MATCH-FEED-REGISTER.
         PERFORM MATCH-ACKNOWLEDGMENTS.
         PERFORM LOAD-LAST-HISTORY.
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > DUE-TABLE-COUNT
           PERFORM RECORD-ONE-OUTCOME
         END-PERFORM.
         DISPLAY "CHECK-DELIVERY-SLA: PAST-DEADLINE=" DUE-TABLE-COUNT
             " ON-TIME=" ON-TIME-COUNT
             " BREACHED=" BREACH-COUNT
             " HISTORY-ROWS=" ROWS-APPENDED-COUNT.
         IF BREACH-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       CHECK-DELIVERY-SLA-EXIT.
         STOP RUN.

      ******************************************************************
      * 納期の取り決めを読み、今日と昨日のうち期限を過ぎた期限日の
      * ものを、判定する表へ入れます。業務日のみの取り決めは、非業務
      * 日には期限がありません。
      ******************************************************************
       LOAD-DUE-AGREEMENTS SECTION.
         MOVE 0 TO DUE-TABLE-COUNT.
         OPEN INPUT SLA-FILE.
         IF NOT SLA-STATUS-OK
           THEN
             DISPLAY "CHECK-DELIVERY-SLA: NO DELIVERY AGREEMENTS "
                 "STATUS=" SLA-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT SLA-STATUS-OK
           READ SLA-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE YESTERDAY-DATE TO CANDIDATE-DUE-DATE;
               PERFORM ADD-ONE-DUE-ENTRY;
               MOVE TODAY-DATE TO CANDIDATE-DUE-DATE;
               PERFORM ADD-ONE-DUE-ENTRY;
           END-READ
         END-PERFORM.
         CLOSE SLA-FILE.
       LOAD-DUE-AGREEMENTS-EXIT.
         EXIT.

      ******************************************************************
      * 読んだ取り決めの、CANDIDATE-DUE-DATEを期限日とする判定を
      * 表へ入れます。期限前、または期限の無い日は入れません。
      ******************************************************************
       ADD-ONE-DUE-ENTRY SECTION.
         MOVE CANDIDATE-DUE-DATE TO CANDIDATE-DEADLINE(1:8).
         MOVE SLA-DEADLINE-TIME TO CANDIDATE-DEADLINE(9:4).
         MOVE "00" TO CANDIDATE-DEADLINE(13:2).
         IF CANDIDATE-DEADLINE > NOW-TIMESTAMP
           THEN
             EXIT SECTION;
         END-IF.
         IF SLA-BUSINESS-DAYS-ONLY
           THEN
             MOVE "C" TO CALENDAR-ACTION;
             MOVE CANDIDATE-DUE-DATE TO CALENDAR-IN-DATE;
             CALL "GET-BUSINESS-DAY" USING CALENDAR-ACTION,
                 CALENDAR-IN-DATE, CALENDAR-RESULT-SWITCH,
                 CALENDAR-OUT-DATE, CALENDAR-HOLIDAY-NAME;
             IF NOT CALENDAR-BUSINESS-DAY
               THEN
                 EXIT SECTION;
             END-IF;
         END-IF.
         IF DUE-TABLE-COUNT >= 100
           THEN
             DISPLAY "DUE-TABLE-FULL";
             EXIT SECTION;
         END-IF.
         ADD 1 TO DUE-TABLE-COUNT.
         SET DX TO DUE-TABLE-COUNT.
         MOVE CANDIDATE-DUE-DATE TO DT-DUE-DATE(DX).
         MOVE SLA-SUBSCRIBER-ID TO DT-SUBSCRIBER-ID(DX).
         MOVE SLA-FEED-KIND TO DT-FEED-KIND(DX).
         MOVE SLA-DEADLINE-TIME TO DT-DEADLINE-TIME(DX).
         MOVE CANDIDATE-DEADLINE TO DT-DEADLINE-TIMESTAMP(DX).
      * 期限が翌日の取り決めは、前の日（業務日のみなら前の業務日）
      * の抽出を見ます。
         MOVE CANDIDATE-DUE-DATE TO DT-EXTRACT-DATE(DX).
         IF SLA-DAY-OFFSET = 1
           THEN
             IF SLA-BUSINESS-DAYS-ONLY
               THEN
                 MOVE "P" TO CALENDAR-ACTION;
                 MOVE CANDIDATE-DUE-DATE TO CALENDAR-IN-DATE;
                 CALL "GET-BUSINESS-DAY" USING CALENDAR-ACTION,
                     CALENDAR-IN-DATE, CALENDAR-RESULT-SWITCH,
                     CALENDAR-OUT-DATE, CALENDAR-HOLIDAY-NAME;
                 MOVE CALENDAR-OUT-DATE TO DT-EXTRACT-DATE(DX);
               ELSE
                 MOVE CANDIDATE-DUE-DATE TO WORK-DATE;
                 PERFORM COMPUTE-PREVIOUS-DAY;
                 MOVE WORK-DATE TO DT-EXTRACT-DATE(DX);
             END-IF;
         END-IF.
         MOVE 0 TO DT-GROUP-SEQUENCE(DX).
         MOVE 0 TO DT-GROUP-TIMESTAMP(DX).
         MOVE 0 TO DT-FEED-SEQUENCE(DX).
         MOVE 0 TO DT-DELIVERED-TIMESTAMP(DX).
         MOVE "N" TO DT-ACK-SWITCH(DX).
         MOVE SPACE TO DT-LAST-OUTCOME(DX).
         MOVE SPACE TO DT-LAST-ACK-SWITCH(DX).
       ADD-ONE-DUE-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * フィード台帳を1回読み、判定ごとに、その加入者・種類・抽出日
      * の受け渡しの日時を求めます。再送の記録の行（RETRANS:）は
      * 約束の受け渡しではないので数えません。
      ******************************************************************
       MATCH-FEED-REGISTER SECTION.
         OPEN INPUT REGISTER-FILE.
         IF NOT REGISTER-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT REGISTER-STATUS-OK
           READ REGISTER-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF FR-FEED-NAME(1:8) NOT = "RETRANS:"
                   AND FR-DELIVERED-TIMESTAMP IS NUMERIC
                   AND FR-DELIVERED-TIMESTAMP > 0
                 THEN
                   PERFORM VARYING DX FROM 1 BY 1
                       UNTIL DX > DUE-TABLE-COUNT
                     IF FR-SUBSCRIBER-ID = DT-SUBSCRIBER-ID(DX)
                         AND FR-FEED-KIND = DT-FEED-KIND(DX)
                         AND FR-EXTRACT-DATE = DT-EXTRACT-DATE(DX)
                       THEN
                         PERFORM NOTE-ONE-DELIVERY;
                     END-IF
                   END-PERFORM;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGISTER-FILE.
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > DUE-TABLE-COUNT
           PERFORM CLOSE-DELIVERY-GROUP
         END-PERFORM.
       MATCH-FEED-REGISTER-EXIT.
         EXIT.

      ******************************************************************
      * DX番目の判定に、台帳の1行を受け渡しとして加えます。台帳の
      * 行は連番ごとにまとまって並びます。
      ******************************************************************
       NOTE-ONE-DELIVERY SECTION.
         IF FR-SEQUENCE NOT = DT-GROUP-SEQUENCE(DX)
           THEN
             PERFORM CLOSE-DELIVERY-GROUP;
             MOVE FR-SEQUENCE TO DT-GROUP-SEQUENCE(DX);
             MOVE 0 TO DT-GROUP-TIMESTAMP(DX);
         END-IF.
         IF FR-DELIVERED-TIMESTAMP > DT-GROUP-TIMESTAMP(DX)
           THEN
             MOVE FR-DELIVERED-TIMESTAMP TO DT-GROUP-TIMESTAMP(DX);
         END-IF.
       NOTE-ONE-DELIVERY-EXIT.
         EXIT.

      ******************************************************************
      * DX番目の判定の、集めている連番の受け渡しを締めます。いちばん
      * 早く揃った連番を受け渡しとして残します。
      ******************************************************************
       CLOSE-DELIVERY-GROUP SECTION.
         IF DT-GROUP-TIMESTAMP(DX) = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF DT-DELIVERED-TIMESTAMP(DX) = 0
             OR DT-GROUP-TIMESTAMP(DX) < DT-DELIVERED-TIMESTAMP(DX)
           THEN
             MOVE DT-GROUP-SEQUENCE(DX) TO DT-FEED-SEQUENCE(DX);
             MOVE DT-GROUP-TIMESTAMP(DX)
                 TO DT-DELIVERED-TIMESTAMP(DX);
         END-IF.
         MOVE 0 TO DT-GROUP-TIMESTAMP(DX).
       CLOSE-DELIVERY-GROUP-EXIT.
         EXIT.

      ******************************************************************
      * 受け取り確認ファイルに、受け渡した連番の、その加入者からの
      * 確認があるかを見ます。
      ******************************************************************
       MATCH-ACKNOWLEDGMENTS SECTION.
         OPEN INPUT ACK-FILE.
         IF NOT ACK-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ACK-STATUS-OK
           READ ACK-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF ACK-RECORD(1:2) NOT = "H9"
                 THEN
                   PERFORM VARYING DX FROM 1 BY 1
                       UNTIL DX > DUE-TABLE-COUNT
                     IF DT-FEED-SEQUENCE(DX) NOT = 0
                         AND ACK-SEQUENCE = DT-FEED-SEQUENCE(DX)
                         AND ACK-SUBSCRIBER-ID
                             = DT-SUBSCRIBER-ID(DX)
                       THEN
                         MOVE "Y" TO DT-ACK-SWITCH(DX);
                     END-IF
                   END-PERFORM;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ACK-FILE.
       MATCH-ACKNOWLEDGMENTS-EXIT.
         EXIT.

      ******************************************************************
      * 納期の履歴から、判定ごとの最後の行の判定と確認を拾います。
      * 一度確認の届いた受け渡しは、確認ファイルが次のバッチに
      * 替わっても確認済みのままとします。
      ******************************************************************
       LOAD-LAST-HISTORY SECTION.
         OPEN INPUT HISTORY-FILE.
         IF NOT HISTORY-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT HISTORY-STATUS-OK
           READ HISTORY-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF SH-DUE-DATE >= YESTERDAY-DATE
                 THEN
                   PERFORM VARYING DX FROM 1 BY 1
                       UNTIL DX > DUE-TABLE-COUNT
                     IF SH-DUE-DATE = DT-DUE-DATE(DX)
                         AND SH-SUBSCRIBER-ID = DT-SUBSCRIBER-ID(DX)
                         AND SH-FEED-KIND = DT-FEED-KIND(DX)
                       THEN
                         MOVE SH-OUTCOME TO DT-LAST-OUTCOME(DX);
                         MOVE SH-ACK-SWITCH
                             TO DT-LAST-ACK-SWITCH(DX);
                     END-IF
                   END-PERFORM;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE HISTORY-FILE.
       LOAD-LAST-HISTORY-EXIT.
         EXIT.

      ******************************************************************
      * DX番目の判定を下し、初めての判定か判定が変わったときは履歴
      * へ追記します。期限を守れなかった初めての判定は警報を上げ
      * ます。
      ******************************************************************
       RECORD-ONE-OUTCOME SECTION.
         ADD 1 TO DUE-CHECKED-COUNT.
         EVALUATE TRUE
           WHEN DT-DELIVERED-TIMESTAMP(DX) = 0
             MOVE "M" TO DT-OUTCOME(DX)
           WHEN DT-DELIVERED-TIMESTAMP(DX)
               > DT-DEADLINE-TIMESTAMP(DX)
             MOVE "L" TO DT-OUTCOME(DX)
           WHEN OTHER
             MOVE "O" TO DT-OUTCOME(DX)
         END-EVALUATE.
         IF DT-LAST-ACK-SWITCH(DX) = "Y"
             AND DT-OUTCOME(DX) NOT = "M"
           THEN
             MOVE "Y" TO DT-ACK-SWITCH(DX);
         END-IF.
         IF DT-OUTCOME(DX) = "O"
           THEN
             ADD 1 TO ON-TIME-COUNT;
           ELSE
             ADD 1 TO BREACH-COUNT;
         END-IF.
         IF DT-LAST-OUTCOME(DX) = DT-OUTCOME(DX)
             AND DT-LAST-ACK-SWITCH(DX) = DT-ACK-SWITCH(DX)
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM APPEND-HISTORY-ROW.
         IF DT-LAST-OUTCOME(DX) = SPACE
             AND DT-OUTCOME(DX) NOT = "O"
           THEN
             PERFORM RAISE-BREACH-ALERT;
         END-IF.
         IF DT-LAST-OUTCOME(DX) = "M"
             AND DT-OUTCOME(DX) NOT = "M"
           THEN
             DISPLAY "SLA " DT-SUBSCRIBER-ID(DX)
                 " KIND=" DT-FEED-KIND(DX)
                 " DUE=" DT-DUE-DATE(DX)
                 " NOW DELIVERED " DT-DELIVERED-TIMESTAMP(DX);
         END-IF.
       RECORD-ONE-OUTCOME-EXIT.
         EXIT.

      ******************************************************************
      * DX番目の判定を納期の履歴へ1行追記します。
      ******************************************************************
       APPEND-HISTORY-ROW SECTION.
         MOVE DT-DUE-DATE(DX) TO SH-DUE-DATE.
         MOVE DT-SUBSCRIBER-ID(DX) TO SH-SUBSCRIBER-ID.
         MOVE DT-FEED-KIND(DX) TO SH-FEED-KIND.
         MOVE DT-DEADLINE-TIME(DX) TO SH-DEADLINE-TIME.
         MOVE DT-FEED-SEQUENCE(DX) TO SH-FEED-SEQUENCE.
         MOVE DT-DELIVERED-TIMESTAMP(DX) TO SH-DELIVERED-TIMESTAMP.
         MOVE DT-OUTCOME(DX) TO SH-OUTCOME.
         MOVE DT-ACK-SWITCH(DX) TO SH-ACK-SWITCH.
         MOVE NOW-TIMESTAMP TO SH-CHECKED-TIMESTAMP.
         OPEN EXTEND HISTORY-FILE.
         IF HISTORY-STATUS = "35"
           THEN
             OPEN OUTPUT HISTORY-FILE;
         END-IF.
         IF NOT HISTORY-STATUS-OK
           THEN
             DISPLAY "CHECK-DELIVERY-SLA: UNABLE TO OPEN "
                 "SLA-HISTORY STATUS=" HISTORY-STATUS;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         WRITE HISTORY-RECORD.
         CLOSE HISTORY-FILE.
         ADD 1 TO ROWS-APPENDED-COUNT.
       APPEND-HISTORY-ROW-EXIT.
         EXIT.

      ******************************************************************
      * DX番目の判定の、期限を守れなかった警報を上げます。
      ******************************************************************
       RAISE-BREACH-ALERT SECTION.
         MOVE "DELIVERY-SLA" TO ALERT-SOURCE-PROGRAM.
         MOVE SPACES TO ALERT-MESSAGE-TEXT.
         IF DT-OUTCOME(DX) = "M"
           THEN
             MOVE "C" TO ALERT-SEVERITY;
             STRING "SLA MISSED " DT-SUBSCRIBER-ID(DX)
                 " KIND " DT-FEED-KIND(DX)
                 " DUE " DT-DUE-DATE(DX) " " DT-DEADLINE-TIME(DX)
                 " NOT DELIVERED"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT;
           ELSE
             MOVE "W" TO ALERT-SEVERITY;
             STRING "SLA LATE " DT-SUBSCRIBER-ID(DX)
                 " KIND " DT-FEED-KIND(DX)
                 " DUE " DT-DUE-DATE(DX) " " DT-DEADLINE-TIME(DX)
                 " SENT " DT-DELIVERED-TIMESTAMP(DX)(9:4)
                 DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT;
         END-IF.
         DISPLAY ALERT-MESSAGE-TEXT.
         CALL "WRITE-ALERT" USING ALERT-SEVERITY,
             ALERT-SOURCE-PROGRAM, ALERT-MESSAGE-TEXT.
       RAISE-BREACH-ALERT-EXIT.
         EXIT.

      ******************************************************************
      * WORK-DATEを1日戻します。
      ******************************************************************
       COMPUTE-PREVIOUS-DAY SECTION.
         IF WD-DAY > 1
           THEN
             SUBTRACT 1 FROM WD-DAY;
           ELSE
             IF WD-MONTH = 1
               THEN
                 SUBTRACT 1 FROM WD-YEAR;
                 MOVE 12 TO WD-MONTH;
                 MOVE 31 TO WD-DAY;
               ELSE
                 SUBTRACT 1 FROM WD-MONTH;
                 PERFORM GET-MONTH-END-DAY;
                 MOVE MONTH-END-DAY TO WD-DAY;
             END-IF
         END-IF.
       COMPUTE-PREVIOUS-DAY-EXIT.
         EXIT.

      ******************************************************************
      * WORK-DATEの年月について、月末の日を求めます。
      ******************************************************************
       GET-MONTH-END-DAY SECTION.
         MOVE DAYS-IN-MONTH(WD-MONTH) TO MONTH-END-DAY.
         IF WD-MONTH = 2
           THEN
             DIVIDE WD-YEAR BY 4 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-4;
             DIVIDE WD-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-100;
             DIVIDE WD-YEAR BY 400 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-400;
             IF LEAP-REMAINDER-400 = 0
                 OR (LEAP-REMAINDER-4 = 0
                     AND LEAP-REMAINDER-100 NOT = 0)
               THEN
                 MOVE 29 TO MONTH-END-DAY;
             END-IF;
         END-IF.
       GET-MONTH-END-DAY-EXIT.
         EXIT.

       END PROGRAM CHECK-DELIVERY-SLA.
