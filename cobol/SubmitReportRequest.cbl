      ******************************************************************
      * 臨時の帳票の依頼を受け付けます。業務の利用者が帳票名・実行
      * 条件・依頼者を入力すると、その場で条件を点検して待ち行列
      * (ReportRequests.txt)へ受付(P)の状態で追記します。依頼は夜間
      * のPROCESS-REPORT-REQUESTSが実行し、配布マスタにしたがって
      * 配布したうえで完了(D)か失敗(F)とその理由を書き込みます。
      *   S)UBMIT   依頼の入力
      *   I)NQUIRE  待ち行列の一覧（状態・出力・失敗の理由）
      * 受け付ける帳票と実行条件は次のとおりです。
      *   RANKING-REPORT  … 並べ替えキー(P/A/C)・順序(A/D)・件数
      *                      (01～50)
      *   AS-OF-REPORT    … 基準日（今日以前で、その日以前の履歴の
      *                      世代があること）
      *   DISTANCE-REPORT … しきい値のキロ数(0001～9999)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMIT-REPORT-REQUEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT REQUEST-FILE
           ASSIGN TO "../data/ReportRequests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-STATUS.
         SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "../data/ArchiveLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 帳票の依頼の待ち行列。
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY "ReportRequestEntry".
      * 履歴ログファイル。基準日の点検に使います。
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           COPY "ArchiveLogEntry".

       WORKING-STORAGE SECTION.
       01  REQUEST-STATUS              PIC X(2).
         88  REQUEST-STATUS-OK         VALUE "00".
       01  ARCHIVE-LOG-STATUS          PIC X(2).
         88  ARCHIVE-LOG-STATUS-OK     VALUE "00".

      * 依頼を受け付ける帳票の一覧。
       01  SUPPORTED-REPORT-VALUES.
         03  FILLER                    PIC X(20) VALUE
             "RANKING-REPORT".
         03  FILLER                    PIC X(20) VALUE
             "AS-OF-REPORT".
         03  FILLER                    PIC X(20) VALUE
             "DISTANCE-REPORT".
       01  SUPPORTED-REPORT-TABLE REDEFINES SUPPORTED-REPORT-VALUES.
         03  SUPPORTED-REPORT-NAME     OCCURS 3 INDEXED BY SX
                                       PIC X(20).

      * 操作の入力。
       01  OPERATION-CODE              PIC X.
         88  OPERATION-IS-SUBMIT       VALUE "S".
         88  OPERATION-IS-INQUIRE      VALUE "I".
         88  OPERATION-IS-EXIT         VALUE "X".
      * 依頼の入力。
       77  IN-REPORT-NAME              PIC X(20).
       77  IN-REQUESTER                PIC X(8).
       77  IN-CONFIRM                  PIC X(1).
       77  IN-RANKING-KEY              PIC X(1).
       77  IN-RANKING-ORDER            PIC X(1).
       01  IN-TOP-N-X                  PIC X(2).
       01  IN-TOP-N REDEFINES IN-TOP-N-X
                                       PIC 9(2).
       01  IN-AS-OF-DATE-X             PIC X(8).
       01  IN-AS-OF-DATE REDEFINES IN-AS-OF-DATE-X
                                       PIC 9(8).
       01  IN-AS-OF-PARTS REDEFINES IN-AS-OF-DATE-X.
         03  IN-AS-OF-YEAR             PIC 9(4).
         03  IN-AS-OF-MONTH            PIC 9(2).
         03  IN-AS-OF-DAY              PIC 9(2).
       01  IN-DISTANCE-KM-X            PIC X(4).
       01  IN-DISTANCE-KM REDEFINES IN-DISTANCE-KM-X
                                       PIC 9(4).

      * 組み立て中の依頼と、点検の結果。
       01  NEW-REQUEST.
           COPY "ReportRequestEntry" REPLACING LEADING ==RQ==
               BY ==NR==.
       01  REQUEST-VALID-SWITCH        PIC X.
         88  REQUEST-IS-VALID          VALUE "Y".
         88  REQUEST-IS-INVALID        VALUE "N".
       01  GENERATION-FOUND-SWITCH     PIC X.
         88  GENERATION-FOUND          VALUE "Y".
       77  HIGHEST-REQUEST-NUMBER      PIC 9(6).
       77  TODAY-DATE                  PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
       77  LIST-COUNT                  PIC 9(4).
       77  SUBMITTED-COUNT             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM UNTIL OPERATION-IS-EXIT
           PERFORM ACCEPT-OPERATION;
           IF OPERATION-IS-SUBMIT
             THEN
               PERFORM SUBMIT-REQUEST;
             ELSE
               IF OPERATION-IS-INQUIRE
                 THEN
                   PERFORM LIST-REQUESTS;
               END-IF
           END-IF
         END-PERFORM.
         IF SUBMITTED-COUNT > 0
           THEN
             DISPLAY "REQUESTS=" SUBMITTED-COUNT " QUEUED";
         END-IF.
       SUBMIT-REPORT-REQUEST-EXIT.
         STOP RUN.

      ******************************************************************
      * メニューを表示し、操作を受け付けます。
      ******************************************************************
       ACCEPT-OPERATION SECTION.
         DISPLAY "S)UBMIT  I)NQUIRE  X)EXIT".
         ACCEPT OPERATION-CODE.
         IF NOT OPERATION-IS-SUBMIT AND NOT OPERATION-IS-INQUIRE
             AND NOT OPERATION-IS-EXIT
           THEN
             DISPLAY "INVALID OPERATION";
         END-IF.
       ACCEPT-OPERATION-EXIT.
         EXIT.

      ******************************************************************
      * 依頼を1件入力し、点検に通れば待ち行列へ追記します。
      ******************************************************************
       SUBMIT-REQUEST SECTION.
         INITIALIZE NEW-REQUEST.
         SET REQUEST-IS-VALID TO TRUE.
         DISPLAY "REPORT NAME (RANKING-REPORT, AS-OF-REPORT, "
             "DISTANCE-REPORT):".
         MOVE SPACES TO IN-REPORT-NAME.
         ACCEPT IN-REPORT-NAME.
         SET SX TO 1.
         SEARCH SUPPORTED-REPORT-NAME
           AT END
             DISPLAY "REPORT NOT AVAILABLE ON REQUEST -- "
                 IN-REPORT-NAME;
             EXIT SECTION;
           WHEN SUPPORTED-REPORT-NAME(SX) = IN-REPORT-NAME
             MOVE IN-REPORT-NAME TO NR-REPORT-NAME;
         END-SEARCH.
         EVALUATE NR-REPORT-NAME
           WHEN "RANKING-REPORT"
             PERFORM ACCEPT-RANKING-PARAMETERS
           WHEN "AS-OF-REPORT"
             PERFORM ACCEPT-AS-OF-PARAMETERS
           WHEN "DISTANCE-REPORT"
             PERFORM ACCEPT-DISTANCE-PARAMETERS
         END-EVALUATE.
         IF REQUEST-IS-INVALID
           THEN
             DISPLAY "REQUEST NOT QUEUED";
             EXIT SECTION;
         END-IF.
         DISPLAY "REQUESTER ID:".
         MOVE SPACES TO IN-REQUESTER.
         ACCEPT IN-REQUESTER.
         IF IN-REQUESTER = SPACES
           THEN
             DISPLAY "REQUESTER ID REQUIRED -- REQUEST NOT QUEUED";
             EXIT SECTION;
         END-IF.
         MOVE IN-REQUESTER TO NR-REQUESTER.
         DISPLAY "REPORT=" NR-REPORT-NAME
             " PARAMETERS=" NR-PARAMETERS
             " REQUESTER=" NR-REQUESTER.
         DISPLAY "SUBMIT THIS REQUEST? (Y/N):".
         ACCEPT IN-CONFIRM.
         IF IN-CONFIRM NOT = "Y"
           THEN
             DISPLAY "REQUEST NOT QUEUED";
             EXIT SECTION;
         END-IF.
         PERFORM APPEND-REQUEST.
       SUBMIT-REQUEST-EXIT.
         EXIT.

      ******************************************************************
      * 順位帳票の並べ替えキー・順序・件数を受け付けて点検します。
      ******************************************************************
       ACCEPT-RANKING-PARAMETERS SECTION.
         DISPLAY "SORT KEY  P)POPULATION  A)AREA  C)CODE".
         ACCEPT IN-RANKING-KEY.
         IF IN-RANKING-KEY NOT = "P" AND NOT = "A" AND NOT = "C"
           THEN
             DISPLAY "INVALID SORT KEY -- P, A OR C";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         DISPLAY "ORDER  A)ASCENDING  D)DESCENDING".
         ACCEPT IN-RANKING-ORDER.
         IF IN-RANKING-ORDER NOT = "A" AND NOT = "D"
           THEN
             DISPLAY "INVALID ORDER -- A OR D";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         DISPLAY "TOP/BOTTOM N (2 DIGITS, 01-50):".
         MOVE SPACES TO IN-TOP-N-X.
         ACCEPT IN-TOP-N-X.
         IF IN-TOP-N-X IS NOT NUMERIC
           THEN
             DISPLAY "INVALID N -- 2 DIGITS REQUIRED";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-TOP-N < 1 OR IN-TOP-N > 50
           THEN
             DISPLAY "INVALID N -- 01 TO 50";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE IN-RANKING-KEY TO NR-RANKING-KEY.
         MOVE IN-RANKING-ORDER TO NR-RANKING-ORDER.
         MOVE IN-TOP-N-X TO NR-RANKING-TOP-N.
       ACCEPT-RANKING-PARAMETERS-EXIT.
         EXIT.

      ******************************************************************
      * 過去時点の帳票の基準日を受け付けて点検します。今日より後の
      * 日付と、その日以前の履歴の世代が無い日付は受け付けません。
      ******************************************************************
       ACCEPT-AS-OF-PARAMETERS SECTION.
         DISPLAY "AS-OF DATE (YYYYMMDD):".
         MOVE SPACES TO IN-AS-OF-DATE-X.
         ACCEPT IN-AS-OF-DATE-X.
         IF IN-AS-OF-DATE-X IS NOT NUMERIC
           THEN
             DISPLAY "INVALID DATE -- YYYYMMDD REQUIRED";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-AS-OF-MONTH < 1 OR IN-AS-OF-MONTH > 12
             OR IN-AS-OF-DAY < 1 OR IN-AS-OF-DAY > 31
           THEN
             DISPLAY "INVALID DATE -- " IN-AS-OF-DATE-X;
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         IF IN-AS-OF-DATE > TODAY-DATE
           THEN
             DISPLAY "AS-OF DATE IS IN THE FUTURE -- "
                 IN-AS-OF-DATE-X;
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         PERFORM CHECK-ARCHIVE-GENERATION.
         IF NOT GENERATION-FOUND
           THEN
             DISPLAY "NO ARCHIVE GENERATION ON OR BEFORE "
                 IN-AS-OF-DATE-X;
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE IN-AS-OF-DATE-X TO NR-AS-OF-DATE.
       ACCEPT-AS-OF-PARAMETERS-EXIT.
         EXIT.

      ******************************************************************
      * 履歴ログに、基準日以前の世代があるかどうかを調べます。
      ******************************************************************
       CHECK-ARCHIVE-GENERATION SECTION.
         MOVE "N" TO GENERATION-FOUND-SWITCH.
         OPEN INPUT ARCHIVE-LOG-FILE.
         IF NOT ARCHIVE-LOG-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT ARCHIVE-LOG-STATUS-OK
           READ ARCHIVE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF AL-ARCHIVE-DATE <= IN-AS-OF-DATE
                 THEN
                   MOVE "Y" TO GENERATION-FOUND-SWITCH;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE ARCHIVE-LOG-FILE.
       CHECK-ARCHIVE-GENERATION-EXIT.
         EXIT.

      ******************************************************************
      * 距離の帳票のしきい値を受け付けて点検します。
      ******************************************************************
       ACCEPT-DISTANCE-PARAMETERS SECTION.
         DISPLAY "THRESHOLD KM (4 DIGITS, 0001-9999):".
         MOVE SPACES TO IN-DISTANCE-KM-X.
         ACCEPT IN-DISTANCE-KM-X.
         IF IN-DISTANCE-KM-X IS NOT NUMERIC
           THEN
             DISPLAY "INVALID THRESHOLD -- 4 DIGITS REQUIRED";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         IF IN-DISTANCE-KM = 0
           THEN
             DISPLAY "INVALID THRESHOLD -- MUST NOT BE ZERO";
             SET REQUEST-IS-INVALID TO TRUE;
             EXIT SECTION;
         END-IF.
         MOVE IN-DISTANCE-KM-X TO NR-DISTANCE-KM.
       ACCEPT-DISTANCE-PARAMETERS-EXIT.
         EXIT.

      ******************************************************************
      * 依頼番号を採番し、受付の状態で待ち行列へ追記します。
      ******************************************************************
       APPEND-REQUEST SECTION.
         PERFORM FIND-HIGHEST-REQUEST-NUMBER.
         COMPUTE NR-REQUEST-NUMBER = HIGHEST-REQUEST-NUMBER + 1.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE TODAY-DATE TO NR-SUBMITTED-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO NR-SUBMITTED-TIMESTAMP(9:6).
         SET NR-IS-PENDING TO TRUE.
         MOVE 0 TO NR-PROCESSED-TIMESTAMP.
         MOVE SPACES TO NR-OUTPUT-FILE.
         MOVE SPACES TO NR-REASON.
         OPEN EXTEND REQUEST-FILE.
         IF REQUEST-STATUS = "35"
           THEN
             OPEN OUTPUT REQUEST-FILE;
         END-IF.
         IF NOT REQUEST-STATUS-OK
           THEN
             DISPLAY "SUBMIT-REPORT-REQUEST: UNABLE TO OPEN QUEUE "
                 "STATUS=" REQUEST-STATUS " -- REQUEST NOT QUEUED";
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         WRITE REQUEST-RECORD FROM NEW-REQUEST.
         CLOSE REQUEST-FILE.
         ADD 1 TO SUBMITTED-COUNT.
         DISPLAY "REQUEST " NR-REQUEST-NUMBER " QUEUED FOR THE "
             "NIGHTLY RUN".
       APPEND-REQUEST-EXIT.
         EXIT.

      ******************************************************************
      * 待ち行列でいちばん大きい依頼番号を求めます。
      ******************************************************************
       FIND-HIGHEST-REQUEST-NUMBER SECTION.
         MOVE 0 TO HIGHEST-REQUEST-NUMBER.
         OPEN INPUT REQUEST-FILE.
         IF NOT REQUEST-STATUS-OK
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT REQUEST-STATUS-OK
           READ REQUEST-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF RQ-REQUEST-NUMBER > HIGHEST-REQUEST-NUMBER
                 THEN
                   MOVE RQ-REQUEST-NUMBER TO HIGHEST-REQUEST-NUMBER;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REQUEST-FILE.
       FIND-HIGHEST-REQUEST-NUMBER-EXIT.
         EXIT.

      ******************************************************************
      * 待ち行列の依頼を、状態と出力・失敗の理由付きで一覧します。
      ******************************************************************
       LIST-REQUESTS SECTION.
         MOVE 0 TO LIST-COUNT.
         OPEN INPUT REQUEST-FILE.
         IF NOT REQUEST-STATUS-OK
           THEN
             DISPLAY "NO REQUESTS ON FILE";
             EXIT SECTION;
         END-IF.
         DISPLAY "NUMBER REPORT               PARAMETERS           "
             "REQUESTER ST".
         PERFORM UNTIL NOT REQUEST-STATUS-OK
           READ REQUEST-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO LIST-COUNT;
               DISPLAY RQ-REQUEST-NUMBER " " RQ-REPORT-NAME " "
                   RQ-PARAMETERS " " RQ-REQUESTER "  " RQ-STATUS;
               IF RQ-IS-DONE
                 THEN
                   DISPLAY "       OUTPUT=" RQ-OUTPUT-FILE;
               END-IF;
               IF RQ-IS-FAILED
                 THEN
                   DISPLAY "       REASON=" RQ-REASON;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REQUEST-FILE.
         DISPLAY "REQUESTS=" LIST-COUNT.
       LIST-REQUESTS-EXIT.
         EXIT.

       END PROGRAM SUBMIT-REPORT-REQUEST.
