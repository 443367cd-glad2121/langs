      ******************************************************************
      * プログラミング意識向上研修のFIZZ-BUZZ課題の採点です。受講者
      * が自作のFIZZ-BUZZで作って提出した出力ファイルを、FIZZ-BUZZ
      * 本体のFILE出力モードで作った模範解答と1行ずつ突き合わせ、
      * 受講者ごとの得点表とクラス全体の集計を表示します。これまで
      * 講師が30件ほどの提出物を目で確かめていた作業の代わりです。
      *
      * 提出物は1つのディレクトリ（既定は../data/fizzbuzz/
      * submissions、環境変数FIZZBUZZ_SUBMISSION_DIRで変更可）に
      * 「受講者ID_課題ID.txt」の名前で置きます。そのディレクトリの
      * 一覧を../data/fizzbuzz/SubmissionList.txtへ取ってから順に
      * 読むので、受講者IDの順に並び、受講者が変わるところで小計を
      * 出します。課題ごとの上限と2つの除数は../data/fizzbuzz/
      * Exercises.txtに持ちます。
      *
      * 模範解答は課題ごとに1回だけ、../data/fizzbuzz/
      * Expected課題ID.txtへ作ります。FIZZ-BUZZは入力をACCEPTで
      * 受け取るため、SMOKE-TESTと同じく、環境変数
      * FIZZBUZZ_GRADER_CHILD=Yを設定してCALL "SYSTEM"で自分自身を
      * 「子モード」として再実行し、入力を並べたファイル
      * （GraderInput.txt）を標準入力へリダイレクトしてFIZZ-BUZZを
      * CALLさせます。子モードの画面出力はAnswerKeyLog.txtへ
      * 残します。
      *
      * 得点は、一致した行数を模範解答と提出物の長い方の行数で
      * 割った百分率（端数切り捨て）です。全行が一致し、行数も同じ
      * ときだけPASSです。最初に食い違った行は、行番号と双方の内容
      * を表示します（先に終わった側は<EOF>）。提出物の行末の復帰
      * 文字(X"0D")は、別の環境で作られたファイルのために無視します。
      *
      * 課題ファイルが読めない、模範解答が作れないなどの誤りは
      * RETURN-CODE=8で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZ-BUZZ-GRADER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT EXERCISE-FILE
           ASSIGN TO "../data/fizzbuzz/Exercises.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXERCISE-STATUS.
         SELECT LIST-FILE
           ASSIGN TO "../data/fizzbuzz/SubmissionList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-STATUS.
         SELECT GRADER-INPUT-FILE
           ASSIGN TO "../data/fizzbuzz/GraderInput.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADER-INPUT-STATUS.
         SELECT EXPECTED-FILE
           ASSIGN DYNAMIC EXPECTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPECTED-STATUS.
         SELECT SUBMISSION-FILE
           ASSIGN DYNAMIC SUBMISSION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBMISSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 課題ファイル。課題ID・上限・除数1(Fizz)・除数2(Buzz)・題名。
       FD  EXERCISE-FILE.
       01  EXERCISE-RECORD.
         03  ER-EXERCISE-ID            PIC X(4).
         03  ER-UPPER-BOUND            PIC 9(4).
         03  ER-DIVISOR-1              PIC 9(4).
         03  ER-DIVISOR-2              PIC 9(4).
         03  ER-TITLE                  PIC X(30).
      * 提出物ディレクトリの一覧（1行に1ファイル名）。
       FD  LIST-FILE.
       01  LIST-RECORD                 PIC X(80).
      * 子モードのFIZZ-BUZZへ標準入力として渡す入力。
       FD  GRADER-INPUT-FILE.
       01  GRADER-INPUT-RECORD         PIC X(80).
       FD  EXPECTED-FILE.
       01  EXPECTED-RECORD             PIC X(80).
       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      * 子モードかどうかを見分ける環境変数。
       77  GRADER-CHILD-ENV            PIC X(1) VALUE SPACE.
         88  GRADER-CHILD-MODE         VALUE "Y".
       77  SYSTEM-COMMAND              PIC X(200).
       77  SUBMISSION-DIR              PIC X(60).
      * 模範解答を作れなかった課題があったかどうか。CALL "SYSTEM"の
      * たびにRETURN-CODEが上書きされるため、別に覚えておきます。
       77  KEY-ERROR-SWITCH            PIC X(1) VALUE "N".
         88  KEY-ERROR-FOUND           VALUE "Y".
       01  EXERCISE-STATUS             PIC X(2).
         88  EXERCISE-STATUS-OK        VALUE "00".
         88  EXERCISE-STATUS-EOF       VALUE "10".
       01  LIST-STATUS                 PIC X(2).
         88  LIST-STATUS-OK            VALUE "00".
         88  LIST-STATUS-EOF           VALUE "10".
       01  GRADER-INPUT-STATUS         PIC X(2).
         88  GRADER-INPUT-STATUS-OK    VALUE "00".
       01  EXPECTED-STATUS             PIC X(2).
         88  EXPECTED-STATUS-OK        VALUE "00".
         88  EXPECTED-STATUS-EOF       VALUE "10".
       01  SUBMISSION-STATUS           PIC X(2).
         88  SUBMISSION-STATUS-OK      VALUE "00".
         88  SUBMISSION-STATUS-EOF     VALUE "10".
       77  EXPECTED-FILENAME           PIC X(80).
       77  SUBMISSION-FILENAME         PIC X(80).

      * 課題の一覧と、課題ごとの集計。
       01  EXERCISE-TABLE.
         03  EXERCISE-COUNT            PIC 9(2) VALUE 0.
         03  EXERCISE                  OCCURS 20.
           05  EX-ID                   PIC X(4).
           05  EX-UPPER-BOUND          PIC 9(4).
           05  EX-DIVISOR-1            PIC 9(4).
           05  EX-DIVISOR-2            PIC 9(4).
           05  EX-TITLE                PIC X(30).
           05  EX-KEY-SWITCH           PIC X(1).
             88  EX-KEY-READY          VALUE "Y".
             88  EX-KEY-FAILED         VALUE "F".
           05  EX-SUBMITTED            PIC 9(3).
           05  EX-PASSED               PIC 9(3).
           05  EX-SCORE-SUM            PIC 9(6).
       77  EX-INDEX                    PIC 9(2).
       77  FOUND-INDEX                 PIC 9(2).

      * 提出物1件の名前の分解結果。
       77  TRAINEE-ID                  PIC X(10).
       77  EXERCISE-ID                 PIC X(4).
       77  NAME-EXTENSION              PIC X(10).
       77  CURRENT-TRAINEE             PIC X(10) VALUE SPACES.

      * 提出物1件の突き合わせ結果。
       77  LINE-NUMBER                 PIC 9(4).
       77  EXPECTED-LINES              PIC 9(4).
       77  SUBMITTED-LINES             PIC 9(4).
       77  MATCHED-LINES               PIC 9(4).
       77  SCORE-BASE                  PIC 9(4).
       77  SCORE                       PIC 9(3).
       77  MISMATCH-LINE               PIC 9(4).
       77  MISMATCH-EXPECTED           PIC X(20).
       77  MISMATCH-ACTUAL             PIC X(20).
       77  RESULT-TEXT                 PIC X(16).
       01  GRADE-SWITCH                PIC X(1).
         88  GRADE-PASSED              VALUE "P".
         88  GRADE-FAILED              VALUE "F".
         88  GRADE-NOT-GRADED          VALUE "N".

      * 受講者ごとの小計と、クラス全体の集計。
       77  TRAINEE-SUBMITTED           PIC 9(3).
       77  TRAINEE-PASSED              PIC 9(3).
       77  TRAINEE-SCORE-SUM           PIC 9(6).
       77  TRAINEE-TOTAL               PIC 9(3) VALUE 0.
       77  CLASS-SUBMITTED             PIC 9(3) VALUE 0.
       77  CLASS-PASSED                PIC 9(3) VALUE 0.
       77  CLASS-FAILED                PIC 9(3) VALUE 0.
       77  CLASS-NOT-GRADED            PIC 9(3) VALUE 0.
       77  CLASS-SKIPPED               PIC 9(3) VALUE 0.
       77  CLASS-SCORE-SUM             PIC 9(6) VALUE 0.
       77  AVERAGE-SCORE               PIC 9(3).

      * 表示用の編集項目。
       77  SCORE-EDIT                  PIC ZZ9.
       77  AVERAGE-EDIT                PIC ZZ9.
       77  COUNT-EDIT                  PIC ZZ9.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         ACCEPT GRADER-CHILD-ENV
             FROM ENVIRONMENT "FIZZBUZZ_GRADER_CHILD".
         IF GRADER-CHILD-MODE
           THEN
             CALL "FIZZ-BUZZ";
           ELSE
             PERFORM GRADE-ALL-SUBMISSIONS;
         END-IF.
       FIZZ-BUZZ-GRADER-EXIT.
         STOP RUN.

      ******************************************************************
      * 親モード -- 課題を読み込み、提出物ディレクトリの一覧を取り、
      * 1件ずつ採点して、最後にクラス全体の集計を表示します。
      ******************************************************************
       GRADE-ALL-SUBMISSIONS SECTION.
         PERFORM LOAD-EXERCISES.
         IF RETURN-CODE NOT = 0
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM LIST-SUBMISSIONS.
         OPEN INPUT LIST-FILE.
         IF NOT LIST-STATUS-OK
           THEN
             DISPLAY "FIZZ-BUZZ-GRADER: UNABLE TO OPEN SUBMISSION "
                 "LIST STATUS=" LIST-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM UNTIL LIST-STATUS-EOF
           READ LIST-FILE
             AT END
               CONTINUE;
           END-READ;
           IF NOT LIST-STATUS-EOF
             THEN
               PERFORM GRADE-ONE-SUBMISSION;
           END-IF
         END-PERFORM.
         CLOSE LIST-FILE.
         IF CURRENT-TRAINEE NOT = SPACES
           THEN
             PERFORM PRINT-TRAINEE-TOTAL;
         END-IF.
         PERFORM PRINT-CLASS-SUMMARY.
         IF KEY-ERROR-FOUND
           THEN
             MOVE 8 TO RETURN-CODE;
         END-IF.
       GRADE-ALL-SUBMISSIONS-EXIT.
         EXIT.

      ******************************************************************
      * 課題ファイルを課題の一覧へ読み込みます。
      ******************************************************************
       LOAD-EXERCISES SECTION.
         OPEN INPUT EXERCISE-FILE.
         IF NOT EXERCISE-STATUS-OK
           THEN
             DISPLAY "FIZZ-BUZZ-GRADER: UNABLE TO OPEN EXERCISE FILE "
                 "STATUS=" EXERCISE-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO EXERCISE-COUNT.
         PERFORM UNTIL EXERCISE-STATUS-EOF OR RETURN-CODE NOT = 0
           READ EXERCISE-FILE
             AT END
               CONTINUE;
           END-READ;
           IF NOT EXERCISE-STATUS-EOF
             THEN
               IF EXERCISE-COUNT >= 20
                 THEN
                   DISPLAY "FIZZ-BUZZ-GRADER: MORE THAN 20 EXERCISES";
                   MOVE 8 TO RETURN-CODE;
                 ELSE
                   IF ER-UPPER-BOUND NOT NUMERIC
                       OR ER-DIVISOR-1 NOT NUMERIC
                       OR ER-DIVISOR-2 NOT NUMERIC
                       OR ER-DIVISOR-1 = 0 OR ER-DIVISOR-2 = 0
                     THEN
                       DISPLAY "FIZZ-BUZZ-GRADER: INVALID EXERCISE "
                           ER-EXERCISE-ID;
                       MOVE 8 TO RETURN-CODE;
                     ELSE
                       ADD 1 TO EXERCISE-COUNT;
                       MOVE ER-EXERCISE-ID
                           TO EX-ID(EXERCISE-COUNT);
                       MOVE ER-UPPER-BOUND
                           TO EX-UPPER-BOUND(EXERCISE-COUNT);
                       MOVE ER-DIVISOR-1
                           TO EX-DIVISOR-1(EXERCISE-COUNT);
                       MOVE ER-DIVISOR-2
                           TO EX-DIVISOR-2(EXERCISE-COUNT);
                       MOVE ER-TITLE TO EX-TITLE(EXERCISE-COUNT);
                       MOVE "N" TO EX-KEY-SWITCH(EXERCISE-COUNT);
                       MOVE 0 TO EX-SUBMITTED(EXERCISE-COUNT);
                       MOVE 0 TO EX-PASSED(EXERCISE-COUNT);
                       MOVE 0 TO EX-SCORE-SUM(EXERCISE-COUNT);
                   END-IF
               END-IF
           END-IF
         END-PERFORM.
         CLOSE EXERCISE-FILE.
       LOAD-EXERCISES-EXIT.
         EXIT.

      ******************************************************************
      * 提出物ディレクトリの一覧を一覧ファイルへ取ります。
      * ディレクトリが無いときは、一覧は空になります。
      ******************************************************************
       LIST-SUBMISSIONS SECTION.
         MOVE SPACES TO SUBMISSION-DIR.
         ACCEPT SUBMISSION-DIR
             FROM ENVIRONMENT "FIZZBUZZ_SUBMISSION_DIR".
         IF SUBMISSION-DIR = SPACES
           THEN
             MOVE "../data/fizzbuzz/submissions" TO SUBMISSION-DIR;
         END-IF.
         MOVE SPACES TO SYSTEM-COMMAND.
         STRING "ls -1 " DELIMITED BY SIZE
             SUBMISSION-DIR DELIMITED BY SPACE
             " > ../data/fizzbuzz/SubmissionList.txt 2>/dev/null"
             DELIMITED BY SIZE INTO SYSTEM-COMMAND.
         CALL "SYSTEM" USING SYSTEM-COMMAND.
         MOVE 0 TO RETURN-CODE.
       LIST-SUBMISSIONS-EXIT.
         EXIT.

      ******************************************************************
      * 提出物1件を採点して1行表示します。受講者が変わるところで
      * 前の受講者の小計を表示します。
      ******************************************************************
       GRADE-ONE-SUBMISSION SECTION.
         MOVE SPACES TO TRAINEE-ID EXERCISE-ID NAME-EXTENSION.
         UNSTRING LIST-RECORD DELIMITED BY "_" OR "."
             INTO TRAINEE-ID EXERCISE-ID NAME-EXTENSION.
         IF TRAINEE-ID = SPACES OR EXERCISE-ID = SPACES
             OR NAME-EXTENSION NOT = "txt"
           THEN
             DISPLAY "SKIPPED " LIST-RECORD(1:40)
                 " (NAME IS NOT TRAINEE_EXERCISE.txt)";
             ADD 1 TO CLASS-SKIPPED;
             EXIT SECTION;
         END-IF.
         IF TRAINEE-ID NOT = CURRENT-TRAINEE
           THEN
             IF CURRENT-TRAINEE NOT = SPACES
               THEN
                 PERFORM PRINT-TRAINEE-TOTAL;
             END-IF;
             MOVE TRAINEE-ID TO CURRENT-TRAINEE;
             MOVE 0 TO TRAINEE-SUBMITTED;
             MOVE 0 TO TRAINEE-PASSED;
             MOVE 0 TO TRAINEE-SCORE-SUM;
             ADD 1 TO TRAINEE-TOTAL;
         END-IF.
         MOVE 0 TO SCORE.
         MOVE 0 TO EXPECTED-LINES.
         MOVE 0 TO SUBMITTED-LINES.
         MOVE 0 TO MATCHED-LINES.
         MOVE 0 TO MISMATCH-LINE.
         MOVE "N" TO GRADE-SWITCH.
         PERFORM FIND-EXERCISE.
         IF FOUND-INDEX = 0
           THEN
             MOVE "UNKNOWN EXERCISE" TO RESULT-TEXT;
           ELSE
             IF NOT EX-KEY-READY(FOUND-INDEX)
                 AND NOT EX-KEY-FAILED(FOUND-INDEX)
               THEN
                 PERFORM GENERATE-ANSWER-KEY;
             END-IF;
             IF EX-KEY-FAILED(FOUND-INDEX)
               THEN
                 MOVE "NO ANSWER KEY" TO RESULT-TEXT;
               ELSE
                 PERFORM COMPARE-SUBMISSION;
             END-IF;
         END-IF.
         PERFORM PRINT-SUBMISSION-LINE.
         PERFORM ADD-TO-TOTALS.
       GRADE-ONE-SUBMISSION-EXIT.
         EXIT.

      ******************************************************************
      * EXERCISE-IDの課題を一覧から探し、位置をFOUND-INDEXへ置きます
      * （無ければ0）。
      ******************************************************************
       FIND-EXERCISE SECTION.
         MOVE 0 TO FOUND-INDEX.
         PERFORM VARYING EX-INDEX FROM 1 BY 1
             UNTIL EX-INDEX > EXERCISE-COUNT OR FOUND-INDEX > 0
           IF EX-ID(EX-INDEX) = EXERCISE-ID
             THEN
               MOVE EX-INDEX TO FOUND-INDEX;
           END-IF
         END-PERFORM.
       FIND-EXERCISE-EXIT.
         EXIT.

      ******************************************************************
      * FOUND-INDEXの課題の模範解答を、子モードのFIZZ-BUZZにFILE出力
      * モードで作らせます。作れなかったときは、その課題を採点でき
      * ない印を付け、最後にRETURN-CODE=8で終わるようにします。
      ******************************************************************
       GENERATE-ANSWER-KEY SECTION.
         PERFORM SET-EXPECTED-FILENAME.
         OPEN OUTPUT GRADER-INPUT-FILE.
         IF NOT GRADER-INPUT-STATUS-OK
           THEN
             DISPLAY "FIZZ-BUZZ-GRADER: UNABLE TO OPEN GRADER INPUT "
                 "STATUS=" GRADER-INPUT-STATUS;
             MOVE "F" TO EX-KEY-SWITCH(FOUND-INDEX);
             MOVE "Y" TO KEY-ERROR-SWITCH;
             EXIT SECTION;
         END-IF.
         MOVE EX-UPPER-BOUND(FOUND-INDEX) TO GRADER-INPUT-RECORD.
         WRITE GRADER-INPUT-RECORD.
         MOVE EX-DIVISOR-1(FOUND-INDEX) TO GRADER-INPUT-RECORD.
         WRITE GRADER-INPUT-RECORD.
         MOVE EX-DIVISOR-2(FOUND-INDEX) TO GRADER-INPUT-RECORD.
         WRITE GRADER-INPUT-RECORD.
         MOVE "F" TO GRADER-INPUT-RECORD.
         WRITE GRADER-INPUT-RECORD.
         MOVE EXPECTED-FILENAME TO GRADER-INPUT-RECORD.
         WRITE GRADER-INPUT-RECORD.
         CLOSE GRADER-INPUT-FILE.
         MOVE SPACES TO SYSTEM-COMMAND.
         STRING "FIZZBUZZ_GRADER_CHILD=Y ./FizzBuzzGrader "
             "< ../data/fizzbuzz/GraderInput.txt "
             ">> ../data/fizzbuzz/AnswerKeyLog.txt"
             DELIMITED BY SIZE INTO SYSTEM-COMMAND.
         CALL "SYSTEM" USING SYSTEM-COMMAND.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "FIZZ-BUZZ-GRADER: ANSWER KEY FOR "
                 EX-ID(FOUND-INDEX) " FAILED, SEE "
                 "../data/fizzbuzz/AnswerKeyLog.txt";
             MOVE "F" TO EX-KEY-SWITCH(FOUND-INDEX);
             MOVE "Y" TO KEY-ERROR-SWITCH;
           ELSE
             MOVE "Y" TO EX-KEY-SWITCH(FOUND-INDEX);
         END-IF.
         MOVE 0 TO RETURN-CODE.
       GENERATE-ANSWER-KEY-EXIT.
         EXIT.

      ******************************************************************
      * FOUND-INDEXの課題の模範解答ファイル名を組み立てます。
      ******************************************************************
       SET-EXPECTED-FILENAME SECTION.
         MOVE SPACES TO EXPECTED-FILENAME.
         STRING "../data/fizzbuzz/Expected" DELIMITED BY SIZE
             EX-ID(FOUND-INDEX) DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO EXPECTED-FILENAME.
       SET-EXPECTED-FILENAME-EXIT.
         EXIT.

      ******************************************************************
      * 模範解答と提出物を1行ずつ突き合わせ、一致した行数・最初に
      * 食い違った行・得点・合否を求めます。
      ******************************************************************
       COMPARE-SUBMISSION SECTION.
         PERFORM SET-EXPECTED-FILENAME.
         MOVE SPACES TO SUBMISSION-FILENAME.
         STRING SUBMISSION-DIR DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             LIST-RECORD DELIMITED BY SPACE
             INTO SUBMISSION-FILENAME.
         OPEN INPUT SUBMISSION-FILE.
         IF NOT SUBMISSION-STATUS-OK
           THEN
             MOVE "UNREADABLE FILE" TO RESULT-TEXT;
             EXIT SECTION;
         END-IF.
         OPEN INPUT EXPECTED-FILE.
         IF NOT EXPECTED-STATUS-OK
           THEN
             CLOSE SUBMISSION-FILE;
             MOVE "NO ANSWER KEY" TO RESULT-TEXT;
             EXIT SECTION;
         END-IF.
         MOVE 0 TO LINE-NUMBER.
         PERFORM UNTIL EXPECTED-STATUS-EOF AND SUBMISSION-STATUS-EOF
           IF NOT EXPECTED-STATUS-EOF
             THEN
               READ EXPECTED-FILE
                 AT END
                   CONTINUE;
               END-READ;
           END-IF
           IF NOT SUBMISSION-STATUS-EOF
             THEN
               READ SUBMISSION-FILE
                 AT END
                   CONTINUE;
               END-READ;
           END-IF
           IF NOT EXPECTED-STATUS-EOF OR NOT SUBMISSION-STATUS-EOF
             THEN
               PERFORM COMPARE-ONE-LINE;
           END-IF
         END-PERFORM.
         CLOSE EXPECTED-FILE SUBMISSION-FILE.
         IF EXPECTED-LINES > SUBMITTED-LINES
           THEN
             MOVE EXPECTED-LINES TO SCORE-BASE;
           ELSE
             MOVE SUBMITTED-LINES TO SCORE-BASE;
         END-IF.
         IF SCORE-BASE > 0
           THEN
             COMPUTE SCORE = MATCHED-LINES * 100 / SCORE-BASE;
         END-IF.
         IF SUBMITTED-LINES = 0
           THEN
             MOVE "EMPTY FILE" TO RESULT-TEXT;
             MOVE "F" TO GRADE-SWITCH;
           ELSE
             IF MISMATCH-LINE = 0
               THEN
                 MOVE "PASS" TO RESULT-TEXT;
                 MOVE "P" TO GRADE-SWITCH;
               ELSE
                 MOVE "FAIL" TO RESULT-TEXT;
                 MOVE "F" TO GRADE-SWITCH;
             END-IF;
         END-IF.
       COMPARE-SUBMISSION-EXIT.
         EXIT.

      ******************************************************************
      * 読み込んだ1行の組を比べます。片方が先に終わっていれば、
      * その行は食い違いとして数えます。
      ******************************************************************
       COMPARE-ONE-LINE SECTION.
         ADD 1 TO LINE-NUMBER.
         IF NOT EXPECTED-STATUS-EOF
           THEN
             ADD 1 TO EXPECTED-LINES;
         END-IF.
         IF NOT SUBMISSION-STATUS-EOF
           THEN
             ADD 1 TO SUBMITTED-LINES;
             INSPECT SUBMISSION-RECORD REPLACING ALL X"0D" BY SPACE;
         END-IF.
         IF NOT EXPECTED-STATUS-EOF AND NOT SUBMISSION-STATUS-EOF
             AND EXPECTED-RECORD = SUBMISSION-RECORD
           THEN
             ADD 1 TO MATCHED-LINES;
             EXIT SECTION;
         END-IF.
         IF MISMATCH-LINE = 0
           THEN
             MOVE LINE-NUMBER TO MISMATCH-LINE;
             IF EXPECTED-STATUS-EOF
               THEN
                 MOVE "<EOF>" TO MISMATCH-EXPECTED;
               ELSE
                 MOVE EXPECTED-RECORD TO MISMATCH-EXPECTED;
             END-IF;
             IF SUBMISSION-STATUS-EOF
               THEN
                 MOVE "<EOF>" TO MISMATCH-ACTUAL;
               ELSE
                 MOVE SUBMISSION-RECORD TO MISMATCH-ACTUAL;
             END-IF;
         END-IF.
       COMPARE-ONE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 得点表の見出しと項目名を表示します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
         DISPLAY "=================================================".
         DISPLAY "  FIZZ-BUZZ EXERCISE GRADE REPORT".
         DISPLAY "=================================================".
         DISPLAY "TRAINEE     EXERCISE  SCORE  LINES      RESULT".
         DISPLAY "----------  --------  -----  ---------  ------".
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * 提出物1件の採点結果を表示します。食い違いがあれば、最初の
      * 1行の行番号と双方の内容を続けて表示します。
      ******************************************************************
       PRINT-SUBMISSION-LINE SECTION.
         MOVE SCORE TO SCORE-EDIT.
         DISPLAY TRAINEE-ID "  " EXERCISE-ID "        " SCORE-EDIT
             "%   " MATCHED-LINES "/" EXPECTED-LINES "  " RESULT-TEXT.
         IF MISMATCH-LINE > 0
           THEN
             DISPLAY "            FIRST MISMATCH AT LINE "
                 MISMATCH-LINE " EXPECTED=[" MISMATCH-EXPECTED
                 "] ACTUAL=[" MISMATCH-ACTUAL "]";
         END-IF.
       PRINT-SUBMISSION-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 採点結果を、受講者・課題・クラス全体の集計へ加えます。
      * 採点できなかった提出物（課題不明・模範解答なし・読めない
      * ファイル）は、件数だけを数えて平均には含めません。
      ******************************************************************
       ADD-TO-TOTALS SECTION.
         IF GRADE-NOT-GRADED
           THEN
             ADD 1 TO CLASS-NOT-GRADED;
             EXIT SECTION;
         END-IF.
         ADD 1 TO TRAINEE-SUBMITTED CLASS-SUBMITTED.
         ADD SCORE TO TRAINEE-SCORE-SUM CLASS-SCORE-SUM.
         ADD 1 TO EX-SUBMITTED(FOUND-INDEX).
         ADD SCORE TO EX-SCORE-SUM(FOUND-INDEX).
         IF GRADE-PASSED
           THEN
             ADD 1 TO TRAINEE-PASSED CLASS-PASSED;
             ADD 1 TO EX-PASSED(FOUND-INDEX);
           ELSE
             ADD 1 TO CLASS-FAILED;
         END-IF.
       ADD-TO-TOTALS-EXIT.
         EXIT.

      ******************************************************************
      * 受講者1人分の小計（採点件数・合格件数・平均点）を表示します。
      ******************************************************************
       PRINT-TRAINEE-TOTAL SECTION.
         MOVE 0 TO AVERAGE-SCORE.
         IF TRAINEE-SUBMITTED > 0
           THEN
             COMPUTE AVERAGE-SCORE =
                 TRAINEE-SCORE-SUM / TRAINEE-SUBMITTED;
         END-IF.
         MOVE AVERAGE-SCORE TO AVERAGE-EDIT.
         DISPLAY "  " CURRENT-TRAINEE " GRADED=" TRAINEE-SUBMITTED
             " PASSED=" TRAINEE-PASSED " AVERAGE=" AVERAGE-EDIT "%".
         DISPLAY "-------------------------------------------------".
       PRINT-TRAINEE-TOTAL-EXIT.
         EXIT.

      ******************************************************************
      * クラス全体の集計と、課題ごとの提出件数・合格件数・平均点を
      * 表示します。
      ******************************************************************
       PRINT-CLASS-SUMMARY SECTION.
         DISPLAY "=================================================".
         DISPLAY "  CLASS SUMMARY".
         DISPLAY "=================================================".
         MOVE 0 TO AVERAGE-SCORE.
         IF CLASS-SUBMITTED > 0
           THEN
             COMPUTE AVERAGE-SCORE = CLASS-SCORE-SUM / CLASS-SUBMITTED;
         END-IF.
         MOVE AVERAGE-SCORE TO AVERAGE-EDIT.
         DISPLAY "TRAINEES=" TRAINEE-TOTAL
             " GRADED=" CLASS-SUBMITTED
             " PASSED=" CLASS-PASSED
             " FAILED=" CLASS-FAILED.
         DISPLAY "NOT GRADED=" CLASS-NOT-GRADED
             " SKIPPED=" CLASS-SKIPPED
             " CLASS AVERAGE=" AVERAGE-EDIT "%".
         DISPLAY "EXERCISE  GRADED  PASSED  AVERAGE  TITLE".
         PERFORM VARYING EX-INDEX FROM 1 BY 1
             UNTIL EX-INDEX > EXERCISE-COUNT
           MOVE 0 TO AVERAGE-SCORE
           IF EX-SUBMITTED(EX-INDEX) > 0
             THEN
               COMPUTE AVERAGE-SCORE =
                   EX-SCORE-SUM(EX-INDEX) / EX-SUBMITTED(EX-INDEX)
           END-IF
           MOVE AVERAGE-SCORE TO AVERAGE-EDIT
           MOVE EX-SUBMITTED(EX-INDEX) TO SCORE-EDIT
           MOVE EX-PASSED(EX-INDEX) TO COUNT-EDIT
           DISPLAY EX-ID(EX-INDEX) "         " SCORE-EDIT "     "
               COUNT-EDIT "     " AVERAGE-EDIT "%  " EX-TITLE(EX-INDEX)
         END-PERFORM.
         DISPLAY "=================================================".
       PRINT-CLASS-SUMMARY-EXIT.
         EXIT.

       END PROGRAM FIZZ-BUZZ-GRADER.
