      *   R) RetentionParameters.txt  （保存期間）
      *   A) AnomalyParameters.txt    （異常検出のしきい値）
      *   B) RegionBatchParms.txt     （バッチの制御カード）
      *   D) DepopulationCriteria.txt （過疎の選定基準の組）
      * を、MAINTAIN-PREFECTURESと同じ作法で保守します。GET-
      * OPERATORによるサインオン、項目単位の検証（許容99％のような
      * 値は入れられません）、変更前後のレコードイメージ付きの
           ASSIGN TO "../data/RegionBatchParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARD-STATUS.
         SELECT DEPOP-CRITERIA-FILE
           ASSIGN TO "../data/DepopulationCriteria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPOP-CRITERIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONTROL-CARD-RECORD.
         03  CC-KEYWORD                PIC X(22).
         03  CC-VALUE                  PIC X(80).
      * 過疎の選定基準の組。
       FD  DEPOP-CRITERIA-FILE.
       01  DEPOP-CRITERIA-RECORD.
           COPY "DepopulationCriteriaEntry".

       WORKING-STORAGE SECTION.
      * 合言葉（パスワード）の検証の結果。
       01  ANOMALY-STATUS              PIC X(2).
       01  CONTROL-CARD-STATUS         PIC X(2).
         88  CONTROL-CARD-STATUS-OK    VALUE "00".
       01  DEPOP-CRITERIA-STATUS       PIC X(2).
         88  DEPOP-CRITERIA-STATUS-OK  VALUE "00".

      * 操作の入力。
       01  FILE-CHOICE                 PIC X.
         88  CHOICE-IS-RETENTION       VALUE "R".
         88  CHOICE-IS-ANOMALY         VALUE "A".
         88  CHOICE-IS-BATCH-CARDS     VALUE "B".
         88  CHOICE-IS-DEPOPULATION    VALUE "D".
         88  CHOICE-IS-EXIT            VALUE "X".
       77  FIELD-IN                    PIC X(12).
       77  CONFIRM-CODE                PIC X(1).
         88  CARD-VALUE-VALID          VALUE "Y".
         88  CARD-VALUE-INVALID        VALUE "N".

      * 過疎の選定基準の編集の作業項目。率は小数1桁なので、0.1％
      * 単位の整数で入力を受けます。
       01  DEPOP-TABLE-COUNT           PIC 9(2) VALUE ZERO.
       01  DEPOP-TABLE.
         03  DEPOP-ENTRY               OCCURS 20 INDEXED BY DX.
             05  DP-IMAGE              PIC X(45).
       77  SET-ID-IN                   PIC X(5).
       77  TENTHS-IN                   PIC 9(3).
       77  DEPOP-THRESHOLD-EDIT        PIC Z9.9.
       77  DEPOP-MARGIN-EDIT           PIC 9.9.
       01  DEPOP-FOUND-SWITCH          PIC X.
         88  DEPOP-SET-FOUND           VALUE "Y".
         88  DEPOP-SET-NOT-FOUND       VALUE "N".

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
         END-IF.
         PERFORM UNTIL CHOICE-IS-EXIT
           DISPLAY "Q)QUALITY  R)RETENTION  A)ANOMALY  "
               "B)BATCH-CARDS  D)DEPOPULATION  X)EXIT";
           ACCEPT FILE-CHOICE;
           EVALUATE TRUE
             WHEN CHOICE-IS-QUALITY
               PERFORM MAINTAIN-ANOMALY
             WHEN CHOICE-IS-BATCH-CARDS
               PERFORM MAINTAIN-BATCH-CARDS
             WHEN CHOICE-IS-DEPOPULATION
               PERFORM MAINTAIN-DEPOPULATION
             WHEN CHOICE-IS-EXIT
               CONTINUE
             WHEN OTHER
       SAVE-BATCH-CARDS-EXIT.
         EXIT.

      ******************************************************************
      * 過疎の選定基準の組を保守します。組の識別を指定して、項目を
      * 書き換え（無ければ追加）るか、組を削除します。組ごとに監査
      * ログへ、組の識別をキーとして変更前後のイメージを残します。
      ******************************************************************
       MAINTAIN-DEPOPULATION SECTION.
         PERFORM LOAD-DEPOP-CRITERIA.
         DISPLAY "CURRENT CRITERIA SETS:".
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > DEPOP-TABLE-COUNT
           MOVE DP-IMAGE(DX) TO DEPOP-CRITERIA-RECORD;
           PERFORM DISPLAY-DEPOP-CRITERIA;
         END-PERFORM.
         DISPLAY "SET-ID TO MAINTAIN (5 CHARS, BLANK=NONE):".
         ACCEPT SET-ID-IN.
         IF SET-ID-IN = SPACES
           THEN
             EXIT SECTION;
         END-IF.
         SET DEPOP-SET-NOT-FOUND TO TRUE.
         SET DX TO 1.
         SEARCH DEPOP-ENTRY
           AT END
             CONTINUE;
           WHEN DX <= DEPOP-TABLE-COUNT
               AND DP-IMAGE(DX)(1:5) = SET-ID-IN
             SET DEPOP-SET-FOUND TO TRUE;
         END-SEARCH.
         IF DEPOP-SET-FOUND
           THEN
             MOVE DP-IMAGE(DX) TO DEPOP-CRITERIA-RECORD;
             MOVE DEPOP-CRITERIA-RECORD TO BEFORE-IMAGE;
             DISPLAY "DELETE THIS SET (Y/N)";
             ACCEPT CONFIRM-CODE;
             IF CONFIRM-CODE = "Y"
               THEN
                 PERFORM DELETE-DEPOP-CRITERIA;
                 EXIT SECTION;
             END-IF;
           ELSE
             IF DEPOP-TABLE-COUNT >= 20
               THEN
                 DISPLAY "DEPOP-TABLE-FULL";
                 EXIT SECTION;
             END-IF;
             DISPLAY "NEW CRITERIA SET " SET-ID-IN;
             INITIALIZE DEPOP-CRITERIA-RECORD;
             MOVE SET-ID-IN TO DC-SET-ID;
             MOVE SPACES TO BEFORE-IMAGE;
         END-IF.
         PERFORM EDIT-DEPOP-CRITERIA.
         IF DC-DESCRIPTION = SPACES OR DC-DECLINE-YEARS = 0
             OR DC-DECLINE-PCT = 0 OR DC-AGING-PCT = 0
           THEN
             DISPLAY "DESCRIPTION, YEARS, DECLINE AND AGING ARE "
                 "REQUIRED -- NOT SAVED";
             EXIT SECTION;
         END-IF.
         MOVE DEPOP-CRITERIA-RECORD TO AFTER-IMAGE.
         IF BEFORE-IMAGE = AFTER-IMAGE
           THEN
             DISPLAY "NO CHANGES";
             EXIT SECTION;
         END-IF.
         PERFORM DISPLAY-DEPOP-CRITERIA.
         DISPLAY "SAVE CHANGES (Y/N)".
         ACCEPT CONFIRM-CODE.
         IF CONFIRM-CODE NOT = "Y"
           THEN
             EXIT SECTION;
         END-IF.
         IF DEPOP-SET-FOUND
           THEN
             MOVE "C" TO AUD-OPERATION;
           ELSE
             ADD 1 TO DEPOP-TABLE-COUNT;
             SET DX TO DEPOP-TABLE-COUNT;
             MOVE "A" TO AUD-OPERATION;
         END-IF.
         MOVE DEPOP-CRITERIA-RECORD TO DP-IMAGE(DX).
         PERFORM SAVE-DEPOP-CRITERIA.
         PERFORM WRITE-DEPOP-AUDIT.
         DISPLAY "CRITERIA SET SAVED".
       MAINTAIN-DEPOPULATION-EXIT.
         EXIT.

      ******************************************************************
      * 選定基準の組の各項目を、空白なら元のまま、範囲内なら書き
      * 換えます。率と幅は0.1％単位の整数で受けます。
      ******************************************************************
       EDIT-DEPOP-CRITERIA SECTION.
         DISPLAY "DESCRIPTION (30 CHARS, BLANK=KEEP):".
         ACCEPT VALUE-IN.
         IF VALUE-IN NOT = SPACES
           THEN
             MOVE VALUE-IN(1:30) TO DC-DESCRIPTION;
         END-IF.
         DISPLAY "DECLINE-YEARS (2 DIGITS, 01-30, BLANK=KEEP):".
         ACCEPT FIELD-IN.
         IF FIELD-IN(1:2) IS NUMERIC
           THEN
             IF FIELD-IN(1:2) < "01" OR FIELD-IN(1:2) > "30"
               THEN
                 DISPLAY "DECLINE YEARS MUST BE 01-30 -- KEPT";
               ELSE
                 MOVE FIELD-IN(1:2) TO DC-DECLINE-YEARS;
             END-IF;
         END-IF.
         DISPLAY "DECLINE-PCT (3 DIGITS IN TENTHS, 001-500, "
             "BLANK=KEEP):".
         ACCEPT FIELD-IN.
         IF FIELD-IN(1:3) IS NUMERIC
           THEN
             IF FIELD-IN(1:3) < "001" OR FIELD-IN(1:3) > "500"
               THEN
                 DISPLAY "DECLINE PCT MUST BE 001-500 -- KEPT";
               ELSE
                 MOVE FIELD-IN(1:3) TO TENTHS-IN;
                 COMPUTE DC-DECLINE-PCT = TENTHS-IN / 10;
             END-IF;
         END-IF.
         DISPLAY "AGING-PCT (3 DIGITS IN TENTHS, 050-800, "
             "BLANK=KEEP):".
         ACCEPT FIELD-IN.
         IF FIELD-IN(1:3) IS NUMERIC
           THEN
             IF FIELD-IN(1:3) < "050" OR FIELD-IN(1:3) > "800"
               THEN
                 DISPLAY "AGING PCT MUST BE 050-800 -- KEPT";
               ELSE
                 MOVE FIELD-IN(1:3) TO TENTHS-IN;
                 COMPUTE DC-AGING-PCT = TENTHS-IN / 10;
             END-IF;
         END-IF.
         DISPLAY "MARGIN-PCT (2 DIGITS IN TENTHS, 00-50, "
             "BLANK=KEEP):".
         ACCEPT FIELD-IN.
         IF FIELD-IN(1:2) IS NUMERIC
           THEN
             IF FIELD-IN(1:2) > "50"
               THEN
                 DISPLAY "MARGIN PCT MUST BE 00-50 -- KEPT";
               ELSE
                 MOVE FIELD-IN(1:2) TO TENTHS-IN;
                 COMPUTE DC-MARGIN-PCT = TENTHS-IN / 10;
             END-IF;
         END-IF.
       EDIT-DEPOP-CRITERIA-EXIT.
         EXIT.

      ******************************************************************
      * 選定基準の組を1行表示します。
      ******************************************************************
       DISPLAY-DEPOP-CRITERIA SECTION.
         MOVE DC-DECLINE-PCT TO DEPOP-THRESHOLD-EDIT.
         DISPLAY "  " DC-SET-ID " " DC-DESCRIPTION
             " YEARS=" DC-DECLINE-YEARS
             " DECLINE=" DEPOP-THRESHOLD-EDIT WITH NO ADVANCING.
         MOVE DC-AGING-PCT TO DEPOP-THRESHOLD-EDIT.
         MOVE DC-MARGIN-PCT TO DEPOP-MARGIN-EDIT.
         DISPLAY " AGING=" DEPOP-THRESHOLD-EDIT
             " MARGIN=" DEPOP-MARGIN-EDIT.
       DISPLAY-DEPOP-CRITERIA-EXIT.
         EXIT.

      ******************************************************************
      * 選定基準の組を一覧から取り除いて書き戻します。
      ******************************************************************
       DELETE-DEPOP-CRITERIA SECTION.
         PERFORM UNTIL DX >= DEPOP-TABLE-COUNT
           MOVE DP-IMAGE(DX + 1) TO DP-IMAGE(DX);
           SET DX UP BY 1;
         END-PERFORM.
         SUBTRACT 1 FROM DEPOP-TABLE-COUNT.
         PERFORM SAVE-DEPOP-CRITERIA.
         MOVE SPACES TO AFTER-IMAGE.
         MOVE "D" TO AUD-OPERATION.
         PERFORM WRITE-DEPOP-AUDIT.
         DISPLAY "CRITERIA SET DELETED".
       DELETE-DEPOP-CRITERIA-EXIT.
         EXIT.

      ******************************************************************
      * 選定基準を読み込みます。
      ******************************************************************
       LOAD-DEPOP-CRITERIA SECTION.
         MOVE 0 TO DEPOP-TABLE-COUNT.
         OPEN INPUT DEPOP-CRITERIA-FILE.
         IF NOT DEPOP-CRITERIA-STATUS-OK
           THEN
             DISPLAY "NO CRITERIA FILE YET -- A NEW ONE WILL "
                 "BE WRITTEN";
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL NOT DEPOP-CRITERIA-STATUS-OK
           READ DEPOP-CRITERIA-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF DEPOP-TABLE-COUNT < 20
                 THEN
                   ADD 1 TO DEPOP-TABLE-COUNT;
                   SET DX TO DEPOP-TABLE-COUNT;
                   MOVE DEPOP-CRITERIA-RECORD TO DP-IMAGE(DX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE DEPOP-CRITERIA-FILE.
       LOAD-DEPOP-CRITERIA-EXIT.
         EXIT.

      ******************************************************************
      * 選定基準を書き戻します。
      ******************************************************************
       SAVE-DEPOP-CRITERIA SECTION.
         OPEN OUTPUT DEPOP-CRITERIA-FILE.
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > DEPOP-TABLE-COUNT
           MOVE DP-IMAGE(DX) TO DEPOP-CRITERIA-RECORD;
           WRITE DEPOP-CRITERIA-RECORD;
         END-PERFORM.
         CLOSE DEPOP-CRITERIA-FILE.
       SAVE-DEPOP-CRITERIA-EXIT.
         EXIT.

      ******************************************************************
      * 選定基準の変更を監査ログへ書き出します。呼び出し元は、
      * あらかじめAUD-OPERATIONとBEFORE-IMAGE/AFTER-IMAGEを設定して
      * おきます。キーは組の識別です。
      ******************************************************************
       WRITE-DEPOP-AUDIT SECTION.
         MOVE "PARMDEPOP" TO AUD-FILE-ID.
         MOVE SET-ID-IN TO AUD-KEY.
         MOVE SPACES TO AUD-ENGLISH-NAME.
         MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
         MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE.
         PERFORM WRITE-AUDIT-ENTRY.
       WRITE-DEPOP-AUDIT-EXIT.
         EXIT.

      ******************************************************************
      * パラメーターの変更を監査ログへ書き出します。呼び出し元は、
      * あらかじめAUD-FILE-IDとBEFORE-IMAGE/AFTER-IMAGEを設定して
