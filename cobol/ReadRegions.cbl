      ******************************************************************
      * 地方の一覧を読み込みます。地方の国コードが国マスタ
      * (Countries.txt)に無い地方は取り込まず、例外ファイルへ
      * 書き出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ-REGIONS.
           ASSIGN TO REGIONS-EXCEPTIONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTIONS-STATUS.
         SELECT COUNTRIES-FILE
           ASSIGN TO "../data/Countries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNTRIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  EX-REGION-CODE            PIC X(2).
         03  EX-NAME                   PIC N(5).
         03  EX-REASON                 PIC X(40).
      * 国マスタ。国コード・国名・ISO 3166-1の数字コードを1行1件
      * で保持します。
       FD  COUNTRIES-FILE.
       01  COUNTRY-RECORD.
         03  CT-COUNTRY-CODE           PIC X(2).
         03  CT-COUNTRY-NAME           PIC X(20).
         03  CT-ISO-NUMERIC            PIC X(3).

       WORKING-STORAGE SECTION.
       01  REGIONS-STATUS              PIC X(2).
         88  REGIONS-STATUS-EOF        VALUE "10".
         88  REGIONS-STATUS-TABLE-FULL VALUE "99".
       01  EXCEPTIONS-STATUS           PIC X(2).
       01  COUNTRIES-STATUS            PIC X(2).
      * 国マスタに登録された国コードの一覧。地方の国コードの確かめに
      * 使います。国マスタを開けなかったときは確かめを省きます。
       77  COUNTRY-TABLE-COUNT         PIC 9(2) VALUE 0.
       01  COUNTRY-TABLE.
         03  KNOWN-COUNTRY-CODE        PIC X(2) OCCURS 50
                                       INDEXED BY CX.
       01  COUNTRY-CHECK-SWITCH        PIC X(1) VALUE "N".
         88  COUNTRY-CHECK-ACTIVE      VALUE "Y".
      * 検証で見つかった問題の有無と、その理由。
       77  RECORD-PROBLEM-SWITCH       PIC X(1) VALUE "N".
         88  RECORD-HAS-PROBLEM        VALUE "Y".
         MOVE LOG-DATE TO RL-START-TIMESTAMP(1:8).
         MOVE LOG-TIME(1:6) TO RL-START-TIMESTAMP(9:6).
         ACCEPT COUNTRY-FILTER FROM ENVIRONMENT "REGION_COUNTRY".
         PERFORM LOAD-COUNTRY-CODES.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
           ELSE
             PERFORM CHECK-REGION-NAME-ENCODING;
         END-IF.
         IF NOT RECORD-HAS-PROBLEM AND COUNTRY-CHECK-ACTIVE
           THEN
             PERFORM CHECK-REGION-COUNTRY;
         END-IF.
       VALIDATE-ONE-REGION-EXIT.
         EXIT.

       CHECK-REGION-NAME-ENCODING-EXIT.
         EXIT.

      ******************************************************************
      * 地方の国コード（空白の古い行は"JP"）が国マスタに登録されて
      * いるかを検証します。
      ******************************************************************
       CHECK-REGION-COUNTRY SECTION.
         IF COUNTRY-CODE OF REGION-RECORD = SPACES
           THEN
             MOVE "JP" TO RECORD-COUNTRY-CODE;
           ELSE
             MOVE COUNTRY-CODE OF REGION-RECORD
                 TO RECORD-COUNTRY-CODE;
         END-IF.
         SET CX TO 1.
         SEARCH KNOWN-COUNTRY-CODE
           AT END
             MOVE "UNKNOWN COUNTRY-CODE" TO PROBLEM-REASON;
             MOVE "Y" TO RECORD-PROBLEM-SWITCH;
           WHEN KNOWN-COUNTRY-CODE(CX) = RECORD-COUNTRY-CODE
             CONTINUE;
         END-SEARCH.
       CHECK-REGION-COUNTRY-EXIT.
         EXIT.

      ******************************************************************
      * 国マスタの国コードを表に読み込みます。国マスタを開けなかった
      * ときは、注意を表示して国コードの確かめを省きます。
      ******************************************************************
       LOAD-COUNTRY-CODES SECTION.
         MOVE 0 TO COUNTRY-TABLE-COUNT.
         MOVE SPACES TO COUNTRY-TABLE.
         OPEN INPUT COUNTRIES-FILE.
         IF COUNTRIES-STATUS NOT = "00"
           THEN
             DISPLAY "READ-REGIONS: WARNING COUNTRIES-FILE STATUS="
                 COUNTRIES-STATUS " -- COUNTRY-CODE CHECK SKIPPED";
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL COUNTRIES-STATUS NOT = "00"
           READ COUNTRIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF COUNTRY-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
                   IF COUNTRY-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO COUNTRY-TABLE-COUNT;
                       MOVE CT-COUNTRY-CODE
                           TO KNOWN-COUNTRY-CODE(COUNTRY-TABLE-COUNT);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE COUNTRIES-FILE.
         MOVE "Y" TO COUNTRY-CHECK-SWITCH.
       LOAD-COUNTRY-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 取り込めなかった地方を、理由付きで例外ファイルへ書き出します。
      ******************************************************************
