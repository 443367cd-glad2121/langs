      ******************************************************************
      * 人口比例の配分計算です。全国の金額（補助金の予算・議席数
      * など、整数の単位）を、都道府県ファイルの人口(POPULATION)の
      * 比で都道府県へ配分します。配分方式は次の3つから選びます。
      *   L - 最大剰余法（ヘア式）。比例の取り分の整数部を配り、
      *       残りを端数の大きい順に1単位ずつ配ります。
      *   D - ドント式（除数方式の切り捨て）。
      *   A - アダムズ式（除数方式の切り上げ）。都道府県ごとに必ず
      *       1単位以上を配るため、最低配分は1以上として扱います。
      * 都道府県ごとの最低配分を指定できます。比例の取り分が最低
      * 配分に満たない都道府県は最低配分に固定し、残りの金額を
      * 残りの都道府県で配り直します。どの方式でも配分の合計は
      * 全国の金額と必ず一致させます。
      * 結果は地方ごとの小計付きの帳票と、カンマ区切りのファイル
      * (Allocation.csv)に出力し、比例の取り分に対する端数調整の
      * 額を都道府県ごとに示します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCATION-CALCULATOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT REGIONS-FILE
           ASSIGN TO "../data/Regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGIONS-STATUS.
         SELECT ALLOCATION-FILE
           ASSIGN TO "../data/Allocation.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都道府県ファイル。
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PF-PREFECTURE-CODE        PIC X(2).
         03  PF-NAME                   PIC N(5).
         03  PF-REGION-CODE            PIC X(2).
         03  PF-POPULATION             PIC 9(8).
         03  PF-AREA-SQKM              PIC 9(5)V99.
         03  PF-ENGLISH-NAME           PIC X(20).
         03  PF-CAPITAL-NAME           PIC N(5).
         03  PF-KANA-NAME              PIC N(10).
      * 地方ファイル。小計の見出しに地方の英字名を使います。
       FD  REGIONS-FILE.
       01  REGION-RECORD.
         03  RG-REGION-CODE            PIC X(2).
         03  RG-NAME                   PIC N(5).
         03  RG-ENGLISH-NAME           PIC X(20).
         03  RG-KANA-NAME              PIC N(10).
         03  RG-COUNTRY-CODE           PIC X(2).
      * 見出し行付きのカンマ区切り出力。行の種別はD=都道府県、
      * S=地方の小計、T=全国の合計です。
       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  PREFECTURES-STATUS          PIC X(2).
       01  REGIONS-STATUS              PIC X(2).
       01  ALLOCATION-STATUS           PIC X(2).

      * オペレーターの入力。
       77  AMOUNT-IN                   PIC X(12).
       77  MINIMUM-IN                  PIC X(12).
       01  METHOD-CHOICE               PIC X.
         88  METHOD-IS-LARGEST-REMAINDER
                                       VALUE "L".
         88  METHOD-IS-DHONDT          VALUE "D".
         88  METHOD-IS-ADAMS           VALUE "A".
       77  ALLOCATION-TOTAL            PIC 9(12) VALUE 0.
      * 桁数の揃っていない入力を右詰めに直して数字検査するための
      * 作業項目。
       77  NUMBER-IN                   PIC X(12).
       77  NUMBER-DIGIT-COUNT          PIC 9(2).
       77  NUMBER-JUSTIFY-START        PIC 9(2).
       77  NUMBER-JUSTIFIED            PIC X(12).
       77  NUMBER-VALUE REDEFINES NUMBER-JUSTIFIED
                                       PIC 9(12).
       77  MINIMUM-AMOUNT              PIC 9(12) VALUE 0.

      * メモリ上に読み込んだ都道府県と配分の結果。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
         03  PREFECTURE-ENTRY          OCCURS 50 INDEXED BY PX.
             05  TA-PREFECTURE-CODE    PIC X(2).
             05  TA-ENGLISH-NAME       PIC X(20).
             05  TA-REGION-CODE        PIC X(2).
             05  TA-POPULATION         PIC 9(8).
      * 最低配分を考えない、人口比どおりの取り分。
             05  TA-QUOTA              PIC 9(12)V9(6).
      * 最低配分に固定した都道府県を除いて計算した取り分。
             05  TA-SHARE              PIC 9(12)V9(6).
             05  TA-ALLOCATION         PIC 9(12).
             05  TA-ADJUSTMENT         PIC S9(12)V9(6).
             05  TA-MINIMUM-FLAG       PIC X(1).
               88  TA-AT-MINIMUM       VALUE "Y".
             05  TA-ROUNDING-UNITS     PIC S9(3).

      * 地方の一覧。
       01  REGION-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01  REGION-TABLE.
         03  REGION-ENTRY              OCCURS 20 INDEXED BY RX.
             05  TR-REGION-CODE        PIC X(2).
             05  TR-ENGLISH-NAME       PIC X(20).

      * 配分計算の作業項目。
       77  TOTAL-POPULATION            PIC 9(10) VALUE 0.
       77  FREE-POPULATION             PIC 9(10).
       77  FREE-AMOUNT                 PIC 9(12).
       77  HELD-COUNT                  PIC 9(2).
       77  ALLOCATED-SUM               PIC 9(13).
       77  WHOLE-PART                  PIC 9(12).
       77  UNIT-PRIORITY               PIC 9(10)V9(9).
       77  BEST-PRIORITY               PIC 9(10)V9(9).
       77  BEST-INDEX                  PIC 9(2).
       77  ROUNDING-STEP-COUNT         PIC 9(4) VALUE 0.
       01  HELD-CHANGED-SWITCH         PIC X.
         88  HELD-CHANGED              VALUE "Y".
       01  INPUT-VALID-SWITCH          PIC X VALUE "Y".
         88  INPUT-VALID               VALUE "Y".

      * 地方の小計と全国の合計。
       77  SUBTOTAL-POPULATION         PIC 9(10).
       77  SUBTOTAL-QUOTA              PIC 9(12)V9(6).
       77  SUBTOTAL-ALLOCATION         PIC 9(13).
       77  SUBTOTAL-ADJUSTMENT         PIC S9(12)V9(6).
       77  GRAND-QUOTA                 PIC 9(12)V9(6).
       77  GRAND-ALLOCATION            PIC 9(13).
       77  GRAND-ADJUSTMENT            PIC S9(12)V9(6).
       77  SUBTOTAL-PREFECTURE-COUNT   PIC 9(2).

      * 表示用の編集項目。
       77  POPULATION-EDIT             PIC ZZZ,ZZZ,ZZ9.
       77  QUOTA-EDIT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
       77  ALLOCATION-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       77  ADJUSTMENT-EDIT             PIC ---,---,---,--9.9999.
       77  MINIMUM-MARK                PIC X(3).

      * 出力ファイルの1行目に書き出す項目名（見出し行）。
       01  ALLOCATION-HEADER-LINE      PIC X(120) VALUE
           "ROW-TYPE,REGION-CODE,PREFECTURE-CODE,ENGLISH-NAME,POPULA"
           & "TION,QUOTA,ALLOCATION,ADJUSTMENT,MINIMUM-APPLIED".
      * 1行分のカンマ区切り明細行を組み立てる作業領域。
       01  ALLOCATION-DETAIL-LINE.
         05  AX-ROW-TYPE               PIC X(1).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-REGION-CODE            PIC X(2).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-PREFECTURE-CODE        PIC X(2).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-ENGLISH-NAME           PIC X(20).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-POPULATION             PIC 9(10).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-QUOTA                  PIC 9(12).9(6).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-ALLOCATION             PIC 9(13).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-ADJUSTMENT             PIC -9(12).9(6).
         05  FILLER                    PIC X(1) VALUE ",".
         05  AX-MINIMUM-APPLIED        PIC X(1).

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-PREFECTURES.
         IF PREFECTURE-TABLE-COUNT = 0 OR TOTAL-POPULATION = 0
           THEN
             DISPLAY "ALLOCATION-CALCULATOR: NO PREFECTURE "
                 "POPULATION ON FILE";
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM LOAD-REGIONS.
         PERFORM ACCEPT-ALLOCATION-CHOICES.
         IF NOT INPUT-VALID
           THEN
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
         PERFORM COMPUTE-QUOTAS.
         PERFORM HOLD-MINIMUM-PREFECTURES.
         IF METHOD-IS-LARGEST-REMAINDER
           THEN
             PERFORM ALLOCATE-LARGEST-REMAINDER;
           ELSE
             IF METHOD-IS-DHONDT
               THEN
                 PERFORM ALLOCATE-DHONDT;
               ELSE
                 PERFORM ALLOCATE-ADAMS;
             END-IF
         END-IF.
         PERFORM COMPUTE-ADJUSTMENTS.
         PERFORM PRINT-ALLOCATION-REPORT.
         PERFORM WRITE-ALLOCATION-FILE.
         IF GRAND-ALLOCATION NOT = ALLOCATION-TOTAL
           THEN
             DISPLAY "ALLOCATION-CALCULATOR: ALLOCATION "
                 GRAND-ALLOCATION " DOES NOT BALANCE TO "
                 ALLOCATION-TOTAL;
             MOVE 8 TO RETURN-CODE;
         END-IF.
       ALLOCATION-CALCULATOR-EXIT.
         STOP RUN.

      ******************************************************************
      * 都道府県ファイルを読み込み、全国の人口を合計します。
      ******************************************************************
       LOAD-PREFECTURES SECTION.
         MOVE 0 TO PREFECTURE-TABLE-COUNT.
         MOVE 0 TO TOTAL-POPULATION.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "ALLOCATION-CALCULATOR: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF PREFECTURE-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO PREFECTURE-TABLE-COUNT;
                       SET PX TO PREFECTURE-TABLE-COUNT;
                       INITIALIZE PREFECTURE-ENTRY(PX);
                       MOVE PF-PREFECTURE-CODE
                           TO TA-PREFECTURE-CODE(PX);
                       MOVE PF-ENGLISH-NAME TO TA-ENGLISH-NAME(PX);
                       MOVE PF-REGION-CODE TO TA-REGION-CODE(PX);
                       MOVE PF-POPULATION TO TA-POPULATION(PX);
                       ADD PF-POPULATION TO TOTAL-POPULATION;
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 地方ファイルを読み込みます。
      ******************************************************************
       LOAD-REGIONS SECTION.
         MOVE 0 TO REGION-TABLE-COUNT.
         OPEN INPUT REGIONS-FILE.
         IF REGIONS-STATUS NOT = "00"
           THEN
             DISPLAY "ALLOCATION-CALCULATOR: UNABLE TO OPEN "
                 "REGIONS-FILE STATUS=" REGIONS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL REGIONS-STATUS NOT = "00"
           READ REGIONS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF REGION-RECORD(1:2) = "T9"
                 THEN
                   CONTINUE;
                 ELSE
                   IF REGION-TABLE-COUNT < 20
                     THEN
                       ADD 1 TO REGION-TABLE-COUNT;
                       SET RX TO REGION-TABLE-COUNT;
                       MOVE RG-REGION-CODE TO TR-REGION-CODE(RX);
                       MOVE RG-ENGLISH-NAME TO TR-ENGLISH-NAME(RX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE REGIONS-FILE.
       LOAD-REGIONS-EXIT.
         EXIT.

      ******************************************************************
      * 配分する金額・配分方式・最低配分を受け付けます。最低配分の
      * 合計が金額を超えるときは計算しません。
      ******************************************************************
       ACCEPT-ALLOCATION-CHOICES SECTION.
         MOVE "Y" TO INPUT-VALID-SWITCH.
         DISPLAY "AMOUNT TO ALLOCATE (UP TO 12 DIGITS):".
         ACCEPT AMOUNT-IN.
         MOVE AMOUNT-IN TO NUMBER-IN.
         PERFORM PARSE-WHOLE-NUMBER.
         IF NUMBER-JUSTIFIED IS NUMERIC
           THEN
             MOVE NUMBER-VALUE TO ALLOCATION-TOTAL;
           ELSE
             MOVE 0 TO ALLOCATION-TOTAL;
         END-IF.
         IF ALLOCATION-TOTAL = 0
           THEN
             DISPLAY "INVALID AMOUNT -- ALLOCATION CANCELLED";
             MOVE "N" TO INPUT-VALID-SWITCH;
             EXIT SECTION;
         END-IF.
         DISPLAY "METHOD  L)LARGEST REMAINDER  D)D'HONDT  A)ADAMS".
         ACCEPT METHOD-CHOICE.
         IF NOT METHOD-IS-LARGEST-REMAINDER AND NOT METHOD-IS-DHONDT
             AND NOT METHOD-IS-ADAMS
           THEN
             DISPLAY "INVALID METHOD -- LARGEST REMAINDER ASSUMED";
             SET METHOD-IS-LARGEST-REMAINDER TO TRUE;
         END-IF.
         DISPLAY "MINIMUM PER PREFECTURE (BLANK FOR NONE):".
         ACCEPT MINIMUM-IN.
         IF MINIMUM-IN = SPACES
           THEN
             MOVE 0 TO MINIMUM-AMOUNT;
           ELSE
             MOVE MINIMUM-IN TO NUMBER-IN;
             PERFORM PARSE-WHOLE-NUMBER;
             IF NUMBER-JUSTIFIED IS NUMERIC
               THEN
                 MOVE NUMBER-VALUE TO MINIMUM-AMOUNT;
               ELSE
                 DISPLAY "INVALID MINIMUM -- ALLOCATION CANCELLED";
                 MOVE "N" TO INPUT-VALID-SWITCH;
                 EXIT SECTION;
             END-IF
         END-IF.
      * アダムズ式は方式の性質上、どの都道府県にも1単位以上を配り
      * ます。
         IF METHOD-IS-ADAMS AND MINIMUM-AMOUNT < 1
           THEN
             MOVE 1 TO MINIMUM-AMOUNT;
         END-IF.
         IF MINIMUM-AMOUNT * PREFECTURE-TABLE-COUNT > ALLOCATION-TOTAL
           THEN
             DISPLAY "MINIMUM TIMES PREFECTURES EXCEEDS AMOUNT -- "
                 "ALLOCATION CANCELLED";
             MOVE "N" TO INPUT-VALID-SWITCH;
         END-IF.
       ACCEPT-ALLOCATION-CHOICES-EXIT.
         EXIT.

      ******************************************************************
      * 左詰めで入力されたNUMBER-INの整数を、右詰めにしてNUMBER-
      * JUSTIFIEDへ移します。数字として読めないときはNUMBER-JUSTIFIED
      * に空白を残すので、呼び出し元は数字検査で判定します。
      ******************************************************************
       PARSE-WHOLE-NUMBER SECTION.
         MOVE SPACES TO NUMBER-JUSTIFIED.
         MOVE 0 TO NUMBER-DIGIT-COUNT.
         INSPECT NUMBER-IN TALLYING NUMBER-DIGIT-COUNT
             FOR CHARACTERS BEFORE INITIAL SPACE.
         IF NUMBER-DIGIT-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         MOVE ZEROS TO NUMBER-JUSTIFIED.
         COMPUTE NUMBER-JUSTIFY-START = 13 - NUMBER-DIGIT-COUNT.
         MOVE NUMBER-IN(1:NUMBER-DIGIT-COUNT)
             TO NUMBER-JUSTIFIED
                 (NUMBER-JUSTIFY-START:NUMBER-DIGIT-COUNT).
       PARSE-WHOLE-NUMBER-EXIT.
         EXIT.

      ******************************************************************
      * 最低配分を考えない、人口比どおりの取り分を求めます。端数
      * 調整の額はこの取り分に対して示します。
      ******************************************************************
       COMPUTE-QUOTAS SECTION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           COMPUTE TA-QUOTA(PX) ROUNDED = TA-POPULATION(PX)
               * ALLOCATION-TOTAL / TOTAL-POPULATION;
         END-PERFORM.
       COMPUTE-QUOTAS-EXIT.
         EXIT.

      ******************************************************************
      * 比例の取り分が最低配分に満たない都道府県を最低配分に固定
      * します。固定すると残りの都道府県の取り分が減るため、新たに
      * 固定する都道府県が出なくなるまで繰り返します。終わったとき
      * のFREE-AMOUNT・FREE-POPULATIONが、固定していない都道府県で
      * 配る金額と人口です。
      ******************************************************************
       HOLD-MINIMUM-PREFECTURES SECTION.
         MOVE "Y" TO HELD-CHANGED-SWITCH.
         PERFORM UNTIL NOT HELD-CHANGED
           MOVE "N" TO HELD-CHANGED-SWITCH;
           PERFORM COMPUTE-FREE-SHARES;
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > PREFECTURE-TABLE-COUNT
             IF NOT TA-AT-MINIMUM(PX)
                 AND TA-SHARE(PX) < MINIMUM-AMOUNT
               THEN
                 MOVE "Y" TO TA-MINIMUM-FLAG(PX);
                 MOVE "Y" TO HELD-CHANGED-SWITCH;
             END-IF
           END-PERFORM
         END-PERFORM.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF TA-AT-MINIMUM(PX)
             THEN
               MOVE MINIMUM-AMOUNT TO TA-SHARE(PX);
           END-IF
         END-PERFORM.
       HOLD-MINIMUM-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 固定していない都道府県の人口と配る金額を求め、それぞれの
      * 取り分を計算します。
      ******************************************************************
       COMPUTE-FREE-SHARES SECTION.
         MOVE 0 TO FREE-POPULATION.
         MOVE 0 TO HELD-COUNT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF TA-AT-MINIMUM(PX)
             THEN
               ADD 1 TO HELD-COUNT;
             ELSE
               ADD TA-POPULATION(PX) TO FREE-POPULATION;
           END-IF
         END-PERFORM.
         COMPUTE FREE-AMOUNT =
             ALLOCATION-TOTAL - HELD-COUNT * MINIMUM-AMOUNT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF TA-AT-MINIMUM(PX) OR FREE-POPULATION = 0
             THEN
               MOVE 0 TO TA-SHARE(PX);
             ELSE
               COMPUTE TA-SHARE(PX) = TA-POPULATION(PX)
                   * FREE-AMOUNT / FREE-POPULATION;
           END-IF
         END-PERFORM.
       COMPUTE-FREE-SHARES-EXIT.
         EXIT.

      ******************************************************************
      * 最大剰余法。取り分の整数部を配り、配り残しを端数の大きい順
      * に1単位ずつ配ります。端数が等しいときは人口の多い方、さらに
      * 等しいときはコードの若い方を先にします。
      ******************************************************************
       ALLOCATE-LARGEST-REMAINDER SECTION.
         MOVE 0 TO ALLOCATED-SUM.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           MOVE TA-SHARE(PX) TO TA-ALLOCATION(PX);
           ADD TA-ALLOCATION(PX) TO ALLOCATED-SUM;
         END-PERFORM.
         PERFORM UNTIL ALLOCATED-SUM >= ALLOCATION-TOTAL
           MOVE 0 TO BEST-INDEX;
           MOVE 0 TO BEST-PRIORITY;
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > PREFECTURE-TABLE-COUNT
             IF NOT TA-AT-MINIMUM(PX)
                 AND TA-ROUNDING-UNITS(PX) = 0
               THEN
                 COMPUTE UNIT-PRIORITY =
                     TA-SHARE(PX) - TA-ALLOCATION(PX);
                 PERFORM CONSIDER-UNIT-PRIORITY;
             END-IF
           END-PERFORM;
           IF BEST-INDEX = 0
             THEN
               EXIT PERFORM;
           END-IF;
           PERFORM GIVE-ONE-UNIT;
         END-PERFORM.
       ALLOCATE-LARGEST-REMAINDER-EXIT.
         EXIT.

      ******************************************************************
      * ドント式。取り分（人口÷除数）の切り捨てから始め、配り残し
      * を「人口÷（配分＋1）」の大きい順に1単位ずつ配ります。
      ******************************************************************
       ALLOCATE-DHONDT SECTION.
         MOVE 0 TO ALLOCATED-SUM.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           MOVE TA-SHARE(PX) TO TA-ALLOCATION(PX);
           ADD TA-ALLOCATION(PX) TO ALLOCATED-SUM;
         END-PERFORM.
         PERFORM UNTIL ALLOCATED-SUM >= ALLOCATION-TOTAL
           MOVE 0 TO BEST-INDEX;
           MOVE 0 TO BEST-PRIORITY;
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > PREFECTURE-TABLE-COUNT
             COMPUTE UNIT-PRIORITY =
                 TA-POPULATION(PX) / (TA-ALLOCATION(PX) + 1);
             PERFORM CONSIDER-UNIT-PRIORITY
           END-PERFORM;
           PERFORM GIVE-ONE-UNIT;
         END-PERFORM.
       ALLOCATE-DHONDT-EXIT.
         EXIT.

      ******************************************************************
      * アダムズ式。取り分の切り上げから始め、配り過ぎを「人口÷
      * （配分－1）」の小さい順に1単位ずつ取り戻します。最低配分を
      * 下回る都道府県からは取り戻しません。
      ******************************************************************
       ALLOCATE-ADAMS SECTION.
         MOVE 0 TO ALLOCATED-SUM.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           MOVE TA-SHARE(PX) TO WHOLE-PART;
           IF WHOLE-PART < TA-SHARE(PX)
             THEN
               ADD 1 TO WHOLE-PART;
           END-IF;
           MOVE WHOLE-PART TO TA-ALLOCATION(PX);
           ADD TA-ALLOCATION(PX) TO ALLOCATED-SUM;
         END-PERFORM.
         PERFORM UNTIL ALLOCATED-SUM <= ALLOCATION-TOTAL
           MOVE 0 TO BEST-INDEX;
           MOVE 9999999999.999999999 TO BEST-PRIORITY;
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > PREFECTURE-TABLE-COUNT
             IF TA-ALLOCATION(PX) > MINIMUM-AMOUNT
               THEN
                 COMPUTE UNIT-PRIORITY =
                     TA-POPULATION(PX) / (TA-ALLOCATION(PX) - 1);
                 IF UNIT-PRIORITY < BEST-PRIORITY
                   THEN
                     MOVE UNIT-PRIORITY TO BEST-PRIORITY;
                     SET BEST-INDEX TO PX;
                 END-IF
             END-IF
           END-PERFORM;
           IF BEST-INDEX = 0
             THEN
               EXIT PERFORM;
           END-IF;
           SUBTRACT 1 FROM TA-ALLOCATION(BEST-INDEX);
           SUBTRACT 1 FROM TA-ROUNDING-UNITS(BEST-INDEX);
           SUBTRACT 1 FROM ALLOCATED-SUM;
           ADD 1 TO ROUNDING-STEP-COUNT;
         END-PERFORM.
       ALLOCATE-ADAMS-EXIT.
         EXIT.

      ******************************************************************
      * PXの都道府県の優先度PRIORITYが、これまでの最大より大きければ
      * 最有力として覚えます。等しいときは人口の多い方を採ります
      * （表はコード順なので、人口も等しければ若いコードが残ります）。
      ******************************************************************
       CONSIDER-UNIT-PRIORITY SECTION.
         IF BEST-INDEX = 0
           THEN
             MOVE UNIT-PRIORITY TO BEST-PRIORITY;
             SET BEST-INDEX TO PX;
             EXIT SECTION;
         END-IF.
         IF UNIT-PRIORITY > BEST-PRIORITY
             OR (UNIT-PRIORITY = BEST-PRIORITY
                 AND TA-POPULATION(PX) > TA-POPULATION(BEST-INDEX))
           THEN
             MOVE UNIT-PRIORITY TO BEST-PRIORITY;
             SET BEST-INDEX TO PX;
         END-IF.
       CONSIDER-UNIT-PRIORITY-EXIT.
         EXIT.

      ******************************************************************
      * 最有力の都道府県に1単位を配ります。
      ******************************************************************
       GIVE-ONE-UNIT SECTION.
         ADD 1 TO TA-ALLOCATION(BEST-INDEX).
         ADD 1 TO TA-ROUNDING-UNITS(BEST-INDEX).
         ADD 1 TO ALLOCATED-SUM.
         ADD 1 TO ROUNDING-STEP-COUNT.
       GIVE-ONE-UNIT-EXIT.
         EXIT.

      ******************************************************************
      * 人口比どおりの取り分に対する端数調整の額を求めます。
      ******************************************************************
       COMPUTE-ADJUSTMENTS SECTION.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           COMPUTE TA-ADJUSTMENT(PX) =
               TA-ALLOCATION(PX) - TA-QUOTA(PX);
         END-PERFORM.
       COMPUTE-ADJUSTMENTS-EXIT.
         EXIT.

      ******************************************************************
      * 地方ごとに都道府県の配分と小計を表示し、最後に全国の合計を
      * 表示します。
      ******************************************************************
       PRINT-ALLOCATION-REPORT SECTION.
         DISPLAY "=================================================".
         DISPLAY "  POPULATION-PROPORTIONAL ALLOCATION  METHOD="
             METHOD-CHOICE.
         MOVE ALLOCATION-TOTAL TO ALLOCATION-EDIT.
         DISPLAY "  AMOUNT=" ALLOCATION-EDIT.
         MOVE MINIMUM-AMOUNT TO ALLOCATION-EDIT.
         DISPLAY "  MINIMUM PER PREFECTURE=" ALLOCATION-EDIT.
         DISPLAY "=================================================".
         DISPLAY "CD NAME                  POPULATION"
             "                QUOTA       ALLOCATION"
             "           ADJUSTMENT".
         MOVE 0 TO GRAND-QUOTA.
         MOVE 0 TO GRAND-ALLOCATION.
         MOVE 0 TO GRAND-ADJUSTMENT.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > REGION-TABLE-COUNT
           PERFORM PRINT-ONE-REGION
         END-PERFORM.
         MOVE TOTAL-POPULATION TO POPULATION-EDIT.
         MOVE GRAND-QUOTA TO QUOTA-EDIT.
         MOVE GRAND-ALLOCATION TO ALLOCATION-EDIT.
         MOVE GRAND-ADJUSTMENT TO ADJUSTMENT-EDIT.
         DISPLAY "=================================================".
         DISPLAY "   NATIONAL TOTAL      " POPULATION-EDIT
             " " QUOTA-EDIT " " ALLOCATION-EDIT " " ADJUSTMENT-EDIT.
         DISPLAY "UNITS PLACED OR WITHDRAWN BY ROUNDING="
             ROUNDING-STEP-COUNT.
         DISPLAY "=================================================".
       PRINT-ALLOCATION-REPORT-EXIT.
         EXIT.

      ******************************************************************
      * 地方1件分の都道府県の明細と小計を表示します。
      ******************************************************************
       PRINT-ONE-REGION SECTION.
         MOVE 0 TO SUBTOTAL-POPULATION.
         MOVE 0 TO SUBTOTAL-QUOTA.
         MOVE 0 TO SUBTOTAL-ALLOCATION.
         MOVE 0 TO SUBTOTAL-ADJUSTMENT.
         MOVE 0 TO SUBTOTAL-PREFECTURE-COUNT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF TA-REGION-CODE(PX) = TR-REGION-CODE(RX)
             THEN
               ADD 1 TO SUBTOTAL-PREFECTURE-COUNT;
               ADD TA-POPULATION(PX) TO SUBTOTAL-POPULATION;
               ADD TA-QUOTA(PX) TO SUBTOTAL-QUOTA;
               ADD TA-ALLOCATION(PX) TO SUBTOTAL-ALLOCATION;
               ADD TA-ADJUSTMENT(PX) TO SUBTOTAL-ADJUSTMENT;
               MOVE TA-POPULATION(PX) TO POPULATION-EDIT;
               MOVE TA-QUOTA(PX) TO QUOTA-EDIT;
               MOVE TA-ALLOCATION(PX) TO ALLOCATION-EDIT;
               MOVE TA-ADJUSTMENT(PX) TO ADJUSTMENT-EDIT;
               IF TA-AT-MINIMUM(PX)
                 THEN
                   MOVE "MIN" TO MINIMUM-MARK;
                 ELSE
                   MOVE SPACES TO MINIMUM-MARK;
               END-IF;
               DISPLAY TA-PREFECTURE-CODE(PX)
                   " " TA-ENGLISH-NAME(PX)
                   " " POPULATION-EDIT
                   " " QUOTA-EDIT
                   " " ALLOCATION-EDIT
                   " " ADJUSTMENT-EDIT
                   " " MINIMUM-MARK;
           END-IF
         END-PERFORM.
         IF SUBTOTAL-PREFECTURE-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         ADD SUBTOTAL-QUOTA TO GRAND-QUOTA.
         ADD SUBTOTAL-ALLOCATION TO GRAND-ALLOCATION.
         ADD SUBTOTAL-ADJUSTMENT TO GRAND-ADJUSTMENT.
         MOVE SUBTOTAL-POPULATION TO POPULATION-EDIT.
         MOVE SUBTOTAL-QUOTA TO QUOTA-EDIT.
         MOVE SUBTOTAL-ALLOCATION TO ALLOCATION-EDIT.
         MOVE SUBTOTAL-ADJUSTMENT TO ADJUSTMENT-EDIT.
         DISPLAY "   " TR-REGION-CODE(RX) " SUBTOTAL         "
             POPULATION-EDIT
             " " QUOTA-EDIT " " ALLOCATION-EDIT " " ADJUSTMENT-EDIT.
         DISPLAY " ".
       PRINT-ONE-REGION-EXIT.
         EXIT.

      ******************************************************************
      * 配分の結果をカンマ区切りのファイルへ書き出します。都道府県
      * の行に続けて地方の小計の行を、最後に全国の合計の行を書き
      * ます。
      ******************************************************************
       WRITE-ALLOCATION-FILE SECTION.
         OPEN OUTPUT ALLOCATION-FILE.
         IF ALLOCATION-STATUS NOT = "00"
           THEN
             DISPLAY "ALLOCATION-CALCULATOR: UNABLE TO OPEN "
                 "ALLOCATION-FILE STATUS=" ALLOCATION-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         WRITE ALLOCATION-RECORD FROM ALLOCATION-HEADER-LINE.
         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > REGION-TABLE-COUNT
           PERFORM WRITE-ONE-REGION-ROWS
         END-PERFORM.
         MOVE "T" TO AX-ROW-TYPE.
         MOVE SPACES TO AX-REGION-CODE.
         MOVE SPACES TO AX-PREFECTURE-CODE.
         MOVE "NATIONAL TOTAL" TO AX-ENGLISH-NAME.
         MOVE TOTAL-POPULATION TO AX-POPULATION.
         MOVE GRAND-QUOTA TO AX-QUOTA.
         MOVE GRAND-ALLOCATION TO AX-ALLOCATION.
         MOVE GRAND-ADJUSTMENT TO AX-ADJUSTMENT.
         MOVE SPACE TO AX-MINIMUM-APPLIED.
         WRITE ALLOCATION-RECORD FROM ALLOCATION-DETAIL-LINE.
         CLOSE ALLOCATION-FILE.
       WRITE-ALLOCATION-FILE-EXIT.
         EXIT.

      ******************************************************************
      * 地方1件分の都道府県の行と小計の行を書き出します。
      ******************************************************************
       WRITE-ONE-REGION-ROWS SECTION.
         MOVE 0 TO SUBTOTAL-POPULATION.
         MOVE 0 TO SUBTOTAL-QUOTA.
         MOVE 0 TO SUBTOTAL-ALLOCATION.
         MOVE 0 TO SUBTOTAL-ADJUSTMENT.
         MOVE 0 TO SUBTOTAL-PREFECTURE-COUNT.
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > PREFECTURE-TABLE-COUNT
           IF TA-REGION-CODE(PX) = TR-REGION-CODE(RX)
             THEN
               ADD 1 TO SUBTOTAL-PREFECTURE-COUNT;
               ADD TA-POPULATION(PX) TO SUBTOTAL-POPULATION;
               ADD TA-QUOTA(PX) TO SUBTOTAL-QUOTA;
               ADD TA-ALLOCATION(PX) TO SUBTOTAL-ALLOCATION;
               ADD TA-ADJUSTMENT(PX) TO SUBTOTAL-ADJUSTMENT;
               MOVE "D" TO AX-ROW-TYPE;
               MOVE TA-REGION-CODE(PX) TO AX-REGION-CODE;
               MOVE TA-PREFECTURE-CODE(PX) TO AX-PREFECTURE-CODE;
               MOVE TA-ENGLISH-NAME(PX) TO AX-ENGLISH-NAME;
               MOVE TA-POPULATION(PX) TO AX-POPULATION;
               MOVE TA-QUOTA(PX) TO AX-QUOTA;
               MOVE TA-ALLOCATION(PX) TO AX-ALLOCATION;
               MOVE TA-ADJUSTMENT(PX) TO AX-ADJUSTMENT;
               IF TA-AT-MINIMUM(PX)
                 THEN
                   MOVE "Y" TO AX-MINIMUM-APPLIED;
                 ELSE
                   MOVE "N" TO AX-MINIMUM-APPLIED;
               END-IF;
               WRITE ALLOCATION-RECORD FROM ALLOCATION-DETAIL-LINE;
           END-IF
         END-PERFORM.
         IF SUBTOTAL-PREFECTURE-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         MOVE "S" TO AX-ROW-TYPE.
         MOVE TR-REGION-CODE(RX) TO AX-REGION-CODE.
         MOVE SPACES TO AX-PREFECTURE-CODE.
         MOVE TR-ENGLISH-NAME(RX) TO AX-ENGLISH-NAME.
         MOVE SUBTOTAL-POPULATION TO AX-POPULATION.
         MOVE SUBTOTAL-QUOTA TO AX-QUOTA.
         MOVE SUBTOTAL-ALLOCATION TO AX-ALLOCATION.
         MOVE SUBTOTAL-ADJUSTMENT TO AX-ADJUSTMENT.
         MOVE SPACE TO AX-MINIMUM-APPLIED.
         WRITE ALLOCATION-RECORD FROM ALLOCATION-DETAIL-LINE.
       WRITE-ONE-REGION-ROWS-EXIT.
         EXIT.

       END PROGRAM ALLOCATION-CALCULATOR.
