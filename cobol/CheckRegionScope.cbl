      ******************************************************************
      * 地方の担当範囲の判定モジュールです。オペレーターに地方の
      * 担当範囲(OPR-REGION-SCOPE)が登録されていれば、その地方の
      * 都道府県・市区町村だけを変更・承認できます。空白のオペレー
      * ターは従来どおり全国を扱えます。
      * 呼び出し元は対象の都道府県コードと地方コードを渡します。
      *   - 都道府県コードが空白でなければ、都道府県ファイルで今
      *     所属している地方を調べ、担当範囲と比べます（新しく
      *     追加する都道府県のように見つからなければ比べません）。
      *   - 地方コードが空白でなければ、それも担当範囲と比べます
      *     （都道府県の追加や、所属の地方の付け替えの行き先）。
      * どちらかが担当範囲の外なら、またはどちらからも地方が決まら
      * なければ、範囲外と判定します。
      * CHECK-FILE-AUTHORITYがマスタ単位の権限を判定するのに対し、
      * こちらはレコード単位の判定です。両方を通します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-REGION-SCOPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都道府県ファイル
       FD  PREFECTURES-FILE.
       01  PREFECTURE-RECORD.
         03  PREFECTURE-CODE           PIC X(2).
         03  NAME                      PIC N(5).
         03  REGION-CODE               PIC X(2).
         03  POPULATION                PIC 9(8).
         03  AREA-SQKM                 PIC 9(5)V99.
         03  ENGLISH-NAME              PIC X(20).
         03  CAPITAL-NAME              PIC N(5).
         03  KANA-NAME                 PIC N(10).

       WORKING-STORAGE SECTION.
       01  PREFECTURES-STATUS          PIC X(2).
      * 都道府県コードと所属の地方の対応の一覧。最初の呼び出しで
      * 一度だけ読み込みます。
       01  SCOPE-LOADED-SWITCH         PIC X VALUE "N".
         88  SCOPE-TABLE-LOADED        VALUE "Y".
       01  SCOPE-PREFECTURE-COUNT      PIC 9(2) VALUE ZERO.
       01  SCOPE-PREFECTURE-TABLE.
         03  SCOPE-PREFECTURE-ENTRY    OCCURS 50 INDEXED BY SX.
             05  SP-PREFECTURE-CODE    PIC X(2).
             05  SP-REGION-CODE        PIC X(2).
      * 判定の途中の結果。
       01  REGION-KNOWN-SWITCH         PIC X.
         88  REGION-KNOWN              VALUE "Y".

       LINKAGE SECTION.
       01  OPERATOR-ENTRY.
           COPY "OperatorEntry".
       77  SCOPE-PREFECTURE-CODE       PIC X(2).
       77  SCOPE-REGION-CODE           PIC X(2).
       01  REGION-SCOPE-SWITCH         PIC X.
         88  REGION-SCOPE-OK           VALUE "Y".
         88  REGION-SCOPE-DENIED       VALUE "N".

       PROCEDURE DIVISION
           USING OPERATOR-ENTRY, SCOPE-PREFECTURE-CODE,
               SCOPE-REGION-CODE, REGION-SCOPE-SWITCH.
      * 担当範囲の無い（全国の）オペレーターは、常に範囲内です。
         IF OPR-REGION-SCOPE = SPACES
             OR OPR-REGION-SCOPE IS NOT NUMERIC
           THEN
             SET REGION-SCOPE-OK TO TRUE;
             EXIT PROGRAM;
         END-IF.
         SET REGION-SCOPE-OK TO TRUE.
         MOVE "N" TO REGION-KNOWN-SWITCH.
         IF SCOPE-REGION-CODE NOT = SPACES
           THEN
             MOVE "Y" TO REGION-KNOWN-SWITCH;
             IF SCOPE-REGION-CODE NOT = OPR-REGION-SCOPE
               THEN
                 SET REGION-SCOPE-DENIED TO TRUE;
             END-IF;
         END-IF.
         IF SCOPE-PREFECTURE-CODE NOT = SPACES
           THEN
             IF NOT SCOPE-TABLE-LOADED
               THEN
                 PERFORM LOAD-PREFECTURE-REGIONS;
             END-IF;
             SET SX TO 1;
             SEARCH SCOPE-PREFECTURE-ENTRY
               AT END
                 CONTINUE;
               WHEN SX <= SCOPE-PREFECTURE-COUNT
                   AND SP-PREFECTURE-CODE(SX) = SCOPE-PREFECTURE-CODE
                 MOVE "Y" TO REGION-KNOWN-SWITCH;
                 IF SP-REGION-CODE(SX) NOT = OPR-REGION-SCOPE
                   THEN
                     SET REGION-SCOPE-DENIED TO TRUE;
                 END-IF;
             END-SEARCH;
         END-IF.
         IF NOT REGION-KNOWN
           THEN
             SET REGION-SCOPE-DENIED TO TRUE;
         END-IF.
       CHECK-REGION-SCOPE-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 都道府県ファイルから、都道府県コードと地方コードの対応の
      * 一覧を作ります。開けなければ空の一覧のままとし、都道府県
      * コードからは地方が決まらない扱いになります。
      ******************************************************************
       LOAD-PREFECTURE-REGIONS SECTION.
         MOVE "Y" TO SCOPE-LOADED-SWITCH.
         MOVE 0 TO SCOPE-PREFECTURE-COUNT.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "CHECK-REGION-SCOPE: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
           READ PREFECTURES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF PREFECTURE-RECORD(1:2) NOT = "T9"
                   AND SCOPE-PREFECTURE-COUNT < 50
                 THEN
                   ADD 1 TO SCOPE-PREFECTURE-COUNT;
                   SET SX TO SCOPE-PREFECTURE-COUNT;
                   MOVE PREFECTURE-CODE TO SP-PREFECTURE-CODE(SX);
                   MOVE REGION-CODE TO SP-REGION-CODE(SX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PREFECTURES-FILE.
       LOAD-PREFECTURE-REGIONS-EXIT.
         EXIT.

       END PROGRAM CHECK-REGION-SCOPE.
