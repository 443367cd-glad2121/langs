      ******************************************************************
      * 受け渡すフィードのファイルを測る共通モジュールです。行数・
      * バイト数・ダイジェストを返します。結果はフィード台帳の行と
      * フィード完成の合図（トリガー）に載せ、受け取り側が途中で
      * 切れたファイルを受け取っていないことを、こちらが何を送った
      * かとともに示せるようにします。
      *
      * バイト数は、各行の実体（末尾の空白を除いた部分）の長さに
      * 改行の1バイトを足したものの合計です。
      * ダイジェストは監査ログの封印（AUDIT-PERIOD-CLOSE）と同じ
      * 畳み込みで、各行について「文字の序数（FUNCTION ORD、バイト
      * の値＋1）×桁位置」の和を求め、ゼロを種に
      *   ダイジェスト＝（ダイジェスト×31＋行の和）を
      *   9999999999971で割った余り
      * を先頭の行から順に繰り返した13桁の値です。受け取り側は同じ
      * 計算で受け取ったファイルのダイジェストを求め、受け取り確認
      * に載せて返します。
      * ファイルが無いときはRESULT-SWITCH="N"で、各値はゼロです。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEASURE-FEED-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT FEED-FILE
           ASSIGN DYNAMIC FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 測るフィード。中身の形式は問いません。
       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  FEED-STATUS                 PIC X(2).
         88  FEED-STATUS-OK            VALUE "00".
       77  FEED-FILENAME               PIC X(80).

      * ダイジェストの計算の作業項目。文字の数値化が転記では書け
      * ないため、ここだけFUNCTION ORDを使います。
       77  RECORD-SUM                  PIC 9(8).
       77  BYTE-INDEX                  PIC 9(3).
       77  RECORD-LENGTH               PIC 9(3).

       LINKAGE SECTION.
       77  MEASURE-FILE-NAME           PIC X(80).
       77  MEASURE-LINE-COUNT          PIC 9(6).
       77  MEASURE-BYTE-COUNT          PIC 9(10).
       77  MEASURE-DIGEST              PIC 9(13).
       01  MEASURE-RESULT-SWITCH       PIC X.
         88  MEASURE-FILE-FOUND        VALUE "Y".
         88  MEASURE-FILE-MISSING      VALUE "N".

       PROCEDURE DIVISION
           USING MEASURE-FILE-NAME, MEASURE-LINE-COUNT,
               MEASURE-BYTE-COUNT, MEASURE-DIGEST,
               MEASURE-RESULT-SWITCH.
         MOVE 0 TO MEASURE-LINE-COUNT.
         MOVE 0 TO MEASURE-BYTE-COUNT.
         MOVE 0 TO MEASURE-DIGEST.
         SET MEASURE-FILE-MISSING TO TRUE.
         MOVE MEASURE-FILE-NAME TO FEED-FILENAME.
         OPEN INPUT FEED-FILE.
         IF NOT FEED-STATUS-OK
           THEN
             EXIT PROGRAM;
         END-IF.
         SET MEASURE-FILE-FOUND TO TRUE.
         PERFORM UNTIL NOT FEED-STATUS-OK
           MOVE SPACES TO FEED-RECORD
           READ FEED-FILE
             AT END
               CONTINUE;
             NOT AT END
               ADD 1 TO MEASURE-LINE-COUNT;
               PERFORM FOLD-RECORD-INTO-DIGEST;
           END-READ
         END-PERFORM.
         CLOSE FEED-FILE.
       MEASURE-FEED-FILE-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 1行の字面をダイジェストへ畳み込み、バイト数を数えます。
      ******************************************************************
       FOLD-RECORD-INTO-DIGEST SECTION.
         MOVE 300 TO RECORD-LENGTH.
         PERFORM UNTIL RECORD-LENGTH = 0
             OR FEED-RECORD(RECORD-LENGTH:1) NOT = SPACE
           SUBTRACT 1 FROM RECORD-LENGTH
         END-PERFORM.
         COMPUTE MEASURE-BYTE-COUNT =
             MEASURE-BYTE-COUNT + RECORD-LENGTH + 1.
         MOVE 0 TO RECORD-SUM.
         PERFORM VARYING BYTE-INDEX FROM 1 BY 1
             UNTIL BYTE-INDEX > RECORD-LENGTH
           COMPUTE RECORD-SUM = RECORD-SUM
               + FUNCTION ORD(FEED-RECORD(BYTE-INDEX:1))
               * BYTE-INDEX;
         END-PERFORM.
         COMPUTE MEASURE-DIGEST =
             FUNCTION MOD(MEASURE-DIGEST * 31 + RECORD-SUM,
                 9999999999971).
       FOLD-RECORD-INTO-DIGEST-EXIT.
         EXIT.

       END PROGRAM MEASURE-FEED-FILE.
