      ******************************************************************
      * マスタの現在のリリース番号とリリース日を返します。リリース
      * 台帳(ReleaseLog.txt)の最後の行が現在のリリースです。輸出の
      * ヘッダーにリリース番号を載せ、受け取り側がどのリリースの
      * マスタから作られたファイルかを確かめられるようにするための
      * ものです。まだリリースが無い（台帳が無い）ときは、どちらも
      * 0を返します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-CURRENT-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT RELEASE-LOG-FILE
           ASSIGN TO "../data/ReleaseLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEASE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * リリース台帳。
       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-RECORD.
           COPY "ReleaseLogEntry".

       WORKING-STORAGE SECTION.
       01  RELEASE-LOG-STATUS          PIC X(2).
         88  RELEASE-LOG-STATUS-OK     VALUE "00".

       LINKAGE SECTION.
       77  RELEASE-NUMBER-OUT          PIC 9(4).
       77  RELEASE-DATE-OUT            PIC 9(8).

       PROCEDURE DIVISION USING RELEASE-NUMBER-OUT, RELEASE-DATE-OUT.
         MOVE 0 TO RETURN-CODE.
         MOVE 0 TO RELEASE-NUMBER-OUT.
         MOVE 0 TO RELEASE-DATE-OUT.
         OPEN INPUT RELEASE-LOG-FILE.
         IF NOT RELEASE-LOG-STATUS-OK
           THEN
             EXIT PROGRAM;
         END-IF.
         PERFORM UNTIL NOT RELEASE-LOG-STATUS-OK
           READ RELEASE-LOG-FILE
             AT END
               CONTINUE;
             NOT AT END
               MOVE RL-RELEASE-NUMBER TO RELEASE-NUMBER-OUT;
               MOVE RL-RELEASE-DATE TO RELEASE-DATE-OUT;
           END-READ
         END-PERFORM.
         CLOSE RELEASE-LOG-FILE.
       GET-CURRENT-RELEASE-EXIT.
         EXIT PROGRAM.

       END PROGRAM GET-CURRENT-RELEASE.
