         03  FH-EXTRACT-DATE           PIC 9(8).
         03  FH-SEQUENCE               PIC 9(6).
         03  FH-CYCLE-FLAG             PIC X(1).
      * 抽出の時点の最新のマスタのリリース番号。リリース前は0です。
         03  FH-RELEASE-NUMBER         PIC 9(4).
       01  FEED-TRAILER-LAYOUT.
         03  FT-RECORD-MARK            PIC X(2) VALUE "T9".
         03  FT-RECORD-COUNT           PIC 9(6).
         03  FT-HASH-TOTAL             PIC 9(13).
       77  EXTRACT-DATE                PIC 9(8).
       77  RELEASE-NUMBER              PIC 9(4).
       77  RELEASE-DATE                PIC 9(8).

      * 今回の明細行の一覧（キー＋行）。種類ごとに作り直します。
       01  CURRENT-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
      * 地方の差分。
         PERFORM BUILD-CURRENT-REGIONS.
         MOVE "../data/RegionsDelta.csv" TO DELTA-FILENAME.
         MOVE EXTRACT-DATE TO FH-EXTRACT-DATE.
         MOVE FEED-SEQUENCE TO FH-SEQUENCE.
         MOVE FEED-CYCLE-FLAG TO FH-CYCLE-FLAG.
         MOVE RELEASE-NUMBER TO FH-RELEASE-NUMBER.
         MOVE FEED-HEADER-LAYOUT TO DELTA-RECORD.
         WRITE DELTA-RECORD.
         PERFORM VARYING CX FROM 1 BY 1
