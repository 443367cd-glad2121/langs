      * へ複写し直します。新しい抽出を作り直すのではなく、当時の
      * ファイルそのものを再現します。再送はフィード台帳へ
      * 「RETRANS:」付きの行として記録します。
      * 再現したファイルのダイジェストが最初の目録（台帳の行の
      * ダイジェスト）と違えば表示し、復帰コード4で終わります。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRANSMIT-FEED.
         03  FR-FEED-NAME              PIC X(40).
         03  FR-RECORD-COUNT           PIC 9(6).
         03  FR-SUBSCRIBER-ID          PIC X(8).
         03  FR-FEED-KIND              PIC X(1).
         03  FR-DELIVERED-TIMESTAMP    PIC 9(14).
         03  FR-BYTE-COUNT             PIC 9(10).
         03  FR-DIGEST                 PIC 9(13).

       WORKING-STORAGE SECTION.
       01  FEED-REGISTER-STATUS        PIC X(2).
         03  FEED-ENTRY                OCCURS 20 INDEXED BY FX.
             05  FT-FEED-NAME          PIC X(40).
             05  FT-RECORD-COUNT       PIC 9(6).
             05  FT-FEED-KIND          PIC X(1).
             05  FT-DIGEST             PIC 9(13).

      * ファイル名の組み立ての作業項目。
       77  FEED-BASE-NAME              PIC X(40).
       77  LIVE-FEED-NAME              PIC X(80).
       77  COPY-RECORD-COUNT           PIC 9(6).
       77  RETRANSMITTED-COUNT         PIC 9(2) VALUE 0.
       77  DIGEST-DIFFERS-COUNT        PIC 9(2) VALUE 0.
       77  TODAY-DATE                  PIC 9(8).
       77  TODAY-TIME                  PIC 9(8).
      * 複写し直したファイルの測定（バイト数とダイジェスト）。
       77  MEASURE-LINE-COUNT          PIC 9(6).
       77  MEASURE-BYTE-COUNT          PIC 9(10).
       77  MEASURE-DIGEST              PIC 9(13).
       01  MEASURE-RESULT-SWITCH       PIC X.
      * 集めた一覧の重複確認の結果。
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         IF RETRANSMITTED-COUNT = 0
           THEN
             MOVE 8 TO RETURN-CODE;
           ELSE
             IF DIGEST-DIFFERS-COUNT > 0
               THEN
                 MOVE 4 TO RETURN-CODE;
             END-IF;
         END-IF.
       RETRANSMIT-FEED-EXIT.
         STOP RUN.
                       MOVE FR-FEED-NAME TO FT-FEED-NAME(FX);
                       MOVE FR-RECORD-COUNT
                           TO FT-RECORD-COUNT(FX);
                       MOVE FR-FEED-KIND TO FT-FEED-KIND(FX);
                       MOVE FR-DIGEST TO FT-DIGEST(FX);
                   END-IF;
               END-IF
           END-READ
             INTO FR-FEED-NAME.
         MOVE FT-RECORD-COUNT(FX) TO FR-RECORD-COUNT.
         MOVE SPACES TO FR-SUBSCRIBER-ID.
         MOVE FT-FEED-KIND(FX) TO FR-FEED-KIND.
         ACCEPT TODAY-TIME FROM TIME.
         MOVE TODAY-DATE TO FR-DELIVERED-TIMESTAMP(1:8).
         MOVE TODAY-TIME(1:6) TO FR-DELIVERED-TIMESTAMP(9:6).
         CALL "MEASURE-FEED-FILE" USING LIVE-FEED-NAME,
             MEASURE-LINE-COUNT, MEASURE-BYTE-COUNT, MEASURE-DIGEST,
             MEASURE-RESULT-SWITCH.
         MOVE MEASURE-BYTE-COUNT TO FR-BYTE-COUNT.
         MOVE MEASURE-DIGEST TO FR-DIGEST.
      * 保存複写が最初に送ったものと同じかを、最初の目録の
      * ダイジェストで確かめます。
         IF FT-DIGEST(FX) NOT = 0
             AND MEASURE-DIGEST NOT = FT-DIGEST(FX)
           THEN
             DISPLAY "RETRANSMIT-FEED: " FT-FEED-NAME(FX)
                 " DIGEST " MEASURE-DIGEST
                 " DIFFERS FROM ORIGINAL " FT-DIGEST(FX);
             ADD 1 TO DIGEST-DIFFERS-COUNT;
         END-IF.
         OPEN EXTEND FEED-REGISTER-FILE.
         IF NOT FEED-REGISTER-STATUS-OK
           THEN
