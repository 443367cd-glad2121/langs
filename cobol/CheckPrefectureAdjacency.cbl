      ******************************************************************
      * 都道府県の隣接マスタ(PrefectureAdjacency.txt)の整合性を点検
      * します。隣接は両方向の行で保持する約束なので、AがBに接する
      * 行があるのにBがAに接する行が無い片方向の組を誤りとして報告
      * します。あわせて、自分自身と接する行、都道府県ファイルに
      * 実在しないコード、重複した行も報告します。VALIDATEステップの
      * 一部として呼び出され、誤りがあればRETURN-CODE=4を返します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PREFECTURE-ADJACENCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PREFECTURES-FILE
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT ADJACENCY-FILE
           ASSIGN TO "../data/PrefectureAdjacency.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJACENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 都道府県ファイル
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
      * 隣接マスタ。
       FD  ADJACENCY-FILE.
       01  ADJACENCY-RECORD.
           COPY "PrefectureAdjacencyEntry".

       WORKING-STORAGE SECTION.
       01  PREFECTURES-STATUS          PIC X(2).
       01  ADJACENCY-STATUS            PIC X(2).
         88  ADJACENCY-STATUS-OK       VALUE "00".
      * 都道府県ファイルに実在する都道府県コードの一覧。
       01  PREFECTURE-CODES.
         05  PREFECTURE-CODE-ENTRY     OCCURS 50 INDEXED BY PI
                                        PIC X(2) VALUE SPACES.
       77  PREFECTURE-CODE-COUNT       PIC 9(2) VALUE 0.
      * 隣接マスタの全行。
       01  ADJACENCY-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       01  ADJACENCY-TABLE.
         03  ADJACENCY-ENTRY           OCCURS 400 INDEXED BY K, J.
             05  T-ADJACENCY-PAIR.
                 07  T-PREFECTURE-CODE PIC X(2).
                 07  T-ADJACENT-CODE   PIC X(2).
      * 逆向きの行を探すための組。
       01  REVERSE-PAIR.
         03  REVERSE-PREFECTURE-CODE   PIC X(2).
         03  REVERSE-ADJACENT-CODE     PIC X(2).
       01  FOUND-SWITCH                PIC X.
         88  ENTRY-FOUND               VALUE "Y".
         88  ENTRY-NOT-FOUND           VALUE "N".
       77  CHECK-CODE-IN               PIC X(2).
       77  ONE-SIDED-COUNT             PIC 9(3) VALUE 0.
       77  SELF-PAIR-COUNT             PIC 9(3) VALUE 0.
       77  UNKNOWN-CODE-COUNT          PIC 9(3) VALUE 0.
       77  DUPLICATE-COUNT             PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
         MOVE 0 TO RETURN-CODE.
         PERFORM LOAD-PREFECTURE-CODES.
         IF RETURN-CODE = 0
           THEN
             PERFORM LOAD-ADJACENCY;
         END-IF.
         IF RETURN-CODE = 0
           THEN
             PERFORM VARYING K FROM 1 BY 1
                 UNTIL K > ADJACENCY-TABLE-COUNT
               PERFORM CHECK-ONE-PAIR
             END-PERFORM;
             IF ONE-SIDED-COUNT = 0 AND SELF-PAIR-COUNT = 0
                 AND UNKNOWN-CODE-COUNT = 0 AND DUPLICATE-COUNT = 0
               THEN
                 DISPLAY "CHECK-PREFECTURE-ADJACENCY: PASS -- "
                     ADJACENCY-TABLE-COUNT " ROWS ALL PAIRED";
               ELSE
                 DISPLAY "CHECK-PREFECTURE-ADJACENCY: FAIL -- "
                     "ONE-SIDED=" ONE-SIDED-COUNT
                     " SELF=" SELF-PAIR-COUNT
                     " UNKNOWN=" UNKNOWN-CODE-COUNT
                     " DUPLICATE=" DUPLICATE-COUNT;
                 MOVE 4 TO RETURN-CODE;
             END-IF;
         END-IF.
       CHECK-PREFECTURE-ADJACENCY-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 都道府県ファイルを読み込み、実在する都道府県コードの一覧を
      * 作ります。
      ******************************************************************
       LOAD-PREFECTURE-CODES SECTION.
         OPEN INPUT PREFECTURES-FILE.
         IF PREFECTURES-STATUS NOT = "00"
           THEN
             DISPLAY "CHECK-PREFECTURE-ADJACENCY: UNABLE TO OPEN "
                 "PREFECTURES-FILE STATUS=" PREFECTURES-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             PERFORM UNTIL PREFECTURES-STATUS NOT = "00"
               READ PREFECTURES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF PREFECTURE-RECORD(1:2) = "T9"
                     THEN
      * 末尾の制御トレーラーは点検の対象外です。
                       CONTINUE;
                     ELSE
                       IF PREFECTURE-CODE-COUNT < 50
                         THEN
                           ADD 1 TO PREFECTURE-CODE-COUNT;
                           MOVE PF-PREFECTURE-CODE TO
                               PREFECTURE-CODE-ENTRY(
                                   PREFECTURE-CODE-COUNT);
                       END-IF
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE PREFECTURES-FILE;
         END-IF.
       LOAD-PREFECTURE-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 隣接マスタの全行をメモリの表に読み込みます。
      ******************************************************************
       LOAD-ADJACENCY SECTION.
         OPEN INPUT ADJACENCY-FILE.
         IF ADJACENCY-STATUS NOT = "00"
           THEN
             DISPLAY "CHECK-PREFECTURE-ADJACENCY: UNABLE TO OPEN "
                 "ADJACENCY-FILE STATUS=" ADJACENCY-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             PERFORM UNTIL NOT ADJACENCY-STATUS-OK
               READ ADJACENCY-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF ADJACENCY-TABLE-COUNT >= 400
                     THEN
                       DISPLAY "ADJACENCY-TABLE-FULL";
                     ELSE
                       ADD 1 TO ADJACENCY-TABLE-COUNT;
                       SET K TO ADJACENCY-TABLE-COUNT;
                       MOVE AJ-PREFECTURE-CODE
                           TO T-PREFECTURE-CODE(K);
                       MOVE AJ-ADJACENT-CODE TO T-ADJACENT-CODE(K);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE ADJACENCY-FILE;
         END-IF.
       LOAD-ADJACENCY-EXIT.
         EXIT.

      ******************************************************************
      * K番目の行を点検します。自分自身との組、実在しないコード、
      * それより前にある同じ行、逆向きの行の欠けを報告します。
      ******************************************************************
       CHECK-ONE-PAIR SECTION.
         IF T-PREFECTURE-CODE(K) = T-ADJACENT-CODE(K)
           THEN
             ADD 1 TO SELF-PAIR-COUNT;
             DISPLAY "  PREFECTURE BORDERS ITSELF: "
                 T-ADJACENCY-PAIR(K);
         END-IF.
         MOVE T-PREFECTURE-CODE(K) TO CHECK-CODE-IN.
         PERFORM CHECK-KNOWN-CODE.
         MOVE T-ADJACENT-CODE(K) TO CHECK-CODE-IN.
         PERFORM CHECK-KNOWN-CODE.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING J FROM 1 BY 1
             UNTIL J >= K OR ENTRY-FOUND
           IF T-ADJACENCY-PAIR(J) = T-ADJACENCY-PAIR(K)
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             ADD 1 TO DUPLICATE-COUNT;
             DISPLAY "  DUPLICATE ADJACENCY ROW: " T-ADJACENCY-PAIR(K);
         END-IF.
         MOVE T-ADJACENT-CODE(K) TO REVERSE-PREFECTURE-CODE.
         MOVE T-PREFECTURE-CODE(K) TO REVERSE-ADJACENT-CODE.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING J FROM 1 BY 1
             UNTIL J > ADJACENCY-TABLE-COUNT OR ENTRY-FOUND
           IF T-ADJACENCY-PAIR(J) = REVERSE-PAIR
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-NOT-FOUND
           THEN
             ADD 1 TO ONE-SIDED-COUNT;
             DISPLAY "  ONE-SIDED ADJACENCY: " T-PREFECTURE-CODE(K)
                 " BORDERS " T-ADJACENT-CODE(K) " BUT "
                 T-ADJACENT-CODE(K) " DOES NOT BORDER "
                 T-PREFECTURE-CODE(K);
         END-IF.
       CHECK-ONE-PAIR-EXIT.
         EXIT.

      ******************************************************************
      * CHECK-CODE-INが都道府県ファイルに実在するかを確認し、無ければ
      * 報告します。
      ******************************************************************
       CHECK-KNOWN-CODE SECTION.
         SET PI TO 1.
         SEARCH PREFECTURE-CODE-ENTRY
           AT END
             ADD 1 TO UNKNOWN-CODE-COUNT;
             DISPLAY "  UNKNOWN PREFECTURE-CODE " CHECK-CODE-IN
                 " IN ADJACENCY ROW " T-ADJACENCY-PAIR(K);
           WHEN PREFECTURE-CODE-ENTRY(PI) = CHECK-CODE-IN
             CONTINUE
         END-SEARCH.
       CHECK-KNOWN-CODE-EXIT.
         EXIT.

       END PROGRAM CHECK-PREFECTURE-ADJACENCY.
