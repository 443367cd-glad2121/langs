      ******************************************************************
      * 市区町村の表示名を返します。読み込み済みのREGIONS表の
      * 市区町村プールで、同じ市区町村名が全国でほかに無ければ
      * 名称そのものを、ほかにもあれば都道府県名を添えた名称
      * （例: 府中市(東京都)）を返します。名称だけで突き合わせる
      * 受け取り側が別の市区町村を拾わないよう、輸出ファイルの
      * 表示名の列に使います。都道府県名には、北海道を除いて
      * 都・府・県を付けます。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-MUNICIPALITY-DISPLAY-NAME.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * 名前はバイト列として突き合わせ・組み立てをします。日本語名
      * はNの作業項目へ転記し、同じ記憶域をXとして読み替えます。
       01  WORK-NAME-N                 PIC N(8).
       01  WORK-NAME-X REDEFINES WORK-NAME-N
                                       PIC X(16).
       01  WORK-PREFECTURE-N           PIC N(5).
       01  WORK-PREFECTURE-X REDEFINES WORK-PREFECTURE-N
                                       PIC X(10).
       01  WORK-DISPLAY-N              PIC N(15).
       01  WORK-DISPLAY-X REDEFINES WORK-DISPLAY-N
                                       PIC X(30).
       77  NAME-LENGTH                 PIC 9(2).
       77  PREFECTURE-LENGTH           PIC 9(2).
      * 都道府県名に付ける都・府・県（北海道は空白）。
       77  PREFECTURE-SUFFIX           PIC X(3).
       77  SUFFIX-LENGTH               PIC 9(1).
       77  OTHER-INDEX                 PIC 9(4).
       01  DUPLICATE-SWITCH            PIC X.
         88  NAME-IS-DUPLICATED        VALUE "Y".
         88  NAME-IS-UNIQUE            VALUE "N".

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".
      * 表示名を求める市区町村の、市区町村プールでの位置。
       77  IN-POOL-INDEX               PIC 9(4).
       77  OUT-DISPLAY-NAME            PIC N(15).

       PROCEDURE DIVISION USING REGIONS, IN-POOL-INDEX,
           OUT-DISPLAY-NAME.
         MOVE SPACES TO OUT-DISPLAY-NAME.
         IF IN-POOL-INDEX >= 1
             AND IN-POOL-INDEX <= MUNICIPALITY-POOL-COUNT
           THEN
             MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(IN-POOL-INDEX)
                 TO WORK-NAME-N;
             MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(IN-POOL-INDEX)
                 TO OUT-DISPLAY-NAME;
             PERFORM CHECK-NAME-DUPLICATED;
             IF NAME-IS-DUPLICATED
               THEN
                 PERFORM BUILD-QUALIFIED-NAME;
                 IF WORK-DISPLAY-X NOT = SPACES
                   THEN
                     MOVE WORK-DISPLAY-N TO OUT-DISPLAY-NAME;
                 END-IF
             END-IF
         END-IF.
       GET-MUNICIPALITY-DISPLAY-NAME-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 同じ市区町村名が市区町村プールのほかの行にもあるかを調べ
      * ます。
      ******************************************************************
       CHECK-NAME-DUPLICATED SECTION.
         SET NAME-IS-UNIQUE TO TRUE.
         PERFORM VARYING OTHER-INDEX FROM 1 BY 1
             UNTIL OTHER-INDEX > MUNICIPALITY-POOL-COUNT
                 OR NAME-IS-DUPLICATED
           IF OTHER-INDEX NOT = IN-POOL-INDEX
               AND MUNICIPALITY-NAME OF MUNICIPALITY-POOL(OTHER-INDEX)
                   = WORK-NAME-N
             THEN
               SET NAME-IS-DUPLICATED TO TRUE;
           END-IF
         END-PERFORM.
       CHECK-NAME-DUPLICATED-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村名の後ろに、かっこ書きで都道府県名を付けます。
      * 長さが足りないときは、入るところまでで打ち切ります。
      * 組み立てた名前はWORK-DISPLAY-Xに返します。
      ******************************************************************
       BUILD-QUALIFIED-NAME SECTION.
         MOVE SPACES TO WORK-PREFECTURE-N.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             IF PREFECTURE-CODE(I, J)
                 = MP-PREFECTURE-CODE(IN-POOL-INDEX)
               THEN
                 MOVE PREFECTURE-NAME(I, J) TO WORK-PREFECTURE-N;
             END-IF
           END-PERFORM
         END-PERFORM.
         EVALUATE MP-PREFECTURE-CODE(IN-POOL-INDEX)
           WHEN "01"
             MOVE SPACES TO PREFECTURE-SUFFIX
             MOVE 0 TO SUFFIX-LENGTH
           WHEN "13"
             MOVE "都" TO PREFECTURE-SUFFIX
             MOVE 3 TO SUFFIX-LENGTH
           WHEN "26"
           WHEN "27"
             MOVE "府" TO PREFECTURE-SUFFIX
             MOVE 3 TO SUFFIX-LENGTH
           WHEN OTHER
             MOVE "県" TO PREFECTURE-SUFFIX
             MOVE 3 TO SUFFIX-LENGTH
         END-EVALUATE.
         MOVE 0 TO NAME-LENGTH.
         INSPECT WORK-NAME-X TALLYING NAME-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
         MOVE 0 TO PREFECTURE-LENGTH.
         INSPECT WORK-PREFECTURE-X TALLYING PREFECTURE-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
         MOVE SPACES TO WORK-DISPLAY-X.
      * 名称か都道府県名が取れないときは、名称そのものを使います。
         IF NAME-LENGTH = 0 OR PREFECTURE-LENGTH = 0
           THEN
             EXIT SECTION;
         END-IF.
         IF SUFFIX-LENGTH = 0
           THEN
             STRING WORK-NAME-X(1:NAME-LENGTH) DELIMITED BY SIZE
                 "(" DELIMITED BY SIZE
                 WORK-PREFECTURE-X(1:PREFECTURE-LENGTH)
                     DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WORK-DISPLAY-X
                 ON OVERFLOW
                   CONTINUE
             END-STRING;
           ELSE
             STRING WORK-NAME-X(1:NAME-LENGTH) DELIMITED BY SIZE
                 "(" DELIMITED BY SIZE
                 WORK-PREFECTURE-X(1:PREFECTURE-LENGTH)
                     DELIMITED BY SIZE
                 PREFECTURE-SUFFIX(1:SUFFIX-LENGTH) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WORK-DISPLAY-X
                 ON OVERFLOW
                   CONTINUE
             END-STRING;
         END-IF.
       BUILD-QUALIFIED-NAME-EXIT.
         EXIT.

       END PROGRAM GET-MUNICIPALITY-DISPLAY-NAME.
