      ******************************************************************
      * 全国で2件以上ある市区町村名の帳票です。東京都と広島県の
      * 府中市のように、都道府県をまたいで同じ名称を持つ市区町村
      * を名称ごとにまとめ、都道府県・市区町村コード・種別と、
      * 輸出ファイルに載せる表示名（都道府県名を添えた名称）を
      * 1行ずつ表示します。名称だけで突き合わせている受け取り側
      * へ、どの名称が危ないかを知らせるためのものです。
      * 読み込み済みのREGIONS表を対象とし、REGION-BATCHの帳票
      * ステップから呼び出します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-NAME-REPORT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * 突き合わせ中の名称と、その出現件数。
       77  CURRENT-NAME                PIC N(8).
       77  OCCURRENCE-COUNT            PIC 9(4).
       77  OTHER-INDEX                 PIC 9(4).
      * この名称を前の行ですでに表示したかどうか。
       01  SEEN-BEFORE-SWITCH          PIC X.
         88  NAME-SEEN-BEFORE          VALUE "Y".
      * 一覧の1行に載せる項目。
       77  LINE-PREFECTURE-NAME        PIC N(5).
       77  LINE-TYPE-LABEL             PIC X(12).
       77  LINE-DISPLAY-NAME           PIC N(15).
       77  DISPLAY-POOL-INDEX          PIC 9(4).
       77  OCCURRENCE-EDIT             PIC ZZZ9.
      * 全国の合計。
       77  DUPLICATED-NAME-COUNT       PIC 9(4) VALUE 0.
       77  INVOLVED-MUNICIPALITY-COUNT PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".

       PROCEDURE DIVISION USING REGIONS.
         MOVE 0 TO DUPLICATED-NAME-COUNT.
         MOVE 0 TO INVOLVED-MUNICIPALITY-COUNT.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > MUNICIPALITY-POOL-COUNT
           PERFORM CHECK-ONE-NAME
         END-PERFORM.
         PERFORM PRINT-NATIONAL-FOOTER.
       DUPLICATE-NAME-REPORT-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 帳票の見出しと項目名を表示します。
      ******************************************************************
       PRINT-REPORT-HEADER SECTION.
         DISPLAY "=================================================".
         DISPLAY "  DUPLICATE MUNICIPALITY NAME REPORT".
         DISPLAY "=================================================".
         DISPLAY "PF  PREFECTURE  CODE  TYPE          DISPLAY NAME".
         DISPLAY "--  ----------  ----  ------------  ------------".
       PRINT-REPORT-HEADER-EXIT.
         EXIT.

      ******************************************************************
      * プールのK番目の名称について、前の行に同じ名称が無ければ
      * （その名称の最初の出現なら）全国の件数を数え、2件以上なら
      * その名称の組を表示します。
      ******************************************************************
       CHECK-ONE-NAME SECTION.
         MOVE MUNICIPALITY-NAME OF MUNICIPALITY-POOL(K)
             TO CURRENT-NAME.
         MOVE "N" TO SEEN-BEFORE-SWITCH.
         PERFORM VARYING OTHER-INDEX FROM 1 BY 1
             UNTIL OTHER-INDEX >= K OR NAME-SEEN-BEFORE
           IF MUNICIPALITY-NAME OF MUNICIPALITY-POOL(OTHER-INDEX)
               = CURRENT-NAME
             THEN
               MOVE "Y" TO SEEN-BEFORE-SWITCH;
           END-IF
         END-PERFORM.
         IF NAME-SEEN-BEFORE
           THEN
             EXIT SECTION;
         END-IF.
         MOVE 0 TO OCCURRENCE-COUNT.
         PERFORM VARYING OTHER-INDEX FROM K BY 1
             UNTIL OTHER-INDEX > MUNICIPALITY-POOL-COUNT
           IF MUNICIPALITY-NAME OF MUNICIPALITY-POOL(OTHER-INDEX)
               = CURRENT-NAME
             THEN
               ADD 1 TO OCCURRENCE-COUNT;
           END-IF
         END-PERFORM.
         IF OCCURRENCE-COUNT > 1
           THEN
             PERFORM PRINT-NAME-GROUP;
         END-IF.
       CHECK-ONE-NAME-EXIT.
         EXIT.

      ******************************************************************
      * 同じ名称を持つ市区町村の組を、名称の見出しに続けて1件ずつ
      * 表示します。
      ******************************************************************
       PRINT-NAME-GROUP SECTION.
         ADD 1 TO DUPLICATED-NAME-COUNT.
         ADD OCCURRENCE-COUNT TO INVOLVED-MUNICIPALITY-COUNT.
         MOVE OCCURRENCE-COUNT TO OCCURRENCE-EDIT.
         DISPLAY CURRENT-NAME " (" OCCURRENCE-EDIT " OCCURRENCES)".
         PERFORM VARYING OTHER-INDEX FROM K BY 1
             UNTIL OTHER-INDEX > MUNICIPALITY-POOL-COUNT
           IF MUNICIPALITY-NAME OF MUNICIPALITY-POOL(OTHER-INDEX)
               = CURRENT-NAME
             THEN
               PERFORM PRINT-OCCURRENCE-LINE;
           END-IF
         END-PERFORM.
       PRINT-NAME-GROUP-EXIT.
         EXIT.

      ******************************************************************
      * プールのOTHER-INDEX番目の市区町村を1行表示します。
      ******************************************************************
       PRINT-OCCURRENCE-LINE SECTION.
         MOVE SPACES TO LINE-PREFECTURE-NAME.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PREFECTURES-COUNT(I)
             IF PREFECTURE-CODE(I, J)
                 = MP-PREFECTURE-CODE(OTHER-INDEX)
               THEN
                 MOVE PREFECTURE-NAME(I, J) TO LINE-PREFECTURE-NAME;
             END-IF
           END-PERFORM
         END-PERFORM.
         EVALUATE MUNICIPALITY-TYPE OF MUNICIPALITY-POOL(OTHER-INDEX)
           WHEN "1"
             MOVE "CITY" TO LINE-TYPE-LABEL
           WHEN "2"
             MOVE "SPECIAL WARD" TO LINE-TYPE-LABEL
           WHEN "3"
             MOVE "TOWN" TO LINE-TYPE-LABEL
           WHEN "4"
             MOVE "VILLAGE" TO LINE-TYPE-LABEL
           WHEN "5"
             MOVE "CITY WARD" TO LINE-TYPE-LABEL
           WHEN OTHER
             MOVE "UNKNOWN" TO LINE-TYPE-LABEL
         END-EVALUATE.
         MOVE OTHER-INDEX TO DISPLAY-POOL-INDEX.
         CALL "GET-MUNICIPALITY-DISPLAY-NAME"
             USING REGIONS, DISPLAY-POOL-INDEX, LINE-DISPLAY-NAME.
         DISPLAY MP-PREFECTURE-CODE(OTHER-INDEX)
             "  " LINE-PREFECTURE-NAME
             "  " MUNICIPALITY-CODE OF MUNICIPALITY-POOL(OTHER-INDEX)
             "   " LINE-TYPE-LABEL
             "  " LINE-DISPLAY-NAME.
       PRINT-OCCURRENCE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 全国の合計を表示します。
      ******************************************************************
       PRINT-NATIONAL-FOOTER SECTION.
         DISPLAY "=================================================".
         DISPLAY "DUPLICATED NAMES=" DUPLICATED-NAME-COUNT
             " MUNICIPALITIES INVOLVED=" INVOLVED-MUNICIPALITY-COUNT.
         DISPLAY "=================================================".
       PRINT-NATIONAL-FOOTER-EXIT.
         EXIT.

       END PROGRAM DUPLICATE-NAME-REPORT.
