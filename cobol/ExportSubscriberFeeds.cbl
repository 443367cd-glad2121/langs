      ******************************************************************
      * 加入者ごとの輸出ファイルです。加入者ごとのフィードの取り決め
      * (FeedProfiles.txt)にしたがい、列の選択と並び・地方または
      * 国の絞り込み・区切り文字を加入者ごとに変えて、都道府県
      * 1件を1行とするファイル(Feed-加入者ID.csv)を書き出します。
      * 加入者が共通の輸出ファイルを自前で加工し直さなくて済む
      * ようにするためのもので、共通の輸出はそのまま流し続けます。
      * 各ファイルは、ほかの輸出と同じヘッダー・トレーラーの制御
      * レコードと列名の見出し行を持ち、件数とハッシュ合計はその
      * 加入者に書き出した行だけで数えます。書き出した各ファイルは
      * 連番付きの保存複写を残し、その加入者だけの行としてフィード
      * 台帳(FeedRegister.txt)へ記録します（種類は"P"）。
      * 取り決めに知らない列名があれば、その加入者のファイルは
      * 書き出さずに知らせ、復帰コード4で終わります。取り決めの
      * ファイルが無い設置では何もしません。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-SUBSCRIBER-FEEDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PROFILE-FILE
           ASSIGN TO "../data/FeedProfiles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.
         SELECT SUBSCRIBER-FEED-FILE
           ASSIGN DYNAMIC SUBSCRIBER-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBER-FEED-STATUS.
         SELECT XREF-FILE
           ASSIGN TO "../data/CodeCrossReference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XREF-STATUS.
         SELECT TERRITORY-MAP-FILE
           ASSIGN TO "../data/PrefectureTerritories.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERRITORY-MAP-STATUS.
         SELECT COORDINATES-FILE
           ASSIGN TO "../data/CapitalCoordinates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COORDINATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 加入者ごとのフィードの取り決め。
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           COPY "FeedProfileEntry".
      * 加入者ごとの輸出ファイル。
       FD  SUBSCRIBER-FEED-FILE.
       01  SUBSCRIBER-FEED-RECORD         PIC X(300).
      * コード対応マスタ。ISO・JISコードの列に使います。
       FD  XREF-FILE.
       01  XREF-RECORD.
         03  XR-PREFECTURE-CODE        PIC X(2).
         03  XR-ISO-CODE               PIC X(5).
         03  XR-JIS-CODE               PIC X(6).
         03  XR-COUNTRY-CODE           PIC X(2).
      * 都道府県の営業地域への割り当て。営業地域コードの列に使い
      * ます。
       FD  TERRITORY-MAP-FILE.
       01  TERRITORY-MAP-RECORD.
           COPY "PrefectureTerritoryEntry".
      * 座標マスタ。県庁所在地の緯度・経度の列に使います。
       FD  COORDINATES-FILE.
       01  COORDINATE-RECORD.
         03  CO-PREFECTURE-CODE        PIC X(2).
         03  CO-LATITUDE               PIC 9(2)V9(4).
         03  CO-LONGITUDE              PIC 9(3)V9(4).

       WORKING-STORAGE SECTION.
       01  PROFILE-STATUS              PIC X(2).
         88  PROFILE-STATUS-OK         VALUE "00".
       01  SUBSCRIBER-FEED-STATUS      PIC X(2).
       77  SUBSCRIBER-FEED-FILENAME    PIC X(80).
      * フィードの制御レコード。
       01  FEED-HEADER-LAYOUT.
         03  FH-RECORD-MARK            PIC X(2) VALUE "H9".
         03  FH-EXTRACT-DATE           PIC 9(8).
         03  FH-SEQUENCE               PIC 9(6).
      * 周期区分。月末のフィードは"M"で区別し、受け取り側が正しい
      * 世代で月締めできるようにします。日次は空白です。
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
      * フィード台帳への記録と保存複写の項目。
       77  DELIVERY-FEED-KIND          PIC X(1) VALUE "P".
       77  DELIVERY-FEED-NAME          PIC X(40).
       77  FEED-SEQUENCE-X             PIC X(6).
       77  RETAINED-COPY-NAME          PIC X(80).
       77  RETAINED-COPY-COUNT         PIC 9(6).
      * 加入者1件分の件数とハッシュ合計。
       77  FEED-ROW-COUNT              PIC 9(6).
       77  FEED-HASH-TOTAL             PIC 9(13).
       77  FEEDS-WRITTEN-COUNT         PIC 9(2) VALUE 0.
       77  PROFILES-REJECTED-COUNT     PIC 9(2) VALUE 0.

      * 出力できる列の一覧（列名と桁数）。日本語名の桁数は、
      * マスタ上のPIC Nの項目のバイト数です。
       01  COLUMN-CATALOG-VALUES.
         03  FILLER PIC X(18) VALUE "REGION-CODE     02".
         03  FILLER PIC X(18) VALUE "REGION-NAME-EN  20".
         03  FILLER PIC X(18) VALUE "REGION-NAME-JA  10".
         03  FILLER PIC X(18) VALUE "COUNTRY-CODE    02".
         03  FILLER PIC X(18) VALUE "PREFECTURE-CODE 02".
         03  FILLER PIC X(18) VALUE "ENGLISH-NAME    20".
         03  FILLER PIC X(18) VALUE "JAPANESE-NAME   10".
         03  FILLER PIC X(18) VALUE "CAPITAL-NAME    10".
         03  FILLER PIC X(18) VALUE "KANA-NAME       20".
         03  FILLER PIC X(18) VALUE "POPULATION      08".
         03  FILLER PIC X(18) VALUE "AREA-SQKM       07".
         03  FILLER PIC X(18) VALUE "EFFECTIVE-DATE  08".
         03  FILLER PIC X(18) VALUE "END-DATE        08".
         03  FILLER PIC X(18) VALUE "ISO-CODE        05".
         03  FILLER PIC X(18) VALUE "JIS-CODE        06".
         03  FILLER PIC X(18) VALUE "TERRITORY-CODE  02".
         03  FILLER PIC X(18) VALUE "LATITUDE        07".
         03  FILLER PIC X(18) VALUE "LONGITUDE       08".
       01  COLUMN-CATALOG REDEFINES COLUMN-CATALOG-VALUES.
         03  CATALOG-ENTRY             OCCURS 18 INDEXED BY CX.
             05  CC-COLUMN-NAME        PIC X(16).
             05  CC-COLUMN-WIDTH       PIC 9(2).

      * この加入者の列の並び（列一覧での位置）。
       01  SELECTED-COLUMN-TABLE.
         03  SELECTED-COLUMN           PIC 9(2) OCCURS 18.
       77  COLUMN-POSITION             PIC 9(2).
       01  PROFILE-VALID-SWITCH        PIC X.
         88  PROFILE-IS-VALID          VALUE "Y".
       77  DELIMITER-CHARACTER         PIC X(1).

      * 1行分の組み立て領域。
       77  OUTPUT-LINE                 PIC X(300).
       77  LINE-POINTER                PIC 9(3).
       77  COLUMN-VALUE                PIC X(40).
       77  COLUMN-WIDTH                PIC 9(2).
      * 日本語名（PIC N）を列の値へ移すための領域。マスタの項目と
      * 同じ長さの領域を通して、そのまま移します。
       01  SHORT-NAME-HOLD.
         03  SHORT-NAME                PIC N(5).
       01  LONG-NAME-HOLD.
         03  LONG-NAME                 PIC N(10).
       01  AREA-HOLD                   PIC 9(5)V99.
       01  AREA-HOLD-X REDEFINES AREA-HOLD PIC X(7).
       77  EDITED-LATITUDE             PIC 99.9999.
       77  EDITED-LONGITUDE            PIC 999.9999.

       01  XREF-STATUS                 PIC X(2).
         88  XREF-STATUS-OK            VALUE "00".
      * メモリ上に読み込んだコード対応の一覧。
       01  XREF-TABLE-COUNT            PIC 9(2) VALUE ZERO.
       01  XREF-TABLE.
         03  XREF-ENTRY                OCCURS 50 INDEXED BY XI.
             05  TX-PREFECTURE-CODE    PIC X(2).
             05  TX-ISO-CODE           PIC X(5).
             05  TX-JIS-CODE           PIC X(6).
       77  LOOKUP-ISO-CODE             PIC X(5).
       77  LOOKUP-JIS-CODE             PIC X(6).
       77  LOOKUP-PREFECTURE-CODE      PIC X(2).
       01  TERRITORY-MAP-STATUS        PIC X(2).
         88  TERRITORY-MAP-STATUS-OK   VALUE "00".
      * メモリ上に読み込んだ営業地域の割り当ての一覧。
       01  TERRITORY-MAP-COUNT         PIC 9(2) VALUE ZERO.
       01  TERRITORY-MAP-TABLE.
         03  TERRITORY-MAP-ENTRY       OCCURS 50 INDEXED BY TI.
             05  TT-PREFECTURE-CODE    PIC X(2).
             05  TT-TERRITORY-CODE     PIC X(2).
       77  LOOKUP-TERRITORY-CODE       PIC X(2).
       01  COORDINATES-STATUS          PIC X(2).
         88  COORDINATES-STATUS-OK     VALUE "00".
      * メモリ上に読み込んだ県庁所在地の座標の一覧。
       01  COORDINATE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  COORDINATE-TABLE.
         03  COORDINATE-ENTRY          OCCURS 50 INDEXED BY OI.
             05  TC-PREFECTURE-CODE    PIC X(2).
             05  TC-LATITUDE           PIC 9(2)V9(4).
             05  TC-LONGITUDE          PIC 9(3)V9(4).
       77  LOOKUP-LATITUDE             PIC 9(2)V9(4).
       77  LOOKUP-LONGITUDE            PIC 9(3)V9(4).

       LINKAGE SECTION.
       01  REGIONS.
         COPY "Regions".
      * この実行のフィード連番と周期区分（"M"=月末、空白=日次）。
      * いずれも呼び出し元が決めて渡します。
       77  FEED-SEQUENCE               PIC 9(6).
       77  FEED-CYCLE-FLAG             PIC X(1).

       PROCEDURE DIVISION USING REGIONS, FEED-SEQUENCE, FEED-CYCLE-FLAG.
         MOVE 0 TO RETURN-CODE.
         MOVE 0 TO FEEDS-WRITTEN-COUNT.
         MOVE 0 TO PROFILES-REJECTED-COUNT.
         ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
         CALL "GET-CURRENT-RELEASE" USING RELEASE-NUMBER, RELEASE-DATE.
         OPEN INPUT PROFILE-FILE.
         IF NOT PROFILE-STATUS-OK
           THEN
             EXIT PROGRAM;
         END-IF.
         PERFORM LOAD-XREF-TABLE.
         PERFORM LOAD-TERRITORY-MAP.
         PERFORM LOAD-COORDINATES.
         PERFORM UNTIL NOT PROFILE-STATUS-OK
           READ PROFILE-FILE
             AT END
               CONTINUE;
             NOT AT END
               PERFORM CHECK-PROFILE;
               IF PROFILE-IS-VALID
                 THEN
                   PERFORM WRITE-SUBSCRIBER-FEED;
                 ELSE
                   ADD 1 TO PROFILES-REJECTED-COUNT;
               END-IF
           END-READ
         END-PERFORM.
         CLOSE PROFILE-FILE.
         DISPLAY "EXPORT-SUBSCRIBER-FEEDS: FEEDS=" FEEDS-WRITTEN-COUNT
             " REJECTED=" PROFILES-REJECTED-COUNT.
         IF PROFILES-REJECTED-COUNT > 0
           THEN
             MOVE 4 TO RETURN-CODE;
         END-IF.
       EXPORT-SUBSCRIBER-FEEDS-EXIT.
         EXIT PROGRAM.

      ******************************************************************
      * 読み込んだ取り決めの列名を列一覧と突き合わせ、列の並びを
      * 決めます。知らない列名や列の数の誤りがあれば、その加入者の
      * ファイルは書き出しません。
      ******************************************************************
       CHECK-PROFILE SECTION.
         MOVE "Y" TO PROFILE-VALID-SWITCH.
         IF FP-COLUMN-COUNT IS NOT NUMERIC
             OR FP-COLUMN-COUNT = 0 OR FP-COLUMN-COUNT > 18
           THEN
             DISPLAY "EXPORT-SUBSCRIBER-FEEDS: PROFILE "
                 FP-SUBSCRIBER-ID " COLUMN COUNT INVALID"
                 " -- FEED NOT PRODUCED";
             MOVE "N" TO PROFILE-VALID-SWITCH;
             EXIT SECTION;
         END-IF.
         IF NOT FP-FILTER-BY-REGION AND NOT FP-FILTER-BY-COUNTRY
             AND NOT FP-NO-FILTER
           THEN
             DISPLAY "EXPORT-SUBSCRIBER-FEEDS: PROFILE "
                 FP-SUBSCRIBER-ID " UNKNOWN FILTER " FP-FILTER-TYPE
                 " -- FEED NOT PRODUCED";
             MOVE "N" TO PROFILE-VALID-SWITCH;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING COLUMN-POSITION FROM 1 BY 1
             UNTIL COLUMN-POSITION > FP-COLUMN-COUNT
           SET CX TO 1
           SEARCH CATALOG-ENTRY
             AT END
               DISPLAY "EXPORT-SUBSCRIBER-FEEDS: PROFILE "
                   FP-SUBSCRIBER-ID " UNKNOWN COLUMN "
                   FP-COLUMN-NAME(COLUMN-POSITION)
                   " -- FEED NOT PRODUCED";
               MOVE "N" TO PROFILE-VALID-SWITCH;
             WHEN CC-COLUMN-NAME(CX) = FP-COLUMN-NAME(COLUMN-POSITION)
               SET SELECTED-COLUMN(COLUMN-POSITION) TO CX;
           END-SEARCH
         END-PERFORM.
         IF FP-DELIMITER = SPACE
           THEN
             MOVE "," TO DELIMITER-CHARACTER;
           ELSE
             MOVE FP-DELIMITER TO DELIMITER-CHARACTER;
         END-IF.
       CHECK-PROFILE-EXIT.
         EXIT.

      ******************************************************************
      * 加入者1件分のファイルを、制御レコード・見出し行・明細行・
      * トレーラーの順に書き出し、保存複写を残してフィード台帳へ
      * 記録します。
      ******************************************************************
       WRITE-SUBSCRIBER-FEED SECTION.
         MOVE SPACES TO SUBSCRIBER-FEED-FILENAME.
         STRING "../data/Feed-" FP-SUBSCRIBER-ID DELIMITED BY SPACE
             ".csv" DELIMITED BY SIZE INTO SUBSCRIBER-FEED-FILENAME.
         OPEN OUTPUT SUBSCRIBER-FEED-FILE.
         IF SUBSCRIBER-FEED-STATUS NOT = "00"
           THEN
             DISPLAY "EXPORT-SUBSCRIBER-FEEDS: UNABLE TO OPEN "
                 SUBSCRIBER-FEED-FILENAME " STATUS="
                 SUBSCRIBER-FEED-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT PROGRAM;
         END-IF.
         MOVE 0 TO FEED-ROW-COUNT.
         MOVE 0 TO FEED-HASH-TOTAL.
         MOVE EXTRACT-DATE TO FH-EXTRACT-DATE.
         MOVE FEED-SEQUENCE TO FH-SEQUENCE.
         MOVE FEED-CYCLE-FLAG TO FH-CYCLE-FLAG.
         MOVE RELEASE-NUMBER TO FH-RELEASE-NUMBER.
         WRITE SUBSCRIBER-FEED-RECORD FROM FEED-HEADER-LAYOUT.
         PERFORM WRITE-COLUMN-HEADINGS.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           IF FP-NO-FILTER
               OR (FP-FILTER-BY-REGION
                   AND REGION-CODE(I) = FP-FILTER-CODE)
               OR (FP-FILTER-BY-COUNTRY
                   AND REGION-COUNTRY-CODE(I) = FP-FILTER-CODE)
             THEN
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > PREFECTURES-COUNT(I)
                 PERFORM WRITE-PREFECTURE-LINE
               END-PERFORM
           END-IF
         END-PERFORM.
         MOVE FEED-ROW-COUNT TO FT-RECORD-COUNT.
         MOVE FEED-HASH-TOTAL TO FT-HASH-TOTAL.
         WRITE SUBSCRIBER-FEED-RECORD FROM FEED-TRAILER-LAYOUT.
         CLOSE SUBSCRIBER-FEED-FILE.
         ADD 1 TO FEEDS-WRITTEN-COUNT.
         MOVE FEED-SEQUENCE TO FEED-SEQUENCE-X.
         MOVE SPACES TO RETAINED-COPY-NAME.
         STRING "../data/Feed-" FP-SUBSCRIBER-ID DELIMITED BY SPACE
             "-" FEED-SEQUENCE-X ".csv" DELIMITED BY SIZE
             INTO RETAINED-COPY-NAME.
         CALL "COPY-TEXT-FILE" USING SUBSCRIBER-FEED-FILENAME,
             RETAINED-COPY-NAME, RETAINED-COPY-COUNT.
         IF RETURN-CODE NOT = 0
           THEN
             DISPLAY "EXPORT-SUBSCRIBER-FEEDS: UNABLE TO RETAIN "
                 "FEED COPY " RETAINED-COPY-NAME;
             MOVE 0 TO RETURN-CODE;
         END-IF.
         MOVE SPACES TO DELIVERY-FEED-NAME.
         STRING "Feed-" FP-SUBSCRIBER-ID DELIMITED BY SPACE
             ".csv" DELIMITED BY SIZE INTO DELIVERY-FEED-NAME.
         CALL "REGISTER-FEED-DELIVERY"
             USING DELIVERY-FEED-KIND, FEED-SEQUENCE, EXTRACT-DATE,
                 DELIVERY-FEED-NAME, FEED-ROW-COUNT.
       WRITE-SUBSCRIBER-FEED-EXIT.
         EXIT.

      ******************************************************************
      * 取り決めの列名を、区切り文字でつないだ見出し行として書き出し
      * ます。
      ******************************************************************
       WRITE-COLUMN-HEADINGS SECTION.
         MOVE SPACES TO OUTPUT-LINE.
         MOVE 1 TO LINE-POINTER.
         PERFORM VARYING COLUMN-POSITION FROM 1 BY 1
             UNTIL COLUMN-POSITION > FP-COLUMN-COUNT
           IF COLUMN-POSITION > 1
             THEN
               STRING DELIMITER-CHARACTER DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER LINE-POINTER;
           END-IF
           STRING FP-COLUMN-NAME(COLUMN-POSITION) DELIMITED BY SPACE
               INTO OUTPUT-LINE WITH POINTER LINE-POINTER
         END-PERFORM.
         WRITE SUBSCRIBER-FEED-RECORD FROM OUTPUT-LINE.
       WRITE-COLUMN-HEADINGS-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県1件分を、取り決めの列の並びで1行として書き出します。
      * 各列は、ほかの輸出と同じく固定の桁数で出力します。
      ******************************************************************
       WRITE-PREFECTURE-LINE SECTION.
         MOVE PREFECTURE-CODE(I, J) TO LOOKUP-PREFECTURE-CODE.
         PERFORM LOOKUP-XREF-CODES.
         PERFORM LOOKUP-TERRITORY.
         PERFORM LOOKUP-COORDINATES.
         MOVE SPACES TO OUTPUT-LINE.
         MOVE 1 TO LINE-POINTER.
         PERFORM VARYING COLUMN-POSITION FROM 1 BY 1
             UNTIL COLUMN-POSITION > FP-COLUMN-COUNT
           IF COLUMN-POSITION > 1
             THEN
               STRING DELIMITER-CHARACTER DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER LINE-POINTER;
           END-IF
           SET CX TO SELECTED-COLUMN(COLUMN-POSITION)
           PERFORM EDIT-COLUMN-VALUE
           STRING COLUMN-VALUE(1:COLUMN-WIDTH) DELIMITED BY SIZE
               INTO OUTPUT-LINE WITH POINTER LINE-POINTER
         END-PERFORM.
         WRITE SUBSCRIBER-FEED-RECORD FROM OUTPUT-LINE.
         IF SUBSCRIBER-FEED-STATUS NOT = "00"
           THEN
             DISPLAY "EXPORT-SUBSCRIBER-FEEDS: WRITE FAILED FOR "
                 "PREFECTURE-CODE=" PREFECTURE-CODE(I, J)
                 " STATUS=" SUBSCRIBER-FEED-STATUS;
             MOVE 8 TO RETURN-CODE;
           ELSE
             ADD 1 TO FEED-ROW-COUNT;
             ADD POPULATION OF PREFECTURE(I, J) TO FEED-HASH-TOTAL;
         END-IF.
       WRITE-PREFECTURE-LINE-EXIT.
         EXIT.

      ******************************************************************
      * 列一覧のCX番目の列の値を、COLUMN-VALUEとCOLUMN-WIDTHへ
      * 用意します。
      ******************************************************************
       EDIT-COLUMN-VALUE SECTION.
         MOVE SPACES TO COLUMN-VALUE.
         MOVE CC-COLUMN-WIDTH(CX) TO COLUMN-WIDTH.
         EVALUATE CC-COLUMN-NAME(CX)
           WHEN "REGION-CODE"
             MOVE REGION-CODE(I) TO COLUMN-VALUE
           WHEN "REGION-NAME-EN"
             MOVE REGION-ENGLISH-NAME(I) TO COLUMN-VALUE
           WHEN "REGION-NAME-JA"
             MOVE REGION-NAME(I) TO SHORT-NAME
             MOVE SHORT-NAME-HOLD TO COLUMN-VALUE
           WHEN "COUNTRY-CODE"
             MOVE REGION-COUNTRY-CODE(I) TO COLUMN-VALUE
           WHEN "PREFECTURE-CODE"
             MOVE PREFECTURE-CODE(I, J) TO COLUMN-VALUE
           WHEN "ENGLISH-NAME"
             MOVE ENGLISH-NAME OF PREFECTURE(I, J) TO COLUMN-VALUE
           WHEN "JAPANESE-NAME"
             MOVE PREFECTURE-NAME(I, J) TO SHORT-NAME
             MOVE SHORT-NAME-HOLD TO COLUMN-VALUE
           WHEN "CAPITAL-NAME"
             MOVE CAPITAL-NAME(I, J) TO SHORT-NAME
             MOVE SHORT-NAME-HOLD TO COLUMN-VALUE
           WHEN "KANA-NAME"
             MOVE KANA-NAME(I, J) TO LONG-NAME
             MOVE LONG-NAME-HOLD TO COLUMN-VALUE
           WHEN "POPULATION"
             MOVE POPULATION OF PREFECTURE(I, J) TO COLUMN-VALUE(1:8)
           WHEN "AREA-SQKM"
             MOVE AREA-SQKM OF PREFECTURE(I, J) TO AREA-HOLD
             MOVE AREA-HOLD-X TO COLUMN-VALUE
           WHEN "EFFECTIVE-DATE"
             MOVE EFFECTIVE-DATE OF PREFECTURE(I, J)
                 TO COLUMN-VALUE(1:8)
           WHEN "END-DATE"
             MOVE END-DATE OF PREFECTURE(I, J) TO COLUMN-VALUE(1:8)
           WHEN "ISO-CODE"
             MOVE LOOKUP-ISO-CODE TO COLUMN-VALUE
           WHEN "JIS-CODE"
             MOVE LOOKUP-JIS-CODE TO COLUMN-VALUE
           WHEN "TERRITORY-CODE"
             MOVE LOOKUP-TERRITORY-CODE TO COLUMN-VALUE
           WHEN "LATITUDE"
             MOVE LOOKUP-LATITUDE TO EDITED-LATITUDE
             MOVE EDITED-LATITUDE TO COLUMN-VALUE
           WHEN "LONGITUDE"
             MOVE LOOKUP-LONGITUDE TO EDITED-LONGITUDE
             MOVE EDITED-LONGITUDE TO COLUMN-VALUE
         END-EVALUATE.
       EDIT-COLUMN-VALUE-EXIT.
         EXIT.

      ******************************************************************
      * コード対応マスタの内容をメモリの表に読み込みます。ファイルが
      * 無い場合は空の表のまま（補う列は空白）で続行します。
      ******************************************************************
       LOAD-XREF-TABLE SECTION.
         MOVE 0 TO XREF-TABLE-COUNT.
         OPEN INPUT XREF-FILE.
         IF XREF-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT XREF-STATUS-OK
               READ XREF-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF XREF-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO XREF-TABLE-COUNT;
                       SET XI TO XREF-TABLE-COUNT;
                       MOVE XR-PREFECTURE-CODE
                           TO TX-PREFECTURE-CODE(XI);
                       MOVE XR-ISO-CODE TO TX-ISO-CODE(XI);
                       MOVE XR-JIS-CODE TO TX-JIS-CODE(XI);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE XREF-FILE;
         END-IF.
       LOAD-XREF-TABLE-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県コードに対応するISO・JISコードを検索します。対応が
      * 無いコードには空白を返します。
      ******************************************************************
       LOOKUP-XREF-CODES SECTION.
         MOVE SPACES TO LOOKUP-ISO-CODE.
         MOVE SPACES TO LOOKUP-JIS-CODE.
         SET XI TO 1.
         SEARCH XREF-ENTRY
           AT END
             CONTINUE;
           WHEN XI > XREF-TABLE-COUNT
             CONTINUE;
           WHEN TX-PREFECTURE-CODE(XI) = LOOKUP-PREFECTURE-CODE
             MOVE TX-ISO-CODE(XI) TO LOOKUP-ISO-CODE;
             MOVE TX-JIS-CODE(XI) TO LOOKUP-JIS-CODE;
         END-SEARCH.
       LOOKUP-XREF-CODES-EXIT.
         EXIT.

      ******************************************************************
      * 営業地域の割り当てをメモリの表に読み込みます。ファイルが無い
      * 場合は空の表のまま（補う列は空白）で続行します。
      ******************************************************************
       LOAD-TERRITORY-MAP SECTION.
         MOVE 0 TO TERRITORY-MAP-COUNT.
         OPEN INPUT TERRITORY-MAP-FILE.
         IF TERRITORY-MAP-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT TERRITORY-MAP-STATUS-OK
               READ TERRITORY-MAP-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF TERRITORY-MAP-COUNT < 50
                     THEN
                       ADD 1 TO TERRITORY-MAP-COUNT;
                       SET TI TO TERRITORY-MAP-COUNT;
                       MOVE TM-PREFECTURE-CODE
                           TO TT-PREFECTURE-CODE(TI);
                       MOVE TM-TERRITORY-CODE
                           TO TT-TERRITORY-CODE(TI);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE TERRITORY-MAP-FILE;
         END-IF.
       LOAD-TERRITORY-MAP-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県コードに対応する営業地域コードを検索します。割り当て
      * が無いコードには空白を返します。
      ******************************************************************
       LOOKUP-TERRITORY SECTION.
         MOVE SPACES TO LOOKUP-TERRITORY-CODE.
         SET TI TO 1.
         SEARCH TERRITORY-MAP-ENTRY
           AT END
             CONTINUE;
           WHEN TI > TERRITORY-MAP-COUNT
             CONTINUE;
           WHEN TT-PREFECTURE-CODE(TI) = LOOKUP-PREFECTURE-CODE
             MOVE TT-TERRITORY-CODE(TI) TO LOOKUP-TERRITORY-CODE;
         END-SEARCH.
       LOOKUP-TERRITORY-EXIT.
         EXIT.

      ******************************************************************
      * 県庁所在地の座標をメモリの表に読み込みます。ファイルが無い
      * 場合は空の表のまま（座標の列はゼロ）で続行します。
      ******************************************************************
       LOAD-COORDINATES SECTION.
         MOVE 0 TO COORDINATE-TABLE-COUNT.
         OPEN INPUT COORDINATES-FILE.
         IF COORDINATES-STATUS = "35"
           THEN
             CONTINUE;
           ELSE
             PERFORM UNTIL NOT COORDINATES-STATUS-OK
               READ COORDINATES-FILE
                 AT END
                   CONTINUE;
                 NOT AT END
                   IF COORDINATE-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO COORDINATE-TABLE-COUNT;
                       SET OI TO COORDINATE-TABLE-COUNT;
                       MOVE CO-PREFECTURE-CODE
                           TO TC-PREFECTURE-CODE(OI);
                       MOVE CO-LATITUDE TO TC-LATITUDE(OI);
                       MOVE CO-LONGITUDE TO TC-LONGITUDE(OI);
                   END-IF
               END-READ
             END-PERFORM;
             CLOSE COORDINATES-FILE;
         END-IF.
       LOAD-COORDINATES-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県コードに対応する県庁所在地の座標を検索します。座標
      * の無いコードにはゼロを返します。
      ******************************************************************
       LOOKUP-COORDINATES SECTION.
         MOVE 0 TO LOOKUP-LATITUDE.
         MOVE 0 TO LOOKUP-LONGITUDE.
         SET OI TO 1.
         SEARCH COORDINATE-ENTRY
           AT END
             CONTINUE;
           WHEN OI > COORDINATE-TABLE-COUNT
             CONTINUE;
           WHEN TC-PREFECTURE-CODE(OI) = LOOKUP-PREFECTURE-CODE
             MOVE TC-LATITUDE(OI) TO LOOKUP-LATITUDE;
             MOVE TC-LONGITUDE(OI) TO LOOKUP-LONGITUDE;
         END-SEARCH.
       LOOKUP-COORDINATES-EXIT.
         EXIT.

       END PROGRAM EXPORT-SUBSCRIBER-FEEDS.
