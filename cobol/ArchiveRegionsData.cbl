      * 地方・都道府県の生ファイルを、実行日付を付けた履歴ファイルへ
      * 複写し、読み込んだ件数を履歴ログへ記録します。過去のある
      * 実行時点でのデータを後から確認できるようにするためのもの
      * です。市区町村ファイルも同じ日付の履歴ファイルへ複写し、
      * 市区町村単位で世代を比べられるようにします。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-REGIONS-DATA.
         05  PAG-DATE                    PIC 9(8).
         05  FILLER                      PIC X(4) VALUE ".txt".
       01  PREFECTURES-ARCHIVE-FILENAME  PIC X(80).
      * 日付付きの市区町村履歴ファイル名を組み立てるための作業領域。
       01  MUNICIPALITIES-ARCHIVE-NAME-GROUP.
         05  FILLER                      PIC X(23) VALUE
             "../data/Municipalities-".
         05  MAG-DATE                    PIC 9(8).
         05  FILLER                      PIC X(4) VALUE ".txt".
       01  MUNICIPALITIES-ARCHIVE-FILENAME
                                         PIC X(80).

       LINKAGE SECTION.
       01  REGIONS.
         MOVE ARCHIVE-DATE TO PAG-DATE.
         MOVE PREFECTURES-ARCHIVE-NAME-GROUP
             TO PREFECTURES-ARCHIVE-FILENAME.
         MOVE ARCHIVE-DATE TO MAG-DATE.
         MOVE MUNICIPALITIES-ARCHIVE-NAME-GROUP
             TO MUNICIPALITIES-ARCHIVE-FILENAME.
         MOVE "../data/Regions.txt" TO SOURCE-FILENAME.
         MOVE REGIONS-ARCHIVE-FILENAME TO ARCHIVE-FILENAME.
         PERFORM COPY-ONE-FILE.
                 PERFORM VERIFY-ONE-FILE;
             END-IF;
         END-IF.
         IF RETURN-CODE = 0
           THEN
             MOVE "../data/Municipalities.txt" TO SOURCE-FILENAME;
             MOVE MUNICIPALITIES-ARCHIVE-FILENAME TO ARCHIVE-FILENAME;
             PERFORM COPY-ONE-FILE;
             IF RETURN-CODE = 0
               THEN
                 PERFORM VERIFY-ONE-FILE;
             END-IF;
         END-IF.
         MOVE 0 TO TOTAL-PREFECTURES-COUNT.
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGIONS-COUNT
           ADD PREFECTURES-COUNT(I) TO TOTAL-PREFECTURES-COUNT;
             MOVE REGIONS-COUNT TO AL-REGIONS-COUNT;
             MOVE PREFECTURES-ARCHIVE-FILENAME TO AL-PREFECTURES-FILE;
             MOVE TOTAL-PREFECTURES-COUNT TO AL-PREFECTURES-COUNT;
             MOVE MUNICIPALITIES-ARCHIVE-FILENAME
                 TO AL-MUNICIPALITIES-FILE;
             MOVE "VERIFIED" TO AL-VERIFY-STATUS;
             WRITE ARCHIVE-LOG-RECORD;
             CLOSE ARCHIVE-LOG-FILE;
