      * 加入者ごとのフィードの取り決め(FeedProfiles.txt)の1行です。
      * EXPORT-SUBSCRIBER-FEEDSは、この取り決めにしたがって加入者
      * ごとの輸出ファイル(Feed-加入者ID.csv)を書き出します。
           05  FP-SUBSCRIBER-ID            PIC X(08).
      * 絞り込み（R=地方コード、C=国コード、空白=すべて）とその
      * コード。
           05  FP-FILTER-TYPE              PIC X(01).
             88  FP-FILTER-BY-REGION       VALUE "R".
             88  FP-FILTER-BY-COUNTRY      VALUE "C".
             88  FP-NO-FILTER              VALUE " ".
           05  FP-FILTER-CODE              PIC X(02).
      * 列の区切り文字（"," ";" "|"など）。空白はカンマです。
           05  FP-DELIMITER                PIC X(01).
      * 出力する列の名前を、出力する順に並べます。
           05  FP-COLUMN-COUNT             PIC 9(02).
           05  FP-COLUMN-NAME              PIC X(16) OCCURS 18.
