      * 省への統計の提出の記録(MinistrySubmissions.txt)の1行です。
      * SUBMIT-MINISTRY-STATISTICSが、提出ファイルを書き出すたびに
      * 1行追記します。省からの「いつ何を送ったか」の問い合わせに
      * は、この記録と連番付きの保存複写で答えます。
           05  MS-SUBMISSION-SEQUENCE      PIC 9(06).
      * 対象の年月（YYYYMM）。
           05  MS-REFERENCE-PERIOD         PIC 9(06).
      * 再提出の印（0=初回 1=同じ年月の再提出）と、再提出のとき
      * 置き換える前回の提出の連番（初回はゼロ）。
           05  MS-RESUBMISSION-FLAG        PIC X(01).
             88  MS-IS-ORIGINAL            VALUE "0".
             88  MS-IS-RESUBMISSION        VALUE "1".
           05  MS-PREVIOUS-SEQUENCE        PIC 9(06).
           05  MS-SUBMITTED-TIMESTAMP      PIC 9(14).
           05  MS-USER-ID                  PIC X(08).
      * 保存複写のファイル名（../data/の下）。
           05  MS-FILE-NAME                PIC X(40).
      * 合計レコードの値と、ファイル全体の行数・バイト数・
      * ダイジェスト（MEASURE-FEED-FILE）。
           05  MS-PREFECTURE-COUNT         PIC 9(03).
           05  MS-MUNICIPALITY-COUNT       PIC 9(05).
           05  MS-TOTAL-POPULATION         PIC 9(11).
           05  MS-RECORD-COUNT             PIC 9(06).
           05  MS-BYTE-COUNT               PIC 9(10).
           05  MS-DIGEST                   PIC 9(13).
