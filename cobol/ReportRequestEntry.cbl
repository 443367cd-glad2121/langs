      * 帳票の依頼の待ち行列(ReportRequests.txt)の1行です。
      * SUBMIT-REPORT-REQUESTが入力時に点検して受付(P)で追記し、
      * 夜間のPROCESS-REPORT-REQUESTSが実行して完了(D)か失敗(F)と
      * その理由を書き込みます。
           05  RQ-REQUEST-NUMBER           PIC 9(06).
           05  RQ-REPORT-NAME              PIC X(20).
      * 帳票ごとの実行条件。帳票名によって読み替えます。
           05  RQ-PARAMETERS               PIC X(20).
      * RANKING-REPORT … 並べ替えキー（P=人口 A=面積 C=コード）・
      * 順序（A=昇順 D=降順）・上位/下位の件数。
           05  RQ-RANKING-PARAMETERS REDEFINES RQ-PARAMETERS.
             10  RQ-RANKING-KEY            PIC X(01).
             10  RQ-RANKING-ORDER          PIC X(01).
             10  RQ-RANKING-TOP-N          PIC X(02).
             10  FILLER                    PIC X(16).
      * AS-OF-REPORT … 基準日（YYYYMMDD）。
           05  RQ-AS-OF-PARAMETERS REDEFINES RQ-PARAMETERS.
             10  RQ-AS-OF-DATE             PIC X(08).
             10  FILLER                    PIC X(12).
      * DISTANCE-REPORT … しきい値（キロ、4桁）。
           05  RQ-DISTANCE-PARAMETERS REDEFINES RQ-PARAMETERS.
             10  RQ-DISTANCE-KM            PIC X(04).
             10  FILLER                    PIC X(16).
           05  RQ-REQUESTER                PIC X(08).
           05  RQ-SUBMITTED-TIMESTAMP      PIC 9(14).
      * 状態（P=受付 D=完了 F=失敗）。
           05  RQ-STATUS                   PIC X(01).
             88  RQ-IS-PENDING             VALUE "P".
             88  RQ-IS-DONE                VALUE "D".
             88  RQ-IS-FAILED              VALUE "F".
           05  RQ-PROCESSED-TIMESTAMP      PIC 9(14).
      * 捕捉した帳票の出力のファイル名（../data/の下）と、失敗の
      * 理由。
           05  RQ-OUTPUT-FILE              PIC X(40).
           05  RQ-REASON                   PIC X(40).
