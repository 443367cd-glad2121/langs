      * 変更凍結の期間の一覧(FreezeCalendar.txt)の1行です。期間の
      * 中は、マスタの保守・一括反映・承認による変更を受け付けません。
      * 期間の開始日と終了日（どちらもその日を含みます）。
           05  FRZ-START-DATE              PIC 9(08).
           05  FRZ-END-DATE                PIC 9(08).
      * F=年度末の締め M=月末の締め C=国勢調査の公表 O=その他
           05  FRZ-TYPE                    PIC X(01).
             88  FRZ-IS-FISCAL-YEAR-END    VALUE "F".
             88  FRZ-IS-MONTH-END          VALUE "M".
             88  FRZ-IS-CENSUS             VALUE "C".
             88  FRZ-IS-OTHER              VALUE "O".
      * 凍結の対象のマスタ（監査ログのFILE-IDと同じ名前）。空白なら
      * すべてのマスタが対象です。
           05  FRZ-FILE-ID                 PIC X(11).
           05  FRZ-DESCRIPTION             PIC X(30).
