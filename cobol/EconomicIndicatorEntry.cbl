      * 都道府県の経済指標マスタ(EconomicIndicators.txt)の1行。
      * 都道府県コードと年度をキーに、内閣府の県民経済計算などの
      * 年度の数字を持ちます。都道府県コード・年度の昇順に並べ、
      * 末尾に制御トレーラー（ハッシュ合計は県内総生産の合計）を
      * 置きます。
           05  EI-PREFECTURE-CODE          PIC X(2).
           05  EI-FISCAL-YEAR              PIC 9(4).
      * 県内総生産（名目、百万円）。
           05  EI-GDP-MILLION-YEN          PIC 9(10).
      * 1人当たり県民所得（千円）。
           05  EI-INCOME-PER-CAPITA        PIC 9(6).
      * 事業所数。
           05  EI-ESTABLISHMENTS           PIC 9(7).
