           05  PLIB-PATTERN-NAME           PIC X(12).
           05  PLIB-PATTERN-FILE           PIC X(60).
      * パターン固有の誕生・生存の規則（RLEから取り込んだパターン
      * の"rule ="行）。空白はコンウェイのB3/S23、生存しない規則
      * は生存に"NONE"と書きます（LIFE-GAMEの環境変数と同じ約束）。
           05  PLIB-BIRTH-RULE             PIC X(9).
           05  PLIB-SURVIVAL-RULE          PIC X(9).
      * 登録の由来の覚え書き（乱数スープの探索で見つけたパターン
      * の種など）。
           05  PLIB-NOTE                   PIC X(40).
