      * 抽出条件のカード(ExtractCriteria.txt)の1行です。条件の組
      * は名前で呼び出し、組ごとに見出しカード(H)1枚と条件カード
      * (C)を持ちます。見出しカードは抽出の単位と出力の形を、条件
      * カードは項目・比較・値と前の条件とのつなぎ(AND/OR)を持ち
      * ます。
           05  EC-SET-NAME                 PIC X(15).
           05  EC-CARD-TYPE                PIC X(01).
             88  EC-IS-HEADER              VALUE "H".
             88  EC-IS-CONDITION           VALUE "C".
           05  EC-CARD-BODY                PIC X(60).
      * 見出しカード … 単位（P=都道府県 M=市区町村）・出力（C=CSV
      * L=印字の一覧）・説明。
           05  EC-HEADER-CARD REDEFINES EC-CARD-BODY.
             10  EC-LEVEL                  PIC X(01).
               88  EC-LEVEL-PREFECTURE     VALUE "P".
               88  EC-LEVEL-MUNICIPALITY   VALUE "M".
             10  EC-OUTPUT                 PIC X(01).
               88  EC-OUTPUT-CSV           VALUE "C".
               88  EC-OUTPUT-LISTING       VALUE "L".
             10  EC-DESCRIPTION            PIC X(40).
             10  FILLER                    PIC X(18).
      * 条件カード … つなぎ（最初のカードは空白）・項目名・比較
      * （EQ NE LT LE GT GE）・値。
           05  EC-CONDITION-CARD REDEFINES EC-CARD-BODY.
             10  EC-CONNECTOR              PIC X(03).
               88  EC-CONNECT-AND          VALUE "AND".
               88  EC-CONNECT-OR           VALUE "OR ".
             10  EC-FIELD                  PIC X(12).
             10  EC-COMPARISON             PIC X(02).
             10  EC-VALUE                  PIC X(20).
             10  FILLER                    PIC X(23).
