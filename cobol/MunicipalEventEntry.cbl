      * 市区町村の種別・構成の出来事の記録（市区町村1件・出来事1件
      * につき1行）。合併は合併系譜ファイルが受け持ち、こちらは
      * コードが変わらない出来事を残します。
           05  EV-PREFECTURE-CODE          PIC X(2).
           05  EV-MUNICIPALITY-CODE        PIC X(3).
      * 出来事の種類（P=市制施行 W=政令指定都市の区の設置）。
           05  EV-EVENT-TYPE               PIC X(1).
             88  EV-IS-PROMOTION           VALUE "P".
             88  EV-IS-WARD-CREATION       VALUE "W".
           05  EV-EFFECTIVE-DATE           PIC 9(8).
      * 出来事の前後の名称と種別。
           05  EV-OLD-NAME                 PIC N(8).
           05  EV-OLD-TYPE                 PIC X(1).
           05  EV-NEW-NAME                 PIC N(8).
           05  EV-NEW-TYPE                 PIC X(1).
      * 関係する市区町村コード（区の設置では親の市）。
           05  EV-RELATED-CODE             PIC X(3).
           05  EV-USER-ID                  PIC X(8).
