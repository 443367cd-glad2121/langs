           05  PND-FILE-ID                 PIC X(11).
             88  PND-FILE-IS-REGIONS       VALUE "REGIONS".
             88  PND-FILE-IS-PREFECTURES   VALUE "PREFECTURES".
             88  PND-FILE-IS-MUNICIPAL     VALUE "MUNICIPAL".
      * 人口の内訳(DEMOGRAPHIC)は都道府県1件分の6行をまとめて持ち、
      * PND-KEYは都道府県コード、イメージはDemographicPendingImage
      * の並びです。
             88  PND-FILE-IS-DEMOGRAPHIC   VALUE "DEMOGRAPHIC".
      * 国マスタ(COUNTRIES)のPND-KEYは2文字の国コードで、イメージは
      * 国マスタのレコードと同じ並びです。
             88  PND-FILE-IS-COUNTRIES     VALUE "COUNTRIES".
      * オペレーターマスタ(OPERATORS)のオペレーターIDは8桁なので、
      * PND-KEYは空白のまま、IDはイメージの先頭で持ちます。イメージ
      * はオペレーターマスタのレコードと同じ並びで、操作は
      * A=追加 L=権限レベル F=ファイル別の権限 D=使用停止
      * E=使用再開 P=合言葉の初期化 S=地方の担当範囲 です。
             88  PND-FILE-IS-OPERATORS     VALUE "OPERATORS".
           05  PND-OPERATION               PIC X(01).
             88  PND-IS-ADD                VALUE "A".
             88  PND-IS-CHANGE             VALUE "C".
             88  PND-IS-DELETE             VALUE "D".
      * 政令指定都市の区の設置（MUNICIPALのみ）。区1件につき1行で、
      * 同じ申請の区は同じ申請日時と親の市を持ちます。
             88  PND-IS-WARD-CREATION      VALUE "W".
      * 市区町村(MUNICIPAL)のキーは5桁なので、PND-KEYには都道府県
      * コードを入れ、5桁のキーはレコードイメージの先頭で持ちます。
      * 区の設置では、イメージの41桁目から8桁に施行日を持ちます。
           05  PND-KEY                     PIC X(02).
           05  PND-RECORD-IMAGE            PIC X(80).
           05  PND-USER-ID                 PIC X(08).
