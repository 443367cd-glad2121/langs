      * 営業地域の1行。営業地域は地方（REGION-CODE）とは別の、営業
      * 部門の都道府県のまとめ方です。都道府県の割り当ては
      * PrefectureTerritories.txt（PrefectureTerritoryEntry）に
      * 持ちます。
           05  ST-TERRITORY-CODE           PIC X(2).
           05  ST-NAME                     PIC N(8).
           05  ST-ENGLISH-NAME             PIC X(20).
