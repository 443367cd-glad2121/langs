      * 都道府県の営業地域への割り当ての1行。1都道府県につき1行
      * で、営業地域コードはSalesTerritories.txtに実在するものに
      * 限ります。
           05  TM-PREFECTURE-CODE          PIC X(2).
           05  TM-TERRITORY-CODE           PIC X(2).
