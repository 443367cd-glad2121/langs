      * 都市雇用圏の1行。都市雇用圏は中心市町村と周辺の市町村から
      * なり、都道府県の境界をまたぐことがあります。構成する市町村
      * はMetroMembers.txt（MetroMemberEntry）に持ちます。
           05  MA-METRO-CODE               PIC X(3).
           05  MA-NAME                     PIC N(8).
           05  MA-ENGLISH-NAME             PIC X(20).
      * 中心市町村。構成する市町村の1つとしても登録します。
           05  MA-CORE-PREFECTURE-CODE     PIC X(2).
           05  MA-CORE-MUNICIPALITY-CODE   PIC X(3).
