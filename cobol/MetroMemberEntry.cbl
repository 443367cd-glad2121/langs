      * 都市雇用圏を構成する市町村の1行。1つの市町村が属する
      * 都市雇用圏は1つまでです。合併で市町村が吸収されたときは、
      * PROCESS-MERGERSが存続市町村へ付け替えます。
           05  MM-METRO-CODE               PIC X(3).
           05  MM-PREFECTURE-CODE          PIC X(2).
           05  MM-MUNICIPALITY-CODE        PIC X(3).
