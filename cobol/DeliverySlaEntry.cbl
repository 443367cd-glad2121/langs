      * 加入者ごとの納期の取り決め(DeliverySla.txt)の1行です。加入者
      * とフィードの種類ごとに、受け渡しの期限の時刻を持ちます。
      * CHECK-DELIVERY-SLAが期限を過ぎた取り決めを判定し、DELIVERY-
      * SLA-REPORTが月ごとの期限内の率を印字します。
           05  SLA-SUBSCRIBER-ID           PIC X(08).
      * フィードの種類（A=ASCII J=日本語 C=まとめCSV M=市区町村
      * D=差分 X=JSON P=加入者ごとの輸出 G=GeoJSON）。
           05  SLA-FEED-KIND               PIC X(01).
      * 期限の時刻（時分）。
           05  SLA-DEADLINE-TIME           PIC 9(04).
           05  SLA-DEADLINE-PARTS REDEFINES SLA-DEADLINE-TIME.
             07  SLA-DEADLINE-HOURS        PIC 9(02).
             07  SLA-DEADLINE-MINUTES      PIC 9(02).
      * 期限の日。0=抽出日の当日、1=抽出日の翌日（Bは翌業務日）。
           05  SLA-DAY-OFFSET              PIC 9(01).
      * B=業務日のみ A=毎日
           05  SLA-BUSINESS-RULE           PIC X(01).
             88  SLA-BUSINESS-DAYS-ONLY    VALUE "B".
             88  SLA-EVERY-DAY             VALUE "A".
