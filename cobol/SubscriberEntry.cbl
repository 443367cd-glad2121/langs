      *   MUNICIPAL= MunicipalitiesExport.csv
      *   DELTA   = 差分フィード（*Delta.csv）
      *   JSON    = ウェブポータル向けのJSON輸出
      *   GEOJSON = GIS向けの県庁所在地のGeoJSON輸出
           05  SB-TAKES-ASCII              PIC X(1).
           05  SB-TAKES-JAPANESE           PIC X(1).
           05  SB-TAKES-CSV                PIC X(1).
           05  SB-TAKES-MUNICIPAL          PIC X(1).
           05  SB-TAKES-DELTA              PIC X(1).
           05  SB-TAKES-JSON               PIC X(1).
           05  SB-TAKES-GEOJSON            PIC X(1).
