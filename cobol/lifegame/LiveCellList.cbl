      * 生きているセルの一覧（疎な盤面の表し方）。行・列の昇順に
      * 並べ、行・列は4桁なので盤面は9999行9999列まで扱えます。
      * LIVE-COLONYは0以外の値（1=第1コロニー、2=第2コロニー）。
           03  LIVE-CELL-COUNT         PIC 9(4).
           03  LIVE-CELL               OCCURS 9999.
               05  LIVE-POSITION.
                   07  LIVE-ROW        PIC 9(4).
                   07  LIVE-COL        PIC 9(4).
               05  LIVE-COLONY         PIC 9.
