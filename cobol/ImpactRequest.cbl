      * 影響分析(IMPACT-ANALYSIS)の呼び出しの受け渡し項目。対象の
      * マスタ(FILE-ID)とキー（国・地方・都道府県は2桁、市区町村は
      * 都道府県コードを含む5桁）を渡すと、そのレコードに依存する
      * 他のマスタのレコードを数えて返します。
           05  IR-FILE-ID                  PIC X(11).
           05  IR-OPERATION                PIC X(01).
           05  IR-KEY                      PIC X(05).
      * D=画面へ影響パネルを表示 P=影響報告ファイルへ印字
           05  IR-MODE                     PIC X(01).
             88  IR-MODE-DISPLAY           VALUE "D".
             88  IR-MODE-PRINT             VALUE "P".
      * 印字のときに報告へ添える、判断の監査ログの日時・承認者・
      * 参照と判断（A=承認 R=却下）。
           05  IR-AUDIT-TIMESTAMP          PIC 9(14).
           05  IR-USER-ID                  PIC X(08).
           05  IR-REFERENCE                PIC X(12).
           05  IR-DECISION                 PIC X(01).
      * 見つかった依存レコードの件数（戻り値）。
           05  IR-DEPENDENT-COUNT          PIC 9(05).
