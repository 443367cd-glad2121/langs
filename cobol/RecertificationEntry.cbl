      * アクセス権の定期の再認定（四半期ごと）の判断の記録。1行が
      * オペレーター1人分の判断で、再認定の証跡として保存します。
      * 全員の判断が揃ったら、オペレーターIDが空白の締めの行(C)を
      * 加えます。
           05  RC-QUARTER                  PIC X(06).
           05  RC-OPERATOR-ID              PIC X(08).
      * K=継続 R=取り消し（使用停止を承認待ちへ申請） C=締め
           05  RC-DECISION                 PIC X(01).
             88  RC-IS-KEEP                VALUE "K".
             88  RC-IS-REVOKE              VALUE "R".
             88  RC-IS-CAMPAIGN-CLOSE      VALUE "C".
           05  RC-REVIEWER-ID              PIC X(08).
           05  RC-TIMESTAMP                PIC 9(14).
      * 審査の時点の印。Y=休眠（期間中のサインオンが無い）・
      * 職務の分離の抵触（同じマスタの申請と承認の両方を行った）。
           05  RC-DORMANT-FLAG             PIC X(01).
             88  RC-WAS-DORMANT            VALUE "Y".
           05  RC-CONFLICT-FLAG            PIC X(01).
             88  RC-HAD-CONFLICT           VALUE "Y".
