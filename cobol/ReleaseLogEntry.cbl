      * マスタのリリース台帳(ReleaseLog.txt)の1行です。リリース番号
      * と日付、リリースの区切りの日時（監査ログのこの日時までの
      * 変更がこのリリースに入ります）、リリース時点の地方・都道
      * 府県・市区町村の各マスタのトレーラーの件数とハッシュ合計、
      * リリースノートに載せた種類ごとの件数を持ちます。
           05  RL-RELEASE-NUMBER           PIC 9(04).
           05  RL-RELEASE-DATE             PIC 9(08).
           05  RL-RELEASE-TIMESTAMP        PIC 9(14).
           05  RL-USER-ID                  PIC X(08).
           05  RL-REGIONS-COUNT            PIC 9(06).
           05  RL-REGIONS-HASH             PIC 9(13).
           05  RL-PREFECTURES-COUNT        PIC 9(06).
           05  RL-PREFECTURES-HASH         PIC 9(13).
           05  RL-MUNICIPALITIES-COUNT     PIC 9(06).
           05  RL-MUNICIPALITIES-HASH      PIC 9(13).
           05  RL-ADDED-COUNT              PIC 9(04).
           05  RL-CHANGED-COUNT            PIC 9(04).
           05  RL-RETIRED-COUNT            PIC 9(04).
           05  RL-MERGED-COUNT             PIC 9(04).
           05  RL-CENSUS-COUNT             PIC 9(04).
