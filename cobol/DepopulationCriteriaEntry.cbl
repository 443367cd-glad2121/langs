      * 過疎の選定基準(DepopulationCriteria.txt)の1行です。基準の組
      * ごとに、人口の減少率を測る年数と、減少率・高齢化率（65歳
      * 以上の割合）の下限を持ちます。率は小数1桁の％です。下限に
      * わずかに届かなかった都道府県を「惜しくも外れた」として
      * 示すための幅（％の差）も組ごとに持ちます。
           05  DC-SET-ID                   PIC X(05).
           05  DC-DESCRIPTION              PIC X(30).
           05  DC-DECLINE-YEARS            PIC 9(02).
           05  DC-DECLINE-PCT              PIC 9(02)V9.
           05  DC-AGING-PCT                PIC 9(02)V9.
           05  DC-MARGIN-PCT               PIC 9(01)V9.
