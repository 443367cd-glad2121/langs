      * 承認待ちファイルへ積む人口の内訳のレコードイメージ。都道府県
      * 1件分の男女×年齢階級の6行を、人口の内訳マスタと同じ並び
      * （男01・02・03、女01・02・03）で1件にまとめます。階級の
      * 合計が都道府県の人口と一致することを確かめた組なので、承認
      * も都道府県ごとにまとめて判断します。
           05  DI-PREFECTURE-CODE          PIC X(2).
           05  DI-BAND                     OCCURS 6.
             07  DI-SEX-CODE               PIC X(1).
             07  DI-AGE-BAND               PIC X(2).
             07  DI-POPULATION             PIC 9(8).
