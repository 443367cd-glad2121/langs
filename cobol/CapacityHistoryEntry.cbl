      * 容量の測定の履歴(CapacityHistory.txt)の1行です。CAPACITY-
      * REPORTが実行のたびに、測った表・ファイルごとに1行追記します。
      * 増え方の見込みは、この履歴の最近の行との差から求めます。
           05  CAP-MEASURED-DATE           PIC 9(08).
           05  CAP-ITEM-NAME               PIC X(12).
      * 使用量（表は件数、ファイルは行数）と上限。
           05  CAP-USED-COUNT              PIC 9(07).
           05  CAP-LIMIT-COUNT             PIC 9(07).
