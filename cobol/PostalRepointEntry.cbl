      * 合併で郵便番号の市区町村を付け替えた記録の1行。郵便番号
      * 1件の付け替え1回につき1行で、付け替え前の市区町村（吸収
      * された旧市町村）と付け替え先の存続市町村を控えます。合併
      * を取り消すときは、この控えから郵便番号を旧市町村へ戻し
      * ます。
           05  PR-POSTAL-CODE              PIC X(7).
           05  PR-OLD-PREFECTURE           PIC X(2).
           05  PR-OLD-CODE                 PIC X(3).
           05  PR-SUCCESSOR-PREFECTURE     PIC X(2).
           05  PR-SUCCESSOR-CODE           PIC X(3).
           05  PR-MERGER-DATE              PIC 9(8).
