      ******************************************************************
      * ファイル別の権限の判定モジュールです。オペレーターの登録
      * 内容から、指定のマスタ（R=地方 P=都道府県 M=市区町村
      * X=コード対応 C=国 O=オペレーター）について、要求の権限
      * （I=照会 U=更新 A=承認）を持つかを判定します。ファイル別の
      * 印が空白のオペレーターは、従来どおり全体の権限レベル（1=照会
      * 2=更新 3=承認）で読み替えます。国マスタとオペレーターマスタ
      * にはファイル別の印が無いので、常に全体の権限レベルで読み
      * 替えます。
      * 市区町村の係が都道府県を消せてしまわないよう、保守プログラム
      * の操作権限の判定はすべてここを通します。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-FILE-AUTHORITY.
             MOVE OPR-MUNICIPAL-PERMIT TO FILE-PERMIT-CHAR
           WHEN "X"
             MOVE OPR-CODEXREF-PERMIT TO FILE-PERMIT-CHAR
           WHEN "C"
             MOVE SPACE TO FILE-PERMIT-CHAR
           WHEN "O"
             MOVE SPACE TO FILE-PERMIT-CHAR
           WHEN OTHER
             MOVE SPACE TO FILE-PERMIT-CHAR
         END-EVALUATE.
