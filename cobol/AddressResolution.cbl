      * 住所の解決結果。住所の文字列から決めた都道府県コードと
      * 市区町村コード（都道府県までしか決まらなかったときは空白）
      * です。
           05  AR-PREFECTURE-CODE          PIC X(2).
           05  AR-MUNICIPALITY-CODE        PIC X(3).
      * 解決の確からしさ。
      *   H … 都道府県名と市区町村名がそろって一致したか、名称と
      *        郵便番号が同じ市区町村を指した
      *   M … 市区町村名だけ（全国で一意）、郵便番号だけ、または
      *        合併前の旧名称から存続先へ読み替えた
      *   L … 都道府県までしか決まらないか、名称と郵便番号が
      *        食い違った
      *   N … 解決できなかった
           05  AR-CONFIDENCE               PIC X(1).
             88  CONFIDENCE-HIGH           VALUE "H".
             88  CONFIDENCE-MEDIUM         VALUE "M".
             88  CONFIDENCE-LOW            VALUE "L".
             88  CONFIDENCE-NONE           VALUE "N".
      * 解決の拠り所（N=名称 P=郵便番号 B=名称と郵便番号
      * F=合併前の旧名称）。
           05  AR-MATCH-BASIS              PIC X(1).
      * 食い違いや解決できなかった理由などの注記。
           05  AR-NOTE                     PIC X(20).
