             88  OPR-SUPERVISOR-AUTHORITY  VALUE 3.
      * 合言葉（パスワード）の資格情報。ハッシュだけを保ち、平文は
      * どこにも置きません。期限を過ぎたサインオンでは変更を強制
      * し、失敗が3回でロック(L)します。退職・異動したオペレーター
      * は行を消さずに使用停止(D)にします（オペレーターの管理
      * MAINTAIN-OPERATORSで設定します）。
           05  OPR-PASSWORD-HASH           PIC 9(08).
           05  OPR-PASSWORD-EXPIRY         PIC 9(08).
           05  OPR-FAILED-COUNT            PIC 9(01).
           05  OPR-LOCK-FLAG               PIC X(01).
             88  OPR-IS-LOCKED             VALUE "L".
             88  OPR-IS-DISABLED           VALUE "D".
      * ファイル別の権限。マスタごとに I=照会のみ U=更新可
      * A=承認者 を持ちます（空白は従来どおり全体の権限レベルで
      * 読み替えます）。並びは 地方・都道府県・市区町村・コード
             07  OPR-PREFECTURES-PERMIT    PIC X(01).
             07  OPR-MUNICIPAL-PERMIT      PIC X(01).
             07  OPR-CODEXREF-PERMIT       PIC X(01).
      * 最後にサインオンできた日付（一度も無ければ空白か0）。
      * アクセスの定期棚卸しで休眠の口座を見つけるのに使います。
           05  OPR-LAST-SIGNON-DATE        PIC 9(08).
      * 地方の担当範囲。地方コードが入っていれば、その地方の
      * 都道府県・市区町村だけを変更・承認できます（CHECK-REGION-
      * SCOPEで判定します）。空白は全国です。
           05  OPR-REGION-SCOPE            PIC X(02).
