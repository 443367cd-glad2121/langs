      * します。二人承認(メーカー・チェッカー)統制の承認側で、
      * マスタファイルを書き換えるのはこのプログラムだけです。
      * 反映・却下のいずれの判断も監査ログへ書き出します。
      * 公式コード一覧との突き合わせなどが積んだ市区町村(MUNICIPAL)
      * の提案も、市区町村の承認の権限を持つ承認者であれば同じ
      * 画面で判断できます。市区町村マスタのロックが取れないとき
      * は、市区町村の提案は承認待ちのまま残します。
      * 政令指定都市の区の設置の申請は、同じ申請の区をまとめて1回
      * で判断します。承認のときに区の人口・面積の合計を親の市と
      * もう一度突き合わせ、一致したときだけ全部の区を追加して、
      * 区の設置の出来事を市区町村の出来事ファイルへ残します。
      * 人口の内訳の取り込み(IMPORT-DEMOGRAPHICS)が積んだ内訳
      * (DEMOGRAPHIC)は、都道府県1件分の男女×年齢階級の6行を
      * まとめて判断します。承認のときに階級の合計を都道府県の人口
      * ともう一度突き合わせ、一致したときだけその都道府県の行を
      * 6行で置き換えます。内訳は都道府県の権限とロックで扱います。
      * 国マスタ(COUNTRIES)の申請は、国マスタのロックが取れたときだけ
      * 判断できます。国の削除は、まだ地方が属していれば反映せず、
      * 地方の追加・訂正は、国コードが国マスタに無ければ反映しません
      * （どちらも承認待ちのまま残します）。
      * 国・地方・都道府県・市区町村の削除と訂正では、判断の前に
      * そのレコードに依存する他のマスタのレコードを影響パネルとして
      * 表示し(IMPACT-ANALYSIS)、判断のあとで同じ内容を監査ログの
      * 日時・承認者・参照を付けて影響報告ファイルへ印字します。
      * オペレーターの管理(MAINTAIN-OPERATORS)の申請(OPERATORS)は、
      * オペレーターの管理の権限（鍵"O"）を持ち、オペレーターマスタ
      * のロックが取れた承認者だけが判断できます。申請者自身の承認
      * と、承認者自身の行の変更は反映しません（承認待ちのまま
      * 残します）。反映は申請の種類の項目だけを今の行へ重ねるので、
      * 申請の後に本人が変えた合言葉などを巻き戻しません。
      * 地方の担当範囲を持つ承認者は、担当の地方の都道府県・市区
      * 町村・人口の内訳の申請だけを判断できます（CHECK-REGION-
      * SCOPE）。範囲外の申請は判断させずに承認待ちのまま残し、
      * 保安の記録として監査ログへ残します。
      * 承認者に連絡が付かない緊急時は、承認の権限を持たない更新の
      * 係が、理由を入れて緊急の特別アクセス（ブレークグラス）で
      * サインオンできます。時間を限って、自分の申請だけを承認を
      * 経ずに反映します（区の設置とオペレーターの申請は除きます）。
      * 開始のときに重大の警報を上げ、反映した変更は監査ログの理由
      * を"B"として記録し、事後の審査の一覧へ載せます。審査は翌業務
      * 日までに承認者がREVIEW-BREAK-GLASSで行います。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-PENDING-CHANGES.
           ASSIGN TO "../data/PrefectureRegions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFECTURES-STATUS.
         SELECT MUNICIPALITIES-FILE
           ASSIGN TO "../data/Municipalities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNICIPALITIES-STATUS.
         SELECT EVENTS-FILE
           ASSIGN TO "../data/MunicipalEvents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTS-STATUS.
         SELECT DEMOGRAPHICS-FILE
           ASSIGN TO "../data/Demographics.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEMOGRAPHICS-STATUS.
         SELECT COUNTRIES-FILE
           ASSIGN TO "../data/Countries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNTRIES-STATUS.
         SELECT OPERATORS-FILE
           ASSIGN TO "../data/Operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORS-STATUS.
         SELECT BREAK-GLASS-FILE
           ASSIGN TO "../data/BreakGlassReviews.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BREAK-GLASS-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  P-ENGLISH-NAME            PIC X(20).
         03  P-CAPITAL-NAME            PIC N(5).
         03  P-KANA-NAME               PIC N(10).
      * 市区町村ファイル
       FD  MUNICIPALITIES-FILE.
       01  MUNICIPALITY-RECORD.
         03  MU-PREFECTURE-CODE        PIC X(2).
         03  MU-MUNICIPALITY-CODE      PIC X(3).
         03  MU-MUNICIPALITY-NAME      PIC N(8).
         03  MU-MUNICIPALITY-TYPE      PIC X(1).
         03  MU-POPULATION             PIC 9(8).
         03  MU-AREA-SQKM              PIC 9(5)V99.
         03  MU-PARENT-CITY-CODE       PIC X(3).
      * 市区町村の出来事ファイル。区の設置の記録を追記します。
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           COPY "MunicipalEventEntry".
      * 人口の内訳ファイル。都道府県×性別×年齢階級で1行です。
       FD  DEMOGRAPHICS-FILE.
       01  DEMOGRAPHIC-RECORD.
         03  DG-PREFECTURE-CODE        PIC X(2).
         03  DG-SEX-CODE               PIC X(1).
         03  DG-AGE-BAND               PIC X(2).
         03  DG-POPULATION             PIC 9(8).
      * 末尾の制御トレーラーは内訳の行より長いので、別の並びで
      * 書き出します。
       01  DEMOGRAPHIC-TRAILER-RECORD  PIC X(21).
      * 国マスタ。国コード・国名・ISO 3166-1の数字コードを1行1件
      * で保持します。
       FD  COUNTRIES-FILE.
       01  COUNTRY-RECORD.
         03  CT-COUNTRY-CODE           PIC X(2).
         03  CT-COUNTRY-NAME           PIC X(20).
         03  CT-ISO-NUMERIC            PIC X(3).
      * オペレーターマスタファイル。
       FD  OPERATORS-FILE.
       01  OPERATOR-MASTER-RECORD      PIC X(61).
      * 緊急の特別アクセスの事後の審査の一覧。
       FD  BREAK-GLASS-FILE.
       01  BREAK-GLASS-RECORD.
           COPY "BreakGlassReviewEntry".

       WORKING-STORAGE SECTION.
      * ファイル別の権限の判定の項目。
       77  AUTHORITY-NEEDED            PIC X(1).
       01  FILE-AUTHORITY-SWITCH       PIC X.
         88  FILE-AUTHORITY-OK         VALUE "Y".
      * 市区町村の提案を承認できるかどうか（ファイル別の印"M"）。
       01  MUNICIPAL-AUTHORITY-SWITCH  PIC X VALUE "N".
         88  MUNICIPAL-AUTHORITY-OK    VALUE "Y".
      * 国マスタの申請を承認できるかどうか（鍵"C"）。
       01  COUNTRY-AUTHORITY-SWITCH    PIC X VALUE "N".
         88  COUNTRY-AUTHORITY-OK      VALUE "Y".
      * オペレーターマスタの申請を承認できるかどうか（鍵"O"）。
       01  OPERATOR-AUTHORITY-SWITCH   PIC X VALUE "N".
         88  OPERATOR-AUTHORITY-OK     VALUE "Y".
      * 合言葉（パスワード）の検証の結果。
       01  PASSWORD-RESULT-SWITCH      PIC X.
         88  PASSWORD-VERIFIED         VALUE "Y".
      * 地方の担当範囲の判定の項目。
       77  SCOPE-PREFECTURE-CODE       PIC X(2).
       77  SCOPE-REGION-CODE           PIC X(2).
       01  REGION-SCOPE-SWITCH         PIC X.
         88  REGION-SCOPE-OK           VALUE "Y".
      * コミットのたびに待機系へ複写するための項目。
       77  MIRROR-SOURCE-NAME          PIC X(80).
       01  PENDING-STATUS              PIC X(2).
         88  PENDING-STATUS-EOF        VALUE "10".
       01  REGIONS-STATUS              PIC X(2).
       01  PREFECTURES-STATUS          PIC X(2).
       01  MUNICIPALITIES-STATUS       PIC X(2).
       01  EVENTS-STATUS               PIC X(2).
       01  DEMOGRAPHICS-STATUS         PIC X(2).
       01  COUNTRIES-STATUS            PIC X(2).
       01  OPERATORS-STATUS            PIC X(2).
       01  BREAK-GLASS-STATUS          PIC X(2).

      * メモリ上に読み込んだ承認待ちの一覧と、件ごとの判断。
       01  PENDING-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  PENDING-TABLE.
         03  PENDING-ENTRY             OCCURS 200 INDEXED BY PX, GX.
      * PT-ENTRYの並びは、COPY "PendingChangeEntry"のレコードと同じ
      * です。
             05  PT-ENTRY.
                                       VALUE "REGIONS".
                   88  PT-FILE-IS-PREFECTURES
                                       VALUE "PREFECTURES".
                   88  PT-FILE-IS-MUNICIPAL
                                       VALUE "MUNICIPAL".
                   88  PT-FILE-IS-DEMOGRAPHIC
                                       VALUE "DEMOGRAPHIC".
                   88  PT-FILE-IS-COUNTRIES
                                       VALUE "COUNTRIES".
                   88  PT-FILE-IS-OPERATORS
                                       VALUE "OPERATORS".
                 07  PT-OPERATION      PIC X(01).
                   88  PT-IS-ADD       VALUE "A".
                   88  PT-IS-CHANGE    VALUE "C".
                   88  PT-IS-DELETE    VALUE "D".
                   88  PT-IS-WARD-CREATION
                                       VALUE "W".
                 07  PT-KEY            PIC X(02).
                 07  PT-RECORD-IMAGE   PIC X(80).
                 07  PT-USER-ID        PIC X(08).
             05  TR-KANA-NAME          PIC N(10).
             05  TR-COUNTRY-CODE       PIC X(2).

      * メモリ上に読み込んだ国の一覧。地方の国コードの確かめにも
      * 使うので、国マスタのロックが無くても読み込みます。
       01  COUNTRY-TABLE-COUNT         PIC 9(2) VALUE ZERO.
       01  COUNTRY-TABLE.
         03  COUNTRY-ENTRY             OCCURS 50 INDEXED BY CX.
             05  TC-COUNTRY-CODE       PIC X(2).
             05  TC-COUNTRY-NAME       PIC X(20).
             05  TC-ISO-NUMERIC        PIC X(3).
      * 地方の国コード（空白は"JP"）の確かめの項目と、削除しよう
      * とする国に属している地方の数。
       77  REGION-COUNTRY-WORK         PIC X(2).
       77  BLOCKING-REGION-COUNT       PIC 9(2).
       01  COUNTRY-KNOWN-SWITCH        PIC X.
         88  COUNTRY-KNOWN             VALUE "Y".
         88  COUNTRY-UNKNOWN           VALUE "N".

      * メモリ上に読み込んだオペレーターの一覧と、申請のイメージ・
      * 今の行の解釈用の作業領域。オペレーターマスタのロックが
      * 取れたときだけ読み込みます。
       01  OPERATOR-TABLE-COUNT        PIC 9(2) VALUE ZERO.
       01  OPERATOR-TABLE.
         03  OPERATOR-TABLE-ENTRY      OCCURS 50 INDEXED BY OX.
             05  TO-RECORD             PIC X(61).
       01  WORK-OPERATOR-IMAGE.
           COPY "OperatorEntry" REPLACING LEADING ==OPR== BY
               ==WO-OPR==.
       01  CURRENT-OPERATOR-IMAGE.
           COPY "OperatorEntry" REPLACING LEADING ==OPR== BY
               ==CO-OPR==.

      * メモリ上に読み込んだ都道府県の一覧。
       01  PREFECTURE-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  PREFECTURE-TABLE.
             05  TP-CAPITAL-NAME       PIC N(5).
             05  TP-KANA-NAME          PIC N(10).

      * メモリ上に読み込んだ市区町村の一覧。
       01  MUNICIPALITY-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  MUNICIPALITY-TABLE.
         03  MUNICIPALITY-ENTRY        OCCURS 2000 INDEXED BY M.
             05  TM-MUNICIPALITY-KEY.
                 07  TM-PREFECTURE-CODE
                                       PIC X(2).
                 07  TM-MUNICIPALITY-CODE
                                       PIC X(3).
             05  TM-MUNICIPALITY-NAME  PIC N(8).
             05  TM-MUNICIPALITY-TYPE  PIC X(1).
             05  TM-POPULATION         PIC 9(8).
             05  TM-AREA-SQKM          PIC 9(5)V99.
             05  TM-PARENT-CITY-CODE   PIC X(3).

      * メモリ上に読み込んだ人口の内訳の一覧。
       01  DEMOGRAPHIC-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01  DEMOGRAPHIC-TABLE.
         03  DEMOGRAPHIC-ENTRY         OCCURS 300 INDEXED BY DX.
             05  TD-PREFECTURE-CODE    PIC X(2).
             05  TD-SEX-CODE           PIC X(1).
             05  TD-AGE-BAND           PIC X(2).
             05  TD-POPULATION         PIC 9(8).

      * 監査ログへ載せる変更前・変更後のレコードイメージ。
       77  BEFORE-IMAGE                PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE                 PIC X(80) VALUE SPACES.
         03  WR-ENGLISH-NAME           PIC X(20).
         03  WR-KANA-NAME              PIC N(10).
         03  WR-COUNTRY-CODE           PIC X(2).
      * 承認待ちのレコードイメージを国マスタのレコードとして解釈
      * する作業領域。
       01  WORK-COUNTRY-IMAGE.
         03  WC-COUNTRY-CODE           PIC X(2).
         03  WC-COUNTRY-NAME           PIC X(20).
         03  WC-ISO-NUMERIC            PIC X(3).
      * 承認待ちのレコードイメージを都道府県レコードとして解釈する
      * 作業領域。
       01  WORK-PREFECTURE-IMAGE.
         03  WP-ENGLISH-NAME           PIC X(20).
         03  WP-CAPITAL-NAME           PIC N(5).
         03  WP-KANA-NAME              PIC N(10).
      * 承認待ちのレコードイメージを市区町村レコードとして解釈する
      * 作業領域。市区町村の5桁のキーはイメージの先頭にあります。
       01  WORK-MUNICIPALITY-IMAGE.
         03  WM-MUNICIPALITY-KEY.
             05  WM-PREFECTURE-CODE    PIC X(2).
             05  WM-MUNICIPALITY-CODE  PIC X(3).
         03  WM-MUNICIPALITY-NAME      PIC N(8).
         03  WM-MUNICIPALITY-TYPE      PIC X(1).
         03  WM-POPULATION             PIC 9(8).
         03  WM-AREA-SQKM              PIC 9(5)V99.
         03  WM-PARENT-CITY-CODE       PIC X(3).

      * 承認待ちのレコードイメージを人口の内訳として解釈する
      * 作業領域と、変更前の内訳を組み立てる作業領域。
       01  WORK-DEMOGRAPHIC-IMAGE.
           COPY "DemographicPendingImage".
       01  OLD-DEMOGRAPHIC-IMAGE       PIC X(80).
       77  BAND-SLOT                   PIC 9(1).
       77  BANDS-POPULATION-TOTAL      PIC 9(9).
       77  CURRENT-BAND-COUNT          PIC 9(3).

      * 区の設置の申請のまとまり。申請日時・申請者・都道府県・親の
      * 市が同じ区の行を1つの申請として扱います。
       77  GROUP-LEADER-INDEX          PIC 9(3).
       01  GROUP-KEY.
         03  GK-TIMESTAMP              PIC 9(14).
         03  GK-USER-ID                PIC X(8).
         03  GK-PREFECTURE-CODE        PIC X(2).
         03  GK-PARENT-CITY-CODE       PIC X(3).
       01  GROUP-MEMBER-SWITCH         PIC X.
         88  GROUP-MEMBER              VALUE "Y".
         88  NOT-GROUP-MEMBER          VALUE "N".
       77  GROUP-WARD-COUNT            PIC 9(3).
       77  GROUP-POPULATION-TOTAL      PIC 9(9).
       77  GROUP-AREA-TOTAL            PIC 9(6)V99.
       77  PARENT-CITY-INDEX           PIC 9(4).
       01  GROUP-VALID-SWITCH          PIC X.
         88  GROUP-VALID               VALUE "Y".
         88  GROUP-INVALID             VALUE "N".

      * 承認で設置した区の出来事。マスタを書き戻すときに、あわせて
      * 出来事ファイルへ追記します。
       01  EVENT-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  EVENT-TABLE.
         03  EVENT-ENTRY               OCCURS 200 INDEXED BY EX.
             05  TE-EVENT              PIC X(59).

      * 緊急の特別アクセス（ブレークグラス）の項目。時間の枠は
      * 環境変数BREAK_GLASS_MINUTESで変えられます（既定は60分）。
       01  BREAK-GLASS-SWITCH          PIC X VALUE "N".
         88  BREAK-GLASS-SESSION       VALUE "Y".
       77  BREAK-GLASS-REASON          PIC X(30).
       77  BREAK-GLASS-MINUTES-IN      PIC X(3).
       77  BREAK-GLASS-MINUTES         PIC 9(3) VALUE 60.
       77  BREAK-GLASS-START           PIC 9(14).
       77  BREAK-GLASS-START-DATE      PIC 9(8).
       77  BREAK-GLASS-START-MINUTE    PIC 9(4).
       77  BREAK-GLASS-DUE-DATE        PIC 9(8).
       77  BREAK-GLASS-CHANGE-COUNT    PIC 9(3) VALUE 0.
       77  ELAPSED-MINUTES             PIC 9(5).
       77  CONFIRM-CODE                PIC X(1).
       01  CLOCK-TIME.
         03  CLOCK-HOURS               PIC 9(2).
         03  CLOCK-MINUTES             PIC 9(2).
         03  FILLER                    PIC 9(4).
      * 特別アクセスや変更凍結の点検で、PXの申請を扱えるかどうか。
       01  ENTRY-ELIGIBLE-SWITCH       PIC X.
         88  ENTRY-ELIGIBLE            VALUE "Y".
      * 変更凍結の判定の項目と、凍結のため承認待ちのまま残した件数。
       77  FREEZE-FILE-ID              PIC X(11).
       77  FREEZE-KEY                  PIC X(5).
       01  FREEZE-RESULT-SWITCH        PIC X.
         88  FREEZE-CLEAR              VALUE "C".
         88  FREEZE-BLOCKED            VALUE "B".
         88  FREEZE-EXEMPTED           VALUE "E".
       77  FREEZE-DESCRIPTION          PIC X(30).
       77  FREEZE-END-DATE             PIC 9(8).
       77  FREEZE-HELD-COUNT           PIC 9(3) VALUE 0.
      * 重大の警報の項目。
       77  ALERT-SEVERITY              PIC X(1).
       77  ALERT-SOURCE-PROGRAM        PIC X(15).
       77  ALERT-MESSAGE-TEXT          PIC X(60).
      * 審査の期限（翌業務日）を求める項目。
       77  CALENDAR-ACTION             PIC X(1).
       01  CALENDAR-RESULT-SWITCH      PIC X.
         88  CALENDAR-BUSINESS-DAY     VALUE "Y".
       77  CALENDAR-OUT-DATE           PIC 9(8).
       77  CALENDAR-HOLIDAY-NAME       PIC N(10).

      * 承認者の操作の入力。
       01  DECISION-CODE               PIC X.
      * 追加をキーの昇順の位置へ差し込むための項目。マスタが昇順の
      * まま保たれ、BUILDの索引編成ファイルへの順次書き込みが
      * キー順エラーを起こしません。
       77  INSERT-POSITION             PIC 9(4).
       77  INSERT-SHIFT-INDEX          PIC 9(4).

      * 件数の集計。
       77  APPROVED-COUNT              PIC 9(3) VALUE 0.
       77  REJECTED-COUNT              PIC 9(3) VALUE 0.
       77  REGIONS-APPLIED-COUNT       PIC 9(3) VALUE 0.
       77  PREFECTURES-APPLIED-COUNT   PIC 9(3) VALUE 0.
       77  MUNICIPALITIES-APPLIED-COUNT PIC 9(3) VALUE 0.
       77  DEMOGRAPHICS-APPLIED-COUNT  PIC 9(3) VALUE 0.
       77  COUNTRIES-APPLIED-COUNT     PIC 9(3) VALUE 0.
       77  OPERATORS-APPLIED-COUNT     PIC 9(3) VALUE 0.
      * 表示用に編集した承認待ちの通し番号。
       77  PENDING-NUMBER-EDIT         PIC ZZ9.

       01  CODE-WORK-X                 PIC X(5).
       01  CODE-WORK-9 REDEFINES CODE-WORK-X
                                       PIC 9(5).
       01  ISO-NUMERIC-WORK-X          PIC X(3).
       01  ISO-NUMERIC-WORK-9 REDEFINES ISO-NUMERIC-WORK-X
                                       PIC 9(3).

      * 更新前バックアップの制御項目。承認セッションの開始時に、
      * 両マスタを退避してから判断を受け付けます。
         88  HOLDS-REGIONS-LOCK        VALUE "Y".
       01  PREFECTURES-LOCK-SWITCH     PIC X VALUE "N".
         88  HOLDS-PREFECTURES-LOCK    VALUE "Y".
       01  MUNICIPALITIES-LOCK-SWITCH  PIC X VALUE "N".
         88  HOLDS-MUNICIPALITIES-LOCK VALUE "Y".
       01  COUNTRIES-LOCK-SWITCH       PIC X VALUE "N".
         88  HOLDS-COUNTRIES-LOCK      VALUE "Y".
       01  OPERATORS-LOCK-SWITCH       PIC X VALUE "N".
         88  HOLDS-OPERATORS-LOCK      VALUE "Y".

      * 監査ログへ書き出す1件分の情報。
       01  AUDIT-LOG-ENTRY.
           COPY "AuditEntry".
      * 削除・訂正の影響分析の受け渡し項目と、影響分析の対象の
      * 申請かどうか。
       01  IMPACT-REQUEST.
           COPY "ImpactRequest".
       01  IMPACT-SWITCH               PIC X.
         88  IMPACT-APPLIES            VALUE "Y".
      * 監査ログの日時を組み立てるための一時項目。
       77  LOG-DATE                    PIC 9(8).
       77  LOG-TIME                    PIC 9(8).
                 FILE-AUTHORITY-SWITCH;
         END-IF.
         IF NOT FILE-AUTHORITY-OK
           THEN
             PERFORM OFFER-BREAK-GLASS;
         END-IF.
         IF NOT FILE-AUTHORITY-OK AND NOT BREAK-GLASS-SESSION
           THEN
             DISPLAY "APPROVER AUTHORITY REQUIRED -- REFUSED";
             MOVE "PENDING" TO AUD-FILE-ID;
             MOVE 8 TO RETURN-CODE;
             STOP RUN;
         END-IF.
      * 特別アクセスでは、市区町村・国の申請は更新の権限で読み替え
      * ます。
         IF BREAK-GLASS-SESSION
           THEN
             MOVE "U" TO AUTHORITY-NEEDED;
         END-IF.
      * 市区町村の提案の承認の権限は、判断のたびではなくここで
      * 一度だけ確かめておきます。
         MOVE "M" TO AUTHORITY-FILE-KEY.
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF FILE-AUTHORITY-OK
           THEN
             MOVE "Y" TO MUNICIPAL-AUTHORITY-SWITCH;
         END-IF.
      * 国マスタの申請の承認の権限も、同じくここで確かめておき
      * ます。
         MOVE "C" TO AUTHORITY-FILE-KEY.
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF FILE-AUTHORITY-OK
           THEN
             MOVE "Y" TO COUNTRY-AUTHORITY-SWITCH;
         END-IF.
      * オペレーターマスタの申請の承認の権限も、同じくここで
      * 確かめておきます。特別アクセスでは扱いません。
         MOVE "O" TO AUTHORITY-FILE-KEY.
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF FILE-AUTHORITY-OK AND NOT BREAK-GLASS-SESSION
           THEN
             MOVE "Y" TO OPERATOR-AUTHORITY-SWITCH;
         END-IF.
         PERFORM ACQUIRE-MASTER-LOCKS.
         IF NOT HOLDS-REGIONS-LOCK OR NOT HOLDS-PREFECTURES-LOCK
           THEN
                 STOP RUN;
             END-IF;
             PERFORM LOAD-REGIONS;
             PERFORM LOAD-COUNTRIES;
             PERFORM LOAD-PREFECTURES;
             PERFORM LOAD-DEMOGRAPHICS;
             IF HOLDS-MUNICIPALITIES-LOCK
               THEN
                 PERFORM LOAD-MUNICIPALITIES;
             END-IF;
             IF HOLDS-OPERATORS-LOCK
               THEN
                 PERFORM LOAD-OPERATORS;
             END-IF;
             PERFORM REVIEW-PENDING-CHANGES;
             IF REGIONS-APPLIED-COUNT > 0
               THEN
               THEN
                 PERFORM SAVE-PREFECTURES;
             END-IF;
             IF MUNICIPALITIES-APPLIED-COUNT > 0
               THEN
                 PERFORM SAVE-MUNICIPALITIES;
                 PERFORM SAVE-MUNICIPAL-EVENTS;
             END-IF;
             IF DEMOGRAPHICS-APPLIED-COUNT > 0
               THEN
                 PERFORM SAVE-DEMOGRAPHICS;
             END-IF;
             IF COUNTRIES-APPLIED-COUNT > 0
               THEN
                 PERFORM SAVE-COUNTRIES;
             END-IF;
             IF OPERATORS-APPLIED-COUNT > 0
               THEN
                 PERFORM SAVE-OPERATORS;
             END-IF;
             PERFORM REWRITE-PENDING-FILE;
             DISPLAY "APPROVED=" APPROVED-COUNT
                 " REJECTED=" REJECTED-COUNT;
         END-IF.
         IF FREEZE-HELD-COUNT > 0
           THEN
             DISPLAY "HELD BY CHANGE FREEZE=" FREEZE-HELD-COUNT
                 " -- LEFT PENDING";
         END-IF.
         IF BREAK-GLASS-SESSION
           THEN
             DISPLAY "BREAK-GLASS CHANGES=" BREAK-GLASS-CHANGE-COUNT
                 " -- APPROVER REVIEW DUE " BREAK-GLASS-DUE-DATE;
         END-IF.
         PERFORM RELEASE-MASTER-LOCKS.
       APPROVE-PENDING-CHANGES-EXIT.
         STOP RUN.
       LOAD-REGIONS-EXIT.
         EXIT.

      ******************************************************************
      * 国マスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-COUNTRIES SECTION.
         MOVE 0 TO COUNTRY-TABLE-COUNT.
         OPEN INPUT COUNTRIES-FILE.
         IF COUNTRIES-STATUS NOT = "00"
           THEN
             DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO OPEN "
                 "COUNTRIES-FILE STATUS=" COUNTRIES-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL COUNTRIES-STATUS NOT = "00"
           READ COUNTRIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF COUNTRY-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
                   IF COUNTRY-TABLE-COUNT < 50
                     THEN
                       ADD 1 TO COUNTRY-TABLE-COUNT;
                       SET CX TO COUNTRY-TABLE-COUNT;
                       MOVE CT-COUNTRY-CODE TO TC-COUNTRY-CODE(CX);
                       MOVE CT-COUNTRY-NAME TO TC-COUNTRY-NAME(CX);
                       MOVE CT-ISO-NUMERIC  TO TC-ISO-NUMERIC(CX);
                   END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE COUNTRIES-FILE.
       LOAD-COUNTRIES-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-OPERATORS SECTION.
         MOVE 0 TO OPERATOR-TABLE-COUNT.
         OPEN INPUT OPERATORS-FILE.
         IF OPERATORS-STATUS NOT = "00"
           THEN
             DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO OPEN "
                 "OPERATORS-FILE STATUS=" OPERATORS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL OPERATORS-STATUS NOT = "00"
           READ OPERATORS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF OPERATOR-TABLE-COUNT < 50
                 THEN
                   ADD 1 TO OPERATOR-TABLE-COUNT;
                   SET OX TO OPERATOR-TABLE-COUNT;
                   MOVE OPERATOR-MASTER-RECORD TO TO-RECORD(OX);
               END-IF
           END-READ
         END-PERFORM.
         CLOSE OPERATORS-FILE.
       LOAD-OPERATORS-EXIT.
         EXIT.

      ******************************************************************
      * 都道府県ファイルの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * 人口の内訳ファイルの内容をメモリの表に読み込みます。まだ
      * ファイルが存在しないときは、空の表から始めます。
      ******************************************************************
       LOAD-DEMOGRAPHICS SECTION.
         MOVE 0 TO DEMOGRAPHIC-TABLE-COUNT.
         OPEN INPUT DEMOGRAPHICS-FILE.
         IF DEMOGRAPHICS-STATUS = "35"
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM UNTIL DEMOGRAPHICS-STATUS NOT = "00"
           READ DEMOGRAPHICS-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF DEMOGRAPHIC-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
               IF DEMOGRAPHIC-TABLE-COUNT >= 300
                 THEN
                   DISPLAY "DEMOGRAPHIC-TABLE-FULL";
                 ELSE
                   ADD 1 TO DEMOGRAPHIC-TABLE-COUNT;
                   SET DX TO DEMOGRAPHIC-TABLE-COUNT;
                   MOVE DG-PREFECTURE-CODE TO TD-PREFECTURE-CODE(DX);
                   MOVE DG-SEX-CODE        TO TD-SEX-CODE(DX);
                   MOVE DG-AGE-BAND        TO TD-AGE-BAND(DX);
                   MOVE DG-POPULATION      TO TD-POPULATION(DX);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE DEMOGRAPHICS-FILE.
       LOAD-DEMOGRAPHICS-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村ファイルの内容をメモリの表に読み込みます。
      ******************************************************************
       LOAD-MUNICIPALITIES SECTION.
         OPEN INPUT MUNICIPALITIES-FILE.
         MOVE 0 TO MUNICIPALITY-TABLE-COUNT.
         PERFORM UNTIL MUNICIPALITIES-STATUS NOT = "00"
           READ MUNICIPALITIES-FILE
             AT END
               CONTINUE;
             NOT AT END
               IF MUNICIPALITY-RECORD(1:2) = "T9"
                 THEN
      * 末尾の制御トレーラーは取り込みません。
                   CONTINUE;
                 ELSE
               IF MUNICIPALITY-TABLE-COUNT >= 2000
                 THEN
                   DISPLAY "MUNICIPALITY-TABLE-FULL";
                 ELSE
                   ADD 1 TO MUNICIPALITY-TABLE-COUNT;
                   SET M TO MUNICIPALITY-TABLE-COUNT;
                   MOVE MU-PREFECTURE-CODE TO TM-PREFECTURE-CODE(M);
                   MOVE MU-MUNICIPALITY-CODE
                       TO TM-MUNICIPALITY-CODE(M);
                   MOVE MU-MUNICIPALITY-NAME
                       TO TM-MUNICIPALITY-NAME(M);
                   MOVE MU-MUNICIPALITY-TYPE
                       TO TM-MUNICIPALITY-TYPE(M);
                   MOVE MU-POPULATION TO TM-POPULATION(M);
                   MOVE MU-AREA-SQKM TO TM-AREA-SQKM(M);
                   MOVE MU-PARENT-CITY-CODE
                       TO TM-PARENT-CITY-CODE(M);
               END-IF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE MUNICIPALITIES-FILE.
       LOAD-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 承認待ちの1件ずつについて、内容を提示して承認者の判断を
      * 受け付けます。
         SET PX TO 1.
         PERFORM UNTIL PX > PENDING-TABLE-COUNT
             OR DECISION-IS-EXIT
           MOVE "Y" TO ENTRY-ELIGIBLE-SWITCH;
           IF BREAK-GLASS-SESSION
             THEN
               PERFORM CHECK-BREAK-GLASS-ENTRY;
           END-IF;
           IF ENTRY-ELIGIBLE AND NOT PT-FILE-IS-OPERATORS(PX)
             THEN
               PERFORM CHECK-ENTRY-FREEZE;
           END-IF;
           IF ENTRY-ELIGIBLE
             THEN
           IF PT-IS-WARD-CREATION(PX)
             THEN
               PERFORM REVIEW-WARD-CREATION;
             ELSE
               PERFORM SHOW-PENDING-ENTRY;
               PERFORM ACCEPT-DECISION;
               IF DECISION-IS-APPROVE
                 THEN
                   PERFORM APPROVE-ONE-ENTRY;
                 ELSE
                   IF DECISION-IS-REJECT
                     THEN
                       PERFORM REJECT-ONE-ENTRY;
                   END-IF
               END-IF
           END-IF
           END-IF;
           IF NOT DECISION-IS-EXIT
             THEN
       REVIEW-PENDING-CHANGES-EXIT.
         EXIT.

      ******************************************************************
      * 区の設置の申請を、同じ申請の区をまとめて提示し、1回の判断
      * で全部の区を承認・却下します。PXが申請の先頭の行でない
      * ときは、先頭の行で判断済みなので飛ばします。
      ******************************************************************
       REVIEW-WARD-CREATION SECTION.
         MOVE PT-TIMESTAMP(PX) TO GK-TIMESTAMP.
         MOVE PT-USER-ID(PX) TO GK-USER-ID.
         MOVE PT-RECORD-IMAGE(PX)(1:2) TO GK-PREFECTURE-CODE.
         MOVE PT-RECORD-IMAGE(PX)(38:3) TO GK-PARENT-CITY-CODE.
         SET GROUP-LEADER-INDEX TO PX.
         SET ENTRY-NOT-FOUND TO TRUE.
         IF NOT PT-IS-UNDECIDED(PX)
           THEN
             SET ENTRY-FOUND TO TRUE;
         END-IF.
         PERFORM VARYING GX FROM 1 BY 1 UNTIL GX >= PX
           PERFORM CHECK-GROUP-MEMBER;
           IF GROUP-MEMBER
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
             SET DECISION-IS-SKIP TO TRUE;
             EXIT SECTION;
         END-IF.
         DISPLAY "-------------------------------------------------".
         SET PENDING-NUMBER-EDIT TO PX.
         DISPLAY "PENDING #" PENDING-NUMBER-EDIT
             " OF " PENDING-TABLE-COUNT.
         DISPLAY "FILE=MUNICIPAL OPERATION=W WARD CREATION FOR CITY "
             GK-PREFECTURE-CODE GK-PARENT-CITY-CODE
             " EFFECTIVE " PT-RECORD-IMAGE(PX)(41:8).
         DISPLAY "REQUESTED-BY=" PT-USER-ID(PX)
             " AT=" PT-TIMESTAMP(PX).
         DISPLAY "PROPOSED WARDS:".
         MOVE 0 TO GROUP-WARD-COUNT.
         MOVE 0 TO GROUP-POPULATION-TOTAL.
         MOVE 0 TO GROUP-AREA-TOTAL.
         PERFORM VARYING GX FROM PX BY 1
             UNTIL GX > PENDING-TABLE-COUNT
           PERFORM CHECK-GROUP-MEMBER;
           IF GROUP-MEMBER
             THEN
               MOVE PT-RECORD-IMAGE(GX) TO WORK-MUNICIPALITY-IMAGE;
               ADD 1 TO GROUP-WARD-COUNT;
               ADD WM-POPULATION TO GROUP-POPULATION-TOTAL;
               ADD WM-AREA-SQKM TO GROUP-AREA-TOTAL;
               DISPLAY "  " WM-MUNICIPALITY-KEY " "
                   WM-MUNICIPALITY-NAME " POPULATION=" WM-POPULATION
                   " AREA-SQKM=" WM-AREA-SQKM;
           END-IF
         END-PERFORM.
         DISPLAY "WARDS=" GROUP-WARD-COUNT
             " POPULATION=" GROUP-POPULATION-TOTAL
             " AREA-SQKM=" GROUP-AREA-TOTAL.
         PERFORM ACCEPT-DECISION.
         IF DECISION-IS-APPROVE
           THEN
             PERFORM APPLY-WARD-CREATION;
           ELSE
             IF DECISION-IS-REJECT
               THEN
                 PERFORM VARYING PX FROM GROUP-LEADER-INDEX BY 1
                     UNTIL PX > PENDING-TABLE-COUNT
                   SET GX TO PX;
                   PERFORM CHECK-GROUP-MEMBER;
                   IF GROUP-MEMBER
                     THEN
                       PERFORM REJECT-ONE-ENTRY;
                   END-IF
                 END-PERFORM;
             END-IF
         END-IF.
         SET PX TO GROUP-LEADER-INDEX.
       REVIEW-WARD-CREATION-EXIT.
         EXIT.

      ******************************************************************
      * GX番目の承認待ちが、GROUP-KEYの区の設置の申請の行かを判定
      * します。
      ******************************************************************
       CHECK-GROUP-MEMBER SECTION.
         SET NOT-GROUP-MEMBER TO TRUE.
         IF PT-IS-WARD-CREATION(GX)
             AND PT-IS-UNDECIDED(GX)
             AND PT-TIMESTAMP(GX) = GK-TIMESTAMP
             AND PT-USER-ID(GX) = GK-USER-ID
             AND PT-RECORD-IMAGE(GX)(1:2) = GK-PREFECTURE-CODE
             AND PT-RECORD-IMAGE(GX)(38:3) = GK-PARENT-CITY-CODE
           THEN
             SET GROUP-MEMBER TO TRUE;
         END-IF.
       CHECK-GROUP-MEMBER-EXIT.
         EXIT.

      ******************************************************************
      * 承認された区の設置の申請を市区町村の表へ反映します。親の市が
      * 今も市（種別1）であり、区の人口・面積の合計が親の市と一致し、
      * どの区のコードもマスタに無いときだけ、全部の区を追加します。
      * 1件でも合わなければ何も反映せず、申請全体を承認待ちのまま
      * 残します。
      ******************************************************************
       APPLY-WARD-CREATION SECTION.
         IF NOT MUNICIPAL-AUTHORITY-OK
           THEN
             DISPLAY "NO MUNICIPAL APPROVAL AUTHORITY -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF NOT HOLDS-MUNICIPALITIES-LOCK
           THEN
             DISPLAY "MUNICIPALITIES MASTER NOT LOCKED -- "
                 "LEFT PENDING";
             EXIT SECTION;
         END-IF.
         SET GROUP-VALID TO TRUE.
         MOVE 0 TO PARENT-CITY-INDEX.
         PERFORM VARYING M FROM 1 BY 1
             UNTIL M > MUNICIPALITY-TABLE-COUNT
           IF TM-PREFECTURE-CODE(M) = GK-PREFECTURE-CODE
               AND TM-MUNICIPALITY-CODE(M) = GK-PARENT-CITY-CODE
             THEN
               SET PARENT-CITY-INDEX TO M;
           END-IF
         END-PERFORM.
         IF PARENT-CITY-INDEX = 0
           THEN
             DISPLAY "CITY NOT-FOUND -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF TM-MUNICIPALITY-TYPE(PARENT-CITY-INDEX) NOT = "1"
           THEN
             DISPLAY "PARENT IS NO LONGER A CITY -- LEFT PENDING";
             SET GROUP-INVALID TO TRUE;
         END-IF.
         IF GROUP-POPULATION-TOTAL
                 NOT = TM-POPULATION(PARENT-CITY-INDEX)
           THEN
             DISPLAY "WARD POPULATION TOTAL " GROUP-POPULATION-TOTAL
                 " NOT EQUAL TO CITY "
                 TM-POPULATION(PARENT-CITY-INDEX) " -- LEFT PENDING";
             SET GROUP-INVALID TO TRUE;
         END-IF.
         IF GROUP-AREA-TOTAL NOT = TM-AREA-SQKM(PARENT-CITY-INDEX)
           THEN
             DISPLAY "WARD AREA TOTAL " GROUP-AREA-TOTAL
                 " NOT EQUAL TO CITY "
                 TM-AREA-SQKM(PARENT-CITY-INDEX) " -- LEFT PENDING";
             SET GROUP-INVALID TO TRUE;
         END-IF.
         IF MUNICIPALITY-TABLE-COUNT + GROUP-WARD-COUNT > 2000
           THEN
             DISPLAY "MUNICIPALITY-TABLE-FULL -- LEFT PENDING";
             SET GROUP-INVALID TO TRUE;
         END-IF.
         IF EVENT-TABLE-COUNT + GROUP-WARD-COUNT > 200
           THEN
             DISPLAY "EVENT-TABLE-FULL -- LEFT PENDING";
             SET GROUP-INVALID TO TRUE;
         END-IF.
         PERFORM VARYING GX FROM GROUP-LEADER-INDEX BY 1
             UNTIL GX > PENDING-TABLE-COUNT
           PERFORM CHECK-GROUP-MEMBER;
           IF GROUP-MEMBER
             THEN
               MOVE PT-RECORD-IMAGE(GX) TO WORK-MUNICIPALITY-IMAGE;
               PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > MUNICIPALITY-TABLE-COUNT
                 IF TM-MUNICIPALITY-KEY(M) = WM-MUNICIPALITY-KEY
                   THEN
                     DISPLAY "WARD " WM-MUNICIPALITY-KEY
                         " ALREADY-EXISTS -- LEFT PENDING";
                     SET GROUP-INVALID TO TRUE;
                 END-IF
               END-PERFORM
           END-IF
         END-PERFORM.
         IF GROUP-INVALID
           THEN
             EXIT SECTION;
         END-IF.
         PERFORM VARYING PX FROM GROUP-LEADER-INDEX BY 1
             UNTIL PX > PENDING-TABLE-COUNT
           SET GX TO PX;
           PERFORM CHECK-GROUP-MEMBER;
           IF GROUP-MEMBER
             THEN
               PERFORM APPLY-ONE-WARD;
           END-IF
         END-PERFORM.
         SET PX TO GROUP-LEADER-INDEX.
      * 申請者と承認者が同じときは、自己承認の記録を申請1件につき
      * 1回だけ残します。
         IF GK-USER-ID = OPERATOR-ID-IN
           THEN
             DISPLAY "WARNING: SELF-APPROVAL BY " OPERATOR-ID-IN;
             MOVE "SECURITY" TO AUD-FILE-ID;
             MOVE "S" TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             MOVE GK-PREFECTURE-CODE TO AUD-KEY(1:2);
             MOVE GK-PARENT-CITY-CODE TO AUD-KEY(3:3);
             MOVE "SELF-APPROVAL" TO AUD-ENGLISH-NAME;
             PERFORM WRITE-SECURITY-AUDIT;
         END-IF.
         DISPLAY "WARDS=" GROUP-WARD-COUNT " CREATED UNDER CITY "
             GK-PREFECTURE-CODE GK-PARENT-CITY-CODE.
       APPLY-WARD-CREATION-EXIT.
         EXIT.

      ******************************************************************
      * 区の設置の申請のPX番目の区を市区町村の表へ追加し、監査ログ
      * と出来事の表へ記録します。
      ******************************************************************
       APPLY-ONE-WARD SECTION.
         MOVE PT-RECORD-IMAGE(PX) TO WORK-MUNICIPALITY-IMAGE.
         PERFORM INSERT-MUNICIPALITY-IN-ORDER.
         MOVE WORK-MUNICIPALITY-IMAGE TO MUNICIPALITY-ENTRY(M).
         ADD 1 TO MUNICIPALITIES-APPLIED-COUNT.
         MOVE "A" TO PT-DECISION(PX).
         ADD 1 TO APPROVED-COUNT.
         MOVE SPACES TO BEFORE-IMAGE.
         MOVE SPACES TO AFTER-IMAGE.
         MOVE WORK-MUNICIPALITY-IMAGE TO AFTER-IMAGE.
         PERFORM WRITE-DECISION-AUDIT.
         MOVE SPACES TO EVENT-RECORD.
         MOVE WM-PREFECTURE-CODE TO EV-PREFECTURE-CODE.
         MOVE WM-MUNICIPALITY-CODE TO EV-MUNICIPALITY-CODE.
         SET EV-IS-WARD-CREATION TO TRUE.
         MOVE PT-RECORD-IMAGE(PX)(41:8) TO EV-EFFECTIVE-DATE.
         MOVE WM-MUNICIPALITY-NAME TO EV-NEW-NAME.
         MOVE WM-MUNICIPALITY-TYPE TO EV-NEW-TYPE.
         MOVE WM-PARENT-CITY-CODE TO EV-RELATED-CODE.
         MOVE OPERATOR-ID-IN TO EV-USER-ID.
         ADD 1 TO EVENT-TABLE-COUNT.
         SET EX TO EVENT-TABLE-COUNT.
         MOVE EVENT-RECORD TO TE-EVENT(EX).
       APPLY-ONE-WARD-EXIT.
         EXIT.

      ******************************************************************
      * 承認待ちの1件分の提案内容を表示します。
      ******************************************************************
         SET PENDING-NUMBER-EDIT TO PX.
         DISPLAY "PENDING #" PENDING-NUMBER-EDIT
             " OF " PENDING-TABLE-COUNT.
         IF PT-FILE-IS-MUNICIPAL(PX)
           THEN
             DISPLAY "FILE=" PT-FILE-ID(PX)
                 " OPERATION=" PT-OPERATION(PX)
                 " KEY=" PT-RECORD-IMAGE(PX)(1:5);
           ELSE
             IF PT-FILE-IS-OPERATORS(PX)
               THEN
                 DISPLAY "FILE=" PT-FILE-ID(PX)
                     " OPERATION=" PT-OPERATION(PX)
                     " KEY=" PT-RECORD-IMAGE(PX)(1:8);
               ELSE
                 DISPLAY "FILE=" PT-FILE-ID(PX)
                     " OPERATION=" PT-OPERATION(PX)
                     " KEY=" PT-KEY(PX);
             END-IF
         END-IF.
         DISPLAY "REQUESTED-BY=" PT-USER-ID(PX)
             " AT=" PT-TIMESTAMP(PX).
         DISPLAY "PROPOSED RECORD:".
      * オペレーターの申請は、合言葉のハッシュを出さずに項目ごとに
      * 表示します。
         IF PT-FILE-IS-OPERATORS(PX)
           THEN
             MOVE PT-RECORD-IMAGE(PX) TO WORK-OPERATOR-IMAGE;
             DISPLAY "  OPERATOR-ID=" WO-OPR-OPERATOR-ID
                 " NAME=" WO-OPR-OPERATOR-NAME;
             DISPLAY "  AUTHORITY-LEVEL=" WO-OPR-AUTHORITY-LEVEL
                 " FILE-AUTHORITY=" WO-OPR-FILE-PERMITS
                 " REGION-SCOPE=" WO-OPR-REGION-SCOPE
                 " STATUS=" WO-OPR-LOCK-FLAG
                 " PASSWORD-EXPIRY=" WO-OPR-PASSWORD-EXPIRY;
           ELSE
             DISPLAY "  " PT-RECORD-IMAGE(PX);
         END-IF.
         IF PT-FILE-IS-DEMOGRAPHIC(PX)
           THEN
             MOVE PT-RECORD-IMAGE(PX) TO WORK-DEMOGRAPHIC-IMAGE;
             PERFORM VARYING BAND-SLOT FROM 1 BY 1
                 UNTIL BAND-SLOT > 6
               DISPLAY "  SEX=" DI-SEX-CODE(BAND-SLOT)
                   " AGE-BAND=" DI-AGE-BAND(BAND-SLOT)
                   " POPULATION=" DI-POPULATION(BAND-SLOT)
             END-PERFORM;
         END-IF.
         PERFORM JUDGE-IMPACT-APPLIES.
         IF IMPACT-APPLIES
           THEN
             SET IR-MODE-DISPLAY TO TRUE;
             CALL "IMPACT-ANALYSIS" USING IMPACT-REQUEST;
         END-IF.
       SHOW-PENDING-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * PXの申請が影響分析の対象（国・地方・都道府県・市区町村の
      * 削除か訂正）かを判定し、対象なら受け渡し項目にマスタと
      * キーを設定します。
      ******************************************************************
       JUDGE-IMPACT-APPLIES SECTION.
         MOVE "N" TO IMPACT-SWITCH.
         IF (PT-IS-DELETE(PX) OR PT-IS-CHANGE(PX))
             AND (PT-FILE-IS-COUNTRIES(PX) OR PT-FILE-IS-REGIONS(PX)
                 OR PT-FILE-IS-PREFECTURES(PX)
                 OR PT-FILE-IS-MUNICIPAL(PX))
           THEN
             MOVE "Y" TO IMPACT-SWITCH;
             MOVE PT-FILE-ID(PX) TO IR-FILE-ID;
             MOVE PT-OPERATION(PX) TO IR-OPERATION;
             MOVE SPACES TO IR-KEY;
             IF PT-FILE-IS-MUNICIPAL(PX)
               THEN
                 MOVE PT-RECORD-IMAGE(PX)(1:5) TO IR-KEY;
               ELSE
                 MOVE PT-KEY(PX) TO IR-KEY(1:2);
             END-IF;
         END-IF.
       JUDGE-IMPACT-APPLIES-EXIT.
         EXIT.

      ******************************************************************
      * 承認者の判断を受け付けます。
      ******************************************************************
             DISPLAY "INVALID DECISION -- SKIPPED";
             SET DECISION-IS-SKIP TO TRUE;
         END-IF.
         IF DECISION-IS-APPROVE OR DECISION-IS-REJECT
           THEN
             PERFORM CHECK-DECISION-SCOPE;
         END-IF.
       ACCEPT-DECISION-EXIT.
         EXIT.

      ******************************************************************
      * PXの申請が承認者の地方の担当範囲の内かを判定します。都道府県
      * は今の所属の地方と申請の地方（付け替えの行き先）の両方、
      * 市区町村・人口の内訳はその都道府県の地方で判定します。
      * 範囲外なら判断を飛ばしに読み替え、監査ログへ記録します。
      * それ以外のマスタは全国共通なので判定しません。
      ******************************************************************
       CHECK-DECISION-SCOPE SECTION.
         MOVE SPACES TO SCOPE-PREFECTURE-CODE.
         MOVE SPACES TO SCOPE-REGION-CODE.
         EVALUATE TRUE
           WHEN PT-FILE-IS-PREFECTURES(PX)
             MOVE PT-KEY(PX) TO SCOPE-PREFECTURE-CODE
             MOVE PT-RECORD-IMAGE(PX)(13:2) TO SCOPE-REGION-CODE
           WHEN PT-FILE-IS-MUNICIPAL(PX)
             MOVE PT-RECORD-IMAGE(PX)(1:2) TO SCOPE-PREFECTURE-CODE
           WHEN PT-FILE-IS-DEMOGRAPHIC(PX)
             MOVE PT-KEY(PX) TO SCOPE-PREFECTURE-CODE
           WHEN OTHER
             EXIT SECTION
         END-EVALUATE.
         CALL "CHECK-REGION-SCOPE" USING OPERATOR-ENTRY,
             SCOPE-PREFECTURE-CODE, SCOPE-REGION-CODE,
             REGION-SCOPE-SWITCH.
         IF NOT REGION-SCOPE-OK
           THEN
             DISPLAY "OUTSIDE REGION-SCOPE " OPR-REGION-SCOPE
                 " -- LEFT PENDING";
             MOVE PT-FILE-ID(PX) TO AUD-FILE-ID;
             MOVE PT-OPERATION(PX) TO AUD-OPERATION;
             MOVE SPACES TO AUD-KEY;
             IF PT-FILE-IS-MUNICIPAL(PX)
               THEN
                 MOVE PT-RECORD-IMAGE(PX)(1:5) TO AUD-KEY;
               ELSE
                 MOVE PT-KEY(PX) TO AUD-KEY(1:2);
             END-IF;
             MOVE "SCOPE REFUSED" TO AUD-ENGLISH-NAME;
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
             PERFORM WRITE-SECURITY-AUDIT;
             SET DECISION-IS-SKIP TO TRUE;
         END-IF.
       CHECK-DECISION-SCOPE-EXIT.
         EXIT.

      ******************************************************************
      * 承認された1件をマスタの表へ反映し、監査ログへ書き出します。
      * 追加の重複などでマスタと矛盾する場合は反映せず、承認待ちの
               THEN
                 PERFORM APPLY-PREFECTURE-CHANGE;
               ELSE
                 IF PT-FILE-IS-MUNICIPAL(PX)
                   THEN
                     PERFORM APPLY-MUNICIPALITY-CHANGE;
                   ELSE
                 IF PT-FILE-IS-DEMOGRAPHIC(PX)
                   THEN
                     PERFORM APPLY-DEMOGRAPHIC-CHANGE;
                   ELSE
                 IF PT-FILE-IS-COUNTRIES(PX)
                   THEN
                     PERFORM APPLY-COUNTRY-CHANGE;
                   ELSE
                 IF PT-FILE-IS-OPERATORS(PX)
                   THEN
                     PERFORM APPLY-OPERATOR-CHANGE;
                   ELSE
                     DISPLAY "UNKNOWN FILE-ID -- LEFT PENDING";
                 END-IF
                 END-IF
                 END-IF
                 END-IF
             END-IF
         END-IF.
         IF CHANGE-APPLIED
           THEN
             MOVE "A" TO PT-DECISION(PX);
             ADD 1 TO APPROVED-COUNT;
             PERFORM WRITE-DECISION-AUDIT;
      * 申請者と承認者が同じときは、4つの目の原則に反するため、
      * 自己承認の記録を監査ログへ残します（月次の保安の帳票が
      * 数えます）。特別アクセスの反映は、理由"B"の判断の行と
      * 事後の審査の一覧で追うので、ここでは記録しません。
             IF PT-USER-ID(PX) = OPERATOR-ID-IN
                 AND NOT BREAK-GLASS-SESSION
               THEN
                 DISPLAY "WARNING: SELF-APPROVAL BY "
                     OPERATOR-ID-IN;
                 MOVE "SECURITY" TO AUD-FILE-ID;
                 MOVE "S" TO AUD-OPERATION;
                 MOVE SPACES TO AUD-KEY;
                 IF PT-FILE-IS-MUNICIPAL(PX)
                   THEN
                     MOVE PT-RECORD-IMAGE(PX)(1:5) TO AUD-KEY;
                   ELSE
                     MOVE PT-KEY(PX) TO AUD-KEY(1:2);
                 END-IF;
                 MOVE "SELF-APPROVAL" TO AUD-ENGLISH-NAME;
                 PERFORM WRITE-SECURITY-AUDIT;
             END-IF;
           THEN
             MOVE PT-RECORD-IMAGE(PX) TO AFTER-IMAGE;
         END-IF.
      * 追加・訂正では、地方の国コードが国マスタにあることを
      * 確かめます。
         IF NOT PT-IS-DELETE(PX)
           THEN
             IF WR-COUNTRY-CODE = SPACES
               THEN
                 MOVE "JP" TO REGION-COUNTRY-WORK;
               ELSE
                 MOVE WR-COUNTRY-CODE TO REGION-COUNTRY-WORK;
             END-IF;
             PERFORM FIND-REGION-COUNTRY;
             IF COUNTRY-UNKNOWN
               THEN
                 DISPLAY "COUNTRY-CODE " REGION-COUNTRY-WORK
                     " NOT ON COUNTRY MASTER -- LEFT PENDING";
                 EXIT SECTION;
             END-IF;
         END-IF.
         IF PT-IS-ADD(PX)
           THEN
             IF ENTRY-FOUND
       APPLY-REGION-CHANGE-EXIT.
         EXIT.

      ******************************************************************
      * REGION-COUNTRY-WORKの国コードを国の表から探します。
      ******************************************************************
       FIND-REGION-COUNTRY SECTION.
         SET COUNTRY-UNKNOWN TO TRUE.
         SET CX TO 1.
         SEARCH COUNTRY-ENTRY
           AT END
             CONTINUE;
           WHEN TC-COUNTRY-CODE(CX) = REGION-COUNTRY-WORK
             SET COUNTRY-KNOWN TO TRUE;
         END-SEARCH.
       FIND-REGION-COUNTRY-EXIT.
         EXIT.

      ******************************************************************
      * 国マスタの承認待ち1件を国の表へ反映します。削除は、地方の
      * 表にまだその国の地方があれば反映しません。
      ******************************************************************
       APPLY-COUNTRY-CHANGE SECTION.
         IF NOT COUNTRY-AUTHORITY-OK
           THEN
             DISPLAY "NO COUNTRY APPROVAL AUTHORITY -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF NOT HOLDS-COUNTRIES-LOCK
           THEN
             DISPLAY "COUNTRIES MASTER NOT LOCKED -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         MOVE PT-RECORD-IMAGE(PX) TO WORK-COUNTRY-IMAGE.
         MOVE PT-KEY(PX) TO REGION-COUNTRY-WORK.
         PERFORM FIND-REGION-COUNTRY.
         IF COUNTRY-KNOWN
           THEN
             MOVE COUNTRY-ENTRY(CX) TO BEFORE-IMAGE;
         END-IF.
         IF NOT PT-IS-DELETE(PX)
           THEN
             MOVE PT-RECORD-IMAGE(PX) TO AFTER-IMAGE;
         END-IF.
         IF PT-IS-ADD(PX)
           THEN
             IF COUNTRY-KNOWN
               THEN
                 DISPLAY "COUNTRY-CODE ALREADY-EXISTS -- LEFT PENDING";
               ELSE
                 IF COUNTRY-TABLE-COUNT >= 50
                   THEN
                     DISPLAY "COUNTRY-TABLE-FULL -- LEFT PENDING";
                   ELSE
                     PERFORM INSERT-COUNTRY-IN-ORDER;
                     MOVE WORK-COUNTRY-IMAGE TO COUNTRY-ENTRY(CX);
                     SET CHANGE-APPLIED TO TRUE;
                 END-IF
             END-IF;
           ELSE
             IF COUNTRY-UNKNOWN
               THEN
                 DISPLAY "COUNTRY-CODE NOT-FOUND -- LEFT PENDING";
               ELSE
                 IF PT-IS-CHANGE(PX)
                   THEN
                     MOVE WORK-COUNTRY-IMAGE TO COUNTRY-ENTRY(CX);
                     SET CHANGE-APPLIED TO TRUE;
                   ELSE
                     PERFORM DELETE-COUNTRY-ENTRY;
                 END-IF
             END-IF
         END-IF.
         IF CHANGE-APPLIED
           THEN
             ADD 1 TO COUNTRIES-APPLIED-COUNT;
         END-IF.
       APPLY-COUNTRY-CHANGE-EXIT.
         EXIT.

      ******************************************************************
      * オペレーターマスタの承認待ち1件をオペレーターの表へ反映
      * します。二人承認を崩さないよう、申請者自身の承認と承認者
      * 自身の行の変更は反映しません。変更は申請の種類の項目だけ
      * を今の行へ重ねます（L=権限レベル F=ファイル別の権限
      * D=使用停止 E=使用再開 P=合言葉の初期化）。監査ログの
      * イメージでは合言葉のハッシュを伏せます。
      ******************************************************************
       APPLY-OPERATOR-CHANGE SECTION.
         IF NOT OPERATOR-AUTHORITY-OK
           THEN
             DISPLAY "NO OPERATOR APPROVAL AUTHORITY -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF NOT HOLDS-OPERATORS-LOCK
           THEN
             DISPLAY "OPERATORS MASTER NOT LOCKED -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         MOVE PT-RECORD-IMAGE(PX) TO WORK-OPERATOR-IMAGE.
         IF PT-USER-ID(PX) = OPERATOR-ID-IN
           THEN
             DISPLAY "SECOND ADMINISTRATOR REQUIRED -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF WO-OPR-OPERATOR-ID = OPERATOR-ID-IN
           THEN
             DISPLAY "OWN OPERATOR RECORD -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET OX TO 1.
         SEARCH OPERATOR-TABLE-ENTRY
           AT END
             CONTINUE;
           WHEN OX <= OPERATOR-TABLE-COUNT
               AND TO-RECORD(OX)(1:8) = WO-OPR-OPERATOR-ID
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF PT-IS-ADD(PX)
           THEN
             IF ENTRY-FOUND
               THEN
                 DISPLAY "OPERATOR-ID ALREADY-EXISTS -- LEFT PENDING";
                 EXIT SECTION;
             END-IF;
             IF OPERATOR-TABLE-COUNT >= 50
               THEN
                 DISPLAY "OPERATOR-TABLE-FULL -- LEFT PENDING";
                 EXIT SECTION;
             END-IF;
             ADD 1 TO OPERATOR-TABLE-COUNT;
             SET OX TO OPERATOR-TABLE-COUNT;
             MOVE WORK-OPERATOR-IMAGE TO CURRENT-OPERATOR-IMAGE;
           ELSE
             IF ENTRY-NOT-FOUND
               THEN
                 DISPLAY "OPERATOR-ID NOT-FOUND -- LEFT PENDING";
                 EXIT SECTION;
             END-IF;
             MOVE TO-RECORD(OX) TO CURRENT-OPERATOR-IMAGE;
             MOVE TO-RECORD(OX) TO BEFORE-IMAGE;
             MOVE "********" TO BEFORE-IMAGE(30:8);
             EVALUATE PT-OPERATION(PX)
               WHEN "L"
                 MOVE WO-OPR-AUTHORITY-LEVEL
                     TO CO-OPR-AUTHORITY-LEVEL
               WHEN "F"
                 MOVE WO-OPR-FILE-PERMITS TO CO-OPR-FILE-PERMITS
               WHEN "S"
                 MOVE WO-OPR-REGION-SCOPE TO CO-OPR-REGION-SCOPE
               WHEN "D"
                 MOVE "D" TO CO-OPR-LOCK-FLAG
               WHEN "E"
                 MOVE SPACE TO CO-OPR-LOCK-FLAG
                 MOVE 0 TO CO-OPR-FAILED-COUNT
               WHEN "P"
                 MOVE WO-OPR-PASSWORD-HASH TO CO-OPR-PASSWORD-HASH
                 MOVE WO-OPR-PASSWORD-EXPIRY
                     TO CO-OPR-PASSWORD-EXPIRY
                 MOVE 0 TO CO-OPR-FAILED-COUNT
                 IF CO-OPR-IS-LOCKED
                   THEN
                     MOVE SPACE TO CO-OPR-LOCK-FLAG
                 END-IF
               WHEN OTHER
                 DISPLAY "UNKNOWN OPERATION -- LEFT PENDING"
                 EXIT SECTION
             END-EVALUATE;
         END-IF.
         MOVE CURRENT-OPERATOR-IMAGE TO TO-RECORD(OX).
         MOVE CURRENT-OPERATOR-IMAGE TO AFTER-IMAGE.
         MOVE "********" TO AFTER-IMAGE(30:8).
         SET CHANGE-APPLIED TO TRUE.
         ADD 1 TO OPERATORS-APPLIED-COUNT.
       APPLY-OPERATOR-CHANGE-EXIT.
         EXIT.

      ******************************************************************
      * CXの国を国の表から取り除きます。地方の表（この承認で反映済み
      * の地方の変更を含みます）にその国の地方が残っていれば、
      * 取り除かずに承認待ちのまま残します。
      ******************************************************************
       DELETE-COUNTRY-ENTRY SECTION.
         MOVE 0 TO BLOCKING-REGION-COUNT.
         PERFORM VARYING K FROM 1 BY 1
             UNTIL K > REGION-TABLE-COUNT
           IF TR-COUNTRY-CODE(K) = PT-KEY(PX)
             THEN
               ADD 1 TO BLOCKING-REGION-COUNT;
               DISPLAY "  BLOCKED BY REGION-CODE=" TR-REGION-CODE(K)
                   " " TR-ENGLISH-NAME(K);
           END-IF
         END-PERFORM.
         IF BLOCKING-REGION-COUNT > 0
           THEN
             DISPLAY "COUNTRY STILL HAS " BLOCKING-REGION-COUNT
                 " REGIONS -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         PERFORM VARYING CX FROM CX BY 1
             UNTIL CX >= COUNTRY-TABLE-COUNT
           MOVE COUNTRY-ENTRY(CX + 1) TO COUNTRY-ENTRY(CX);
         END-PERFORM.
         SUBTRACT 1 FROM COUNTRY-TABLE-COUNT.
      * 空いた末尾の項目を消し、削除済みの行が残像として検索に
      * 掛からないようにします。
         MOVE SPACES TO COUNTRY-ENTRY(COUNTRY-TABLE-COUNT + 1).
         SET CHANGE-APPLIED TO TRUE.
       DELETE-COUNTRY-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * 追加する国の場所をコードの昇順で探し、そこへ空きを作って
      * CXに指させます。
      ******************************************************************
       INSERT-COUNTRY-IN-ORDER SECTION.
         COMPUTE INSERT-POSITION = COUNTRY-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > COUNTRY-TABLE-COUNT
           IF TC-COUNTRY-CODE(INSERT-SHIFT-INDEX) > PT-KEY(PX)
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM COUNTRY-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE COUNTRY-ENTRY(INSERT-SHIFT-INDEX)
               TO COUNTRY-ENTRY(INSERT-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO COUNTRY-TABLE-COUNT.
         SET CX TO INSERT-POSITION.
       INSERT-COUNTRY-IN-ORDER-EXIT.
         EXIT.

      ******************************************************************
      * 追加する地方の場所をコードの昇順で探し、そこへ空きを作って
      * Kに指させます。
       MOVE-IMAGE-TO-PREFECTURE-EXIT.
         EXIT.

      ******************************************************************
      * 人口の内訳の承認待ち1件（都道府県1件分の6行）を内訳の表へ
      * 反映します。取り込みのあとに都道府県の人口が変わっている
      * こともあるため、階級の合計を今の都道府県の人口ともう一度
      * 突き合わせ、一致しないときは反映せず承認待ちのまま残し
      * ます。反映は、その都道府県の今の行を取り除き、6行を
      * 都道府県コードの昇順の位置へ差し込みます。
      ******************************************************************
       APPLY-DEMOGRAPHIC-CHANGE SECTION.
         MOVE PT-RECORD-IMAGE(PX) TO WORK-DEMOGRAPHIC-IMAGE.
         SET ENTRY-NOT-FOUND TO TRUE.
         SET L TO 1.
         SEARCH PREFECTURE-ENTRY
           AT END
             CONTINUE;
           WHEN TP-PREFECTURE-CODE(L) = PT-KEY(PX)
             SET ENTRY-FOUND TO TRUE;
         END-SEARCH.
         IF ENTRY-NOT-FOUND
           THEN
             DISPLAY "PREFECTURE-CODE NOT-FOUND -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         MOVE 0 TO BANDS-POPULATION-TOTAL.
         PERFORM VARYING BAND-SLOT FROM 1 BY 1
             UNTIL BAND-SLOT > 6
           ADD DI-POPULATION(BAND-SLOT) TO BANDS-POPULATION-TOTAL
         END-PERFORM.
         IF BANDS-POPULATION-TOTAL NOT = TP-POPULATION(L)
           THEN
             DISPLAY "BANDS DO NOT SUM TO POPULATION "
                 TP-POPULATION(L) " -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
      * 変更前のイメージとして、今の行を同じ並びで組み立てます。
         MOVE SPACES TO OLD-DEMOGRAPHIC-IMAGE.
         MOVE PT-KEY(PX) TO OLD-DEMOGRAPHIC-IMAGE(1:2).
         MOVE 0 TO CURRENT-BAND-COUNT.
         MOVE 3 TO INSERT-SHIFT-INDEX.
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > DEMOGRAPHIC-TABLE-COUNT
           IF TD-PREFECTURE-CODE(DX) = PT-KEY(PX)
             THEN
               ADD 1 TO CURRENT-BAND-COUNT;
               IF INSERT-SHIFT-INDEX < 69
                 THEN
                   MOVE DEMOGRAPHIC-ENTRY(DX)(3:11)
                       TO OLD-DEMOGRAPHIC-IMAGE(INSERT-SHIFT-INDEX:11);
                   ADD 11 TO INSERT-SHIFT-INDEX;
               END-IF;
           END-IF
         END-PERFORM.
         IF DEMOGRAPHIC-TABLE-COUNT - CURRENT-BAND-COUNT + 6 > 300
           THEN
             DISPLAY "DEMOGRAPHIC-TABLE-FULL -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF CURRENT-BAND-COUNT > 0
           THEN
             MOVE OLD-DEMOGRAPHIC-IMAGE TO BEFORE-IMAGE;
         END-IF.
         MOVE PT-RECORD-IMAGE(PX) TO AFTER-IMAGE.
      * その都道府県の今の行を取り除きます。
         SET DX TO 1.
         PERFORM UNTIL DX > DEMOGRAPHIC-TABLE-COUNT
           IF TD-PREFECTURE-CODE(DX) = PT-KEY(PX)
             THEN
               PERFORM VARYING INSERT-SHIFT-INDEX FROM DX BY 1
                   UNTIL INSERT-SHIFT-INDEX >= DEMOGRAPHIC-TABLE-COUNT
                 MOVE DEMOGRAPHIC-ENTRY(INSERT-SHIFT-INDEX + 1)
                     TO DEMOGRAPHIC-ENTRY(INSERT-SHIFT-INDEX)
               END-PERFORM;
               MOVE SPACES
                   TO DEMOGRAPHIC-ENTRY(DEMOGRAPHIC-TABLE-COUNT);
               SUBTRACT 1 FROM DEMOGRAPHIC-TABLE-COUNT;
             ELSE
               SET DX UP BY 1;
           END-IF
         END-PERFORM.
      * 6行を差し込む場所をコードの昇順で探し、6行分の空きを
      * 作ります。
         COMPUTE INSERT-POSITION = DEMOGRAPHIC-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > DEMOGRAPHIC-TABLE-COUNT
           IF TD-PREFECTURE-CODE(INSERT-SHIFT-INDEX) > PT-KEY(PX)
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM DEMOGRAPHIC-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE DEMOGRAPHIC-ENTRY(INSERT-SHIFT-INDEX)
               TO DEMOGRAPHIC-ENTRY(INSERT-SHIFT-INDEX + 6)
         END-PERFORM.
         ADD 6 TO DEMOGRAPHIC-TABLE-COUNT.
         SET DX TO INSERT-POSITION.
         PERFORM VARYING BAND-SLOT FROM 1 BY 1
             UNTIL BAND-SLOT > 6
           MOVE DI-PREFECTURE-CODE      TO TD-PREFECTURE-CODE(DX)
           MOVE DI-SEX-CODE(BAND-SLOT)  TO TD-SEX-CODE(DX)
           MOVE DI-AGE-BAND(BAND-SLOT)  TO TD-AGE-BAND(DX)
           MOVE DI-POPULATION(BAND-SLOT) TO TD-POPULATION(DX)
           SET DX UP BY 1
         END-PERFORM.
         SET CHANGE-APPLIED TO TRUE.
         ADD 1 TO DEMOGRAPHICS-APPLIED-COUNT.
       APPLY-DEMOGRAPHIC-CHANGE-EXIT.
         EXIT.

      ******************************************************************
      * 市区町村の承認待ち1件を市区町村の表へ反映します。キーは
      * レコードイメージの先頭5桁（都道府県コード＋市区町村コード）
      * です。市区町村の承認の権限が無いとき、または市区町村マスタ
      * のロックを取れなかったときは反映せず、承認待ちのまま残し
      * ます。
      ******************************************************************
       APPLY-MUNICIPALITY-CHANGE SECTION.
         IF NOT MUNICIPAL-AUTHORITY-OK
           THEN
             DISPLAY "NO MUNICIPAL APPROVAL AUTHORITY -- LEFT PENDING";
             EXIT SECTION;
         END-IF.
         IF NOT HOLDS-MUNICIPALITIES-LOCK
           THEN
             DISPLAY "MUNICIPALITIES MASTER NOT LOCKED -- "
                 "LEFT PENDING";
             EXIT SECTION;
         END-IF.
         MOVE PT-RECORD-IMAGE(PX) TO WORK-MUNICIPALITY-IMAGE.
         SET ENTRY-NOT-FOUND TO TRUE.
         PERFORM VARYING M FROM 1 BY 1
             UNTIL M > MUNICIPALITY-TABLE-COUNT OR ENTRY-FOUND
           IF TM-MUNICIPALITY-KEY(M) = WM-MUNICIPALITY-KEY
             THEN
               SET ENTRY-FOUND TO TRUE;
           END-IF
         END-PERFORM.
         IF ENTRY-FOUND
           THEN
      * 見つかった行を指したまま抜けるよう、1つ戻します。
             SET M DOWN BY 1;
             MOVE MUNICIPALITY-ENTRY(M) TO BEFORE-IMAGE;
         END-IF.
         IF NOT PT-IS-DELETE(PX)
           THEN
             MOVE PT-RECORD-IMAGE(PX) TO AFTER-IMAGE;
         END-IF.
         IF PT-IS-ADD(PX)
           THEN
             IF ENTRY-FOUND
               THEN
                 DISPLAY "MUNICIPALITY ALREADY-EXISTS -- LEFT PENDING";
               ELSE
                 IF MUNICIPALITY-TABLE-COUNT >= 2000
                   THEN
                     DISPLAY "MUNICIPALITY-TABLE-FULL -- LEFT PENDING";
                   ELSE
                     PERFORM INSERT-MUNICIPALITY-IN-ORDER;
                     MOVE WORK-MUNICIPALITY-IMAGE
                         TO MUNICIPALITY-ENTRY(M);
                     SET CHANGE-APPLIED TO TRUE;
                 END-IF
             END-IF;
           ELSE
             IF ENTRY-NOT-FOUND
               THEN
                 DISPLAY "MUNICIPALITY NOT-FOUND -- LEFT PENDING";
               ELSE
                 IF PT-IS-CHANGE(PX)
                   THEN
                     MOVE WORK-MUNICIPALITY-IMAGE
                         TO MUNICIPALITY-ENTRY(M);
                     SET CHANGE-APPLIED TO TRUE;
                   ELSE
                     PERFORM VARYING M FROM M BY 1
                         UNTIL M >= MUNICIPALITY-TABLE-COUNT
                       MOVE MUNICIPALITY-ENTRY(M + 1)
                           TO MUNICIPALITY-ENTRY(M);
                     END-PERFORM;
                     SUBTRACT 1 FROM MUNICIPALITY-TABLE-COUNT;
      * 空いた末尾の項目を消し、削除済みの行が残像として検索に
      * 掛からないようにします。
                     MOVE SPACES
                         TO MUNICIPALITY-ENTRY
                             (MUNICIPALITY-TABLE-COUNT + 1);
                     SET CHANGE-APPLIED TO TRUE;
                 END-IF
             END-IF
         END-IF.
         IF CHANGE-APPLIED
           THEN
             ADD 1 TO MUNICIPALITIES-APPLIED-COUNT;
         END-IF.
       APPLY-MUNICIPALITY-CHANGE-EXIT.
         EXIT.

      ******************************************************************
      * 追加する市区町村の場所を5桁のキーの昇順で探し、そこへ空きを
      * 作ってMに指させます。
      ******************************************************************
       INSERT-MUNICIPALITY-IN-ORDER SECTION.
         COMPUTE INSERT-POSITION = MUNICIPALITY-TABLE-COUNT + 1.
         PERFORM VARYING INSERT-SHIFT-INDEX FROM 1 BY 1
             UNTIL INSERT-SHIFT-INDEX > MUNICIPALITY-TABLE-COUNT
           IF TM-MUNICIPALITY-KEY(INSERT-SHIFT-INDEX)
                   > WM-MUNICIPALITY-KEY
               AND INSERT-SHIFT-INDEX < INSERT-POSITION
             THEN
               MOVE INSERT-SHIFT-INDEX TO INSERT-POSITION;
           END-IF
         END-PERFORM.
         PERFORM VARYING INSERT-SHIFT-INDEX
             FROM MUNICIPALITY-TABLE-COUNT BY -1
             UNTIL INSERT-SHIFT-INDEX < INSERT-POSITION
           MOVE MUNICIPALITY-ENTRY(INSERT-SHIFT-INDEX)
               TO MUNICIPALITY-ENTRY(INSERT-SHIFT-INDEX + 1);
         END-PERFORM.
         ADD 1 TO MUNICIPALITY-TABLE-COUNT.
         SET M TO INSERT-POSITION.
       INSERT-MUNICIPALITY-IN-ORDER-EXIT.
         EXIT.

      ******************************************************************
      * 承認・却下の判断を監査ログへ書き出します。承認はマスタへの
      * 反映として、却下はAUD-ENGLISH-NAMEに"REJECTED"を立てて
         MOVE PT-FILE-ID(PX) TO AUD-FILE-ID.
         MOVE PT-OPERATION(PX) TO AUD-OPERATION.
         MOVE PT-KEY(PX) TO AUD-KEY.
         IF PT-FILE-IS-MUNICIPAL(PX)
           THEN
             MOVE PT-RECORD-IMAGE(PX)(1:5) TO AUD-KEY;
         END-IF.
      * オペレーターの申請は、キーの欄へIDの先頭5桁を入れ（全桁は
      * イメージに残ります）、操作は追加・訂正・削除（使用停止）の
      * どれかとして記録します。
         IF PT-FILE-IS-OPERATORS(PX)
           THEN
             MOVE PT-RECORD-IMAGE(PX)(1:5) TO AUD-KEY;
             IF PT-OPERATION(PX) NOT = "A"
                 AND PT-OPERATION(PX) NOT = "D"
               THEN
                 SET AUD-IS-CHANGE TO TRUE;
             END-IF;
         END-IF.
      * 区の設置は、区の追加として記録します。
         IF PT-IS-WARD-CREATION(PX)
           THEN
             SET AUD-IS-ADD TO TRUE;
         END-IF.
         IF PT-IS-REJECTED(PX)
           THEN
             MOVE "REJECTED" TO AUD-ENGLISH-NAME;
                 MOVE PT-RECORD-IMAGE(PX) TO WORK-REGION-IMAGE;
                 MOVE WR-ENGLISH-NAME TO AUD-ENGLISH-NAME;
               ELSE
             IF PT-FILE-IS-COUNTRIES(PX)
               THEN
                 MOVE PT-RECORD-IMAGE(PX) TO WORK-COUNTRY-IMAGE;
                 MOVE WC-COUNTRY-NAME TO AUD-ENGLISH-NAME;
               ELSE
             IF PT-FILE-IS-OPERATORS(PX)
               THEN
                 MOVE PT-RECORD-IMAGE(PX) TO WORK-OPERATOR-IMAGE;
                 MOVE WO-OPR-OPERATOR-NAME TO AUD-ENGLISH-NAME;
               ELSE
                 IF PT-FILE-IS-MUNICIPAL(PX)
                     OR PT-FILE-IS-DEMOGRAPHIC(PX)
                   THEN
      * 市区町村・人口の内訳には英字名が無いので、空白のままに
      * します。
                     MOVE SPACES TO AUD-ENGLISH-NAME;
                   ELSE
                     MOVE PT-RECORD-IMAGE(PX)
                         TO WORK-PREFECTURE-IMAGE;
                     MOVE WP-ENGLISH-NAME TO AUD-ENGLISH-NAME;
                 END-IF
             END-IF
             END-IF
             END-IF
         END-IF.
         MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
      * 申請に控えられた理由と参照を監査ログへ引き継ぎます。
         MOVE PT-REASON-CODE(PX) TO AUD-REASON-CODE.
         MOVE PT-REFERENCE(PX) TO AUD-REFERENCE.
      * 特別アクセスで反映した変更は、理由を"B"として区別します。
         IF BREAK-GLASS-SESSION AND PT-IS-APPROVED(PX)
           THEN
             MOVE "B" TO AUD-REASON-CODE;
         END-IF.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
      * 理由の欄を設定しない記録（サインオン失敗など）は空白に
         IF AUD-REASON-CODE NOT = "O" AND AUD-REASON-CODE NOT = "E"
             AND AUD-REASON-CODE NOT = "M"
             AND AUD-REASON-CODE NOT = "C"
             AND AUD-REASON-CODE NOT = "S"
             AND AUD-REASON-CODE NOT = "B"
           THEN
             MOVE SPACE TO AUD-REASON-CODE;
             MOVE SPACES TO AUD-REFERENCE;
         MOVE LOG-TIME(1:6) TO AUD-TIMESTAMP(9:6).
         MOVE OPERATOR-ID-IN TO AUD-USER-ID.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         IF BREAK-GLASS-SESSION AND PT-IS-APPROVED(PX)
           THEN
             PERFORM RECORD-BREAK-GLASS-CHANGE;
         END-IF.
      * 削除・訂正の判断には、影響報告を監査ログの記録と同じ日時・
      * 承認者・参照で印字して添えます。
         PERFORM JUDGE-IMPACT-APPLIES.
         IF IMPACT-APPLIES
           THEN
             SET IR-MODE-PRINT TO TRUE;
             MOVE AUD-TIMESTAMP TO IR-AUDIT-TIMESTAMP;
             MOVE AUD-USER-ID TO IR-USER-ID;
             MOVE PT-REFERENCE(PX) TO IR-REFERENCE;
             MOVE PT-DECISION(PX) TO IR-DECISION;
             CALL "IMPACT-ANALYSIS" USING IMPACT-REQUEST;
         END-IF.
      * 判断の行に続けて、申請者の行(Q)を書き出します。判断の行の
      * 利用者は承認者なので、これが無いと誰が申請したかが監査
      * ログに残りません。
         MOVE PT-USER-ID(PX) TO AUD-USER-ID.
         SET AUD-IS-REQUEST TO TRUE.
         MOVE SPACES TO AUD-ENGLISH-NAME.
         STRING "DECIDED BY " OPERATOR-ID-IN
             DELIMITED BY SIZE INTO AUD-ENGLISH-NAME.
         MOVE SPACES TO AUD-BEFORE-IMAGE.
         MOVE SPACES TO AUD-AFTER-IMAGE.
         CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-ENTRY.
         MOVE SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-DECISION-AUDIT-EXIT.
         EXIT.
       SAVE-PREFECTURES-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を人口の内訳ファイルへ書き戻します。
      ******************************************************************
       SAVE-DEMOGRAPHICS SECTION.
         OPEN OUTPUT DEMOGRAPHICS-FILE.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > DEMOGRAPHIC-TABLE-COUNT
           MOVE TD-PREFECTURE-CODE(DX) TO DG-PREFECTURE-CODE;
           MOVE TD-SEX-CODE(DX)        TO DG-SEX-CODE;
           MOVE TD-AGE-BAND(DX)        TO DG-AGE-BAND;
           MOVE TD-POPULATION(DX)      TO DG-POPULATION;
           WRITE DEMOGRAPHIC-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           ADD TD-POPULATION(DX) TO TRAILER-HASH-TOTAL;
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE DEMOGRAPHIC-TRAILER-RECORD FROM MASTER-TRAILER.
         CLOSE DEMOGRAPHICS-FILE.
         MOVE "../data/Demographics.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-DEMOGRAPHICS-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を国マスタへ書き戻します。トレーラーの
      * ハッシュ合計はISO 3166-1の数字コードの合計です。
      ******************************************************************
       SAVE-COUNTRIES SECTION.
         OPEN OUTPUT COUNTRIES-FILE.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > COUNTRY-TABLE-COUNT
           MOVE TC-COUNTRY-CODE(CX) TO CT-COUNTRY-CODE;
           MOVE TC-COUNTRY-NAME(CX) TO CT-COUNTRY-NAME;
           MOVE TC-ISO-NUMERIC(CX)  TO CT-ISO-NUMERIC;
           WRITE COUNTRY-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           MOVE TC-ISO-NUMERIC(CX) TO ISO-NUMERIC-WORK-X;
           IF ISO-NUMERIC-WORK-X IS NUMERIC
             THEN
               ADD ISO-NUMERIC-WORK-9 TO TRAILER-HASH-TOTAL;
           END-IF
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE COUNTRY-RECORD FROM MASTER-TRAILER.
         CLOSE COUNTRIES-FILE.
         MOVE "../data/Countries.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-COUNTRIES-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容をオペレーターマスタへ書き戻します。
      * オペレーターマスタには制御トレーラーはありません。
      ******************************************************************
       SAVE-OPERATORS SECTION.
         OPEN OUTPUT OPERATORS-FILE.
         IF OPERATORS-STATUS NOT = "00"
           THEN
             DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO REWRITE "
                 "OPERATORS-FILE STATUS=" OPERATORS-STATUS;
             MOVE 8 TO RETURN-CODE;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > OPERATOR-TABLE-COUNT
           MOVE TO-RECORD(OX) TO OPERATOR-MASTER-RECORD;
           WRITE OPERATOR-MASTER-RECORD;
         END-PERFORM.
         CLOSE OPERATORS-FILE.
       SAVE-OPERATORS-EXIT.
         EXIT.

      ******************************************************************
      * メモリの表の内容を市区町村ファイルへ書き戻します。
      ******************************************************************
       SAVE-MUNICIPALITIES SECTION.
         OPEN OUTPUT MUNICIPALITIES-FILE.
         MOVE 0 TO TRAILER-RECORD-COUNT.
         MOVE 0 TO TRAILER-HASH-TOTAL.
         PERFORM VARYING M FROM 1 BY 1
             UNTIL M > MUNICIPALITY-TABLE-COUNT
           MOVE TM-PREFECTURE-CODE(M)   TO MU-PREFECTURE-CODE;
           MOVE TM-MUNICIPALITY-CODE(M) TO MU-MUNICIPALITY-CODE;
           MOVE TM-MUNICIPALITY-NAME(M) TO MU-MUNICIPALITY-NAME;
           MOVE TM-MUNICIPALITY-TYPE(M) TO MU-MUNICIPALITY-TYPE;
           MOVE TM-POPULATION(M)        TO MU-POPULATION;
           MOVE TM-AREA-SQKM(M)         TO MU-AREA-SQKM;
           MOVE TM-PARENT-CITY-CODE(M)  TO MU-PARENT-CITY-CODE;
           WRITE MUNICIPALITY-RECORD;
           ADD 1 TO TRAILER-RECORD-COUNT;
           MOVE TM-MUNICIPALITY-KEY(M) TO CODE-WORK-X;
           ADD CODE-WORK-9 TO TRAILER-HASH-TOTAL;
         END-PERFORM.
         MOVE "T9" TO MT-RECORD-MARK.
         MOVE TRAILER-RECORD-COUNT TO MT-RECORD-COUNT.
         MOVE TRAILER-HASH-TOTAL TO MT-HASH-TOTAL.
         WRITE MUNICIPALITY-RECORD FROM MASTER-TRAILER.
         CLOSE MUNICIPALITIES-FILE.
         MOVE "../data/Municipalities.txt" TO MIRROR-SOURCE-NAME.
         CALL "MIRROR-MASTER" USING MIRROR-SOURCE-NAME.
       SAVE-MUNICIPALITIES-EXIT.
         EXIT.

      ******************************************************************
      * 承認で設置した区の出来事を出来事ファイルへ追記します。
      ******************************************************************
       SAVE-MUNICIPAL-EVENTS SECTION.
         IF EVENT-TABLE-COUNT = 0
           THEN
             EXIT SECTION;
         END-IF.
         OPEN EXTEND EVENTS-FILE.
         IF EVENTS-STATUS = "35"
           THEN
             OPEN OUTPUT EVENTS-FILE;
         END-IF.
         IF EVENTS-STATUS NOT = "00"
           THEN
             DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO OPEN "
                 "EVENTS-FILE STATUS=" EVENTS-STATUS;
             EXIT SECTION;
         END-IF.
         PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > EVENT-TABLE-COUNT
           MOVE TE-EVENT(EX) TO EVENT-RECORD;
           WRITE EVENT-RECORD;
         END-PERFORM.
         CLOSE EVENTS-FILE.
       SAVE-MUNICIPAL-EVENTS-EXIT.
         EXIT.

      ******************************************************************
      * 判断済みの項目を取り除き、未決のものだけで承認待ちファイルを
      * 書き直します。
                 DISPLAY "PREFECTURES MASTER LOCKED BY "
                     LOCK-HOLDER-ID " -- TRY LATER";
             END-IF;
      * 市区町村マスタのロックは無くても承認を始められます。取れな
      * かったときは市区町村の提案だけを承認待ちのまま残します。
             IF LOCK-GRANTED AND MUNICIPAL-AUTHORITY-OK
               THEN
                 MOVE "../data/MunicipalitiesLock.txt"
                     TO LOCK-FILENAME;
                 CALL "MASTER-LOCK" USING LOCK-FILENAME,
                     LOCK-ACTION, OPERATOR-ID-IN,
                     LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
                 IF LOCK-GRANTED
                   THEN
                     MOVE "Y" TO MUNICIPALITIES-LOCK-SWITCH;
                   ELSE
                     DISPLAY "MUNICIPALITIES MASTER LOCKED BY "
                         LOCK-HOLDER-ID
                         " -- MUNICIPAL CHANGES LEFT PENDING";
                 END-IF;
             END-IF;
           ELSE
             DISPLAY "REGIONS MASTER LOCKED BY " LOCK-HOLDER-ID
                 " -- TRY LATER";
         END-IF.
      * 国マスタのロックも無くても承認を始められます。取れなかった
      * ときは国マスタの申請だけを承認待ちのまま残します。
         IF HOLDS-PREFECTURES-LOCK AND COUNTRY-AUTHORITY-OK
           THEN
             MOVE "../data/CountriesLock.txt" TO LOCK-FILENAME;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             IF LOCK-GRANTED
               THEN
                 MOVE "Y" TO COUNTRIES-LOCK-SWITCH;
               ELSE
                 DISPLAY "COUNTRIES MASTER LOCKED BY "
                     LOCK-HOLDER-ID
                     " -- COUNTRY CHANGES LEFT PENDING";
             END-IF;
         END-IF.
      * オペレーターマスタのロックも同じです。取れなかったときは
      * オペレーターの申請だけを承認待ちのまま残します。
         IF HOLDS-PREFECTURES-LOCK AND OPERATOR-AUTHORITY-OK
           THEN
             MOVE "../data/OperatorsLock.txt" TO LOCK-FILENAME;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             IF LOCK-GRANTED
               THEN
                 MOVE "Y" TO OPERATORS-LOCK-SWITCH;
               ELSE
                 DISPLAY "OPERATORS MASTER LOCKED BY "
                     LOCK-HOLDER-ID
                     " -- OPERATOR CHANGES LEFT PENDING";
             END-IF;
         END-IF.
       ACQUIRE-MASTER-LOCKS-EXIT.
         EXIT.

                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO PREFECTURES-LOCK-SWITCH;
         END-IF.
         IF HOLDS-MUNICIPALITIES-LOCK
           THEN
             MOVE "../data/MunicipalitiesLock.txt" TO LOCK-FILENAME;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO MUNICIPALITIES-LOCK-SWITCH;
         END-IF.
         IF HOLDS-COUNTRIES-LOCK
           THEN
             MOVE "../data/CountriesLock.txt" TO LOCK-FILENAME;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO COUNTRIES-LOCK-SWITCH;
         END-IF.
         IF HOLDS-OPERATORS-LOCK
           THEN
             MOVE "../data/OperatorsLock.txt" TO LOCK-FILENAME;
             CALL "MASTER-LOCK" USING LOCK-FILENAME, LOCK-ACTION,
                 OPERATOR-ID-IN, LOCK-RESULT-SWITCH, LOCK-HOLDER-ID;
             MOVE "N" TO OPERATORS-LOCK-SWITCH;
         END-IF.
       RELEASE-MASTER-LOCKS-EXIT.
         EXIT.

             CALL "COPY-TEXT-FILE" USING BACKUP-SOURCE-FILENAME,
                 BACKUP-TARGET-FILENAME, BACKUP-COPIED-COUNT;
         END-IF.
         IF RETURN-CODE = 0 AND HOLDS-MUNICIPALITIES-LOCK
           THEN
             MOVE "../data/Municipalities.txt"
                 TO BACKUP-SOURCE-FILENAME;
             MOVE "../data/Municipalities.backup.txt"
                 TO BACKUP-TARGET-FILENAME;
             CALL "COPY-TEXT-FILE" USING BACKUP-SOURCE-FILENAME,
                 BACKUP-TARGET-FILENAME, BACKUP-COPIED-COUNT;
         END-IF.
      * 人口の内訳は都道府県のロックで守られているので、あわせて
      * 退避します。
         IF RETURN-CODE = 0
           THEN
             MOVE "../data/Demographics.txt"
                 TO BACKUP-SOURCE-FILENAME;
             MOVE "../data/Demographics.backup.txt"
                 TO BACKUP-TARGET-FILENAME;
             CALL "COPY-TEXT-FILE" USING BACKUP-SOURCE-FILENAME,
                 BACKUP-TARGET-FILENAME, BACKUP-COPIED-COUNT;
         END-IF.
         IF RETURN-CODE = 0 AND HOLDS-COUNTRIES-LOCK
           THEN
             MOVE "../data/Countries.txt"
                 TO BACKUP-SOURCE-FILENAME;
             MOVE "../data/Countries.backup.txt"
                 TO BACKUP-TARGET-FILENAME;
             CALL "COPY-TEXT-FILE" USING BACKUP-SOURCE-FILENAME,
                 BACKUP-TARGET-FILENAME, BACKUP-COPIED-COUNT;
         END-IF.
         IF RETURN-CODE = 0 AND HOLDS-OPERATORS-LOCK
           THEN
             MOVE "../data/Operators.txt"
                 TO BACKUP-SOURCE-FILENAME;
             MOVE "../data/Operators.backup.txt"
                 TO BACKUP-TARGET-FILENAME;
             CALL "COPY-TEXT-FILE" USING BACKUP-SOURCE-FILENAME,
                 BACKUP-TARGET-FILENAME, BACKUP-COPIED-COUNT;
         END-IF.
       BACKUP-MASTER-FILES-EXIT.
         EXIT.

      ******************************************************************
      * 承認の権限が無いときに、緊急の特別アクセス（ブレークグラス）
      * を申し出られます。更新の係（権限レベル2以上）が理由を入れた
      * ときだけ開き、重大の警報と監査ログの記録を残します。開け
      * なければBREAK-GLASS-SESSIONは立たず、呼び出し元が断ります。
      ******************************************************************
       OFFER-BREAK-GLASS SECTION.
         IF OPR-AUTHORITY-LEVEL < 2
           THEN
             EXIT SECTION;
         END-IF.
         DISPLAY "APPROVER AUTHORITY REQUIRED -- NO APPROVER "
             "AVAILABLE?".
         DISPLAY "OPEN BREAK-GLASS EMERGENCY ACCESS (Y/N)".
         ACCEPT CONFIRM-CODE.
         IF CONFIRM-CODE NOT = "Y"
           THEN
             EXIT SECTION;
         END-IF.
         DISPLAY "BREAK-GLASS REASON (REQUIRED):".
         MOVE SPACES TO BREAK-GLASS-REASON.
         ACCEPT BREAK-GLASS-REASON.
         IF BREAK-GLASS-REASON = SPACES
           THEN
             DISPLAY "REASON REQUIRED -- BREAK-GLASS REFUSED";
             EXIT SECTION;
         END-IF.
         MOVE SPACES TO BREAK-GLASS-MINUTES-IN.
         ACCEPT BREAK-GLASS-MINUTES-IN
             FROM ENVIRONMENT "BREAK_GLASS_MINUTES".
         IF BREAK-GLASS-MINUTES-IN IS NUMERIC
             AND BREAK-GLASS-MINUTES-IN NOT = "000"
           THEN
             MOVE BREAK-GLASS-MINUTES-IN TO BREAK-GLASS-MINUTES;
         END-IF.
         MOVE "Y" TO BREAK-GLASS-SWITCH.
         ACCEPT BREAK-GLASS-START-DATE FROM DATE YYYYMMDD.
         ACCEPT CLOCK-TIME FROM TIME.
         COMPUTE BREAK-GLASS-START-MINUTE =
             CLOCK-HOURS * 60 + CLOCK-MINUTES.
         MOVE BREAK-GLASS-START-DATE TO BREAK-GLASS-START(1:8).
         MOVE CLOCK-TIME(1:6) TO BREAK-GLASS-START(9:6).
      * 審査の期限は、今日の翌業務日です。
         MOVE "N" TO CALENDAR-ACTION.
         CALL "GET-BUSINESS-DAY" USING CALENDAR-ACTION,
             BREAK-GLASS-START-DATE, CALENDAR-RESULT-SWITCH,
             CALENDAR-OUT-DATE, CALENDAR-HOLIDAY-NAME.
         MOVE CALENDAR-OUT-DATE TO BREAK-GLASS-DUE-DATE.
         MOVE 0 TO RETURN-CODE.
         DISPLAY "*** BREAK-GLASS SESSION OPEN FOR "
             BREAK-GLASS-MINUTES " MINUTES -- OWN REQUESTS ONLY, "
             "APPROVER REVIEW DUE " BREAK-GLASS-DUE-DATE.
         MOVE "C" TO ALERT-SEVERITY.
         MOVE "APPROVE-PENDING" TO ALERT-SOURCE-PROGRAM.
         MOVE SPACES TO ALERT-MESSAGE-TEXT.
         STRING "BREAK-GLASS BY " DELIMITED BY SIZE
             OPERATOR-ID-IN DELIMITED BY SPACE
             ": " DELIMITED BY SIZE
             BREAK-GLASS-REASON DELIMITED BY SIZE
             INTO ALERT-MESSAGE-TEXT.
         CALL "WRITE-ALERT" USING ALERT-SEVERITY,
             ALERT-SOURCE-PROGRAM, ALERT-MESSAGE-TEXT.
         MOVE "SECURITY" TO AUD-FILE-ID.
         MOVE "B" TO AUD-OPERATION.
         MOVE SPACES TO AUD-KEY.
         MOVE "BREAK-GLASS SIGN-ON" TO AUD-ENGLISH-NAME.
         PERFORM WRITE-SECURITY-AUDIT.
       OFFER-BREAK-GLASS-EXIT.
         EXIT.

      ******************************************************************
      * 特別アクセスで、PXの申請を扱えるかを判定します。時間の枠が
      * 切れていればセッションを終えます。扱えるのは自分の申請で、
      * そのマスタの更新の権限があるものだけです。
      ******************************************************************
       CHECK-BREAK-GLASS-ENTRY SECTION.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT CLOCK-TIME FROM TIME.
         COMPUTE ELAPSED-MINUTES =
             CLOCK-HOURS * 60 + CLOCK-MINUTES.
      * 日付をまたいだときは、1日分（1440分）を足して数えます。
         IF LOG-DATE NOT = BREAK-GLASS-START-DATE
           THEN
             ADD 1440 TO ELAPSED-MINUTES;
         END-IF.
         SUBTRACT BREAK-GLASS-START-MINUTE FROM ELAPSED-MINUTES.
         IF ELAPSED-MINUTES >= BREAK-GLASS-MINUTES
           THEN
             DISPLAY "BREAK-GLASS WINDOW EXPIRED -- SESSION CLOSED";
             MOVE "N" TO ENTRY-ELIGIBLE-SWITCH;
             SET DECISION-IS-EXIT TO TRUE;
             EXIT SECTION;
         END-IF.
         IF PT-USER-ID(PX) NOT = OPERATOR-ID-IN
             OR PT-IS-WARD-CREATION(PX)
             OR PT-FILE-IS-OPERATORS(PX)
           THEN
             MOVE "N" TO ENTRY-ELIGIBLE-SWITCH;
             EXIT SECTION;
         END-IF.
         EVALUATE TRUE
           WHEN PT-FILE-IS-REGIONS(PX)
             MOVE "R" TO AUTHORITY-FILE-KEY
           WHEN PT-FILE-IS-MUNICIPAL(PX)
             MOVE "M" TO AUTHORITY-FILE-KEY
           WHEN PT-FILE-IS-COUNTRIES(PX)
             MOVE "C" TO AUTHORITY-FILE-KEY
           WHEN OTHER
             MOVE "P" TO AUTHORITY-FILE-KEY
         END-EVALUATE.
         MOVE "U" TO AUTHORITY-NEEDED.
         CALL "CHECK-FILE-AUTHORITY" USING OPERATOR-ENTRY,
             AUTHORITY-FILE-KEY, AUTHORITY-NEEDED,
             FILE-AUTHORITY-SWITCH.
         IF NOT FILE-AUTHORITY-OK
           THEN
             MOVE "N" TO ENTRY-ELIGIBLE-SWITCH;
         END-IF.
       CHECK-BREAK-GLASS-ENTRY-EXIT.
         EXIT.

      ******************************************************************
      * PXの申請が変更凍結の期間の中かを判定します。凍結の中なら、
      * 申請者に許可された例外が無いかぎり判断を受け付けず、承認待ち
      * のまま残します。区の設置はまとめて判断するので、キーを決め
      * ずに判定します。
      ******************************************************************
       CHECK-ENTRY-FREEZE SECTION.
         MOVE PT-FILE-ID(PX) TO FREEZE-FILE-ID.
         MOVE SPACES TO FREEZE-KEY.
         EVALUATE TRUE
           WHEN PT-IS-WARD-CREATION(PX)
             CONTINUE
           WHEN PT-FILE-IS-MUNICIPAL(PX)
             MOVE PT-RECORD-IMAGE(PX)(1:5) TO FREEZE-KEY
           WHEN OTHER
             MOVE PT-KEY(PX) TO FREEZE-KEY
         END-EVALUATE.
         CALL "CHECK-CHANGE-FREEZE" USING PT-USER-ID(PX),
             FREEZE-FILE-ID, FREEZE-KEY, FREEZE-RESULT-SWITCH,
             FREEZE-DESCRIPTION, FREEZE-END-DATE.
         IF FREEZE-EXEMPTED
           THEN
             DISPLAY "CHANGE FREEZE IN EFFECT: " FREEZE-DESCRIPTION
                 " -- APPROVED EXEMPTION FOR " PT-USER-ID(PX)
                 " APPLIES";
         END-IF.
         IF FREEZE-BLOCKED
           THEN
             DISPLAY "CHANGE FREEZE IN EFFECT: " FREEZE-DESCRIPTION
                 " UNTIL " FREEZE-END-DATE;
             DISPLAY "  " PT-FILE-ID(PX) " " FREEZE-KEY
                 " BY " PT-USER-ID(PX) " -- LEFT PENDING";
             MOVE "N" TO ENTRY-ELIGIBLE-SWITCH;
             ADD 1 TO FREEZE-HELD-COUNT;
         END-IF.
       CHECK-ENTRY-FREEZE-EXIT.
         EXIT.

      ******************************************************************
      * 特別アクセスで反映した変更を、事後の審査の一覧へ未審査(O)
      * で載せます。反映の日時は、直前に書いた監査ログの判断の行の
      * 日時です。
      ******************************************************************
       RECORD-BREAK-GLASS-CHANGE SECTION.
         OPEN EXTEND BREAK-GLASS-FILE.
         IF BREAK-GLASS-STATUS = "35"
           THEN
             OPEN OUTPUT BREAK-GLASS-FILE;
         END-IF.
         IF BREAK-GLASS-STATUS NOT = "00"
           THEN
             DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO OPEN "
                 "BREAK-GLASS REVIEWS STATUS=" BREAK-GLASS-STATUS;
             EXIT SECTION;
         END-IF.
         MOVE BREAK-GLASS-START TO BGR-SESSION-TIMESTAMP.
         MOVE OPERATOR-ID-IN TO BGR-OPERATOR-ID.
         MOVE AUD-FILE-ID TO BGR-FILE-ID.
         MOVE AUD-OPERATION TO BGR-OPERATION.
         MOVE AUD-KEY TO BGR-KEY.
         MOVE AUD-TIMESTAMP TO BGR-APPLIED-TIMESTAMP.
         MOVE BREAK-GLASS-REASON TO BGR-REASON-TEXT.
         MOVE BREAK-GLASS-DUE-DATE TO BGR-DUE-DATE.
         MOVE "O" TO BGR-STATUS.
         MOVE SPACES TO BGR-REVIEWER-ID.
         MOVE 0 TO BGR-REVIEWED-TIMESTAMP.
         MOVE SPACES TO BGR-REVIEW-COMMENT.
         WRITE BREAK-GLASS-RECORD.
         CLOSE BREAK-GLASS-FILE.
         ADD 1 TO BREAK-GLASS-CHANGE-COUNT.
         DISPLAY "BREAK-GLASS CHANGE RECORDED FOR REVIEW: "
             BGR-FILE-ID " " BGR-OPERATION " " BGR-KEY.
       RECORD-BREAK-GLASS-CHANGE-EXIT.
         EXIT.

       END PROGRAM APPROVE-PENDING-CHANGES.
