      * 緊急の特別アクセス（ブレークグラス）で承認を経ずに反映した
      * 変更の、事後の審査の一覧(BreakGlassReviews.txt)の1行です。
      * 変更1件につき1行で、承認者（権限レベル3）が翌業務日までに
      * 審査を済ませます。
           05  BGR-SESSION-TIMESTAMP       PIC 9(14).
           05  BGR-OPERATOR-ID             PIC X(08).
      * 反映した変更。反映の日時は監査ログの判断の行の日時と同じ
      * で、監査ログとの突き合わせに使います。
           05  BGR-FILE-ID                 PIC X(11).
           05  BGR-OPERATION               PIC X(01).
           05  BGR-KEY                     PIC X(05).
           05  BGR-APPLIED-TIMESTAMP       PIC 9(14).
      * 特別アクセスの理由（サインオンのときの入力）。
           05  BGR-REASON-TEXT             PIC X(30).
      * 審査の期限（反映の日の翌業務日）。
           05  BGR-DUE-DATE                PIC 9(08).
      * O=未審査 S=審査済み
           05  BGR-STATUS                  PIC X(01).
             88  BGR-IS-OPEN               VALUE "O".
             88  BGR-IS-SIGNED-OFF         VALUE "S".
           05  BGR-REVIEWER-ID             PIC X(08).
           05  BGR-REVIEWED-TIMESTAMP      PIC 9(14).
           05  BGR-REVIEW-COMMENT          PIC X(30).
