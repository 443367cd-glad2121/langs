      * オペレーターの月次の活動・保安の帳票です。指定の年月に
      * ついて、監査ログ（未締めのAuditTrail.txtと、締め済みなら
      * AuditArchive-YYYYMM.txtの両方）を読み、オペレーターごとに
      *   - マスタ別の追加・訂正・削除の件数（承認待ちの申請は、
      *     判断のときに残る申請者の行で申請者にも数えます）
      *   - 地方・都道府県への反映（承認の適用）の件数
      *   - サインオンの失敗・操作の拒否の件数
      *   - 自己承認の記録（APPROVE-PENDING-CHANGESが残すもの）
      *   - 地方の担当範囲の外への操作の試み（保安の事象）
      *   - 緊急の特別アクセス（ブレークグラス）で反映した変更
      * をまとめ、オペレーターマスタに登録の無い利用者の活動に
      * 印を付けます。保安の審査が求めた帳票です。
      ******************************************************************
      * 対象の年月の入力。
       77  MONTH-IN                    PIC X(6).

      * 登録済みのオペレーターIDの一覧（オペレーターマスタの上限
      * と同じ50人）。
       01  REGISTERED-COUNT            PIC 9(2) VALUE ZERO.
       01  REGISTERED-TABLE.
         03  REGISTERED-ID             OCCURS 50 INDEXED BY RX
                                        PIC X(8).

      * オペレーターごとの集計。登録済みの50人に、登録の無い利用者
      * の分を加えた100人まで集計します。
       01  ACTIVITY-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       01  ACTIVITY-TABLE.
         03  ACTIVITY-ENTRY            OCCURS 100 INDEXED BY AX.
             05  AC-USER-ID            PIC X(8).
             05  AC-REGIONS-OPS        PIC 9(4).
             05  AC-PREFECTURES-OPS    PIC 9(4).
             05  AC-SIGNON-FAILURES    PIC 9(4).
             05  AC-DENIED-OPS         PIC 9(4).
             05  AC-SELF-APPROVALS     PIC 9(4).
             05  AC-SCOPE-REFUSALS     PIC 9(4).
             05  AC-BREAK-GLASS-OPS    PIC 9(4).
             05  AC-REGISTERED-SWITCH  PIC X(1).
               88  AC-IS-REGISTERED    VALUE "Y".

             AT END
               CONTINUE;
             NOT AT END
               IF REGISTERED-COUNT < 50
                 THEN
                   ADD 1 TO REGISTERED-COUNT;
                   SET RX TO REGISTERED-COUNT;
         EVALUATE TRUE
           WHEN AUD-ENGLISH-NAME = "SELF-APPROVAL"
             ADD 1 TO AC-SELF-APPROVALS(AX)
      * 担当範囲の外の試みは、元の操作の種別によらずここで数え
      * ます。
           WHEN AUD-ENGLISH-NAME = "SCOPE REFUSED"
             ADD 1 TO AC-SCOPE-REFUSALS(AX)
      * 変更凍結の期間の中で断った操作も、元の操作の種別によらず
      * 拒否として数えます。
           WHEN AUD-ENGLISH-NAME = "FREEZE REFUSED"
             ADD 1 TO AC-DENIED-OPS(AX)
      * 特別アクセスで反映した判断の行（理由"B"）は、特別アクセス
      * として数えます。申請者の行(Q)はマスタ別に数えます。
           WHEN AUD-REASON-CODE = "B" AND NOT AUD-IS-REQUEST
             ADD 1 TO AC-BREAK-GLASS-OPS(AX)
      * 特別アクセスの開始・審査の記録は、操作の拒否ではありません。
           WHEN AUD-FILE-ID = "SECURITY"
               AND AUD-ENGLISH-NAME(1:12) = "BREAK-GLASS "
             CONTINUE
           WHEN AUD-FILE-ID = "SIGNON" AND AUD-OPERATION = "F"
             ADD 1 TO AC-SIGNON-FAILURES(AX)
      * 申請者の行(Q)は、申請者がそのマスタへ加えた変更として
      * 数えます。
           WHEN AUD-IS-ADD OR AUD-IS-CHANGE OR AUD-IS-DELETE
               OR AUD-IS-REQUEST
             EVALUATE AUD-FILE-ID
               WHEN "REGIONS"
                 ADD 1 TO AC-REGIONS-OPS(AX)
           THEN
             EXIT SECTION;
         END-IF.
         IF ACTIVITY-TABLE-COUNT >= 100
           THEN
             DISPLAY "OPERATOR-ACTIVITY-REPORT: TABLE-FULL";
             EXIT SECTION;
         EXIT.

      ******************************************************************
      * 帳票を表示します。自己承認・担当範囲の外の試み・特別アクセス
      * の反映・未登録の利用者の活動は異常の印を付けます。
      ******************************************************************
       PRINT-ACTIVITY-REPORT SECTION.
         DISPLAY "=================================================".
             MONTH-IN.
         DISPLAY "=================================================".
         DISPLAY "USER      REG  PREF  MUNI  OTHR  FAIL  DENY"
             "  SELF  SCOP  BRKG".
         PERFORM VARYING AX FROM 1 BY 1
             UNTIL AX > ACTIVITY-TABLE-COUNT
           DISPLAY AC-USER-ID(AX)
               "  " AC-OTHER-OPS(AX)
               "  " AC-SIGNON-FAILURES(AX)
               "  " AC-DENIED-OPS(AX)
               "  " AC-SELF-APPROVALS(AX)
               "  " AC-SCOPE-REFUSALS(AX)
               "  " AC-BREAK-GLASS-OPS(AX);
           IF AC-SELF-APPROVALS(AX) > 0
             THEN
               DISPLAY "  *** ANOMALY: SELF-APPROVAL RECORDED";
               ADD 1 TO ANOMALY-COUNT;
           END-IF;
           IF AC-SCOPE-REFUSALS(AX) > 0
             THEN
               DISPLAY "  *** SECURITY: OUT-OF-SCOPE ATTEMPTS";
               ADD 1 TO ANOMALY-COUNT;
           END-IF;
           IF AC-BREAK-GLASS-OPS(AX) > 0
             THEN
               DISPLAY "  *** SECURITY: BREAK-GLASS CHANGES";
               ADD 1 TO ANOMALY-COUNT;
           END-IF;
           IF NOT AC-IS-REGISTERED(AX)
             THEN
               DISPLAY "  *** ANOMALY: USER NOT ON "
