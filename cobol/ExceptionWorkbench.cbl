      * 済んだ例外は例外ファイルから取り除かれるので、ファイルは
      * 溜まらずに流れていきます。マスタへの書き戻しは監査ログへ
      * 記録します。
      * 人口の内訳の取り込みの却下ファイルも同じように提示します。
      * 内訳には書き戻すマスタのレコードが無いので、確認のうえで
      * 取り除くだけです。
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-WORKBENCH.
         88  CHOICE-IS-MUNICIPALITIES  VALUE "M".
         88  CHOICE-IS-CENSUS          VALUE "C".
         88  CHOICE-IS-CAPITALS        VALUE "K".
         88  CHOICE-IS-DEMOGRAPHIC     VALUE "D".
         88  CHOICE-IS-EXIT            VALUE "X".

      * メモリ上に読み込んだ例外の一覧と、件ごとの処置結果。
           PERFORM ACCEPT-FILE-CHOICE;
           IF CHOICE-IS-PREFECTURES OR CHOICE-IS-REGIONS
               OR CHOICE-IS-MUNICIPALITIES OR CHOICE-IS-CENSUS
               OR CHOICE-IS-CAPITALS OR CHOICE-IS-DEMOGRAPHIC
             THEN
               PERFORM WORK-ONE-EXCEPTION-FILE;
           END-IF
      ******************************************************************
       ACCEPT-FILE-CHOICE SECTION.
         DISPLAY "P)PREFECTURES  R)REGIONS  M)MUNICIPALITIES  "
             "C)CENSUS-REJECTS  K)CAPITALS  "
             "D)DEMOGRAPHIC-REJECTS  X)EXIT".
         ACCEPT FILE-CHOICE.
         IF CHOICE-IS-PREFECTURES
           THEN
                         MOVE "../data/PrefectureRegions.txt"
                             TO MASTER-FILENAME;
                       ELSE
                     IF CHOICE-IS-DEMOGRAPHIC
                       THEN
                         MOVE "../data/DemographicRejects.txt"
                             TO EXCEPTIONS-FILENAME;
                         MOVE "../data/Demographics.txt"
                             TO MASTER-FILENAME;
                       ELSE
                         IF NOT CHOICE-IS-EXIT
                           THEN
                             DISPLAY "INVALID CHOICE";
                         END-IF
                     END-IF
                     END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF.
                     DISPLAY "CENSUS ROW=" CE-CENSUS-LINE;
                     DISPLAY "REASON=" CE-REASON;
                   ELSE
                 IF CHOICE-IS-DEMOGRAPHIC
                   THEN
      * 人口の内訳の却下ファイルは、国勢調査の却下と同じ並び
      * （元の行と理由）です。
                     MOVE ET-LINE(EX) TO CENSUS-REJECT-IMAGE;
                     DISPLAY "DEMOGRAPHIC ROW=" CE-CENSUS-LINE;
                     DISPLAY "REASON=" CE-REASON;
                   ELSE
                 IF CHOICE-IS-CAPITALS
                   THEN
                     MOVE ET-LINE(EX) TO CAPITAL-EXCEPTION-IMAGE;
                     DISPLAY "REASON=" ME-REASON;
                 END-IF
                 END-IF
                 END-IF
             END-IF
         END-IF.
       SHOW-EXCEPTION-EXIT.
             MOVE "../data/Municipalities.txt" TO MASTER-FILENAME
           WHEN CHOICE-IS-CENSUS
             PERFORM CLASSIFY-CENSUS-REJECT
           WHEN CHOICE-IS-DEMOGRAPHIC
             SET TARGET-IS-UNSUPPORTED TO TRUE
           WHEN OTHER
             SET TARGET-IS-PREFECTURE TO TRUE
             MOVE "../data/PrefectureRegions.txt" TO MASTER-FILENAME
