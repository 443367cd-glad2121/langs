      * 予定マスタ(ScheduleRegister.txt)の1行です。ジョブごとに、
      * 流す周期と、先に正常に終わっていなければならない前のジョブ
      * （先行ジョブ）を持ちます。
           05  SC-JOB-NAME                 PIC X(15).
      * D=毎日 W=毎週 M=毎月
           05  SC-FREQUENCY                PIC X(01).
             88  SC-IS-DAILY               VALUE "D".
             88  SC-IS-WEEKLY              VALUE "W".
             88  SC-IS-MONTHLY             VALUE "M".
      * Wは曜日（1～7で月曜=1）、Mは日、Dは00です。
           05  SC-DAY                      PIC 9(02).
      * B=業務日のみ A=毎日
           05  SC-BUSINESS-RULE            PIC X(01).
             88  SC-BUSINESS-DAYS-ONLY     VALUE "B".
             88  SC-EVERY-DAY              VALUE "A".
      * 先行ジョブ。空白なら先行ジョブはありません。
           05  SC-PREDECESSOR              PIC X(15).
