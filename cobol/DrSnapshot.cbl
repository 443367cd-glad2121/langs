         03  FILLER PIC X(40) VALUE "CapitalCoordinates.txt".
         03  FILLER PIC X(40) VALUE "Demographics.txt".
         03  FILLER PIC X(40) VALUE "Subscribers.txt".
         03  FILLER PIC X(40) VALUE "FeedProfiles.txt".
         03  FILLER PIC X(40) VALUE "DeliverySla.txt".
         03  FILLER PIC X(40) VALUE "SlaHistory.txt".
         03  FILLER PIC X(40) VALUE "MinistrySubmissions.txt".
         03  FILLER PIC X(40) VALUE "ScheduleRegister.txt".
         03  FILLER PIC X(40) VALUE
             "OfficialMunicipalityCodes.txt".
         03  FILLER PIC X(40) VALUE "MergerLineage.txt".
         03  FILLER PIC X(40) VALUE "PendingMergers.txt".
       01  BUNDLE-FILE-TABLE REDEFINES BUNDLE-FILE-NAMES.
         03  BUNDLE-FILE-NAME          OCCURS 31 PIC X(40).
       77  BUNDLE-FILE-INDEX           PIC 9(2).

      * 退避の日付と、作業中のファイル名。
             STOP RUN;
         END-IF.
         PERFORM VARYING BUNDLE-FILE-INDEX FROM 1 BY 1
             UNTIL BUNDLE-FILE-INDEX > 31
           PERFORM SNAPSHOT-ONE-FILE;
         END-PERFORM.
         CLOSE MANIFEST-FILE.
