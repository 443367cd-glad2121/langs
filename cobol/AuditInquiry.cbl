         ACCEPT FILTER-FILE-ID.
         DISPLAY "KEY (OR BLANK):".
         ACCEPT FILTER-KEY.
         DISPLAY "REASON-CODE (O/E/M/C/P OR BLANK):".
         ACCEPT FILTER-REASON.
       ACCEPT-FILTERS-EXIT.
         EXIT.
