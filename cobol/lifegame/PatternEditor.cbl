             DISPLAY "PATTERN-EDITOR: UNABLE TO OPEN PATTERN "
                 "LIBRARY STATUS=" LIBRARY-STATUS;
           ELSE
             MOVE SPACES TO PATTERN-LIBRARY-RECORD;
             MOVE IN-PATTERN-NAME TO PLIB-PATTERN-NAME;
             MOVE IN-PATTERN-FILE TO PLIB-PATTERN-FILE;
             WRITE PATTERN-LIBRARY-RECORD;
