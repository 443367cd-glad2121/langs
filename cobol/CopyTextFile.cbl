       FILE SECTION.
      * 複写元。
       FD  SOURCE-FILE.
       01  SOURCE-RECORD                 PIC X(300).
      * 複写先。
       FD  TARGET-FILE.
       01  TARGET-RECORD                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  SOURCE-STATUS                 PIC X(2).
