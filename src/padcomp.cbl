       FILE SECTION.
       FD  OLD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  OLD-CONTROL-RECORD          PIC X(44).

       FD  NEW-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  NEW-CONTROL-RECORD          PIC X(44).

       FD  OLD-LOAD-FILE
           LABEL RECORDS ARE STANDARD
