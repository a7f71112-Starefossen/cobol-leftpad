       FILE SECTION.
       FD  LIBRARY-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
       01  LIBRARY-IN-RECORD.
           05  Lib-In-Effective-Date  PIC 9(08).
           05  Lib-In-Entry.

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-OUT-RECORD.
           COPY 'padctl.cpy'.

