       FILE SECTION.
       FD  LIBRARY-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
       01  LIBRARY-IN-RECORD.
           05  Lib-In-Effective-Date  PIC 9(08).
           05  Lib-In-Entry.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  Tran-Action            PIC X(01).
               88  Tran-Action-Add          VALUE 'A'.

       FD  LIBRARY-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
       01  LIBRARY-OUT-RECORD.
           05  Lib-Out-Effective-Date PIC 9(08).
           05  Lib-Out-Entry.
