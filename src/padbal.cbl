
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

