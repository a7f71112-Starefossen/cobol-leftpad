      *****************************************************************
      * PADLRES.CPY
      *
      * One record of the result file FIXLOAD writes on its LOADRES DD
      * as it loads PROD.LEFTPAD.FIXWIDTH (80-byte records, layout as
      * agreed with the FIXLOAD team), and that PADLREC reconciles
      * against the load file the loader read.  COPY this at the 05
      * level under an 01-level record.
      *
      * The loader writes one result per record it read off LOADIN,
      * in the order it read them:
      *
      *   Lres-Record-Number  the record's position on LOADIN, first
      *                       record is 1 - the same count PADKEYCK
      *                       and the lineage's Lin-Output-Number
      *                       use;
      *   Lres-Status         A the row was loaded, R the loader
      *                       refused it;
      *   Lres-Key-Value      the record's key as the loader read it:
      *                       the Field-Key-Switch fields' padded
      *                       bytes, concatenated in control-table
      *                       order, left-justified (a key wider than
      *                       50 bytes is cut at 50);
      *   Lres-Reason-Code    the loader's reason code for a refused
      *   Lres-Reason-Text    row and its short description; spaces
      *                       on an accepted row.
      *
      * A control record the loader does not load (an HDRTRL run's
      * HD and TR records) may be left off the file; one that is
      * present is reconciled like any other record.
      *****************************************************************
           05  Lres-Record-Number     PIC 9(09).
           05  Lres-Status            PIC X(01).
               88  Lres-Accepted            VALUE 'A'.
               88  Lres-Rejected            VALUE 'R'.
           05  Lres-Key-Value         PIC X(50).
           05  Lres-Reason-Code       PIC X(04).
           05  Lres-Reason-Text       PIC X(16).
