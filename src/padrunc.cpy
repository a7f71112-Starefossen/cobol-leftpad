      *****************************************************************
      * PADRUNC.CPY
      *
      * One record of the nightly run-control dataset
      * (PROD.LEFTPAD.RUNCTL - one flat dataset, extended by every
      * run, never rewritten) that PADRUNC keeps.  COPY this at the
      * 05 level under the 01-level FD record.
      *
      * Two record kinds share the layout:
      *
      *   EX  One per extract check (the front step of the nightly
      *       job): the extract's identity and what the check
      *       decided - ACCEPTED (a new extract, the chain runs),
      *       RERUN (the last accepted extract submitted again
      *       under PARM=RERUN before it was loaded), or REFUSED
      *       (the chain was stopped).
      *   ST  One per step that finished: the step name, with the
      *       identity and run date of the accepted extract the
      *       step was run for, so every completion belongs to one
      *       night's extract.  Status is always COMPLETE.
      *
      * The extract identity is the extract header's date plus the
      * trailer's record count and hash total.  An extract with no
      * trailer is identified by its own record count and a hash
      * computed over its first and last records instead (Runc-
      * Identity-Source 'C'); with no header its date is zero.
      *****************************************************************
           05  Runc-Record-Kind       PIC X(02).
               88  Runc-Kind-Extract        VALUE 'EX'.
               88  Runc-Kind-Step           VALUE 'ST'.
           05  Runc-Status            PIC X(08).
               88  Runc-Accepted            VALUE 'ACCEPTED'.
               88  Runc-Rerun               VALUE 'RERUN   '.
               88  Runc-Refused             VALUE 'REFUSED '.
               88  Runc-Complete            VALUE 'COMPLETE'.
           05  Runc-Run-Date          PIC 9(08).
           05  Runc-Extract-Identity.
               10  Runc-Extract-Date  PIC 9(08).
               10  Runc-Extract-Count PIC 9(09).
               10  Runc-Extract-Hash  PIC 9(15).
           05  Runc-Identity-Source   PIC X(01).
               88  Runc-From-Trailer        VALUE 'T'.
               88  Runc-Computed            VALUE 'C'.
           05  Runc-Step-Name         PIC X(08).
           05  Runc-Stamp-Date        PIC 9(08).
           05  Runc-Stamp-Time        PIC 9(06).
           05  FILLER                 PIC X(07).
