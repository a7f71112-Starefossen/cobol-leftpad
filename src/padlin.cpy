      *****************************************************************
      * PADLIN.CPY
      *
      * One record of the lineage cross-reference PROD.LEFTPAD.LINEAGE
      * that LEFTPADB writes for every input record it reads on a pad
      * run (nightly, RESTART, or RESUBMIT - not UNPAD), that PADMERGE
      * consolidates from the LEFTPDBP streams, and that PADTRACE
      * searches to answer "what happened to this account on that
      * night".  COPY this at the 05 level under an 01-level record.
      *
      * Three kinds of record share the 128-byte prefix:
      *
      *   X  the cross-reference proper, one per input record,
      *      written once the record has been disposed of: where it
      *      went (Lin-Disposition), the load-file record it became
      *      (Lin-Output-Number), and in Lin-Images the record as it
      *      was read (bytes 1 through Lin-Record-Length; a
      *      delimited feed's record as dealt into its fixed layout)
      *      followed by
      *      the padded record as it left PADREC (the next
      *      Lin-Record-Length bytes).  A record rejected before the
      *      padding pass (an unknown code value) carries spaces for
      *      the padded image; a passed-through record carries its
      *      input image twice.
      *   E  one EXCPFILE record written for the input record - its
      *      131-byte image, field name, code, and content, at the
      *      front of Lin-Images.
      *   R  one REPAUDIT record written for the input record - its
      *      130-byte image at the front of Lin-Images.
      *
      * A record's E and R records are written ahead of its X record
      * and carry the same run date, stream, input number, and key,
      * so the lineage of one input record reads as one group.
      *
      * Record numbering:
      *   Lin-Input-Number    the record number SUSPFILE, EXCPFILE,
      *                       REPAUDIT, and the suspense master carry
      *                       - the stream-relative number on a
      *                       LEFTPDBP night, the original number off
      *                       the suspense record on a RESUBMIT run;
      *   Lin-Extract-Number  the record's position in the whole
      *                       night's extract (PADMERGE adds the
      *                       earlier streams' counts; zero on a
      *                       RESUBMIT run, which reads no extract);
      *   Lin-Output-Number   the record's position on the load file
      *                       it was written to (PADMERGE adds the
      *                       earlier streams' counts; on a RESUBMIT
      *                       run the position among the records that
      *                       run appended), zero when it went to
      *                       suspense.
      *
      * Lin-Key-Value is the content of the record's Field-Key-Switch
      * fields as read (after delimited fields are dealt, before any
      * code translation or repair), each trimmed, joined by '/'.
      * Lin-Table-Version is the run's TBLVER= date, zero when the
      * run was not given one - the version in effect is then the
      * one the activation step selected for Lin-Run-Date.
      *
      * The DD LRECL is 128 plus twice the run's RECLEN (928 at the
      * standard 400).
      *****************************************************************
           05  Lin-Record-Kind        PIC X(01).
               88  Lin-Cross-Reference      VALUE 'X'.
               88  Lin-Exception            VALUE 'E'.
               88  Lin-Repair               VALUE 'R'.
           05  Lin-Run-Date           PIC 9(08).
           05  Lin-Run-Kind           PIC X(01).
               88  Lin-Run-Nightly          VALUE 'N'.
               88  Lin-Run-Resubmit         VALUE 'R'.
           05  Lin-Stream             PIC X(01).
           05  Lin-Input-Number       PIC 9(07).
           05  Lin-Extract-Number     PIC 9(09).
           05  Lin-Output-Number      PIC 9(09).
           05  Lin-Disposition        PIC X(01).
               88  Lin-Written              VALUE 'W'.
               88  Lin-Truncated            VALUE 'T'.
               88  Lin-Passed               VALUE 'P'.
               88  Lin-Suspended            VALUE 'S'.
           05  Lin-Record-Type        PIC X(02).
           05  Lin-Table-Version      PIC 9(08).
           05  Lin-Record-Length      PIC 9(04).
           05  Lin-Key-Value          PIC X(50).
           05  Lin-Reason             PIC X(20).
           05  FILLER                 PIC X(07).
           05  Lin-Images             PIC X(4000).
