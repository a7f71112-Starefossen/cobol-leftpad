      * rejecting field - the monthly data-quality review's
      * "how many bad account rows are still unloaded this week".
      *
      * Two reject sources share the master, told apart by the
      * master's source byte, which is part of the key:
      *
      *   blank  LEFTPADB's own rejects, off the SUSPENSE (or a
      *          stream's STRSUSP) generation, numbered by input
      *          record;
      *   L      rows FIXLOAD refused, off the LOADREJ generation
      *          PADLREC writes after the load, numbered by load-
      *          file record and rejected for the loader's reason
      *          (its reason code and text).  Roll them with
      *          SOURCE=LOADER and no STREAM= - the load file is
      *          the whole night's.  The resubmit pass after a
      *          reload (SUSPFILE at the residual LOADREJ
      *          generation PADLREC's RELOAD run wrote) resolves
      *          the loader rejects the reload got in.
      *
      * A roll touches only its own source's records, and the aging
      * report buckets the two sources separately.
      *
      * PARM (optional, comma-separated keywords):
      *   RUNDATE=yyyymmdd   The date of this run, used for new
      *                      master records, resolutions, and the
      *                      eventually overflows the in-memory
      *                      table (RC=16).  Open records are
      *                      never purged.
      *   SOURCE=LOADER      SUSPFILE holds loader rejects off
      *                      LOADREJ (see above).  Default: LEFTPADB
      *                      rejects.
      *
      * Sets RETURN-CODE for the JCL to test: 00 clean, 04 open
      * records seven or more days old remain on the master, 16 the
       FILE SECTION.
       FD  MASTER-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  MASTER-IN-RECORD.
           05  Mst-In-Run-Date          PIC 9(08).
           05  Mst-In-Record-Number     PIC 9(07).
           05  Mst-In-Status            PIC X(01).
           05  Mst-In-Resolved-Date     PIC 9(08).
           05  Mst-In-Stream            PIC X(01).
           05  Mst-In-Source            PIC X(01).

      *****************************************************************
      * SUSPFILE's record width rides its DD label (the FD is

       FD  MASTER-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  MASTER-OUT-RECORD.
           05  Mst-Out-Run-Date         PIC 9(08).
           05  Mst-Out-Record-Number    PIC 9(07).
           05  Mst-Out-Status           PIC X(01).
           05  Mst-Out-Resolved-Date    PIC 9(08).
           05  Mst-Out-Stream           PIC X(01).
           05  Mst-Out-Source           PIC X(01).

       FD  AGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
                   88  Master-Resolved          VALUE 'R'.
               10  Master-Resolved-Date PIC 9(08).
               10  Master-Stream       PIC X(01).
               10  Master-Source       PIC X(01).
               10  Master-Seen         PIC X(01).
       77  Master-Count                PIC 9(05) COMP VALUE 0.
       77  Max-Master-Entries          PIC 9(05) COMP VALUE 5000.
       77  Run-Date                    PIC 9(08) VALUE 0.
       77  Suspense-Date               PIC 9(08) VALUE 0.
       77  Stream-Id                   PIC X(01) VALUE SPACES.
       77  Source-Id                   PIC X(01) VALUE SPACES.
       77  Purge-Days                  PIC 9(03) COMP VALUE 30.
       77  Purge-Cutoff-Integer        PIC S9(09) COMP VALUE 0.
       77  Resolved-Date-Integer       PIC 9(08) COMP VALUE 0.
       77  Age-In-Days                 PIC S9(05) COMP VALUE 0.

      *****************************************************************
      * Aging summary, one slot per reject source, record type, and
      * rejecting reason: the open counts in the 1-2, 3-6, and
      * 7-plus-day buckets.
      *****************************************************************
       01  Age-Summary-Table.
           05  Age-Summary OCCURS 100 TIMES.
               10  Age-Source          PIC X(01).
               10  Age-Record-Type     PIC X(02).
               10  Age-Reason          PIC X(20).
               10  Age-Bucket-1        PIC 9(07) COMP.
           05  FILLER                  PIC X(12) VALUE '    1-2 DAYS'.
           05  FILLER                  PIC X(12) VALUE '    3-6 DAYS'.
           05  FILLER                  PIC X(12) VALUE '     7+ DAYS'.
           05  FILLER                  PIC X(08) VALUE '  SOURCE'.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  Age-Detail-Line.
           05  Age-Detail-Type         PIC X(02).
           05  Age-Detail-Bucket-3     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Age-Detail-Bucket-7     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  Age-Detail-Source       PIC X(06).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  Age-Total-Line.
           05  Age-Total-Text          PIC X(40).
                   END-IF
               WHEN 'STREAM'
                   MOVE Parm-Value(1:1) TO Stream-Id
               WHEN 'SOURCE'
                   IF Parm-Value = 'LOADER'
                       MOVE 'L' TO Source-Id
                   END-IF
               WHEN 'PURGE'
                   COMPUTE Purge-Days =
                       FUNCTION NUMVAL(FUNCTION TRIM(Parm-Value))
                       TO Master-Resolved-Date(Master-Count)
                   MOVE Mst-In-Stream
                       TO Master-Stream(Master-Count)
                   MOVE Mst-In-Source
                       TO Master-Source(Master-Count)
                   MOVE 'N' TO Master-Seen(Master-Count)
           END-READ.

       2250-MATCH-ONE-MASTER.
           IF Master-Run-Date(Master-Index) = Match-Date
                   AND Master-Stream(Master-Index) = Stream-Id
                   AND Master-Source(Master-Index) = Source-Id
                   AND Master-Record-Number(Master-Index)
                       = Suspense-Record-Number
               MOVE Master-Index TO Match-Slot
           MOVE 'O' TO Master-Status(Master-Count)
           MOVE 0 TO Master-Resolved-Date(Master-Count)
           MOVE Stream-Id TO Master-Stream(Master-Count)
           MOVE Source-Id TO Master-Source(Master-Count)
           MOVE 'Y' TO Master-Seen(Master-Count)
           ADD 1 TO Records-Added.

      * went through the padding rules cleanly and onto the load
      * file - mark it resolved as of this run.  Other streams'
      * records are untouched: each parallel stream gets its own
      * resubmit pass.  So are the other source's: a loader reject
      * is resolved only by the pass after its reload.
      *****************************************************************
       3000-RESOLVE-UNSEEN-RECORDS.
           PERFORM 3100-RESOLVE-ONE-RECORD THRU 3100-EXIT
           IF Master-Open(Master-Index)
                   AND Master-Run-Date(Master-Index) = Suspense-Date
                   AND Master-Stream(Master-Index) = Stream-Id
                   AND Master-Source(Master-Index) = Source-Id
                   AND Master-Seen(Master-Index) NOT = 'Y'
               MOVE 'R' TO Master-Status(Master-Index)
               MOVE Run-Date TO Master-Resolved-Date(Master-Index)
           MOVE Master-Resolved-Date(Master-Index)
               TO Mst-Out-Resolved-Date
           MOVE Master-Stream(Master-Index) TO Mst-Out-Stream
           MOVE Master-Source(Master-Index) TO Mst-Out-Source
           WRITE MASTER-OUT-RECORD.

       7100-EXIT.
           IF Age-Summary-Slot = 0
                   AND Age-Summary-Count < Max-Age-Summaries
               ADD 1 TO Age-Summary-Count
               MOVE Master-Source(Master-Index)
                   TO Age-Source(Age-Summary-Count)
               MOVE Master-Record-Type(Master-Index)
                   TO Age-Record-Type(Age-Summary-Count)
               MOVE Master-Reason(Master-Index)
           EXIT.

       8250-MATCH-ONE-SUMMARY.
           IF Age-Source(Age-Summary-Index)
                   = Master-Source(Master-Index)
                   AND Age-Record-Type(Age-Summary-Index)
                       = Master-Record-Type(Master-Index)
                   AND Age-Reason(Age-Summary-Index)
                       = Master-Reason(Master-Index)
               MOVE Age-Summary-Index TO Age-Summary-Slot
               TO Age-Detail-Bucket-3
           MOVE Age-Bucket-7(Age-Summary-Index)
               TO Age-Detail-Bucket-7
           IF Age-Source(Age-Summary-Index) = 'L'
               MOVE 'LOADER' TO Age-Detail-Source
           ELSE
               MOVE 'PAD' TO Age-Detail-Source
           END-IF
           WRITE AGE-REPORT-RECORD FROM Age-Detail-Line.

       8300-EXIT.
