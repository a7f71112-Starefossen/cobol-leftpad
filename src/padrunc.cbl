       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRUNC.
      *****************************************************************
      * PADRUNC
      *
      * Nightly run control.  Nothing used to stop the chain padding
      * the same PROD.EXTRACT.DAILY twice - the night the warehouse
      * did not refresh the extract we loaded yesterday's data as
      * today's with a clean RC=00 - and where a night stood could
      * only be read back off the job's COND codes.  This program
      * keeps the run-control dataset (PROD.LEFTPAD.RUNCTL, layout
      * in PADRUNC.CPY: one flat dataset, only ever extended) and
      * runs in one of three functions, named first on the PARM:
      *
      *   CHECK   The front step of the nightly job, ahead of
      *           LEFTPADB or PADSPLIT.  Works out the extract's
      *           identity - the header's extract date (record type
      *           'HD', date in bytes 3-10) with the trailer's record
      *           count and hash total (record type 'TR', bytes 3-11
      *           and 12-26, as PADBAL reads them) - and stops the
      *           chain (RC 08) when that identity was already
      *           accepted on an earlier night, or when the extract
      *           date is older than the last extract loaded.  An
      *           extract with no trailer (today's untyped feed) is
      *           identified by its record count and a hash over its
      *           first and last records; with no header its date is
      *           zero and the date test is skipped.  The decision
      *           is recorded as an EX record either way.
      *
      *           CHECK,RERUN is the rerun check: the extract must be
      *           the last one accepted, and must not have been
      *           loaded yet (no LOADSTEP completion recorded for
      *           it) - a rerun after the load would load it twice.
      *           The report lists what already completed for that
      *           extract, so the operator restarts from the right
      *           step instead of from memory of the COND codes.
      *
      *   POST    Records a step's completion (STEP=name) as an ST
      *           record against the last accepted extract.  Each
      *           job step is followed by a one-step POST gated on
      *           it, so a failed or bypassed step records nothing.
      *
      *   STATUS  Prints where tonight's run stands: the last extract
      *           check, then every step of the chain with its
      *           completion time, or NOT RECORDED.
      *
      * PARM (comma-separated keywords; the function is required):
      *   CHECK | POST | STATUS   The function, as above.
      *   RERUN             CHECK only: the rerun check.
      *   STEP=xxxxxxxx     POST only, required: the step finished.
      *   RUNDATE=yyyymmdd  CHECK only: the run date recorded for an
      *                      accepted extract.  Default is the
      *                      current date.
      *   RECLEN=nnnn       CHECK only: the extract's record width,
      *                      for the computed hash.  Default 400.
      *   CHAIN=PARALLEL    STATUS only: list the LEFTPDBP steps
      *                      (SPLSTEP, the PAD streams, MRGSTEP) in
      *                      place of STEP010.
      *   STREAMS=n         With CHAIN=PARALLEL: the stream count,
      *                      1 through 9.  Default 4.
      *
      * Prints on RUNRPT.  Sets RETURN-CODE for the JCL to test:
      *   CHECK   00 accepted (or rerun allowed), 08 refused - the
      *           chain stops, 16 the extract is empty or the run-
      *           control dataset cannot be read.
      *   POST    00 recorded, 04 recorded with no accepted extract
      *           to attach it to, 16 no STEP= or dataset trouble.
      *   STATUS  00 the last accepted extract is loaded, 04 its run
      *           is still under way, 08 the last check refused its
      *           extract, 16 dataset trouble.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Extract-File-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Run-Control-Status.
           SELECT RUN-REPORT-FILE ASSIGN TO RUNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Run-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  EXTRACT-RECORD              PIC X(2000).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY 'padrunc.cpy'.

       FD  RUN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  Extract-File-Status         PIC X(02).
           88  Extract-File-OK                 VALUE '00'.
           88  Extract-File-End                VALUE '10'.
       01  Run-Control-Status          PIC X(02).
           88  Run-Control-OK                  VALUE '00'.
           88  Run-Control-End                 VALUE '10'.
       01  Run-Report-Status           PIC X(02).

       01  Job-Switches.
           05  Function-Code           PIC X(06) VALUE SPACES.
               88  Function-Check               VALUE 'CHECK'.
               88  Function-Post                VALUE 'POST'.
               88  Function-Status              VALUE 'STATUS'.
           05  Rerun-Switch            PIC X(01) VALUE 'N'.
               88  Rerun-Requested              VALUE 'Y'.
           05  Chain-Switch            PIC X(01) VALUE 'S'.
               88  Parallel-Chain               VALUE 'P'.
           05  Header-Switch           PIC X(01) VALUE 'N'.
               88  Header-Found                 VALUE 'Y'.
           05  Trailer-Switch          PIC X(01) VALUE 'N'.
               88  Trailer-Found                VALUE 'Y'.
           05  Last-Check-Switch       PIC X(01) VALUE 'N'.
               88  Last-Check-Found             VALUE 'Y'.
           05  Last-Accepted-Switch    PIC X(01) VALUE 'N'.
               88  Last-Accepted-Found          VALUE 'Y'.
           05  Same-Identity-Switch    PIC X(01) VALUE 'N'.
               88  Same-Identity-Found          VALUE 'Y'.
           05  Identity-Loaded-Switch  PIC X(01) VALUE 'N'.
               88  Identity-Loaded              VALUE 'Y'.
           05  Done-Found-Switch       PIC X(01) VALUE 'N'.
               88  Done-Found                   VALUE 'Y'.

       77  Run-Date                    PIC 9(08) VALUE 0.
       77  Post-Step-Name              PIC X(08) VALUE SPACES.
       77  Stream-Count                PIC 9(01) VALUE 4.
       77  Stream-Index                PIC 9(01) VALUE 0.
       77  Record-Length               PIC 9(04) COMP VALUE 400.
       77  Max-Run-Record-Length       PIC 9(04) COMP VALUE 2000.
       77  Stamp-Date                  PIC 9(08) VALUE 0.
       77  Stamp-Time                  PIC 9(06) VALUE 0.
       77  Stamp-Time-Work             PIC 9(08) VALUE 0.

      *****************************************************************
      * The identity of the extract on EXTRACT (CHECK only), built
      * exactly as Runc-Extract-Identity is laid out so the two
      * compare as one group.
      *****************************************************************
       01  Extract-Identity.
           05  Ident-Date              PIC 9(08) VALUE 0.
           05  Ident-Count             PIC 9(09) VALUE 0.
           05  Ident-Hash              PIC 9(15) VALUE 0.
       77  Ident-Source                PIC X(01) VALUE SPACE.
       77  Extract-Records-Read        PIC 9(09) COMP VALUE 0.
       01  Last-Extract-Record         PIC X(2000).

       77  Hash-Work                   PIC 9(18) VALUE 0.
       77  Hash-Modulus                PIC 9(09) VALUE 999999937.
       77  Hash-Index                  PIC 9(04) COMP VALUE 0.
       01  Hash-Source                 PIC X(2000).

      *****************************************************************
      * What the run-control dataset says: the last extract check of
      * any outcome, the last accepted extract (the run every POST
      * attaches to), and the date of the newest extract loaded.
      *****************************************************************
       01  Last-Check.
           05  Last-Check-Status       PIC X(08) VALUE SPACES.
           05  Last-Check-Run-Date     PIC 9(08) VALUE 0.
           05  Last-Check-Identity.
               10  Last-Check-Date     PIC 9(08) VALUE 0.
               10  Last-Check-Count    PIC 9(09) VALUE 0.
               10  Last-Check-Hash     PIC 9(15) VALUE 0.
           05  Last-Check-Source       PIC X(01) VALUE SPACE.
           05  Last-Check-Stamp-Date   PIC 9(08) VALUE 0.
           05  Last-Check-Stamp-Time   PIC 9(06) VALUE 0.

       01  Last-Accepted.
           05  Last-Accepted-Status    PIC X(08) VALUE SPACES.
           05  Last-Accepted-Run-Date  PIC 9(08) VALUE 0.
           05  Last-Accepted-Identity.
               10  Last-Accepted-Date  PIC 9(08) VALUE 0.
               10  Last-Accepted-Count PIC 9(09) VALUE 0.
               10  Last-Accepted-Hash  PIC 9(15) VALUE 0.
           05  Last-Accepted-Source    PIC X(01) VALUE SPACE.

       77  Same-Identity-Run-Date      PIC 9(08) VALUE 0.
       77  Max-Loaded-Date             PIC 9(08) VALUE 0.
       77  Run-Control-Records-Read    PIC 9(09) COMP VALUE 0.

      *****************************************************************
      * The steps recorded complete for the last accepted extract,
      * latest completion kept, and the steps the chain is expected
      * to run, in job order, for the STATUS listing.
      *****************************************************************
       01  Done-Step-Table.
           05  Done-Step-Entry OCCURS 30 TIMES.
               10  Done-Step-Name      PIC X(08).
               10  Done-Stamp-Date     PIC 9(08).
               10  Done-Stamp-Time     PIC 9(06).
               10  Done-Listed-Switch  PIC X(01).
                   88  Done-Listed             VALUE 'Y'.
       77  Done-Step-Count             PIC 9(02) COMP VALUE 0.
       77  Max-Done-Steps              PIC 9(02) COMP VALUE 30.
       77  Done-Index                  PIC 9(02) COMP VALUE 0.
       77  Done-Slot                   PIC 9(02) COMP VALUE 0.

       01  Expected-Step-Table.
           05  Expected-Step-Name OCCURS 24 TIMES PIC X(08).
       77  Expected-Count              PIC 9(02) COMP VALUE 0.
       77  Expected-Index              PIC 9(02) COMP VALUE 0.
       77  Expected-Work               PIC X(08) VALUE SPACES.

       01  Decision.
           05  Decision-Status         PIC X(08) VALUE SPACES.
           05  Decision-Reason         PIC X(72) VALUE SPACES.
       77  Load-Step-Done-Switch       PIC X(01) VALUE 'N'.
           88  Load-Step-Done                  VALUE 'Y'.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

       01  Run-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADRUNC - NIGHTLY RUN CONTROL           '.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Run-Detail-Line.
           05  Run-Detail-Label        PIC X(24).
           05  Run-Detail-Value        PIC X(56).

       01  Run-Identity-Line.
           05  FILLER                  PIC X(24)
               VALUE '  EXTRACT IDENTITY      '.
           05  Run-Identity-Date       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Run-Identity-Count      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Run-Identity-Hash       PIC Z(14)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Run-Identity-Source     PIC X(16).

       01  Run-Step-Heading.
           05  FILLER                  PIC X(40)
               VALUE '  STEP      STATUS        DATE      TIME'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Run-Step-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Run-Step-Name           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Run-Step-Status         PIC X(12).
           05  Run-Step-Date           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Run-Step-Time           PIC X(06).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Run-Status-Line.
           05  FILLER                  PIC X(08) VALUE 'STATUS: '.
           05  Run-Status-Text         PIC X(72).

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT
           EVALUATE TRUE
               WHEN Function-Check
                   PERFORM 3000-CHECK-EXTRACT THRU 3000-EXIT
               WHEN Function-Post
                   PERFORM 5000-POST-STEP THRU 5000-EXIT
               WHEN OTHER
                   PERFORM 6000-PRINT-STATUS THRU 6000-EXIT
           END-EVALUATE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Function-Code = SPACES
               DISPLAY 'PADRUNC - PARM MUST NAME CHECK, POST, OR '
                   'STATUS - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Function-Post AND Post-Step-Name = SPACES
               DISPLAY 'PADRUNC - POST NEEDS STEP= - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Record-Length = 0
                   OR Record-Length > Max-Run-Record-Length
               DISPLAY 'PADRUNC - RECLEN MUST BE 1 THROUGH '
                   Max-Run-Record-Length ' - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Stream-Count = 0
               DISPLAY 'PADRUNC - STREAMS MUST BE 1 THROUGH 9 - '
                   'JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Run-Date = 0
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF
           ACCEPT Stamp-Date FROM DATE YYYYMMDD
           ACCEPT Stamp-Time-Work FROM TIME
           COMPUTE Stamp-Time = Stamp-Time-Work / 100
           OPEN OUTPUT RUN-REPORT-FILE
           WRITE RUN-REPORT-RECORD FROM Run-Heading-1
           PERFORM 1200-BUILD-EXPECTED-STEPS THRU 1200-EXIT
           IF Function-Check
               PERFORM 1500-IDENTIFY-EXTRACT THRU 1500-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

       1100-PARSE-PARM.
           MOVE 0 TO Parm-Token-Count
           IF Parm-Length > 0
               UNSTRING Parm-Text(1:Parm-Length) DELIMITED BY ','
                   INTO Parm-Token(1) Parm-Token(2) Parm-Token(3)
                        Parm-Token(4) Parm-Token(5)
                   TALLYING IN Parm-Token-Count
               END-UNSTRING
           END-IF
           PERFORM 1150-APPLY-PARM-TOKEN THRU 1150-EXIT
               VARYING Parm-Index FROM 1 BY 1
               UNTIL Parm-Index > Parm-Token-Count.

       1100-EXIT.
           EXIT.

       1150-APPLY-PARM-TOKEN.
           MOVE SPACES TO Parm-Keyword Parm-Value
           UNSTRING Parm-Token(Parm-Index) DELIMITED BY '='
               INTO Parm-Keyword Parm-Value
           END-UNSTRING
           EVALUATE FUNCTION TRIM(Parm-Keyword)
               WHEN 'CHECK'
                   MOVE 'CHECK' TO Function-Code
               WHEN 'POST'
                   MOVE 'POST' TO Function-Code
               WHEN 'STATUS'
                   MOVE 'STATUS' TO Function-Code
               WHEN 'RERUN'
                   MOVE 'Y' TO Rerun-Switch
               WHEN 'STEP'
                   MOVE Parm-Value(1:8) TO Post-Step-Name
               WHEN 'RUNDATE'
                   IF Parm-Value(1:8) IS NUMERIC
                       MOVE Parm-Value(1:8) TO Run-Date
                   END-IF
               WHEN 'RECLEN'
                   COMPUTE Record-Length =
                       FUNCTION NUMVAL(FUNCTION TRIM(Parm-Value))
               WHEN 'CHAIN'
                   IF Parm-Value(1:1) = 'P'
                       MOVE 'P' TO Chain-Switch
                   END-IF
               WHEN 'STREAMS'
                   IF Parm-Value(1:1) IS NUMERIC
                       MOVE Parm-Value(1:1) TO Stream-Count
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-EXIT.
           EXIT.

      *****************************************************************
      * The chain's steps in job order.  KEYSTEP and BALSTEP are
      * listed even while they are commented out of the nightly job;
      * they simply show NOT RECORDED until they go live.
      *****************************************************************
       1200-BUILD-EXPECTED-STEPS.
           MOVE 0 TO Expected-Count
           MOVE 'ACTSTEP' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'STEP005' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'STEP007' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'STEP008' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           IF Parallel-Chain
               MOVE 'SPLSTEP' TO Expected-Work
               PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
               PERFORM 1250-ADD-STREAM-STEP THRU 1250-EXIT
                   VARYING Stream-Index FROM 1 BY 1
                   UNTIL Stream-Index > Stream-Count
                      OR Stream-Index = 9
               IF Stream-Count = 9
                   MOVE 'PAD9' TO Expected-Work
                   PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
               END-IF
               MOVE 'MRGSTEP' TO Expected-Work
               PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           ELSE
               MOVE 'STEP010' TO Expected-Work
               PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           END-IF
           MOVE 'KEYSTEP' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'BALSTEP' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'LOADSTEP' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'RECSTEP' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT
           MOVE 'SUSPROLL' TO Expected-Work
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT.

       1200-EXIT.
           EXIT.

       1250-ADD-STREAM-STEP.
           MOVE SPACES TO Expected-Work
           STRING 'PAD' Stream-Index DELIMITED BY SIZE
               INTO Expected-Work
           END-STRING
           PERFORM 1260-ADD-EXPECTED-STEP THRU 1260-EXIT.

       1250-EXIT.
           EXIT.

       1260-ADD-EXPECTED-STEP.
           ADD 1 TO Expected-Count
           MOVE Expected-Work TO Expected-Step-Name(Expected-Count).

       1260-EXIT.
           EXIT.

      *****************************************************************
      * Reads the whole extract once for its identity.  The header is
      * record 1; the trailer is the last TR-shaped record.  The first
      * and last records are hashed as well, for an extract that
      * carries no trailer.
      *****************************************************************
       1500-IDENTIFY-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT Extract-File-OK
               DISPLAY 'PADRUNC - EXTRACT WILL NOT OPEN, STATUS '
                   Extract-File-Status ' - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO Hash-Work
           PERFORM 1550-READ-EXTRACT-RECORD THRU 1550-EXIT
               UNTIL Extract-File-End
           CLOSE EXTRACT-FILE
           IF Extract-Records-Read = 0
               MOVE 'EXTRACT IS EMPTY - NOTHING TO IDENTIFY'
                   TO Run-Status-Text
               WRITE RUN-REPORT-RECORD FROM Run-Status-Line
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Trailer-Found
               MOVE 'T' TO Ident-Source
           ELSE
               IF Extract-Records-Read > 1
                   MOVE Last-Extract-Record TO Hash-Source
                   PERFORM 1600-HASH-RECORD THRU 1600-EXIT
               END-IF
               MOVE Extract-Records-Read TO Ident-Count
               MOVE Hash-Work TO Ident-Hash
               MOVE 'C' TO Ident-Source
           END-IF.

       1500-EXIT.
           EXIT.

       1550-READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO Extract-Records-Read
                   IF Extract-Records-Read = 1
                       IF EXTRACT-RECORD(1:2) = 'HD'
                               AND EXTRACT-RECORD(3:8) IS NUMERIC
                           MOVE 'Y' TO Header-Switch
                           MOVE EXTRACT-RECORD(3:8) TO Ident-Date
                       END-IF
                       MOVE EXTRACT-RECORD TO Hash-Source
                       PERFORM 1600-HASH-RECORD THRU 1600-EXIT
                   END-IF
                   IF EXTRACT-RECORD(1:2) = 'TR'
                           AND EXTRACT-RECORD(3:9) IS NUMERIC
                           AND EXTRACT-RECORD(12:15) IS NUMERIC
                       MOVE 'Y' TO Trailer-Switch
                       MOVE EXTRACT-RECORD(3:9) TO Ident-Count
                       MOVE EXTRACT-RECORD(12:15) TO Ident-Hash
                   END-IF
                   MOVE EXTRACT-RECORD TO Last-Extract-Record
           END-READ.

       1550-EXIT.
           EXIT.

       1600-HASH-RECORD.
           PERFORM 1650-HASH-ONE-BYTE THRU 1650-EXIT
               VARYING Hash-Index FROM 1 BY 1
               UNTIL Hash-Index > Record-Length.

       1600-EXIT.
           EXIT.

       1650-HASH-ONE-BYTE.
           COMPUTE Hash-Work = FUNCTION MOD(Hash-Work * 131
               + FUNCTION ORD(Hash-Source(Hash-Index:1)),
               Hash-Modulus).

       1650-EXIT.
           EXIT.

      *****************************************************************
      * One pass over the run-control dataset.  A new accepted
      * extract starts a new run, so the completed-step table is
      * cleared whenever an accepted EX record carries an identity
      * other than the run before it; a RERUN of the same extract
      * keeps what the earlier attempt completed.
      *****************************************************************
       2000-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT Run-Control-OK
               DISPLAY 'PADRUNC - RUNCTL WILL NOT OPEN, STATUS '
                   Run-Control-Status ' - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-READ-RUN-CONTROL-RECORD THRU 2100-EXIT
               UNTIL Run-Control-End
           CLOSE RUN-CONTROL-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO Run-Control-Records-Read
                   EVALUATE TRUE
                       WHEN Runc-Kind-Extract
                           PERFORM 2200-TAKE-EXTRACT-RECORD
                               THRU 2200-EXIT
                       WHEN Runc-Kind-Step
                           PERFORM 2300-TAKE-STEP-RECORD
                               THRU 2300-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2100-EXIT.
           EXIT.

       2200-TAKE-EXTRACT-RECORD.
           MOVE 'Y' TO Last-Check-Switch
           MOVE Runc-Status TO Last-Check-Status
           MOVE Runc-Run-Date TO Last-Check-Run-Date
           MOVE Runc-Extract-Identity TO Last-Check-Identity
           MOVE Runc-Identity-Source TO Last-Check-Source
           MOVE Runc-Stamp-Date TO Last-Check-Stamp-Date
           MOVE Runc-Stamp-Time TO Last-Check-Stamp-Time
           IF Runc-Refused
               GO TO 2200-EXIT
           END-IF
           IF NOT Last-Accepted-Found
                   OR Runc-Extract-Identity
                      NOT = Last-Accepted-Identity
               MOVE 0 TO Done-Step-Count
           END-IF
           MOVE 'Y' TO Last-Accepted-Switch
           MOVE Runc-Status TO Last-Accepted-Status
           MOVE Runc-Run-Date TO Last-Accepted-Run-Date
           MOVE Runc-Extract-Identity TO Last-Accepted-Identity
           MOVE Runc-Identity-Source TO Last-Accepted-Source
           IF Function-Check
                   AND Runc-Extract-Identity = Extract-Identity
               MOVE 'Y' TO Same-Identity-Switch
               MOVE Runc-Run-Date TO Same-Identity-Run-Date
           END-IF.

       2200-EXIT.
           EXIT.

       2300-TAKE-STEP-RECORD.
           IF Runc-Step-Name = 'LOADSTEP'
               IF Runc-Extract-Date > Max-Loaded-Date
                   MOVE Runc-Extract-Date TO Max-Loaded-Date
               END-IF
               IF Function-Check
                       AND Runc-Extract-Identity = Extract-Identity
                   MOVE 'Y' TO Identity-Loaded-Switch
               END-IF
           END-IF
           IF Last-Accepted-Found
                   AND Runc-Extract-Identity = Last-Accepted-Identity
               PERFORM 2400-NOTE-STEP-DONE THRU 2400-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

       2400-NOTE-STEP-DONE.
           MOVE 0 TO Done-Slot
           PERFORM 2450-MATCH-ONE-DONE-STEP THRU 2450-EXIT
               VARYING Done-Index FROM 1 BY 1
               UNTIL Done-Index > Done-Step-Count OR Done-Slot > 0
           IF Done-Slot = 0
               IF Done-Step-Count >= Max-Done-Steps
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO Done-Step-Count
               MOVE Done-Step-Count TO Done-Slot
               MOVE Runc-Step-Name TO Done-Step-Name(Done-Slot)
           END-IF
           MOVE Runc-Stamp-Date TO Done-Stamp-Date(Done-Slot)
           MOVE Runc-Stamp-Time TO Done-Stamp-Time(Done-Slot)
           MOVE 'N' TO Done-Listed-Switch(Done-Slot).

       2400-EXIT.
           EXIT.

       2450-MATCH-ONE-DONE-STEP.
           IF Done-Step-Name(Done-Index) = Runc-Step-Name
               MOVE Done-Index TO Done-Slot
           END-IF.

       2450-EXIT.
           EXIT.

      *****************************************************************
      * The front-step decision, recorded on RUNCTL as an EX record
      * whatever it is.
      *****************************************************************
       3000-CHECK-EXTRACT.
           IF Rerun-Requested
               PERFORM 3200-CHECK-RERUN THRU 3200-EXIT
           ELSE
               PERFORM 3100-CHECK-NEW-EXTRACT THRU 3100-EXIT
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'EX' TO Runc-Record-Kind
           MOVE Decision-Status TO Runc-Status
           IF Rerun-Requested AND NOT Runc-Refused
               MOVE Last-Accepted-Run-Date TO Runc-Run-Date
           ELSE
               MOVE Run-Date TO Runc-Run-Date
           END-IF
           MOVE Extract-Identity TO Runc-Extract-Identity
           MOVE Ident-Source TO Runc-Identity-Source
           MOVE Stamp-Date TO Runc-Stamp-Date
           MOVE Stamp-Time TO Runc-Stamp-Time
           PERFORM 4000-WRITE-RUN-CONTROL THRU 4000-EXIT
           PERFORM 3300-PRINT-CHECK THRU 3300-EXIT.

       3000-EXIT.
           EXIT.

       3100-CHECK-NEW-EXTRACT.
           IF Same-Identity-Found
               MOVE 'REFUSED' TO Decision-Status
               STRING 'SAME EXTRACT ACCEPTED FOR RUN '
                   Same-Identity-Run-Date
                   ' - USE PARM RERUN'
                   DELIMITED BY SIZE INTO Decision-Reason
               END-STRING
               GO TO 3100-EXIT
           END-IF
           IF Ident-Date > 0 AND Ident-Date < Max-Loaded-Date
               MOVE 'REFUSED' TO Decision-Status
               STRING 'EXTRACT DATE ' Ident-Date
                   ' IS OLDER THAN THE LAST LOADED, '
                   Max-Loaded-Date
                   DELIMITED BY SIZE INTO Decision-Reason
               END-STRING
               GO TO 3100-EXIT
           END-IF
           MOVE 'ACCEPTED' TO Decision-Status
           MOVE 'NEW EXTRACT ACCEPTED - THE CHAIN RUNS'
               TO Decision-Reason.

       3100-EXIT.
           EXIT.

       3200-CHECK-RERUN.
           IF NOT Last-Accepted-Found
                   OR Last-Accepted-Identity NOT = Extract-Identity
               MOVE 'REFUSED' TO Decision-Status
               MOVE 'RERUN EXTRACT IS NOT THE LAST ACCEPTED EXTRACT'
                   TO Decision-Reason
               GO TO 3200-EXIT
           END-IF
           IF Identity-Loaded
               MOVE 'REFUSED' TO Decision-Status
               MOVE 'EXTRACT ALREADY LOADED - RERUN WOULD LOAD IT TWICE'
                   TO Decision-Reason
               GO TO 3200-EXIT
           END-IF
           MOVE 'RERUN' TO Decision-Status
           MOVE 'RERUN ALLOWED - RESTART AFTER THE STEPS BELOW'
               TO Decision-Reason.

       3200-EXIT.
           EXIT.

       3300-PRINT-CHECK.
           MOVE SPACES TO Run-Detail-Line
           MOVE 'FUNCTION' TO Run-Detail-Label
           IF Rerun-Requested
               MOVE 'CHECK (RERUN)' TO Run-Detail-Value
           ELSE
               MOVE 'CHECK' TO Run-Detail-Value
           END-IF
           WRITE RUN-REPORT-RECORD FROM Run-Detail-Line
           MOVE 'TONIGHT''S EXTRACT' TO Run-Detail-Label
           MOVE SPACES TO Run-Detail-Value
           WRITE RUN-REPORT-RECORD FROM Run-Detail-Line
           MOVE Extract-Identity TO Last-Check-Identity
           MOVE Ident-Source TO Last-Check-Source
           PERFORM 6300-WRITE-IDENTITY-LINE THRU 6300-EXIT
           IF Last-Accepted-Found
               MOVE 'LAST ACCEPTED EXTRACT' TO Run-Detail-Label
               MOVE SPACES TO Run-Detail-Value
               STRING 'RUN ' Last-Accepted-Run-Date ', '
                   Last-Accepted-Status
                   DELIMITED BY SIZE INTO Run-Detail-Value
               END-STRING
               WRITE RUN-REPORT-RECORD FROM Run-Detail-Line
               MOVE Last-Accepted-Identity TO Last-Check-Identity
               MOVE Last-Accepted-Source TO Last-Check-Source
               PERFORM 6300-WRITE-IDENTITY-LINE THRU 6300-EXIT
           END-IF
           IF Max-Loaded-Date > 0
               MOVE 'NEWEST EXTRACT LOADED' TO Run-Detail-Label
               MOVE Max-Loaded-Date TO Run-Detail-Value
               WRITE RUN-REPORT-RECORD FROM Run-Detail-Line
           END-IF
           IF Rerun-Requested AND Decision-Status = 'RERUN'
               PERFORM 6100-WRITE-STEP-LIST THRU 6100-EXIT
           END-IF
           STRING Decision-Status ' - ' Decision-Reason
               DELIMITED BY SIZE INTO Run-Status-Text
           END-STRING
           WRITE RUN-REPORT-RECORD FROM Run-Status-Line.

       3300-EXIT.
           EXIT.

       4000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT Run-Control-OK
               DISPLAY 'PADRUNC - RUNCTL WILL NOT OPEN FOR EXTEND, '
                   'STATUS ' Run-Control-Status ' - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       4000-EXIT.
           EXIT.

       5000-POST-STEP.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'ST' TO Runc-Record-Kind
           MOVE 'COMPLETE' TO Runc-Status
           MOVE Post-Step-Name TO Runc-Step-Name
           MOVE Stamp-Date TO Runc-Stamp-Date
           MOVE Stamp-Time TO Runc-Stamp-Time
           IF Last-Accepted-Found
               MOVE Last-Accepted-Run-Date TO Runc-Run-Date
               MOVE Last-Accepted-Identity TO Runc-Extract-Identity
               MOVE Last-Accepted-Source TO Runc-Identity-Source
           ELSE
               DISPLAY 'PADRUNC - NO ACCEPTED EXTRACT ON RUNCTL - '
                   Post-Step-Name ' RECORDED WITHOUT ONE'
               MOVE Run-Date TO Runc-Run-Date
               MOVE 0 TO Runc-Extract-Date Runc-Extract-Count
                   Runc-Extract-Hash
           END-IF
           PERFORM 4000-WRITE-RUN-CONTROL THRU 4000-EXIT
           MOVE SPACES TO Run-Status-Text
           STRING Post-Step-Name ' RECORDED COMPLETE FOR RUN '
               Runc-Run-Date
               DELIMITED BY SIZE INTO Run-Status-Text
           END-STRING
           WRITE RUN-REPORT-RECORD FROM Run-Status-Line.

       5000-EXIT.
           EXIT.

       6000-PRINT-STATUS.
           IF NOT Last-Check-Found
               MOVE 'NO EXTRACT CHECK RECORDED ON RUNCTL'
                   TO Run-Status-Text
               WRITE RUN-REPORT-RECORD FROM Run-Status-Line
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO Run-Detail-Line
           MOVE 'LAST EXTRACT CHECK' TO Run-Detail-Label
           STRING Last-Check-Status ' FOR RUN ' Last-Check-Run-Date
               ' AT ' Last-Check-Stamp-Date ' ' Last-Check-Stamp-Time
               DELIMITED BY SIZE INTO Run-Detail-Value
           END-STRING
           WRITE RUN-REPORT-RECORD FROM Run-Detail-Line
           PERFORM 6300-WRITE-IDENTITY-LINE THRU 6300-EXIT
           IF NOT Last-Accepted-Found
               MOVE 'NO EXTRACT HAS BEEN ACCEPTED' TO Run-Status-Text
               WRITE RUN-REPORT-RECORD FROM Run-Status-Line
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO Run-Detail-Line
           MOVE 'RUN UNDER CONTROL' TO Run-Detail-Label
           STRING 'RUN ' Last-Accepted-Run-Date ', '
               Last-Accepted-Status
               DELIMITED BY SIZE INTO Run-Detail-Value
           END-STRING
           WRITE RUN-REPORT-RECORD FROM Run-Detail-Line
           MOVE Last-Accepted-Identity TO Last-Check-Identity
           MOVE Last-Accepted-Source TO Last-Check-Source
           PERFORM 6300-WRITE-IDENTITY-LINE THRU 6300-EXIT
           PERFORM 6100-WRITE-STEP-LIST THRU 6100-EXIT
           EVALUATE TRUE
               WHEN Last-Check-Status = 'REFUSED'
                   MOVE 'LAST EXTRACT CHECK REFUSED - CHAIN STOPPED'
                       TO Run-Status-Text
               WHEN Load-Step-Done
                   MOVE 'EXTRACT LOADED' TO Run-Status-Text
               WHEN OTHER
                   MOVE 'RUN UNDER WAY - EXTRACT NOT YET LOADED'
                       TO Run-Status-Text
           END-EVALUATE
           WRITE RUN-REPORT-RECORD FROM Run-Status-Line.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * The expected steps in job order with their completions, then
      * any other step recorded for the run (a stream count changed,
      * a step added) so nothing recorded goes unprinted.
      *****************************************************************
       6100-WRITE-STEP-LIST.
           WRITE RUN-REPORT-RECORD FROM Run-Step-Heading
           PERFORM 6150-WRITE-EXPECTED-STEP THRU 6150-EXIT
               VARYING Expected-Index FROM 1 BY 1
               UNTIL Expected-Index > Expected-Count
           PERFORM 6200-WRITE-OTHER-STEP THRU 6200-EXIT
               VARYING Done-Index FROM 1 BY 1
               UNTIL Done-Index > Done-Step-Count.

       6100-EXIT.
           EXIT.

       6150-WRITE-EXPECTED-STEP.
           MOVE Expected-Step-Name(Expected-Index) TO Run-Step-Name
           MOVE 0 TO Done-Slot
           PERFORM 6160-MATCH-EXPECTED-STEP THRU 6160-EXIT
               VARYING Done-Index FROM 1 BY 1
               UNTIL Done-Index > Done-Step-Count OR Done-Slot > 0
           IF Done-Slot = 0
               MOVE 'NOT RECORDED' TO Run-Step-Status
               MOVE SPACES TO Run-Step-Date Run-Step-Time
           ELSE
               MOVE 'Y' TO Done-Listed-Switch(Done-Slot)
               MOVE 'COMPLETE' TO Run-Step-Status
               MOVE Done-Stamp-Date(Done-Slot) TO Run-Step-Date
               MOVE Done-Stamp-Time(Done-Slot) TO Run-Step-Time
               IF Run-Step-Name = 'LOADSTEP'
                   MOVE 'Y' TO Load-Step-Done-Switch
               END-IF
           END-IF
           WRITE RUN-REPORT-RECORD FROM Run-Step-Line.

       6150-EXIT.
           EXIT.

       6160-MATCH-EXPECTED-STEP.
           IF Done-Step-Name(Done-Index) = Run-Step-Name
               MOVE Done-Index TO Done-Slot
           END-IF.

       6160-EXIT.
           EXIT.

       6200-WRITE-OTHER-STEP.
           IF Done-Listed(Done-Index)
               GO TO 6200-EXIT
           END-IF
           MOVE Done-Step-Name(Done-Index) TO Run-Step-Name
           MOVE 'COMPLETE' TO Run-Step-Status
           MOVE Done-Stamp-Date(Done-Index) TO Run-Step-Date
           MOVE Done-Stamp-Time(Done-Index) TO Run-Step-Time
           IF Run-Step-Name = 'LOADSTEP'
               MOVE 'Y' TO Load-Step-Done-Switch
           END-IF
           WRITE RUN-REPORT-RECORD FROM Run-Step-Line.

       6200-EXIT.
           EXIT.

       6300-WRITE-IDENTITY-LINE.
           MOVE Last-Check-Date TO Run-Identity-Date
           MOVE Last-Check-Count TO Run-Identity-Count
           MOVE Last-Check-Hash TO Run-Identity-Hash
           IF Last-Check-Source = 'T'
               MOVE 'FROM TRAILER' TO Run-Identity-Source
           ELSE
               MOVE 'COMPUTED' TO Run-Identity-Source
           END-IF
           WRITE RUN-REPORT-RECORD FROM Run-Identity-Line.

       6300-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           EVALUATE TRUE
               WHEN Function-Check
                   IF Decision-Status = 'REFUSED'
                       MOVE 08 TO RETURN-CODE
                   ELSE
                       MOVE 00 TO RETURN-CODE
                   END-IF
               WHEN Function-Post
                   IF Last-Accepted-Found
                       MOVE 00 TO RETURN-CODE
                   ELSE
                       MOVE 04 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN NOT Last-Check-Found
                           MOVE 04 TO RETURN-CODE
                       WHEN Last-Check-Status = 'REFUSED'
                           MOVE 08 TO RETURN-CODE
                       WHEN Load-Step-Done
                           MOVE 00 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 04 TO RETURN-CODE
                   END-EVALUATE
           END-EVALUATE.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE RUN-REPORT-FILE.

       9100-EXIT.
           EXIT.
