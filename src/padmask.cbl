       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADMASK.
      *****************************************************************
      * PADMASK
      *
      * Builds the de-identified copy of the nightly extract the QA
      * region runs the chain against.  Reads PROD.EXTRACT.DAILY -
      * fixed-width or DELIM= - through the activated control table
      * exactly as LEFTPADB would (the same per-record-type entry
      * selection, the same delimited deal), scrambles the content
      * of every field flagged Field-Mask-Switch 'Y' (see
      * PADCTL.CPY), and writes the whole extract back out on
      * OUTFILE record for record, every other byte untouched.
      *
      * The scramble is keyed, not random: a value's masked form
      * depends only on the value itself and the run's SEED=, so the
      * same account number masks to the same digits on every record
      * and every night the same seed is coded, and the test chain's
      * joins, duplicates, and code lookups behave as production's.
      * A mask never changes a field's length or a byte's character
      * class - a digit stays a digit, a letter stays a letter of
      * the same case, blanks and punctuation stay where they are:
      *
      *   SCRAMBLE    Modes L, R, C: every digit and letter replaced.
      *   DIGITS      Mode N: the digits only, so the sign, decimal
      *               point, and digit count - what NumPad reads -
      *               come through as they were.
      *   DATE SHIFT  Mode D: a valid date moves forward by the
      *               run's one seed-derived number of days (1-365)
      *               and is written back in its own
      *               Field-Date-Format-In, so it still pads.  Every
      *               date on every record moves by the same amount,
      *               so two dates on one record (an open and a close
      *               date) keep their order and PADXEDIT's date-
      *               order rules pass or fail as in production.  An
      *               invalid or blank date is left as it is, to
      *               reject in test exactly as it did here, and so
      *               is a two-digit-year date the shift would carry
      *               across the fifty-year window.
      *   KEY OFFSET  A field flagged Field-Key-Switch whose value,
      *               leading and trailing blanks aside, is all
      *               digits: the value plus a seed-derived offset
      *               (no more than a tenth of the field's range),
      *               laid back into the field's bytes for LEFTPAD to
      *               re-pad, so keys keep their order and duplicates
      *               stay duplicate under PADKEYCK.  A key value
      *               that runs off the top of the field's width
      *               wraps, and one that is not a digit run is
      *               scrambled instead; either is counted as order
      *               not kept and sets RC 04.
      *   DAY OFFSET  A mode D key field: the same run-wide day shift
      *               as DATE SHIFT, so key dates keep their order.
      *
      * Control totals: the extract trailer (record type 'TR' on a
      * typed table: detail count in bytes 3-11, hash total in bytes
      * 12-26) is rewritten so PADBAL balances the test load file.
      * Each detail record with a masked Field-Hash-Switch field is
      * padded through PADREC both before and after masking, the
      * field read back off each padded image the way PADBAL reads
      * it, and the difference carried into the trailer's hash - so
      * the masked trailer is off by exactly what production's was,
      * usually nothing.  The HD and TR records are never masked.  An
      * untyped table has no detail type for PADBAL to balance; its
      * HDRTRL control records are recognized as PADKEYCK does and
      * passed through unchanged.
      *
      * PARM (optional, comma-separated keywords):
      *   SEED=xxxxxxxxxx   Up to ten characters keying the mask.
      *                      Code the QA region's own seed and keep
      *                      it off the listing; the same seed masks
      *                      the same way every night.
      *   RECLEN=nnnn       The record width of INFILE and OUTFILE,
      *                      1 through 2000.  Default 400.
      *   DELIM=x           INFILE is delimiter-separated, as on
      *                      LEFTPADB: COMMA, PIPE, SEMI, or the
      *                      character itself.
      *   DETAIL=xx         The record type PADBAL balances as
      *                      detail.  Default DT.
      *
      * Lists every masked field with its method and counts on
      * MASKRPT.  Sets RETURN-CODE for the JCL to test: 00 extract
      * written, 04 written but some key values could not keep
      * their order, 16 the control table is unusable, flags no
      * field for masking, or the PARM is out of range - nothing is
      * written, so an unmasked copy can never leave for QA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Input-File-Status.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT OUTPUT-FILE ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Output-File-Status.
           SELECT MASK-REPORT-FILE ASSIGN TO MASKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Mask-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  INPUT-RECORD                PIC X(2000).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

       FD  OUTPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  OUTPUT-RECORD               PIC X(2000).

       FD  MASK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MASK-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'leftpad.cpy'.
       COPY 'datepad.cpy'.

       01  Input-File-Status           PIC X(02).
           88  Input-File-OK                   VALUE '00'.
           88  Input-File-End                  VALUE '10'.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Output-File-Status          PIC X(02).
       01  Mask-Report-Status          PIC X(02).

       01  Job-Switches.
           05  Delimited-Input-Switch  PIC X(01) VALUE 'N'.
               88  Delimited-Input              VALUE 'Y'.
           05  Typed-Table-Switch      PIC X(01) VALUE 'N'.
               88  Typed-Table                  VALUE 'Y'.
           05  Digits-Only-Switch      PIC X(01) VALUE 'N'.
               88  Digits-Only                  VALUE 'Y'.
           05  Mask-Outcome            PIC X(01) VALUE SPACE.
               88  Outcome-Masked               VALUE 'M'.
               88  Outcome-Left-Clear           VALUE 'C'.
               88  Outcome-Unordered            VALUE 'U'.

       01  Job-Counters.
           05  Records-Read            PIC 9(09) COMP VALUE 0.
           05  Records-Written         PIC 9(09) COMP VALUE 0.
           05  Records-Masked          PIC 9(09) COMP VALUE 0.
           05  Records-Without-Masks   PIC 9(09) COMP VALUE 0.
           05  Records-Without-Entries PIC 9(09) COMP VALUE 0.
           05  Control-Records-Passed  PIC 9(09) COMP VALUE 0.
           05  Hash-Values-Reworked    PIC 9(09) COMP VALUE 0.
           05  Trailers-Rewritten      PIC 9(09) COMP VALUE 0.
           05  Unordered-Key-Total     PIC 9(09) COMP VALUE 0.

       77  Record-Length               PIC 9(04) COMP VALUE 400.
       77  Max-Run-Record-Length       PIC 9(04) COMP VALUE 2000.

       01  Control-Table.
           05  Control-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy' REPLACING LEADING ==05== BY ==10==.
       77  Field-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Control-Entries         PIC 9(03) COMP VALUE 50.
       77  Entry-Index                 PIC 9(03) COMP VALUE 0.
       01  Pick-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Pick==.

      *****************************************************************
      * The record types the table knows, each with the run of mask
      * slots its records feed (slot Type-First-Slot is the type's
      * first selected entry, and so on for Type-Slot-Count slots),
      * how many of those are masked, and how many are masked hash
      * fields.  An untyped table has the one blank type.
      *****************************************************************
       01  Type-Table.
           05  Type-Entry OCCURS 20 TIMES.
               10  Type-Code           PIC X(02).
               10  Type-First-Slot     PIC 9(04) COMP.
               10  Type-Slot-Count     PIC 9(03) COMP.
               10  Type-Mask-Count     PIC 9(03) COMP.
               10  Type-Hash-Mask-Count PIC 9(03) COMP.
               10  Type-Out-Total      PIC 9(05) COMP.
       77  Type-Count                  PIC 9(02) COMP VALUE 0.
       77  Type-Index                  PIC 9(02) COMP VALUE 0.
       77  Type-Slot                   PIC 9(02) COMP VALUE 0.
       77  Max-Type-Entries            PIC 9(02) COMP VALUE 20.

      *****************************************************************
      * One mask slot per control entry as it applies to one record
      * type, in LEFTPADB's selection order: the entry, its position
      * in the padded record, the mask method (blank when the entry
      * is not masked), and the counts for the report.
      *****************************************************************
       01  Slot-Table.
           05  Slot-Entry OCCURS 500 TIMES.
               10  Slot-Record-Type    PIC X(02).
               10  Slot-Entry-Index    PIC 9(03) COMP.
               10  Slot-Out-Position   PIC 9(05) COMP.
               10  Slot-Method         PIC X(01).
                   88  Slot-Not-Masked          VALUE SPACE.
                   88  Slot-Scramble            VALUE 'S'.
                   88  Slot-Digits              VALUE 'N'.
                   88  Slot-Date-Shift          VALUE 'D'.
                   88  Slot-Key-Offset          VALUE 'K'.
                   88  Slot-Day-Offset          VALUE 'Y'.
               10  Slot-Masked-Count   PIC 9(09) COMP.
               10  Slot-Clear-Count    PIC 9(09) COMP.
               10  Slot-Blank-Count    PIC 9(09) COMP.
               10  Slot-Unordered-Count PIC 9(09) COMP.
       77  Slot-Count                  PIC 9(04) COMP VALUE 0.
       77  Max-Slot-Entries            PIC 9(04) COMP VALUE 500.
       77  Mask-Slot                   PIC 9(04) COMP VALUE 0.
       77  Masked-Slot-Count           PIC 9(04) COMP VALUE 0.

      *****************************************************************
      * Per-record selection, as in LEFTPADB: the entries that apply
      * to the current record type, in table order, rebuilt only
      * when the type changes.
      *****************************************************************
       01  Selected-Table.
           05  Selected-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy'
                   REPLACING LEADING ==05== BY ==10==
                             LEADING ==Field== BY ==Chosen==.
       77  Selected-Count              PIC 9(03) COMP VALUE 0.
       77  Select-Index                PIC 9(03) COMP VALUE 0.
       01  Current-Record-Type         PIC X(02) VALUE SPACES.
       01  Previous-Record-Type        PIC X(02) VALUE LOW-VALUES.
       01  Field-Code-Table.
           05  Field-Code OCCURS 50 TIMES  PIC 9(02).
       77  Code-Index                  PIC 9(03) COMP VALUE 0.
       01  Record-Return-Code          PIC 9(02).
       01  Pad-Input-Record            PIC X(2000).
       01  Pad-Output-Record           PIC X(2000).

       01  Original-Record             PIC X(2000).
       01  Masked-Record               PIC X(2000).
       01  Image-Source-Record         PIC X(2000).
       01  Original-Padded             PIC X(2000).
       01  Masked-Padded               PIC X(2000).

      *****************************************************************
      * The delimited deal: each value as LEFTPADB would unstring it,
      * plus where it starts in the record and how long it runs, so
      * a masked value can be laid back over its own bytes.
      *****************************************************************
       77  Delimiter-Character         PIC X(01) VALUE ','.
       01  Delim-Work-Record           PIC X(2000).
       01  Delim-Value-Table.
           05  Delim-Value-Entry OCCURS 50 TIMES.
               10  Delim-Value         PIC X(100).
               10  Delim-Start         PIC 9(04) COMP.
               10  Delim-Size          PIC 9(04) COMP.
       77  Delim-Pointer               PIC 9(04) COMP VALUE 0.
       77  Delim-Value-Count           PIC 9(03) COMP VALUE 0.
       77  Delim-Field-Index           PIC 9(03) COMP VALUE 0.
       01  Place-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Place==.

      *****************************************************************
      * Mask work.  Value-Hash folds the value's non-blank bytes onto
      * the seed's hash; the scramble's byte-by-byte shifts are drawn
      * from a stream started at Value-Hash, so equal values always
      * draw equal shifts.
      *****************************************************************
       01  Field-Value                 PIC X(100).
       77  Mask-Length                 PIC 9(03) COMP VALUE 0.
       77  Mask-Start                  PIC 9(04) COMP VALUE 0.
       77  Byte-Index                  PIC 9(03) COMP VALUE 0.
       01  Current-Byte                PIC X(01).
       77  Class-Index                 PIC 9(03) COMP VALUE 0.
       77  Class-Shift                 PIC 9(03) COMP VALUE 0.
       01  Digit-Alphabet              PIC X(10) VALUE '0123456789'.
       01  Upper-Alphabet              PIC X(26)
                                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  Lower-Alphabet              PIC X(26)
                                  VALUE 'abcdefghijklmnopqrstuvwxyz'.

       01  Seed-Text                   PIC X(10) VALUE 'LEFTPAD'.
       77  Seed-Hash                   PIC 9(09) COMP VALUE 0.
       77  Value-Hash                  PIC 9(18) COMP VALUE 0.
       77  Hash-Prime                  PIC 9(09) COMP VALUE 999999937.
       77  Stream-Value                PIC 9(18) COMP VALUE 0.
       77  Stream-High                 PIC 9(18) COMP VALUE 0.
       77  Stream-Modulus              PIC 9(10) COMP
                                       VALUE 4294967296.

       01  Key-Digits                  PIC 9(17).
       01  Key-Digits-Text REDEFINES Key-Digits PIC X(17).
       77  Key-Power                   PIC 9(18) COMP VALUE 0.
       77  Key-Offset                  PIC 9(18) COMP VALUE 0.
       77  Key-Sum                     PIC 9(18) COMP VALUE 0.
       77  Max-Key-Digits              PIC 9(02) COMP VALUE 17.
       77  Key-Run-Start               PIC 9(03) COMP VALUE 0.
       77  Key-Run-Length              PIC 9(03) COMP VALUE 0.
       77  Key-Range-Digits            PIC 9(02) COMP VALUE 0.
       77  Key-Out-Width               PIC 9(02) COMP VALUE 0.
       77  Key-Out-Start               PIC 9(03) COMP VALUE 0.
       77  Key-Zero-Count              PIC 9(02) COMP VALUE 0.
       77  Run-Day-Offset              PIC 9(03) COMP VALUE 0.

       01  Date-Value                  PIC 9(08).
       01  Date-Bytes REDEFINES Date-Value     PIC X(08).
       77  Date-Year                   PIC 9(04) COMP VALUE 0.
       77  Date-Integer                PIC 9(09) COMP VALUE 0.
       77  Date-Width                  PIC 9(02) COMP VALUE 0.
       77  Lead-Count                  PIC 9(03) COMP VALUE 0.

      *****************************************************************
      * Trailer hash rework.  A masked hash field is read back off
      * each padded image exactly as PADBAL 3250-3280 reads the load
      * file; Hash-Delta carries the running difference, kept as a
      * fifteen-digit residue like the trailer field itself.
      *****************************************************************
       77  Header-Type                 PIC X(02) VALUE 'HD'.
       77  Detail-Type                 PIC X(02) VALUE 'DT'.
       77  Trailer-Type                PIC X(02) VALUE 'TR'.
       77  Hash-Delta                  PIC 9(15) COMP VALUE 0.
       77  Hash-Work                   PIC S9(18) COMP VALUE 0.
       77  Hash-Value                  PIC S9(18) COMP VALUE 0.
       77  Hash-Text                   PIC X(100).
       77  Hash-Width                  PIC 9(03) COMP VALUE 0.
       77  Hash-Modulus                PIC 9(16) COMP
                                       VALUE 1000000000000000.
       01  Hash-Valid-Switch           PIC X(01) VALUE 'N'.
           88  Hash-Field-Valid                VALUE 'Y'.
       77  Unpack-Width                PIC 9(03) COMP VALUE 0.
       01  Zoned-Value                 PIC S9(18).
       01  Zoned-Bytes REDEFINES Zoned-Value   PIC X(18).
       01  Packed-Value                PIC S9(18) COMP-3.
       01  Packed-Bytes REDEFINES Packed-Value PIC X(10).
       01  Trailer-Hash-In             PIC 9(15) VALUE 0.
       01  Trailer-Hash-Out            PIC 9(15) VALUE 0.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

       01  Mask-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADMASK - DE-IDENTIFIED EXTRACT REPORT  '.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Mask-Heading-2.
           05  FILLER                  PIC X(40)
               VALUE 'TY FIELD NAME           MODE METHOD     '.
           05  FILLER                  PIC X(40)
               VALUE '     MASKED  LEFT CLEAR       BLANK     '.

       01  Mask-Field-Line.
           05  Mask-Line-Type          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  Mask-Line-Name          PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  Mask-Line-Mode          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Mask-Line-Method        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  Mask-Line-Masked        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  Mask-Line-Clear         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  Mask-Line-Blank         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  Mask-Order-Line.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE 'KEY VALUES WHOSE ORDER NOT KEPT   '.
           05  Mask-Order-Value        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Mask-Total-Line.
           05  Mask-Total-Text         PIC X(40).
           05  Mask-Total-Value        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  Mask-Status-Line.
           05  FILLER                  PIC X(08) VALUE 'STATUS: '.
           05  Mask-Status-Text        PIC X(72).

       01  Mask-Blank-Line             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MASK-EXTRACT THRU 2000-EXIT
           PERFORM 8000-WRITE-MASK-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Record-Length = 0
                   OR Record-Length > Max-Run-Record-Length
               DISPLAY 'PADMASK - RECLEN MUST BE 1 THROUGH '
                   Max-Run-Record-Length ' - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-FILE
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT MASK-REPORT-FILE
           WRITE MASK-REPORT-RECORD FROM Mask-Heading-1
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
           IF Field-Count = 0
               DISPLAY 'PADMASK - CONTROL FILE IS EMPTY - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-BUILD-MASK-SLOTS THRU 1400-EXIT
           IF Masked-Slot-Count = 0
               DISPLAY 'PADMASK - NO ENTRY IS FLAGGED FIELD-MASK-'
                   'SWITCH Y - NOTHING WOULD BE MASKED - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-HASH-SEED THRU 1200-EXIT.

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
               WHEN 'SEED'
                   IF Parm-Value NOT = SPACES
                       MOVE Parm-Value TO Seed-Text
                   END-IF
               WHEN 'RECLEN'
                   COMPUTE Record-Length =
                       FUNCTION NUMVAL(FUNCTION TRIM(Parm-Value))
               WHEN 'DELIM'
                   MOVE 'Y' TO Delimited-Input-Switch
                   EVALUATE FUNCTION TRIM(Parm-Value)
                       WHEN 'COMMA'
                           MOVE ',' TO Delimiter-Character
                       WHEN 'PIPE'
                           MOVE '|' TO Delimiter-Character
                       WHEN 'SEMI'
                           MOVE ';' TO Delimiter-Character
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE Parm-Value(1:1)
                               TO Delimiter-Character
                   END-EVALUATE
               WHEN 'DETAIL'
                   IF Parm-Value(1:2) NOT = SPACES
                       MOVE Parm-Value(1:2) TO Detail-Type
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-EXIT.
           EXIT.

      *****************************************************************
      * Folds the seed into Seed-Hash, the starting point of every
      * value's hash, and derives the one day offset every mode D
      * field moves by.
      *****************************************************************
       1200-HASH-SEED.
           MOVE 0 TO Seed-Hash
           MOVE Seed-Text TO Field-Value
           MOVE 10 TO Mask-Length
           PERFORM 2800-HASH-VALUE THRU 2800-EXIT
           MOVE Value-Hash TO Seed-Hash
           COMPUTE Run-Day-Offset = FUNCTION MOD(Seed-Hash, 365) + 1.

       1200-EXIT.
           EXIT.

       1300-LOAD-CONTROL-TABLE.
           MOVE 0 TO Field-Count
           PERFORM 1350-READ-CONTROL-RECORD THRU 1350-EXIT
               UNTIL Control-File-End.

       1300-EXIT.
           EXIT.

       1350-READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Field-Count >= Max-Control-Entries
                       DISPLAY 'PADMASK - CONTROL FILE HAS MORE THAN '
                           Max-Control-Entries ' ENTRIES - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Field-Count
                   MOVE CORRESPONDING CONTROL-RECORD
                       TO Control-Entry(Field-Count)
                   IF Field-Record-Type OF CONTROL-RECORD
                           NOT = SPACES
                       MOVE 'Y' TO Typed-Table-Switch
                   END-IF
           END-READ.

       1350-EXIT.
           EXIT.

      *****************************************************************
      * Lays out the mask slots as PADPROF lays out its profile
      * slots: the record types in first-appearance order, each
      * taking one slot per entry LEFTPADB's selection would give
      * its records, so the Nth selected entry of a record always
      * lands in slot Type-First-Slot + N - 1.  The running pad
      * widths give each slot its position in the padded record,
      * where PADBAL will look for it.
      *****************************************************************
       1400-BUILD-MASK-SLOTS.
           MOVE 0 TO Type-Count
           IF Typed-Table
               PERFORM 1420-GATHER-ONE-TYPE THRU 1420-EXIT
                   VARYING Entry-Index FROM 1 BY 1
                   UNTIL Entry-Index > Field-Count
           ELSE
               MOVE 1 TO Type-Count
               MOVE SPACES TO Type-Code(1)
           END-IF
           MOVE 0 TO Slot-Count
           MOVE 0 TO Masked-Slot-Count
           PERFORM 1440-LAY-OUT-ONE-TYPE THRU 1440-EXIT
               VARYING Type-Index FROM 1 BY 1
               UNTIL Type-Index > Type-Count.

       1400-EXIT.
           EXIT.

       1420-GATHER-ONE-TYPE.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type = SPACES
               GO TO 1420-EXIT
           END-IF
           MOVE Pick-Record-Type TO Current-Record-Type
           PERFORM 1470-FIND-TYPE THRU 1470-EXIT
           IF Type-Slot > 0
               GO TO 1420-EXIT
           END-IF
           IF Type-Count >= Max-Type-Entries
               DISPLAY 'PADMASK - MORE RECORD TYPES THAN THE '
                   'TYPE TABLE HOLDS - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO Type-Count
           MOVE Pick-Record-Type TO Type-Code(Type-Count).

       1420-EXIT.
           EXIT.

       1440-LAY-OUT-ONE-TYPE.
           COMPUTE Type-First-Slot(Type-Index) = Slot-Count + 1
           MOVE 0 TO Type-Slot-Count(Type-Index)
               Type-Mask-Count(Type-Index)
               Type-Hash-Mask-Count(Type-Index)
               Type-Out-Total(Type-Index)
           PERFORM 1450-LAY-OUT-ONE-SLOT THRU 1450-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count.

       1440-EXIT.
           EXIT.

       1450-LAY-OUT-ONE-SLOT.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type NOT = SPACES
                   AND Pick-Record-Type NOT = Type-Code(Type-Index)
               GO TO 1450-EXIT
           END-IF
           IF Slot-Count >= Max-Slot-Entries
               DISPLAY 'PADMASK - MORE THAN ' Max-Slot-Entries
                   ' MASK SLOTS - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO Slot-Count
           ADD 1 TO Type-Slot-Count(Type-Index)
           MOVE Type-Code(Type-Index) TO Slot-Record-Type(Slot-Count)
           MOVE Entry-Index TO Slot-Entry-Index(Slot-Count)
           COMPUTE Slot-Out-Position(Slot-Count)
               = Type-Out-Total(Type-Index) + 1
           ADD Pick-Pad-Length TO Type-Out-Total(Type-Index)
           MOVE 0 TO Slot-Masked-Count(Slot-Count)
               Slot-Clear-Count(Slot-Count)
               Slot-Blank-Count(Slot-Count)
               Slot-Unordered-Count(Slot-Count)
           MOVE SPACE TO Slot-Method(Slot-Count)
           IF NOT Pick-Mask-Yes
               GO TO 1450-EXIT
           END-IF
           EVALUATE TRUE
               WHEN Pick-Pad-Mode-Date AND Pick-Key-Yes
                   MOVE 'Y' TO Slot-Method(Slot-Count)
               WHEN Pick-Pad-Mode-Date
                   MOVE 'D' TO Slot-Method(Slot-Count)
               WHEN Pick-Key-Yes
                   MOVE 'K' TO Slot-Method(Slot-Count)
               WHEN Pick-Pad-Mode-Numeric
                   MOVE 'N' TO Slot-Method(Slot-Count)
               WHEN OTHER
                   MOVE 'S' TO Slot-Method(Slot-Count)
           END-EVALUATE
           ADD 1 TO Masked-Slot-Count
           ADD 1 TO Type-Mask-Count(Type-Index)
           IF Pick-Hash-Yes
               ADD 1 TO Type-Hash-Mask-Count(Type-Index)
           END-IF.

       1450-EXIT.
           EXIT.

       1470-FIND-TYPE.
           MOVE 0 TO Type-Slot
           PERFORM 1480-MATCH-ONE-TYPE THRU 1480-EXIT
               VARYING Type-Index FROM 1 BY 1
               UNTIL Type-Index > Type-Count OR Type-Slot > 0.

       1470-EXIT.
           EXIT.

       1480-MATCH-ONE-TYPE.
           IF Type-Code(Type-Index) = Current-Record-Type
               MOVE Type-Index TO Type-Slot
           END-IF.

       1480-EXIT.
           EXIT.

       2000-MASK-EXTRACT.
           PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
               UNTIL Input-File-End.

       2000-EXIT.
           EXIT.

       2100-READ-INPUT-RECORD.
           READ INPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO Records-Read
                   MOVE INPUT-RECORD TO Original-Record
                   MOVE INPUT-RECORD TO Masked-Record
                   PERFORM 2200-MASK-ONE-RECORD THRU 2200-EXIT
                   WRITE OUTPUT-RECORD FROM Masked-Record
                   ADD 1 TO Records-Written
           END-READ.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * One record.  Trailer and header control records go through
      * untouched except for the trailer's hash; everything else has
      * its masked fields scrambled in place, and a detail record
      * carrying a masked hash field has the difference it makes to
      * PADBAL's total worked into Hash-Delta.
      *****************************************************************
       2200-MASK-ONE-RECORD.
           IF Typed-Table
               MOVE Original-Record(1:2) TO Current-Record-Type
               IF Current-Record-Type = Trailer-Type
                   ADD 1 TO Control-Records-Passed
                   PERFORM 2900-REWRITE-TRAILER THRU 2900-EXIT
                   GO TO 2200-EXIT
               END-IF
               IF Current-Record-Type = Header-Type
                   ADD 1 TO Control-Records-Passed
                   GO TO 2200-EXIT
               END-IF
           ELSE
               IF (Original-Record(1:2) = 'HD'
                       AND Original-Record(3:16) IS NUMERIC)
                   OR (Original-Record(1:2) = 'TR'
                       AND Original-Record(3:24) IS NUMERIC)
                   ADD 1 TO Control-Records-Passed
                   GO TO 2200-EXIT
               END-IF
               MOVE SPACES TO Current-Record-Type
           END-IF
           IF Current-Record-Type NOT = Previous-Record-Type
               PERFORM 2300-SELECT-CONTROL-ENTRIES THRU 2300-EXIT
           END-IF
           IF Type-Slot = 0
               ADD 1 TO Records-Without-Entries
               GO TO 2200-EXIT
           END-IF
           IF Type-Mask-Count(Type-Slot) = 0
               ADD 1 TO Records-Without-Masks
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Records-Masked
           IF Delimited-Input
               MOVE Original-Record TO Delim-Work-Record
               PERFORM 2350-UNSTRING-DELIMITED THRU 2350-EXIT
           END-IF
           PERFORM 2400-MASK-ONE-FIELD THRU 2400-EXIT
               VARYING Code-Index FROM 1 BY 1
               UNTIL Code-Index > Selected-Count
           IF Typed-Table
                   AND Current-Record-Type = Detail-Type
                   AND Type-Hash-Mask-Count(Type-Slot) > 0
               PERFORM 3000-REWORK-HASH THRU 3000-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Rebuilds Selected-Table for a new record type straight off
      * the type's mask slots, which already hold its entries in
      * selection order.  Type-Slot stays zero for a type the table
      * does not know.
      *****************************************************************
       2300-SELECT-CONTROL-ENTRIES.
           MOVE Current-Record-Type TO Previous-Record-Type
           MOVE 0 TO Selected-Count
           PERFORM 1470-FIND-TYPE THRU 1470-EXIT
           IF Type-Slot = 0
               GO TO 2300-EXIT
           END-IF
           PERFORM 2320-SELECT-ONE-ENTRY THRU 2320-EXIT
               VARYING Select-Index FROM 1 BY 1
               UNTIL Select-Index > Type-Slot-Count(Type-Slot).

       2300-EXIT.
           EXIT.

       2320-SELECT-ONE-ENTRY.
           COMPUTE Mask-Slot = Type-First-Slot(Type-Slot)
               + Select-Index - 1
           ADD 1 TO Selected-Count
           MOVE Control-Entry(Slot-Entry-Index(Mask-Slot))
               TO Selected-Entry(Selected-Count).

       2320-EXIT.
           EXIT.

      *****************************************************************
      * Unstrings the delimited record in Delim-Work-Record the way
      * LEFTPADB's 2050-REFORMAT-DELIMITED does, keeping each value's
      * start and length as well.
      *****************************************************************
       2350-UNSTRING-DELIMITED.
           INITIALIZE Delim-Value-Table
           MOVE 1 TO Delim-Pointer
           MOVE 0 TO Delim-Value-Count
           PERFORM 2360-UNSTRING-ONE-FIELD THRU 2360-EXIT
               UNTIL Delim-Value-Count >= Selected-Count
                   OR Delim-Pointer > Record-Length.

       2350-EXIT.
           EXIT.

       2360-UNSTRING-ONE-FIELD.
           ADD 1 TO Delim-Value-Count
           MOVE Delim-Pointer TO Delim-Start(Delim-Value-Count)
           UNSTRING Delim-Work-Record
               DELIMITED BY Delimiter-Character
               INTO Delim-Value(Delim-Value-Count)
                   COUNT IN Delim-Size(Delim-Value-Count)
               WITH POINTER Delim-Pointer
           END-UNSTRING.

       2360-EXIT.
           EXIT.

       2370-PLACE-ONE-FIELD.
           MOVE Selected-Entry(Delim-Field-Index) TO Place-Entry
           IF Place-Offset > 0 AND Place-Length > 0
               MOVE Delim-Value(Delim-Field-Index)(1:Place-Length)
                   TO Pad-Input-Record(Place-Offset:Place-Length)
           END-IF.

       2370-EXIT.
           EXIT.

      *****************************************************************
      * One selected field of one record: lift the value out of the
      * original record (its extent on a fixed record, its own
      * delimited bytes on a DELIM record), mask it by the slot's
      * method, and lay it back over the same bytes of the copy.
      *****************************************************************
       2400-MASK-ONE-FIELD.
           COMPUTE Mask-Slot = Type-First-Slot(Type-Slot)
               + Code-Index - 1
           IF Slot-Not-Masked(Mask-Slot)
               GO TO 2400-EXIT
           END-IF
           MOVE Selected-Entry(Code-Index) TO Pick-Entry
           MOVE SPACES TO Field-Value
           MOVE 0 TO Mask-Length
           IF Delimited-Input
               MOVE Delim-Start(Code-Index) TO Mask-Start
               MOVE Delim-Size(Code-Index) TO Mask-Length
               IF Mask-Length > 0
                   IF Mask-Start + Mask-Length - 1 > Record-Length
                       COMPUTE Mask-Length = Record-Length
                           - Mask-Start + 1
                   END-IF
                   IF Mask-Length > 100
                       MOVE 100 TO Mask-Length
                   END-IF
                   MOVE Delim-Value(Code-Index) TO Field-Value
               END-IF
           ELSE
               IF Pick-Offset > 0 AND Pick-Length > 0
                   MOVE Pick-Offset TO Mask-Start
                   MOVE Pick-Length TO Mask-Length
                   MOVE Original-Record(Mask-Start:Mask-Length)
                       TO Field-Value
               END-IF
           END-IF
           IF Mask-Length = 0 OR Field-Value = SPACES
               ADD 1 TO Slot-Blank-Count(Mask-Slot)
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO Digits-Only-Switch
           IF Pick-Pad-Mode-Numeric
               MOVE 'Y' TO Digits-Only-Switch
           END-IF
           MOVE 'M' TO Mask-Outcome
           EVALUATE TRUE
               WHEN Slot-Date-Shift(Mask-Slot)
               WHEN Slot-Day-Offset(Mask-Slot)
                   PERFORM 2600-SHIFT-DATE THRU 2600-EXIT
               WHEN Slot-Key-Offset(Mask-Slot)
                   PERFORM 2500-OFFSET-KEY THRU 2500-EXIT
               WHEN OTHER
                   PERFORM 2700-SCRAMBLE-VALUE THRU 2700-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN Outcome-Left-Clear
                   ADD 1 TO Slot-Clear-Count(Mask-Slot)
                   GO TO 2400-EXIT
               WHEN Outcome-Unordered
                   ADD 1 TO Slot-Unordered-Count(Mask-Slot)
                   ADD 1 TO Unordered-Key-Total
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO Slot-Masked-Count(Mask-Slot)
           MOVE Field-Value(1:Mask-Length)
               TO Masked-Record(Mask-Start:Mask-Length).

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Key fields: the value's digit run - the field's bytes with
      * leading and trailing blanks set aside, since an extract
      * value need not fill its extent and LEFTPAD trims before it
      * pads - plus an offset drawn from the seed and no more than
      * a tenth of the field's range, so keys keep their order and
      * the test chain's PADKEYCK sees the same sequence breaks and
      * duplicates production's did.  The sum keeps the run's own
      * digit count (more if it needs them) and goes back over the
      * run's bytes, moved left only if it would overrun the field.
      * A run too wide for the work field, or not all digits, is
      * scrambled instead; that, and a value the offset carries
      * past the top of the field's width, is flagged as order not
      * kept.
      *****************************************************************
       2500-OFFSET-KEY.
           MOVE 0 TO Lead-Count
           INSPECT Field-Value(1:Mask-Length) TALLYING Lead-Count
               FOR LEADING SPACES
           COMPUTE Key-Run-Start = Lead-Count + 1
           COMPUTE Key-Run-Length = FUNCTION LENGTH(
               FUNCTION TRIM(Field-Value(1:Mask-Length)))
           IF Key-Run-Length > Max-Key-Digits
                   OR Field-Value(Key-Run-Start:Key-Run-Length)
                       IS NOT NUMERIC
               PERFORM 2700-SCRAMBLE-VALUE THRU 2700-EXIT
               MOVE 'U' TO Mask-Outcome
               GO TO 2500-EXIT
           END-IF
           MOVE Mask-Length TO Key-Range-Digits
           IF Mask-Length > Max-Key-Digits
               MOVE Max-Key-Digits TO Key-Range-Digits
           END-IF
           COMPUTE Key-Power = 10 ** Key-Range-Digits
           COMPUTE Key-Offset
               = FUNCTION MOD(Seed-Hash, Key-Power / 10) + 1
           MOVE ZEROS TO Key-Digits
           MOVE Field-Value(Key-Run-Start:Key-Run-Length)
               TO Key-Digits-Text(18 - Key-Run-Length:Key-Run-Length)
           COMPUTE Key-Sum = Key-Digits + Key-Offset
           IF Key-Sum >= Key-Power
               SUBTRACT Key-Power FROM Key-Sum
               MOVE 'U' TO Mask-Outcome
           END-IF
           MOVE Key-Sum TO Key-Digits
           MOVE 0 TO Key-Zero-Count
           INSPECT Key-Digits-Text TALLYING Key-Zero-Count
               FOR LEADING ZEROS
           COMPUTE Key-Out-Width = Max-Key-Digits - Key-Zero-Count
           IF Key-Out-Width < Key-Run-Length
               MOVE Key-Run-Length TO Key-Out-Width
           END-IF
           MOVE Key-Run-Start TO Key-Out-Start
           IF Key-Out-Start + Key-Out-Width - 1 > Mask-Length
               COMPUTE Key-Out-Start = Mask-Length - Key-Out-Width + 1
           END-IF
           MOVE SPACES TO Field-Value
           MOVE Key-Digits-Text(18 - Key-Out-Width:Key-Out-Width)
               TO Field-Value(Key-Out-Start:Key-Out-Width).

       2500-EXIT.
           EXIT.

      *****************************************************************
      * Mode D: the date is validated and normalized through DatePad,
      * moved by the run's one day offset - the same for every date
      * field of every record, so dates keep their order within a
      * record and across records - and converted back to its
      * Field-Date-Format-In in the same bytes it came from.  A
      * date DatePad rejects, one outside the years the date
      * arithmetic covers (a 9999 high-date, say), or a two-digit-
      * year date the shift would carry out of DatePad's 1950-2049
      * window (it would come back a century off) is left clear.
      *****************************************************************
       2600-SHIFT-DATE.
           MOVE Field-Value TO Input-String
           MOVE SPACES TO Padded-String
           MOVE 8 TO Pad-Length
           MOVE Pick-Date-Format-In TO Date-Format-In
           MOVE 'E' TO Date-Format-Out
           CALL 'DatePad' USING Input-String, Pad-Length,
               Date-Format-In, Date-Format-Out, Padded-String,
               Pad-Return-Code
           IF Pad-Return-Code-Invalid-Length
                   OR Padded-String(1:8) IS NOT NUMERIC
               MOVE 'C' TO Mask-Outcome
               GO TO 2600-EXIT
           END-IF
           MOVE Padded-String(1:8) TO Date-Bytes
           COMPUTE Date-Year = Date-Value / 10000
           IF Date-Year < 1601 OR Date-Year > 9998
               MOVE 'C' TO Mask-Outcome
               GO TO 2600-EXIT
           END-IF
           COMPUTE Date-Integer
               = FUNCTION INTEGER-OF-DATE(Date-Value)
               + Run-Day-Offset
           COMPUTE Date-Value = FUNCTION DATE-OF-INTEGER(Date-Integer)
           COMPUTE Date-Year = Date-Value / 10000
           IF (Pick-Date-Format-In = 'A' OR 'C')
                   AND Date-Year > 2049
               MOVE 'C' TO Mask-Outcome
               GO TO 2600-EXIT
           END-IF
           IF Pick-Date-Format-In = 'B' OR 'D' OR 'F'
               MOVE 10 TO Date-Width
           ELSE
               MOVE 8 TO Date-Width
           END-IF
           MOVE 0 TO Lead-Count
           INSPECT Field-Value TALLYING Lead-Count
               FOR LEADING SPACES
           IF Lead-Count + Date-Width > Mask-Length
               MOVE 'C' TO Mask-Outcome
               GO TO 2600-EXIT
           END-IF
           MOVE Date-Bytes TO Input-String
           MOVE SPACES TO Padded-String
           MOVE Date-Width TO Pad-Length
           MOVE 'E' TO Date-Format-In
           MOVE Pick-Date-Format-In TO Date-Format-Out
           CALL 'DatePad' USING Input-String, Pad-Length,
               Date-Format-In, Date-Format-Out, Padded-String,
               Pad-Return-Code
           IF NOT Pad-Return-Code-OK
               MOVE 'C' TO Mask-Outcome
               GO TO 2600-EXIT
           END-IF
           MOVE Padded-String(1:Date-Width)
               TO Field-Value(Lead-Count + 1:Date-Width).

       2600-EXIT.
           EXIT.

      *****************************************************************
      * The scramble: each non-blank byte draws the next shift from
      * the value's stream; a digit moves one to nine places round
      * the digits, a letter one to twenty-five round its own case's
      * alphabet (digits only on a mode N field), so no masked byte
      * ever comes out as itself.  Anything else is left alone.
      *****************************************************************
       2700-SCRAMBLE-VALUE.
           PERFORM 2800-HASH-VALUE THRU 2800-EXIT
           MOVE Value-Hash TO Stream-Value
           PERFORM 2750-SCRAMBLE-ONE-BYTE THRU 2750-EXIT
               VARYING Byte-Index FROM 1 BY 1
               UNTIL Byte-Index > Mask-Length.

       2700-EXIT.
           EXIT.

       2750-SCRAMBLE-ONE-BYTE.
           MOVE Field-Value(Byte-Index:1) TO Current-Byte
           IF Current-Byte = SPACE
               GO TO 2750-EXIT
           END-IF
           COMPUTE Stream-Value = FUNCTION MOD(
               Stream-Value * 69069 + 12345, Stream-Modulus)
           DIVIDE Stream-Value BY 65536 GIVING Stream-High
           MOVE 0 TO Class-Index
           INSPECT Digit-Alphabet TALLYING Class-Index
               FOR CHARACTERS BEFORE INITIAL Current-Byte
           IF Class-Index < 10
               COMPUTE Class-Shift = FUNCTION MOD(Stream-High, 9) + 1
               COMPUTE Class-Index = FUNCTION MOD(
                   Class-Index + Class-Shift, 10)
               MOVE Digit-Alphabet(Class-Index + 1:1)
                   TO Field-Value(Byte-Index:1)
               GO TO 2750-EXIT
           END-IF
           IF Digits-Only
               GO TO 2750-EXIT
           END-IF
           COMPUTE Class-Shift = FUNCTION MOD(Stream-High, 25) + 1
           MOVE 0 TO Class-Index
           INSPECT Upper-Alphabet TALLYING Class-Index
               FOR CHARACTERS BEFORE INITIAL Current-Byte
           IF Class-Index < 26
               COMPUTE Class-Index = FUNCTION MOD(
                   Class-Index + Class-Shift, 26)
               MOVE Upper-Alphabet(Class-Index + 1:1)
                   TO Field-Value(Byte-Index:1)
               GO TO 2750-EXIT
           END-IF
           MOVE 0 TO Class-Index
           INSPECT Lower-Alphabet TALLYING Class-Index
               FOR CHARACTERS BEFORE INITIAL Current-Byte
           IF Class-Index < 26
               COMPUTE Class-Index = FUNCTION MOD(
                   Class-Index + Class-Shift, 26)
               MOVE Lower-Alphabet(Class-Index + 1:1)
                   TO Field-Value(Byte-Index:1)
           END-IF.

       2750-EXIT.
           EXIT.

      *****************************************************************
      * Hashes the non-blank bytes of Field-Value(1:Mask-Length)
      * onto Seed-Hash.  Blanks are passed over, so a value hashes
      * the same however it sits in its field.
      *****************************************************************
       2800-HASH-VALUE.
           MOVE Seed-Hash TO Value-Hash
           PERFORM 2850-HASH-ONE-BYTE THRU 2850-EXIT
               VARYING Byte-Index FROM 1 BY 1
               UNTIL Byte-Index > Mask-Length.

       2800-EXIT.
           EXIT.

       2850-HASH-ONE-BYTE.
           IF Field-Value(Byte-Index:1) = SPACE
               GO TO 2850-EXIT
           END-IF
           COMPUTE Value-Hash = FUNCTION MOD(Value-Hash * 131
               + FUNCTION ORD(Field-Value(Byte-Index:1)), Hash-Prime).

       2850-EXIT.
           EXIT.

      *****************************************************************
      * A trailer record: its hash total moves by the difference the
      * masking has made to PADBAL's total so far.  The detail count
      * never changes - no record is added or dropped.
      *****************************************************************
       2900-REWRITE-TRAILER.
           IF Masked-Record(12:15) IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           MOVE Masked-Record(12:15) TO Trailer-Hash-In
           COMPUTE Hash-Work = Trailer-Hash-In + Hash-Delta
           COMPUTE Trailer-Hash-Out
               = FUNCTION MOD(Hash-Work, Hash-Modulus)
           MOVE Trailer-Hash-Out TO Masked-Record(12:15)
           ADD 1 TO Trailers-Rewritten.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Pads the detail record through PADREC as it was and as it now
      * is, and for each masked hash field takes the original value
      * out of Hash-Delta and puts the masked value in.
      *****************************************************************
       3000-REWORK-HASH.
           MOVE Original-Record TO Image-Source-Record
           PERFORM 3100-BUILD-PAD-IMAGE THRU 3100-EXIT
           CALL 'PadRec' USING Pad-Input-Record, Pad-Output-Record,
               Selected-Count, Selected-Table,
               Record-Return-Code, Field-Code-Table
           MOVE Pad-Output-Record TO Original-Padded
           MOVE Masked-Record TO Image-Source-Record
           PERFORM 3100-BUILD-PAD-IMAGE THRU 3100-EXIT
           CALL 'PadRec' USING Pad-Input-Record, Pad-Output-Record,
               Selected-Count, Selected-Table,
               Record-Return-Code, Field-Code-Table
           MOVE Pad-Output-Record TO Masked-Padded
           PERFORM 3200-REWORK-ONE-FIELD THRU 3200-EXIT
               VARYING Code-Index FROM 1 BY 1
               UNTIL Code-Index > Selected-Count.

       3000-EXIT.
           EXIT.

       3100-BUILD-PAD-IMAGE.
           IF NOT Delimited-Input
               MOVE Image-Source-Record TO Pad-Input-Record
               GO TO 3100-EXIT
           END-IF
           MOVE Image-Source-Record TO Delim-Work-Record
           PERFORM 2350-UNSTRING-DELIMITED THRU 2350-EXIT
           MOVE SPACES TO Pad-Input-Record
           PERFORM 2370-PLACE-ONE-FIELD THRU 2370-EXIT
               VARYING Delim-Field-Index FROM 1 BY 1
               UNTIL Delim-Field-Index > Selected-Count.

       3100-EXIT.
           EXIT.

       3200-REWORK-ONE-FIELD.
           COMPUTE Mask-Slot = Type-First-Slot(Type-Slot)
               + Code-Index - 1
           IF Slot-Not-Masked(Mask-Slot)
               GO TO 3200-EXIT
           END-IF
           MOVE Selected-Entry(Code-Index) TO Pick-Entry
           IF NOT Pick-Hash-Yes
               GO TO 3200-EXIT
           END-IF
           MOVE Pick-Pad-Length TO Hash-Width
           MOVE SPACES TO Hash-Text
           MOVE Original-Padded(Slot-Out-Position(Mask-Slot):
               Hash-Width) TO Hash-Text
           PERFORM 3300-HASH-FIELD-VALUE THRU 3300-EXIT
           IF Hash-Field-Valid
               COMPUTE Hash-Work = Hash-Delta
                   - FUNCTION MOD(Hash-Value, Hash-Modulus)
               COMPUTE Hash-Delta
                   = FUNCTION MOD(Hash-Work, Hash-Modulus)
           END-IF
           MOVE SPACES TO Hash-Text
           MOVE Masked-Padded(Slot-Out-Position(Mask-Slot):
               Hash-Width) TO Hash-Text
           PERFORM 3300-HASH-FIELD-VALUE THRU 3300-EXIT
           IF Hash-Field-Valid
               COMPUTE Hash-Work = Hash-Delta
                   + FUNCTION MOD(Hash-Value, Hash-Modulus)
               COMPUTE Hash-Delta
                   = FUNCTION MOD(Hash-Work, Hash-Modulus)
           END-IF
           ADD 1 TO Hash-Values-Reworked.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Reads one hash field's value off a padded image in Hash-Text
      * exactly as PADBAL does: packed or zoned for mode N by its
      * delivery format, plain digits otherwise.  A value PADBAL
      * would skip as non-numeric is left out here too.
      *****************************************************************
       3300-HASH-FIELD-VALUE.
           MOVE 'N' TO Hash-Valid-Switch
           MOVE 0 TO Hash-Value
           EVALUATE TRUE
               WHEN Pick-Pad-Mode-Numeric AND Pick-Numeric-Packed
                   PERFORM 3310-VALUE-FROM-PACKED THRU 3310-EXIT
               WHEN Pick-Pad-Mode-Numeric
                   PERFORM 3320-VALUE-FROM-ZONED THRU 3320-EXIT
               WHEN OTHER
                   PERFORM 3330-VALUE-FROM-DIGITS THRU 3330-EXIT
           END-EVALUATE.

       3300-EXIT.
           EXIT.

       3310-VALUE-FROM-PACKED.
           MOVE Hash-Width TO Unpack-Width
           IF Unpack-Width > 10
               MOVE 10 TO Unpack-Width
           END-IF
           MOVE LOW-VALUES TO Packed-Bytes
           MOVE Hash-Text(Hash-Width - Unpack-Width + 1:Unpack-Width)
               TO Packed-Bytes(11 - Unpack-Width:Unpack-Width)
           IF Packed-Value IS NUMERIC
               MOVE Packed-Value TO Hash-Value
               MOVE 'Y' TO Hash-Valid-Switch
           END-IF.

       3310-EXIT.
           EXIT.

       3320-VALUE-FROM-ZONED.
           MOVE Hash-Width TO Unpack-Width
           IF Unpack-Width > 18
               MOVE 18 TO Unpack-Width
           END-IF
           MOVE ALL '0' TO Zoned-Bytes
           MOVE Hash-Text(Hash-Width - Unpack-Width + 1:Unpack-Width)
               TO Zoned-Bytes(19 - Unpack-Width:Unpack-Width)
           IF Zoned-Value IS NUMERIC
               MOVE Zoned-Value TO Hash-Value
               MOVE 'Y' TO Hash-Valid-Switch
           END-IF.

       3320-EXIT.
           EXIT.

       3330-VALUE-FROM-DIGITS.
           IF Hash-Text(1:Hash-Width) IS NUMERIC
               COMPUTE Hash-Value =
                   FUNCTION NUMVAL(Hash-Text(1:Hash-Width))
               MOVE 'Y' TO Hash-Valid-Switch
           END-IF.

       3330-EXIT.
           EXIT.

       8000-WRITE-MASK-REPORT.
           WRITE MASK-REPORT-RECORD FROM Mask-Blank-Line
           WRITE MASK-REPORT-RECORD FROM Mask-Heading-2
           PERFORM 8100-WRITE-ONE-SLOT THRU 8100-EXIT
               VARYING Mask-Slot FROM 1 BY 1
               UNTIL Mask-Slot > Slot-Count
           WRITE MASK-REPORT-RECORD FROM Mask-Blank-Line
           MOVE SPACES TO Mask-Total-Line
           MOVE 'RECORDS READ' TO Mask-Total-Text
           MOVE Records-Read TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'RECORDS WRITTEN' TO Mask-Total-Text
           MOVE Records-Written TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'RECORDS WITH MASKED FIELDS' TO Mask-Total-Text
           MOVE Records-Masked TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'RECORDS OF A TYPE WITH NO MASKED FIELD'
               TO Mask-Total-Text
           MOVE Records-Without-Masks TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'RECORDS WITH NO ENTRIES FOR THEIR TYPE'
               TO Mask-Total-Text
           MOVE Records-Without-Entries TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'CONTROL RECORDS PASSED THROUGH' TO Mask-Total-Text
           MOVE Control-Records-Passed TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'MASKED HASH FIELD VALUES REWORKED'
               TO Mask-Total-Text
           MOVE Hash-Values-Reworked TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'TRAILER RECORDS REWRITTEN' TO Mask-Total-Text
           MOVE Trailers-Rewritten TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'TRAILER HASH TOTAL IN' TO Mask-Total-Text
           MOVE Trailer-Hash-In TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'TRAILER HASH TOTAL OUT' TO Mask-Total-Text
           MOVE Trailer-Hash-Out TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           MOVE 'KEY VALUES WHOSE ORDER WAS NOT KEPT'
               TO Mask-Total-Text
           MOVE Unordered-Key-Total TO Mask-Total-Value
           WRITE MASK-REPORT-RECORD FROM Mask-Total-Line

           EVALUATE TRUE
               WHEN NOT Typed-Table
                   MOVE 'UNTYPED TABLE - TRAILER CARRIED UNCHANGED'
                       TO Mask-Status-Text
               WHEN Unordered-Key-Total > 0
                   MOVE 'EXTRACT WRITTEN - SOME KEY VALUES OUT OF ORDER'
                       TO Mask-Status-Text
               WHEN OTHER
                   MOVE 'EXTRACT WRITTEN' TO Mask-Status-Text
           END-EVALUATE
           WRITE MASK-REPORT-RECORD FROM Mask-Status-Line.

       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-SLOT.
           IF Slot-Not-Masked(Mask-Slot)
               GO TO 8100-EXIT
           END-IF
           MOVE Control-Entry(Slot-Entry-Index(Mask-Slot))
               TO Pick-Entry
           MOVE Slot-Record-Type(Mask-Slot) TO Mask-Line-Type
           MOVE Pick-Name TO Mask-Line-Name
           MOVE Pick-Pad-Mode TO Mask-Line-Mode
           EVALUATE TRUE
               WHEN Slot-Scramble(Mask-Slot)
                   MOVE 'SCRAMBLE' TO Mask-Line-Method
               WHEN Slot-Digits(Mask-Slot)
                   MOVE 'DIGITS' TO Mask-Line-Method
               WHEN Slot-Date-Shift(Mask-Slot)
                   MOVE 'DATE SHIFT' TO Mask-Line-Method
               WHEN Slot-Key-Offset(Mask-Slot)
                   MOVE 'KEY OFFSET' TO Mask-Line-Method
               WHEN Slot-Day-Offset(Mask-Slot)
                   MOVE 'DAY OFFSET' TO Mask-Line-Method
           END-EVALUATE
           MOVE Slot-Masked-Count(Mask-Slot) TO Mask-Line-Masked
           MOVE Slot-Clear-Count(Mask-Slot) TO Mask-Line-Clear
           MOVE Slot-Blank-Count(Mask-Slot) TO Mask-Line-Blank
           WRITE MASK-REPORT-RECORD FROM Mask-Field-Line
           IF Slot-Unordered-Count(Mask-Slot) > 0
               MOVE Slot-Unordered-Count(Mask-Slot)
                   TO Mask-Order-Value
               WRITE MASK-REPORT-RECORD FROM Mask-Order-Line
           END-IF.

       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           IF Unordered-Key-Total > 0
               MOVE 04 TO RETURN-CODE
           ELSE
               MOVE 00 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE INPUT-FILE CONTROL-FILE OUTPUT-FILE
               MASK-REPORT-FILE.

       9100-EXIT.
           EXIT.
