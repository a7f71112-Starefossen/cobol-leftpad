       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADPROF.
      *****************************************************************
      * PADPROF
      *
      * Field profiling report over the nightly extract.  Reads
      * PROD.EXTRACT.DAILY - fixed-width or DELIM= - through the
      * activated control table exactly as LEFTPADB would (the same
      * per-record-type entry selection, the same delimited deal
      * into the fixed layout, the same single CALL to PADREC), and
      * instead of writing a load file it tallies what the data
      * looks like, field by field, so a Field-Length or Field-Pad-
      * Length change can be sized from facts before it goes
      * through PADCTLM rather than from the truncation count after
      * the fact.
      *
      * For every record type and Field-Name the report shows:
      *   - records examined, fields filled and the fill rate, and
      *     fields blank;
      *   - the shortest and longest trimmed value against the
      *     entry's Field-Pad-Length, and how many values PADREC
      *     reports would truncate;
      *   - mode N: how many non-blank values are not numeric, and
      *     the smallest and largest value among those that are;
      *   - mode D: how many non-blank values are not valid dates
      *     in the entry's input format, and the earliest and
      *     latest valid date;
      *   - the number of distinct values and the twenty most
      *     frequent, so a new code value in a Field-Valid-Switch
      *     column shows up here before it starts rejecting.
      *
      * A profile slot is one control entry as it applies to one
      * record type: on a typed table each record type in the table
      * gets its own typed entries and its own copy of the blank-
      * typed common entries, in table order - the order LEFTPADB's
      * selection deals them.  Records whose type has no entries
      * are counted and skipped.  On an untyped table every entry is
      * one slot, and the HD and TR control records of an HDRTRL
      * extract are recognized by their all-digit bodies and
      * skipped, as PADKEYCK does.
      *
      * Value frequencies are counted exactly, not sampled: every
      * non-blank value (its first 40 trimmed bytes) is released to
      * a sort keyed by profile slot and value, and the sorted runs
      * are tallied into each slot's top-twenty list.
      *
      * PARM (optional, comma-separated keywords):
      *   RECLEN=nnnn       The record width of INFILE, 1 through
      *                      2000.  Default 400.  On a DELIM run it
      *                      bounds the scan for delimited values.
      *   DELIM=x           INFILE is delimiter-separated, as on
      *                      LEFTPADB: COMMA, PIPE, SEMI, or the
      *                      character itself.
      *
      * Sets RETURN-CODE for the JCL to test: 00 report written,
      * 16 the control table is unusable, the PARM is out of
      * range, or the sort failed.
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
           SELECT PROFILE-REPORT-FILE ASSIGN TO PROFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Profile-Report-Status.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

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

       FD  PROFILE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PROFILE-REPORT-RECORD       PIC X(80).

      *****************************************************************
      * One sort record per non-blank field value: the profile slot
      * it belongs to and the value itself, left-justified.
      *****************************************************************
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  Sort-Slot               PIC 9(04).
           05  Sort-Value              PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'leftpad.cpy'.
       COPY 'numpad.cpy'.
       COPY 'datepad.cpy'.

       01  Input-File-Status           PIC X(02).
           88  Input-File-OK                   VALUE '00'.
           88  Input-File-End                  VALUE '10'.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Profile-Report-Status       PIC X(02).

       01  Job-Switches.
           05  Delimited-Input-Switch  PIC X(01) VALUE 'N'.
               88  Delimited-Input              VALUE 'Y'.
           05  Typed-Table-Switch      PIC X(01) VALUE 'N'.
               88  Typed-Table                  VALUE 'Y'.
           05  End-Of-Sort-Switch      PIC X(01) VALUE 'N'.
               88  End-Of-Sort                  VALUE 'Y'.

       01  Job-Counters.
           05  Records-Read            PIC 9(09) COMP VALUE 0.
           05  Records-Profiled        PIC 9(09) COMP VALUE 0.
           05  Records-Without-Entries PIC 9(09) COMP VALUE 0.
           05  Control-Records-Skipped PIC 9(09) COMP VALUE 0.
           05  Values-Released         PIC 9(09) COMP VALUE 0.

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
      * The record types the table knows, each with the run of
      * profile slots its records feed: slot Type-First-Slot is the
      * type's first selected entry, and so on for Type-Slot-Count
      * slots.  An untyped table has the one blank type.
      *****************************************************************
       01  Type-Table.
           05  Type-Entry OCCURS 20 TIMES.
               10  Type-Code           PIC X(02).
               10  Type-First-Slot     PIC 9(04) COMP.
               10  Type-Slot-Count     PIC 9(03) COMP.
       77  Type-Count                  PIC 9(02) COMP VALUE 0.
       77  Type-Index                  PIC 9(02) COMP VALUE 0.
       77  Type-Slot                   PIC 9(02) COMP VALUE 0.
       77  Max-Type-Entries            PIC 9(02) COMP VALUE 20.

      *****************************************************************
      * Per-record selection, as in LEFTPADB: the entries that apply
      * to the current record type, in table order, rebuilt only
      * when the type changes.  Field-Code-Table comes back from
      * PADREC with each selected entry's Pad-Return-Code.
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

       77  Delimiter-Character         PIC X(01) VALUE ','.
       01  Delim-Work-Record           PIC X(2000).
       01  Delim-Value-Table.
           05  Delim-Value OCCURS 50 TIMES  PIC X(100).
       77  Delim-Pointer               PIC 9(04) COMP VALUE 0.
       77  Delim-Value-Count           PIC 9(03) COMP VALUE 0.
       77  Delim-Field-Index           PIC 9(03) COMP VALUE 0.
       01  Place-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Place==.

      *****************************************************************
      * The profile itself, one slot per record type and entry.
      * Numeric extremes are held scaled by the entry's decimal
      * places, exactly as NUMPAD delivers them; date extremes as
      * YYYYMMDD.  Each slot's top-twenty list is kept in descending
      * count order.
      *****************************************************************
       01  Profile-Table.
           05  Profile-Entry OCCURS 500 TIMES.
               10  Prof-Record-Type    PIC X(02).
               10  Prof-Entry-Index    PIC 9(03) COMP.
               10  Prof-Records-Seen   PIC 9(09) COMP.
               10  Prof-Blank-Count    PIC 9(09) COMP.
               10  Prof-Filled-Count   PIC 9(09) COMP.
               10  Prof-Shortest       PIC 9(03) COMP.
               10  Prof-Longest        PIC 9(03) COMP.
               10  Prof-Truncate-Count PIC 9(09) COMP.
               10  Prof-Invalid-Count  PIC 9(09) COMP.
               10  Prof-Valid-Count    PIC 9(09) COMP.
               10  Prof-Low-Number     PIC S9(18) COMP-3.
               10  Prof-High-Number    PIC S9(18) COMP-3.
               10  Prof-Low-Date       PIC 9(08).
               10  Prof-High-Date      PIC 9(08).
               10  Prof-Distinct-Count PIC 9(09) COMP.
               10  Prof-Top-Count      PIC 9(02) COMP.
               10  Prof-Top-Entry OCCURS 20 TIMES.
                   15  Prof-Top-Value  PIC X(40).
                   15  Prof-Top-Times  PIC 9(09) COMP.
       77  Profile-Count               PIC 9(04) COMP VALUE 0.
       77  Max-Profile-Entries         PIC 9(04) COMP VALUE 500.
       77  Profile-Slot                PIC 9(04) COMP VALUE 0.
       77  Max-Top-Values              PIC 9(02) COMP VALUE 20.
       77  Top-Index                   PIC 9(02) COMP VALUE 0.
       77  Top-Position                PIC 9(02) COMP VALUE 0.

       01  Field-Value                 PIC X(100).
       77  Trimmed-Length              PIC 9(03) COMP VALUE 0.

       01  Zoned-Value                 PIC S9(18).
       01  Zoned-Bytes REDEFINES Zoned-Value   PIC X(18).
       01  Date-Value                  PIC 9(08).
       01  Date-Bytes REDEFINES Date-Value     PIC X(08).

      *****************************************************************
      * Run-tally work for the sorted values: the slot and value of
      * the run being counted and how many times it has come back.
      *****************************************************************
       77  Run-Slot                    PIC 9(04) COMP VALUE 0.
       01  Run-Value                   PIC X(40).
       77  Run-Times                   PIC 9(09) COMP VALUE 0.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

       01  Prof-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADPROF - EXTRACT FIELD PROFILE         '.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Prof-Field-Line.
           05  FILLER                  PIC X(05) VALUE 'TYPE '.
           05  Prof-Field-Type         PIC X(02).
           05  FILLER                  PIC X(08) VALUE '  FIELD '.
           05  Prof-Field-Name         PIC X(20).
           05  FILLER                  PIC X(07) VALUE '  MODE '.
           05  Prof-Field-Mode         PIC X(01).
           05  FILLER                  PIC X(09) VALUE '  LENGTH '.
           05  Prof-Field-Length       PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE '  PAD '.
           05  Prof-Field-Pad-Length   PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  Prof-Stat-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  Prof-Stat-Text          PIC X(36).
           05  Prof-Stat-Value         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Prof-Rate-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  Prof-Rate-Text          PIC X(36).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  Prof-Rate-Value         PIC ZZ9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Prof-Amount-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  Prof-Amount-Text        PIC X(36).
           05  Prof-Amount-Value
                   PIC ----,---,---,---,--9.99999.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  Prof-Date-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  Prof-Date-Text          PIC X(36).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  Prof-Date-Value         PIC X(08).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Prof-Top-Line.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  Prof-Top-Line-Times     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Prof-Top-Line-Value     PIC X(40).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  Prof-Total-Line.
           05  Prof-Total-Text         PIC X(40).
           05  Prof-Total-Value        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Prof-Blank-Line             PIC X(80) VALUE SPACES.

       77  Rate-Work                   PIC 9(03)V99 VALUE 0.
       77  Amount-Work                 PIC S9(15)V9(05) VALUE 0.

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY Sort-Slot Sort-Value
               INPUT PROCEDURE IS 2000-PROFILE-EXTRACT
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-TALLY-FREQUENCIES
                   THRU 3000-EXIT
           IF SORT-RETURN NOT = 0
               DISPLAY 'PADPROF - VALUE SORT FAILED, SORT-RETURN '
                   SORT-RETURN ' - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8000-WRITE-PROFILE-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Record-Length = 0
                   OR Record-Length > Max-Run-Record-Length
               DISPLAY 'PADPROF - RECLEN MUST BE 1 THROUGH '
                   Max-Run-Record-Length ' - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-FILE
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT PROFILE-REPORT-FILE
           WRITE PROFILE-REPORT-RECORD FROM Prof-Heading-1
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
           IF Field-Count = 0
               DISPLAY 'PADPROF - CONTROL FILE IS EMPTY - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-BUILD-PROFILE-SLOTS THRU 1400-EXIT.

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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-EXIT.
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
                       DISPLAY 'PADPROF - CONTROL FILE HAS MORE THAN '
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
      * Lays out the profile slots.  The record types are gathered
      * off the table in first-appearance order; each type then
      * takes one slot per entry LEFTPADB's selection would give its
      * records - its own typed entries and the blank-typed common
      * ones, in table order - so the Nth selected entry of a record
      * always lands in slot Type-First-Slot + N - 1.  An untyped
      * table is the single blank type over every entry.
      *****************************************************************
       1400-BUILD-PROFILE-SLOTS.
           MOVE 0 TO Type-Count
           IF Typed-Table
               PERFORM 1420-GATHER-ONE-TYPE THRU 1420-EXIT
                   VARYING Entry-Index FROM 1 BY 1
                   UNTIL Entry-Index > Field-Count
           ELSE
               MOVE 1 TO Type-Count
               MOVE SPACES TO Type-Code(1)
           END-IF
           MOVE 0 TO Profile-Count
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
               DISPLAY 'PADPROF - MORE RECORD TYPES THAN THE '
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
           COMPUTE Type-First-Slot(Type-Index) = Profile-Count + 1
           MOVE 0 TO Type-Slot-Count(Type-Index)
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
           IF Profile-Count >= Max-Profile-Entries
               DISPLAY 'PADPROF - MORE THAN ' Max-Profile-Entries
                   ' PROFILE SLOTS - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO Profile-Count
           ADD 1 TO Type-Slot-Count(Type-Index)
           MOVE Type-Code(Type-Index)
               TO Prof-Record-Type(Profile-Count)
           MOVE Entry-Index TO Prof-Entry-Index(Profile-Count)
           MOVE 0 TO Prof-Records-Seen(Profile-Count)
               Prof-Blank-Count(Profile-Count)
               Prof-Filled-Count(Profile-Count)
               Prof-Shortest(Profile-Count)
               Prof-Longest(Profile-Count)
               Prof-Truncate-Count(Profile-Count)
               Prof-Invalid-Count(Profile-Count)
               Prof-Valid-Count(Profile-Count)
               Prof-Low-Number(Profile-Count)
               Prof-High-Number(Profile-Count)
               Prof-Low-Date(Profile-Count)
               Prof-High-Date(Profile-Count)
               Prof-Distinct-Count(Profile-Count)
               Prof-Top-Count(Profile-Count).

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

      *****************************************************************
      * Sort input procedure: one pass over the extract, profiling
      * every record and releasing its non-blank values.
      *****************************************************************
       2000-PROFILE-EXTRACT.
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
                   MOVE INPUT-RECORD TO Pad-Input-Record
                   PERFORM 2200-PROFILE-ONE-RECORD THRU 2200-EXIT
           END-READ.

       2100-EXIT.
           EXIT.

       2200-PROFILE-ONE-RECORD.
           IF Typed-Table
               MOVE Pad-Input-Record(1:2) TO Current-Record-Type
           ELSE
               IF (Pad-Input-Record(1:2) = 'HD'
                       AND Pad-Input-Record(3:16) IS NUMERIC)
                   OR (Pad-Input-Record(1:2) = 'TR'
                       AND Pad-Input-Record(3:24) IS NUMERIC)
                   ADD 1 TO Control-Records-Skipped
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
           ADD 1 TO Records-Profiled
           IF Delimited-Input
               PERFORM 2350-REFORMAT-DELIMITED THRU 2350-EXIT
           END-IF
           CALL 'PadRec' USING Pad-Input-Record, Pad-Output-Record,
               Selected-Count, Selected-Table,
               Record-Return-Code, Field-Code-Table
           PERFORM 2500-PROFILE-ONE-FIELD THRU 2500-EXIT
               VARYING Code-Index FROM 1 BY 1
               UNTIL Code-Index > Selected-Count.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Rebuilds Selected-Table for a new record type straight off
      * the type's profile slots, which already hold its entries in
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
           COMPUTE Profile-Slot = Type-First-Slot(Type-Slot)
               + Select-Index - 1
           ADD 1 TO Selected-Count
           MOVE Control-Entry(Prof-Entry-Index(Profile-Slot))
               TO Selected-Entry(Selected-Count).

       2320-EXIT.
           EXIT.

      *****************************************************************
      * Deals a delimited record into the fixed layout exactly as
      * LEFTPADB's 2050-REFORMAT-DELIMITED does: the Nth delimited
      * value lands at the Nth selected entry's Field-Offset.
      *****************************************************************
       2350-REFORMAT-DELIMITED.
           MOVE Pad-Input-Record TO Delim-Work-Record
           MOVE SPACES TO Delim-Value-Table
           MOVE 1 TO Delim-Pointer
           MOVE 0 TO Delim-Value-Count
           PERFORM 2360-UNSTRING-ONE-FIELD THRU 2360-EXIT
               UNTIL Delim-Value-Count >= Selected-Count
                   OR Delim-Pointer > Record-Length
           MOVE SPACES TO Pad-Input-Record
           PERFORM 2370-PLACE-ONE-FIELD THRU 2370-EXIT
               VARYING Delim-Field-Index FROM 1 BY 1
               UNTIL Delim-Field-Index > Selected-Count.

       2350-EXIT.
           EXIT.

       2360-UNSTRING-ONE-FIELD.
           ADD 1 TO Delim-Value-Count
           UNSTRING Delim-Work-Record
               DELIMITED BY Delimiter-Character
               INTO Delim-Value(Delim-Value-Count)
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
      * One selected field of one record.  A blank field is counted
      * and goes no further - blank is not a non-numeric value or an
      * invalid date, merely an empty one.  PADREC's own code for the
      * field gives the truncation and the mode N / mode D validity;
      * a valid number or date is then run through NUMPAD or DATEPAD
      * once more in a fixed comparable form (18-digit zoned at the
      * entry's decimal places, or YYYYMMDD) for the extremes.
      *****************************************************************
       2500-PROFILE-ONE-FIELD.
           COMPUTE Profile-Slot = Type-First-Slot(Type-Slot)
               + Code-Index - 1
           MOVE Selected-Entry(Code-Index) TO Pick-Entry
           ADD 1 TO Prof-Records-Seen(Profile-Slot)
           MOVE SPACES TO Field-Value
           IF Pick-Offset > 0 AND Pick-Length > 0
               MOVE Pad-Input-Record(Pick-Offset:Pick-Length)
                   TO Field-Value
           END-IF
           IF Field-Value = SPACES
               ADD 1 TO Prof-Blank-Count(Profile-Slot)
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO Prof-Filled-Count(Profile-Slot)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(Field-Value))
               TO Trimmed-Length
           IF Prof-Filled-Count(Profile-Slot) = 1
                   OR Trimmed-Length < Prof-Shortest(Profile-Slot)
               MOVE Trimmed-Length TO Prof-Shortest(Profile-Slot)
           END-IF
           IF Trimmed-Length > Prof-Longest(Profile-Slot)
               MOVE Trimmed-Length TO Prof-Longest(Profile-Slot)
           END-IF
           IF Field-Code(Code-Index) = 04
               ADD 1 TO Prof-Truncate-Count(Profile-Slot)
           END-IF
           EVALUATE TRUE
               WHEN Pick-Pad-Mode-Numeric
                   PERFORM 2600-PROFILE-NUMBER THRU 2600-EXIT
               WHEN Pick-Pad-Mode-Date
                   PERFORM 2700-PROFILE-DATE THRU 2700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE Profile-Slot TO Sort-Slot
           MOVE FUNCTION TRIM(Field-Value) TO Sort-Value
           RELEASE SORT-RECORD
           ADD 1 TO Values-Released.

       2500-EXIT.
           EXIT.

       2600-PROFILE-NUMBER.
           IF Field-Code(Code-Index) = 08
               ADD 1 TO Prof-Invalid-Count(Profile-Slot)
               GO TO 2600-EXIT
           END-IF
           MOVE Field-Value TO Input-String
           MOVE SPACES TO Padded-String
           MOVE 18 TO Pad-Length
           MOVE Pick-Decimal-Places TO Decimal-Places
           MOVE 'D' TO Numeric-Format
           CALL 'NumPad' USING Input-String, Pad-Length,
               Decimal-Places, Numeric-Format, Padded-String,
               Pad-Return-Code
           IF Pad-Return-Code-Invalid-Length
               ADD 1 TO Prof-Invalid-Count(Profile-Slot)
               GO TO 2600-EXIT
           END-IF
           MOVE Padded-String(1:18) TO Zoned-Bytes
           IF Zoned-Value IS NOT NUMERIC
               ADD 1 TO Prof-Invalid-Count(Profile-Slot)
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO Prof-Valid-Count(Profile-Slot)
           IF Prof-Valid-Count(Profile-Slot) = 1
               MOVE Zoned-Value TO Prof-Low-Number(Profile-Slot)
               MOVE Zoned-Value TO Prof-High-Number(Profile-Slot)
               GO TO 2600-EXIT
           END-IF
           IF Zoned-Value < Prof-Low-Number(Profile-Slot)
               MOVE Zoned-Value TO Prof-Low-Number(Profile-Slot)
           END-IF
           IF Zoned-Value > Prof-High-Number(Profile-Slot)
               MOVE Zoned-Value TO Prof-High-Number(Profile-Slot)
           END-IF.

       2600-EXIT.
           EXIT.

       2700-PROFILE-DATE.
           IF Field-Code(Code-Index) = 08
               ADD 1 TO Prof-Invalid-Count(Profile-Slot)
               GO TO 2700-EXIT
           END-IF
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
               ADD 1 TO Prof-Invalid-Count(Profile-Slot)
               GO TO 2700-EXIT
           END-IF
           MOVE Padded-String(1:8) TO Date-Bytes
           ADD 1 TO Prof-Valid-Count(Profile-Slot)
           IF Prof-Valid-Count(Profile-Slot) = 1
               MOVE Date-Value TO Prof-Low-Date(Profile-Slot)
               MOVE Date-Value TO Prof-High-Date(Profile-Slot)
               GO TO 2700-EXIT
           END-IF
           IF Date-Value < Prof-Low-Date(Profile-Slot)
               MOVE Date-Value TO Prof-Low-Date(Profile-Slot)
           END-IF
           IF Date-Value > Prof-High-Date(Profile-Slot)
               MOVE Date-Value TO Prof-High-Date(Profile-Slot)
           END-IF.

       2700-EXIT.
           EXIT.

      *****************************************************************
      * Sort output procedure: the values come back grouped by slot
      * and value, so each run of equal values is one distinct value
      * and its length is the value's frequency.  Each finished run
      * is offered to its slot's top-twenty list.
      *****************************************************************
       3000-TALLY-FREQUENCIES.
           MOVE 0 TO Run-Slot
           MOVE 0 TO Run-Times
           MOVE SPACES TO Run-Value
           PERFORM 3100-RETURN-ONE-VALUE THRU 3100-EXIT
               UNTIL End-Of-Sort
           IF Run-Times > 0
               PERFORM 3200-CLOSE-ONE-RUN THRU 3200-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-VALUE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO End-Of-Sort-Switch
               NOT AT END
                   IF Run-Times > 0
                       AND (Sort-Slot NOT = Run-Slot
                            OR Sort-Value NOT = Run-Value)
                       PERFORM 3200-CLOSE-ONE-RUN THRU 3200-EXIT
                       MOVE 0 TO Run-Times
                   END-IF
                   IF Run-Times = 0
                       MOVE Sort-Slot TO Run-Slot
                       MOVE Sort-Value TO Run-Value
                   END-IF
                   ADD 1 TO Run-Times
           END-RETURN.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Places a finished run in its slot's top-twenty list, which
      * is held in descending count order: the run goes in ahead of
      * the first entry it outcounts, the entries below it shift
      * down one, and the twentieth falls off.  A run that only ties
      * the entry it meets stays behind it, so among equal counts
      * the value that sorts first is listed first.
      *****************************************************************
       3200-CLOSE-ONE-RUN.
           ADD 1 TO Prof-Distinct-Count(Run-Slot)
           MOVE 0 TO Top-Position
           PERFORM 3250-FIND-TOP-POSITION THRU 3250-EXIT
               VARYING Top-Index FROM 1 BY 1
               UNTIL Top-Index > Prof-Top-Count(Run-Slot)
                   OR Top-Position > 0
           IF Top-Position = 0
               IF Prof-Top-Count(Run-Slot) >= Max-Top-Values
                   GO TO 3200-EXIT
               END-IF
               COMPUTE Top-Position = Prof-Top-Count(Run-Slot) + 1
           END-IF
           IF Prof-Top-Count(Run-Slot) < Max-Top-Values
               ADD 1 TO Prof-Top-Count(Run-Slot)
           END-IF
           PERFORM 3270-SHIFT-ONE-TOP-ENTRY THRU 3270-EXIT
               VARYING Top-Index FROM Prof-Top-Count(Run-Slot) BY -1
               UNTIL Top-Index <= Top-Position
           MOVE Run-Value TO Prof-Top-Value(Run-Slot, Top-Position)
           MOVE Run-Times TO Prof-Top-Times(Run-Slot, Top-Position).

       3200-EXIT.
           EXIT.

       3250-FIND-TOP-POSITION.
           IF Run-Times > Prof-Top-Times(Run-Slot, Top-Index)
               MOVE Top-Index TO Top-Position
           END-IF.

       3250-EXIT.
           EXIT.

       3270-SHIFT-ONE-TOP-ENTRY.
           MOVE Prof-Top-Entry(Run-Slot, Top-Index - 1)
               TO Prof-Top-Entry(Run-Slot, Top-Index).

       3270-EXIT.
           EXIT.

       8000-WRITE-PROFILE-REPORT.
           PERFORM 8100-WRITE-ONE-SLOT THRU 8100-EXIT
               VARYING Profile-Slot FROM 1 BY 1
               UNTIL Profile-Slot > Profile-Count
           WRITE PROFILE-REPORT-RECORD FROM Prof-Blank-Line
           MOVE SPACES TO Prof-Total-Line
           MOVE 'RECORDS READ' TO Prof-Total-Text
           MOVE Records-Read TO Prof-Total-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Total-Line

           MOVE 'RECORDS PROFILED' TO Prof-Total-Text
           MOVE Records-Profiled TO Prof-Total-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Total-Line

           MOVE 'RECORDS WITH NO ENTRIES FOR THEIR TYPE'
               TO Prof-Total-Text
           MOVE Records-Without-Entries TO Prof-Total-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Total-Line

           MOVE 'CONTROL RECORDS SKIPPED' TO Prof-Total-Text
           MOVE Control-Records-Skipped TO Prof-Total-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Total-Line

           MOVE 'FIELD VALUES COUNTED' TO Prof-Total-Text
           MOVE Values-Released TO Prof-Total-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Total-Line.

       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-SLOT.
           MOVE Control-Entry(Prof-Entry-Index(Profile-Slot))
               TO Pick-Entry
           WRITE PROFILE-REPORT-RECORD FROM Prof-Blank-Line
           MOVE Prof-Record-Type(Profile-Slot) TO Prof-Field-Type
           MOVE Pick-Name TO Prof-Field-Name
           MOVE Pick-Pad-Mode TO Prof-Field-Mode
           MOVE Pick-Length TO Prof-Field-Length
           MOVE Pick-Pad-Length TO Prof-Field-Pad-Length
           WRITE PROFILE-REPORT-RECORD FROM Prof-Field-Line

           MOVE 'RECORDS EXAMINED' TO Prof-Stat-Text
           MOVE Prof-Records-Seen(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           MOVE 'FIELDS FILLED' TO Prof-Stat-Text
           MOVE Prof-Filled-Count(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           MOVE 'FILL RATE PERCENT' TO Prof-Rate-Text
           MOVE 0 TO Rate-Work
           IF Prof-Records-Seen(Profile-Slot) > 0
               COMPUTE Rate-Work ROUNDED =
                   Prof-Filled-Count(Profile-Slot) * 100
                   / Prof-Records-Seen(Profile-Slot)
           END-IF
           MOVE Rate-Work TO Prof-Rate-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Rate-Line

           MOVE 'FIELDS BLANK' TO Prof-Stat-Text
           MOVE Prof-Blank-Count(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           MOVE 'SHORTEST TRIMMED LENGTH' TO Prof-Stat-Text
           MOVE Prof-Shortest(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           MOVE 'LONGEST TRIMMED LENGTH' TO Prof-Stat-Text
           MOVE Prof-Longest(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           MOVE 'FIELD-PAD-LENGTH' TO Prof-Stat-Text
           MOVE Pick-Pad-Length TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           MOVE 'VALUES THAT WOULD TRUNCATE' TO Prof-Stat-Text
           MOVE Prof-Truncate-Count(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line

           EVALUATE TRUE
               WHEN Pick-Pad-Mode-Numeric
                   PERFORM 8200-WRITE-NUMBER-LINES THRU 8200-EXIT
               WHEN Pick-Pad-Mode-Date
                   PERFORM 8300-WRITE-DATE-LINES THRU 8300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 'DISTINCT VALUES' TO Prof-Stat-Text
           MOVE Prof-Distinct-Count(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line
           IF Prof-Top-Count(Profile-Slot) > 0
               MOVE 'MOST FREQUENT VALUES' TO Prof-Stat-Text
               MOVE Prof-Top-Count(Profile-Slot) TO Prof-Stat-Value
               WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line
               PERFORM 8400-WRITE-ONE-TOP-VALUE THRU 8400-EXIT
                   VARYING Top-Index FROM 1 BY 1
                   UNTIL Top-Index > Prof-Top-Count(Profile-Slot)
           END-IF.

       8100-EXIT.
           EXIT.

       8200-WRITE-NUMBER-LINES.
           MOVE 'NON-NUMERIC VALUES' TO Prof-Stat-Text
           MOVE Prof-Invalid-Count(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line
           IF Prof-Valid-Count(Profile-Slot) = 0
               GO TO 8200-EXIT
           END-IF
           COMPUTE Amount-Work = Prof-Low-Number(Profile-Slot)
               / (10 ** Pick-Decimal-Places)
           MOVE 'SMALLEST VALUE' TO Prof-Amount-Text
           MOVE Amount-Work TO Prof-Amount-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Amount-Line
           COMPUTE Amount-Work = Prof-High-Number(Profile-Slot)
               / (10 ** Pick-Decimal-Places)
           MOVE 'LARGEST VALUE' TO Prof-Amount-Text
           MOVE Amount-Work TO Prof-Amount-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Amount-Line.

       8200-EXIT.
           EXIT.

       8300-WRITE-DATE-LINES.
           MOVE 'INVALID DATES' TO Prof-Stat-Text
           MOVE Prof-Invalid-Count(Profile-Slot) TO Prof-Stat-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Stat-Line
           IF Prof-Valid-Count(Profile-Slot) = 0
               GO TO 8300-EXIT
           END-IF
           MOVE 'EARLIEST DATE (YYYYMMDD)' TO Prof-Date-Text
           MOVE Prof-Low-Date(Profile-Slot) TO Prof-Date-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Date-Line
           MOVE 'LATEST DATE (YYYYMMDD)' TO Prof-Date-Text
           MOVE Prof-High-Date(Profile-Slot) TO Prof-Date-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Date-Line.

       8300-EXIT.
           EXIT.

       8400-WRITE-ONE-TOP-VALUE.
           MOVE Prof-Top-Times(Profile-Slot, Top-Index)
               TO Prof-Top-Line-Times
           MOVE Prof-Top-Value(Profile-Slot, Top-Index)
               TO Prof-Top-Line-Value
           WRITE PROFILE-REPORT-RECORD FROM Prof-Top-Line.

       8400-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           MOVE 00 TO RETURN-CODE.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE INPUT-FILE CONTROL-FILE PROFILE-REPORT-FILE.

       9100-EXIT.
           EXIT.
