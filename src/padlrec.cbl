       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADLREC.
      *****************************************************************
      * PADLREC
      *
      * Post-load reconciliation, run after FIXLOAD.  Until now the
      * chain stopped looking at the night's records the moment
      * LOADSTEP started: rows the loader refused (a missing parent
      * row, a duplicate on the table) showed only in the loader's
      * own SYSOUT, never reached the suspense master, and were
      * found when the warehouse counts did not tie out days later.
      *
      * Reads the activated control table off CTLFILE, the load
      * file the loader read off LOADFILE, and the loader's
      * accepted/rejected result file off LOADRES (layout
      * PADLRES.CPY), and matches them by record number - both
      * files in load-file order, one pass - checking the key on
      * every matched detail record.  Each load record ends up
      * one of:
      *
      *   - LOADED: the loader accepted it under the same key;
      *   - REJECTED BY THE LOADER: refused, under the same key.
      *     Printed on RECRPT with the loader's reason, and written
      *     to LOADREJ in the suspense record layout (the 29-byte
      *     prefix - record number, return code 08, the loader's
      *     reason code and text as the reason - ahead of the load
      *     image) for the PADSUSP roll to file on the suspense
      *     master as a loader reject, where it ages and resolves
      *     alongside LEFTPADB's own rejects.  The bare load image
      *     goes to RELOADF as well, in the same order, ready to go
      *     back through FIXLOAD once the cause is cleared;
      *   - UNACCOUNTED FOR: no loader result for the record, a
      *     result for a record number the load file does not have,
      *     a result whose key is not the record's, a result whose
      *     status is neither A nor R (the loader did not say the
      *     row was loaded, so it is not counted as loaded), or a
      *     result out of record-number sequence.  Printed, never
      *     written to suspense - the load itself is in question.
      *
      * An HD or TR control record (HDRTRL's in-band records, by
      * the PADKEYCK shape test on an untyped table; record types
      * HD and TR on a typed one) with no loader result is counted
      * as not loaded, not as unaccounted - the loader may skip
      * them.
      *
      * The key is declared on the control table: the entries
      * flagged Field-Key-Switch 'Y', located by the same output-
      * position arithmetic PADKEYCK and PADEDIT use, their padded
      * bytes concatenated in table order and compared with the
      * loader's echo of it (the first 50 bytes).  Only detail
      * records carry the key - on a typed table the DETAIL= type,
      * on an untyped one every record but the control records -
      * and other records are matched by record number alone, as
      * every record is while the table flags no key fields.
      *
      * PARM (optional, comma-separated keywords):
      *   DETAIL=xx          The detail record type.  Default DT.
      *   RELOAD             Reconcile a reload of earlier loader
      *                      rejects: LOADFILE is the RELOADF
      *                      generation the loader was fed again,
      *                      and REJIN the LOADREJ generation
      *                      written with it, read in step, so every
      *                      reject still refused is written back to
      *                      LOADREJ under its ORIGINAL record
      *                      number.  PADSUSP's resubmit pass
      *                      (SOURCE=LOADER) then resolves the rest.
      *                      REJIN is not opened on a nightly run.
      *
      * The load file's record width comes off its DD label (the
      * FDs are RECORD CONTAINS 0): LOADREJ is 29 bytes longer than
      * the load file, RELOADF the same width.
      *
      * Sets RETURN-CODE for the JCL to test: 00 every record loaded
      * (or a control record the loader skipped), 04 the loader
      * rejected records - all of them on LOADREJ, nothing else
      * wrong, 08 records unaccounted for (the load and the load
      * file disagree, or a loader result carries a status other
      * than A or R - investigate before anything reloads), 16
      * the control table is unusable or REJIN does not match the
      * reload file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT LOAD-FILE ASSIGN TO LOADFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Load-File-Status.
           SELECT RESULT-FILE ASSIGN TO LOADRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Result-File-Status.
           SELECT REJECT-IN-FILE ASSIGN TO REJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Reject-In-Status.
           SELECT REJECT-FILE ASSIGN TO LOADREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Reject-File-Status.
           SELECT RELOAD-FILE ASSIGN TO RELOADF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Reload-File-Status.
           SELECT RECON-REPORT-FILE ASSIGN TO RECRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Recon-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

       FD  LOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LOAD-RECORD                 PIC X(2000).

       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RESULT-RECORD.
           COPY 'padlres.cpy'.

       FD  REJECT-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  REJECT-IN-RECORD.
           05  Reject-In-Record-Number  PIC 9(07).
           05  Reject-In-Return-Code    PIC 9(02).
           05  Reject-In-Reason         PIC X(20).
           05  Reject-In-Data           PIC X(2000).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  REJECT-RECORD.
           05  Reject-Record-Number     PIC 9(07).
           05  Reject-Return-Code       PIC 9(02).
           05  Reject-Reason            PIC X(20).
           05  Reject-Data              PIC X(2000).

       FD  RELOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  RELOAD-RECORD               PIC X(2000).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Load-File-Status            PIC X(02).
           88  Load-File-OK                    VALUE '00'.
           88  Load-File-End                   VALUE '10'.
       01  Result-File-Status          PIC X(02).
           88  Result-File-OK                  VALUE '00'.
           88  Result-File-End                 VALUE '10'.
       01  Reject-In-Status            PIC X(02).
           88  Reject-In-OK                    VALUE '00'.
           88  Reject-In-End                   VALUE '10'.
       01  Reject-File-Status          PIC X(02).
       01  Reload-File-Status          PIC X(02).
       01  Recon-Report-Status         PIC X(02).

       01  Job-Switches.
           05  Typed-Table-Switch      PIC X(01) VALUE 'N'.
               88  Typed-Table                  VALUE 'Y'.
           05  Reload-Switch           PIC X(01) VALUE 'N'.
               88  Reload-Run                   VALUE 'Y'.
           05  Result-Ready-Switch     PIC X(01) VALUE 'N'.
               88  Result-Ready                 VALUE 'Y'.
           05  Load-Control-Switch     PIC X(01) VALUE 'N'.
               88  Load-Control-Record          VALUE 'Y'.
           05  Load-Detail-Switch      PIC X(01) VALUE 'N'.
               88  Load-Detail-Record           VALUE 'Y'.

       01  Control-Table.
           05  Control-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy' REPLACING LEADING ==05== BY ==10==.
       77  Field-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Control-Entries         PIC 9(03) COMP VALUE 50.
       01  Scan-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Scan==.

      *****************************************************************
      * The key fields pulled off the control table, each with its
      * computed position and width in the output record, in table
      * order, as PADKEYCK builds them.
      *****************************************************************
       01  Key-Field-Table.
           05  Key-Field-Entry OCCURS 10 TIMES.
               10  Key-Field-Name      PIC X(20).
               10  Key-Field-Position  PIC 9(05) COMP.
               10  Key-Field-Width     PIC 9(03) COMP.
       77  Key-Field-Count             PIC 9(02) COMP VALUE 0.
       77  Max-Key-Fields              PIC 9(02) COMP VALUE 10.
       77  Key-Index                   PIC 9(02) COMP VALUE 0.
       77  Key-Total-Width             PIC 9(04) COMP VALUE 0.
       77  Max-Key-Width               PIC 9(03) COMP VALUE 200.
       77  Key-Pointer                 PIC 9(04) COMP VALUE 0.

       01  Current-Key                 PIC X(200).

      *****************************************************************
      * Output-position arithmetic, per record type, as in PADEDIT.
      *****************************************************************
       77  Common-Total                PIC 9(05) COMP VALUE 0.
       01  Type-Table.
           05  Type-Entry OCCURS 20 TIMES.
               10  Type-Code           PIC X(02).
               10  Type-Total          PIC 9(05) COMP.
       77  Type-Count                  PIC 9(02) COMP VALUE 0.
       77  Type-Index                  PIC 9(02) COMP VALUE 0.
       77  Type-Slot                   PIC 9(02) COMP VALUE 0.
       77  Max-Type-Entries            PIC 9(02) COMP VALUE 20.
       77  Output-Position             PIC 9(05) COMP VALUE 1.
       77  Entry-Index                 PIC 9(03) COMP VALUE 0.

       77  Detail-Type                 PIC X(02) VALUE 'DT'.

      *****************************************************************
      * The match: the current load record's number and the current
      * loader result's, each set to High-Number at its file's end
      * so the other file drains.
      *****************************************************************
       77  Load-Number                 PIC 9(09) COMP VALUE 0.
       77  Result-Number               PIC 9(09) COMP VALUE 0.
       77  Previous-Result-Number      PIC 9(09) COMP VALUE 0.
       77  High-Number                 PIC 9(09) COMP
                                       VALUE 999999999.
       77  Original-Number             PIC 9(09) COMP VALUE 0.

       01  Job-Counters.
           05  Load-Records-Read       PIC 9(09) COMP VALUE 0.
           05  Results-Read            PIC 9(09) COMP VALUE 0.
           05  Records-Loaded          PIC 9(09) COMP VALUE 0.
           05  Records-Rejected        PIC 9(09) COMP VALUE 0.
           05  Control-Not-Loaded      PIC 9(09) COMP VALUE 0.
           05  No-Result-Count         PIC 9(09) COMP VALUE 0.
           05  No-Load-Record-Count    PIC 9(09) COMP VALUE 0.
           05  Key-Mismatch-Count      PIC 9(09) COMP VALUE 0.
           05  Result-Sequence-Count   PIC 9(09) COMP VALUE 0.
           05  Invalid-Status-Count    PIC 9(09) COMP VALUE 0.
           05  Unaccounted-Count       PIC 9(09) COMP VALUE 0.
           05  Lines-Printed           PIC 9(05) COMP VALUE 0.
       77  Max-Lines-Printed           PIC 9(05) COMP VALUE 1000.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

       01  Recon-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADLREC - POST-LOAD RECONCILIATION OF TH'.
           05  FILLER                  PIC X(40)
               VALUE 'E LOADER RESULTS                        '.

       01  Recon-Heading-2.
           05  FILLER                  PIC X(19)
               VALUE '    LOAD RECORD    '.
           05  FILLER                  PIC X(17)
               VALUE 'CONDITION        '.
           05  FILLER                  PIC X(22)
               VALUE 'LOADER REASON OR KEY  '.
           05  FILLER                  PIC X(22)
               VALUE 'KEY ON THE LOAD FILE  '.

       01  Recon-Line.
           05  FILLER                  PIC X(07) VALUE 'RECORD '.
           05  Recon-Line-Number       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Recon-Line-Text         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Recon-Line-Reason       PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Recon-Line-Key          PIC X(22).

       01  Recon-Total-Line.
           05  Recon-Total-Text        PIC X(40).
           05  Recon-Total-Value       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Recon-Status-Line.
           05  FILLER                  PIC X(08) VALUE 'STATUS: '.
           05  Recon-Status-Text       PIC X(72).

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MATCH-ONE-RECORD THRU 2000-EXIT
               UNTIL Load-Number = High-Number
                 AND Result-Number = High-Number
           PERFORM 8000-WRITE-RECON-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           OPEN INPUT CONTROL-FILE
           OPEN INPUT LOAD-FILE
           OPEN INPUT RESULT-FILE
           IF Reload-Run
               OPEN INPUT REJECT-IN-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT RELOAD-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           WRITE RECON-REPORT-RECORD FROM Recon-Heading-1
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
           PERFORM 1400-BUILD-KEY-FIELD-TABLE THRU 1400-EXIT
           IF Key-Field-Count = 0
               MOVE 'NO KEY FIELDS FLAGGED - MATCHED BY RECORD NUMBER'
                   TO Recon-Status-Text
               WRITE RECON-REPORT-RECORD FROM Recon-Status-Line
           END-IF
           IF Reload-Run
               MOVE 'RELOAD RUN - LOADREJ CARRIES THE ORIGINAL NUMBERS'
                   TO Recon-Status-Text
               WRITE RECON-REPORT-RECORD FROM Recon-Status-Line
           END-IF
           WRITE RECON-REPORT-RECORD FROM Recon-Heading-2
           PERFORM 2050-READ-LOAD-RECORD THRU 2050-EXIT
           PERFORM 2060-READ-RESULT THRU 2060-EXIT.

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
               WHEN 'DETAIL'
                   IF Parm-Value(1:2) NOT = SPACES
                       MOVE Parm-Value(1:2) TO Detail-Type
                   END-IF
               WHEN 'RELOAD'
                   MOVE 'Y' TO Reload-Switch
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
                       DISPLAY 'PADLREC - CONTROL FILE HAS MORE THAN '
                           Max-Control-Entries ' ENTRIES - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Field-Count
                   MOVE CORRESPONDING CONTROL-RECORD
                       TO Control-Entry(Field-Count)
           END-READ.

       1350-EXIT.
           EXIT.

      *****************************************************************
      * Walks the control table in order with the standard per-type
      * output-position arithmetic and captures every entry flagged
      * Field-Key-Switch 'Y' - PADKEYCK's key, field for field.
      * PADKEYCK has already refused a flag on a non-detail type
      * before the load; here such an entry is simply not part of
      * the detail key.
      *****************************************************************
       1400-BUILD-KEY-FIELD-TABLE.
           PERFORM 1450-SCAN-ONE-ENTRY THRU 1450-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count.

       1400-EXIT.
           EXIT.

       1450-SCAN-ONE-ENTRY.
           MOVE Control-Entry(Entry-Index) TO Scan-Entry
           IF Scan-Record-Type = SPACES
               COMPUTE Output-Position = Common-Total + 1
           ELSE
               MOVE 'Y' TO Typed-Table-Switch
               PERFORM 1470-LOCATE-TYPE-SLOT THRU 1470-EXIT
               COMPUTE Output-Position = Common-Total
                   + Type-Total(Type-Slot) + 1
           END-IF
           IF Scan-Key-Yes
                   AND (Scan-Record-Type = SPACES
                        OR Scan-Record-Type = Detail-Type)
               IF Key-Field-Count >= Max-Key-Fields
                   DISPLAY 'PADLREC - MORE THAN ' Max-Key-Fields
                       ' KEY FIELDS - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF Key-Total-Width + Scan-Pad-Length > Max-Key-Width
                   DISPLAY 'PADLREC - KEY WIDER THAN '
                       Max-Key-Width ' BYTES - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO Key-Field-Count
               MOVE Scan-Name
                   TO Key-Field-Name(Key-Field-Count)
               MOVE Output-Position
                   TO Key-Field-Position(Key-Field-Count)
               MOVE Scan-Pad-Length
                   TO Key-Field-Width(Key-Field-Count)
               ADD Scan-Pad-Length TO Key-Total-Width
           END-IF
           IF Scan-Record-Type = SPACES
               ADD Scan-Pad-Length TO Common-Total
           ELSE
               ADD Scan-Pad-Length TO Type-Total(Type-Slot)
           END-IF.

       1450-EXIT.
           EXIT.

       1470-LOCATE-TYPE-SLOT.
           MOVE 0 TO Type-Slot
           PERFORM 1480-MATCH-ONE-TYPE THRU 1480-EXIT
               VARYING Type-Index FROM 1 BY 1
               UNTIL Type-Index > Type-Count OR Type-Slot > 0
           IF Type-Slot = 0
               IF Type-Count >= Max-Type-Entries
                   DISPLAY 'PADLREC - MORE RECORD TYPES THAN THE '
                       'TYPE TABLE HOLDS - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO Type-Count
               MOVE Scan-Record-Type TO Type-Code(Type-Count)
               MOVE 0 TO Type-Total(Type-Count)
               MOVE Type-Count TO Type-Slot
           END-IF.

       1470-EXIT.
           EXIT.

       1480-MATCH-ONE-TYPE.
           IF Type-Code(Type-Index) = Scan-Record-Type
               MOVE Type-Index TO Type-Slot
           END-IF.

       1480-EXIT.
           EXIT.

      *****************************************************************
      * One step of the match.  Equal numbers pair a load record
      * with its result; a lower load number is a record the loader
      * said nothing about; a lower result number is a result for a
      * record the load file does not have.
      *****************************************************************
       2000-MATCH-ONE-RECORD.
           EVALUATE TRUE
               WHEN Load-Number = Result-Number
                   PERFORM 2100-RECONCILE-MATCHED THRU 2100-EXIT
                   PERFORM 2050-READ-LOAD-RECORD THRU 2050-EXIT
                   PERFORM 2060-READ-RESULT THRU 2060-EXIT
               WHEN Load-Number < Result-Number
                   PERFORM 2200-RECONCILE-NO-RESULT THRU 2200-EXIT
                   PERFORM 2050-READ-LOAD-RECORD THRU 2050-EXIT
               WHEN OTHER
                   PERFORM 2300-RECONCILE-NO-LOAD THRU 2300-EXIT
                   PERFORM 2060-READ-RESULT THRU 2060-EXIT
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * The next load record, classed as a control record, a detail
      * record, or neither.  On a reload the matching REJIN record
      * is read in step and supplies the record's original number;
      * the two files were written together, so one ending before
      * the other means the wrong generations were paired.
      *****************************************************************
       2050-READ-LOAD-RECORD.
           READ LOAD-FILE
               AT END
                   MOVE High-Number TO Load-Number
               NOT AT END
                   ADD 1 TO Load-Records-Read
                   MOVE Load-Records-Read TO Load-Number
                   MOVE Load-Number TO Original-Number
                   PERFORM 2070-CLASSIFY-LOAD-RECORD THRU 2070-EXIT
           END-READ
           IF Reload-Run
               PERFORM 2080-READ-REJECT-IN THRU 2080-EXIT
           END-IF.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * The next usable loader result.  A result whose record number
      * is not numeric or does not ascend is reported and skipped -
      * it can be paired with nothing.
      *****************************************************************
       2060-READ-RESULT.
           MOVE 'N' TO Result-Ready-Switch
           PERFORM 2065-READ-ONE-RESULT THRU 2065-EXIT
               UNTIL Result-Ready.

       2060-EXIT.
           EXIT.

       2065-READ-ONE-RESULT.
           READ RESULT-FILE
               AT END
                   MOVE High-Number TO Result-Number
                   MOVE 'Y' TO Result-Ready-Switch
               NOT AT END
                   ADD 1 TO Results-Read
                   IF Lres-Record-Number IS NUMERIC
                           AND Lres-Record-Number
                               > Previous-Result-Number
                           AND Lres-Record-Number < High-Number
                       MOVE Lres-Record-Number TO Result-Number
                       MOVE Result-Number TO Previous-Result-Number
                       MOVE 'Y' TO Result-Ready-Switch
                   ELSE
                       ADD 1 TO Result-Sequence-Count
                       ADD 1 TO Unaccounted-Count
                       IF Lres-Record-Number IS NUMERIC
                           MOVE Lres-Record-Number
                               TO Recon-Line-Number
                       ELSE
                           MOVE 0 TO Recon-Line-Number
                       END-IF
                       MOVE 'RESULT SEQUENCE' TO Recon-Line-Text
                       MOVE Lres-Key-Value TO Recon-Line-Reason
                       MOVE SPACES TO Recon-Line-Key
                       PERFORM 2900-WRITE-RECON-LINE THRU 2900-EXIT
                   END-IF
           END-READ.

       2065-EXIT.
           EXIT.

       2070-CLASSIFY-LOAD-RECORD.
           MOVE 'N' TO Load-Control-Switch
           MOVE 'N' TO Load-Detail-Switch
           EVALUATE TRUE
               WHEN Typed-Table
                   IF LOAD-RECORD(1:2) = 'HD' OR 'TR'
                       MOVE 'Y' TO Load-Control-Switch
                   END-IF
                   IF LOAD-RECORD(1:2) = Detail-Type
                       MOVE 'Y' TO Load-Detail-Switch
                   END-IF
               WHEN LOAD-RECORD(1:2) = 'HD'
                       AND LOAD-RECORD(3:16) IS NUMERIC
                   MOVE 'Y' TO Load-Control-Switch
               WHEN LOAD-RECORD(1:2) = 'TR'
                       AND LOAD-RECORD(3:24) IS NUMERIC
                   MOVE 'Y' TO Load-Control-Switch
               WHEN OTHER
                   MOVE 'Y' TO Load-Detail-Switch
           END-EVALUATE
           IF Load-Detail-Record AND Key-Field-Count > 0
               PERFORM 3300-BUILD-RECORD-KEY THRU 3300-EXIT
           ELSE
               MOVE SPACES TO Current-Key
           END-IF.

       2070-EXIT.
           EXIT.

       2080-READ-REJECT-IN.
           READ REJECT-IN-FILE
               AT END
                   IF Load-Number NOT = High-Number
                       DISPLAY 'PADLREC - REJIN ENDS BEFORE THE '
                           'RELOAD FILE - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               NOT AT END
                   IF Load-Number = High-Number
                       DISPLAY 'PADLREC - REJIN IS LONGER THAN THE '
                           'RELOAD FILE - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE Reject-In-Record-Number TO Original-Number
           END-READ.

       2080-EXIT.
           EXIT.

      *****************************************************************
      * A load record and the loader's result for it.  On a detail
      * record with a declared key the loader's echo must be the
      * record's own key, or the result may belong to some other
      * row and the record is unaccounted for either way.
      *****************************************************************
       2100-RECONCILE-MATCHED.
           IF Load-Detail-Record AND Key-Field-Count > 0
                   AND Lres-Key-Value NOT = Current-Key(1:50)
               ADD 1 TO Key-Mismatch-Count
               ADD 1 TO Unaccounted-Count
               MOVE Load-Number TO Recon-Line-Number
               MOVE 'KEY MISMATCH' TO Recon-Line-Text
               MOVE Lres-Key-Value TO Recon-Line-Reason
               MOVE Current-Key TO Recon-Line-Key
               PERFORM 2900-WRITE-RECON-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN Lres-Accepted
                   ADD 1 TO Records-Loaded
               WHEN Lres-Rejected
                   PERFORM 2150-WRITE-LOADER-REJECT THRU 2150-EXIT
               WHEN OTHER
                   ADD 1 TO Invalid-Status-Count
                   ADD 1 TO Unaccounted-Count
                   MOVE Load-Number TO Recon-Line-Number
                   MOVE 'INVALID RESULT' TO Recon-Line-Text
                   MOVE SPACES TO Recon-Line-Reason
                   STRING 'STATUS ''' DELIMITED BY SIZE
                       Lres-Status DELIMITED BY SIZE
                       '''' DELIMITED BY SIZE
                       INTO Recon-Line-Reason
                   END-STRING
                   MOVE Current-Key TO Recon-Line-Key
                   PERFORM 2900-WRITE-RECON-LINE THRU 2900-EXIT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

       2150-WRITE-LOADER-REJECT.
           ADD 1 TO Records-Rejected
           MOVE Load-Number TO Recon-Line-Number
           MOVE 'LOADER REJECT' TO Recon-Line-Text
           MOVE SPACES TO Recon-Line-Reason
           STRING Lres-Reason-Code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               Lres-Reason-Text DELIMITED BY SIZE
               INTO Recon-Line-Reason
           END-STRING
           MOVE Current-Key TO Recon-Line-Key
           PERFORM 2900-WRITE-RECON-LINE THRU 2900-EXIT
           MOVE Original-Number TO Reject-Record-Number
           MOVE 08 TO Reject-Return-Code
           MOVE Recon-Line-Reason(1:20) TO Reject-Reason
           MOVE LOAD-RECORD TO Reject-Data
           WRITE REJECT-RECORD
           WRITE RELOAD-RECORD FROM LOAD-RECORD.

       2150-EXIT.
           EXIT.

       2200-RECONCILE-NO-RESULT.
           IF Load-Control-Record
               ADD 1 TO Control-Not-Loaded
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO No-Result-Count
           ADD 1 TO Unaccounted-Count
           MOVE Load-Number TO Recon-Line-Number
           MOVE 'NO LOADER RESULT' TO Recon-Line-Text
           MOVE SPACES TO Recon-Line-Reason
           MOVE Current-Key TO Recon-Line-Key
           PERFORM 2900-WRITE-RECON-LINE THRU 2900-EXIT.

       2200-EXIT.
           EXIT.

       2300-RECONCILE-NO-LOAD.
           ADD 1 TO No-Load-Record-Count
           ADD 1 TO Unaccounted-Count
           MOVE Result-Number TO Recon-Line-Number
           MOVE 'NO LOAD RECORD' TO Recon-Line-Text
           MOVE Lres-Key-Value TO Recon-Line-Reason
           MOVE SPACES TO Recon-Line-Key
           PERFORM 2900-WRITE-RECON-LINE THRU 2900-EXIT.

       2300-EXIT.
           EXIT.

       2900-WRITE-RECON-LINE.
           IF Lines-Printed >= Max-Lines-Printed
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO Lines-Printed
           WRITE RECON-REPORT-RECORD FROM Recon-Line.

       2900-EXIT.
           EXIT.

       3300-BUILD-RECORD-KEY.
           MOVE SPACES TO Current-Key
           MOVE 1 TO Key-Pointer
           PERFORM 3400-APPEND-ONE-KEY-FIELD THRU 3400-EXIT
               VARYING Key-Index FROM 1 BY 1
               UNTIL Key-Index > Key-Field-Count.

       3300-EXIT.
           EXIT.

       3400-APPEND-ONE-KEY-FIELD.
           MOVE LOAD-RECORD(Key-Field-Position(Key-Index):
               Key-Field-Width(Key-Index))
               TO Current-Key(Key-Pointer:
                   Key-Field-Width(Key-Index))
           ADD Key-Field-Width(Key-Index) TO Key-Pointer.

       3400-EXIT.
           EXIT.

       8000-WRITE-RECON-REPORT.
           IF Lines-Printed >= Max-Lines-Printed
               MOVE 'MORE LINES THAN ONE REPORT PRINTS - TOTALS COVER'
                   TO Recon-Status-Text
               MOVE ' EVERY RECORD' TO Recon-Status-Text(49:13)
               WRITE RECON-REPORT-RECORD FROM Recon-Status-Line
           END-IF
           MOVE SPACES TO Recon-Total-Line
           MOVE 'LOAD RECORDS READ' TO Recon-Total-Text
           MOVE Load-Records-Read TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'LOADER RESULTS READ' TO Recon-Total-Text
           MOVE Results-Read TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'RECORDS LOADED' TO Recon-Total-Text
           MOVE Records-Loaded TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'RECORDS REJECTED BY THE LOADER' TO Recon-Total-Text
           MOVE Records-Rejected TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'CONTROL RECORDS NOT LOADED' TO Recon-Total-Text
           MOVE Control-Not-Loaded TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'LOAD RECORDS WITH NO LOADER RESULT'
               TO Recon-Total-Text
           MOVE No-Result-Count TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'LOADER RESULTS WITH NO LOAD RECORD'
               TO Recon-Total-Text
           MOVE No-Load-Record-Count TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'KEY MISMATCHES' TO Recon-Total-Text
           MOVE Key-Mismatch-Count TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'LOADER RESULTS OUT OF SEQUENCE' TO Recon-Total-Text
           MOVE Result-Sequence-Count TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'LOADER RESULTS WITH AN INVALID STATUS'
               TO Recon-Total-Text
           MOVE Invalid-Status-Count TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           MOVE 'RECORDS UNACCOUNTED FOR' TO Recon-Total-Text
           MOVE Unaccounted-Count TO Recon-Total-Value
           WRITE RECON-REPORT-RECORD FROM Recon-Total-Line

           EVALUATE TRUE
               WHEN Unaccounted-Count > 0
                   MOVE 'LOAD AND LOAD FILE DISAGREE - INVESTIGATE'
                       TO Recon-Status-Text
               WHEN Records-Rejected > 0
                   MOVE 'LOADER REJECTS WRITTEN TO LOADREJ FOR SUSPENSE'
                       TO Recon-Status-Text
               WHEN OTHER
                   MOVE 'EVERY RECORD LOADED' TO Recon-Status-Text
           END-EVALUATE
           WRITE RECON-REPORT-RECORD FROM Recon-Status-Line.

       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           EVALUATE TRUE
               WHEN Unaccounted-Count > 0
                   MOVE 08 TO RETURN-CODE
               WHEN Records-Rejected > 0
                   MOVE 04 TO RETURN-CODE
               WHEN OTHER
                   MOVE 00 TO RETURN-CODE
           END-EVALUATE.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE CONTROL-FILE LOAD-FILE RESULT-FILE REJECT-FILE
               RELOAD-FILE RECON-REPORT-FILE
           IF Reload-Run
               CLOSE REJECT-IN-FILE
           END-IF.

       9100-EXIT.
           EXIT.
