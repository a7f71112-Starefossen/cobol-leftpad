       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADDELTA.
      *****************************************************************
      * PADDELTA
      *
      * Daily change file.  The warehouse's two downstream
      * subscribers reload the whole of PROD.LEFTPAD.FIXWIDTH every
      * night to pick up what is usually a few percent of rows; this
      * step matches tonight's load file against last night's
      * generation on the detail key and writes only the difference,
      * one CHGFILE record per key (layout in PADCHG.CPY):
      *
      *   A  added    - the key is on tonight's file only.
      *   C  changed  - the key is on both, and at least one field's
      *                 content differs; the changed Field-Names
      *                 are listed on the record.
      *   D  deleted  - the key is on last night's file only.
      *
      * Keys whose every field is unchanged are not written.
      *
      * The key is the one PADKEYCK sequences: the entries flagged
      * Field-Key-Switch 'Y' (see PADCTL.CPY), concatenated in table
      * order, each located at its output position by the same
      * per-record-type arithmetic PADEDIT prints in its OUTPOS
      * column.  Both files are read once, in step, as a classic
      * sequential match - so both must strictly ascend on that key,
      * which KEYSTEP has already proven for each of them the night
      * it was built.  A key found not ascending here stops the
      * compare rather than emit a wrong change.  Fields are compared
      * at the same output positions; a record is changed when any
      * blank-typed or detail-typed field differs.
      *
      * The compare is only meaningful when both files were laid out
      * by the same control-table version, so each file's HD header
      * record (written by an HDRTRL padding run: run date in bytes
      * 3-10, table version in bytes 11-18) is read first, and the
      * compare is refused when the versions differ, when either
      * file has no header or no version on it, or when tonight's
      * run date is not later than last night's.  A refused night
      * is a full-refresh night for the subscribers.
      *
      * Only the detail records are compared.  Every other record
      * type (on a typed table) is counted per type on the report;
      * on an untyped table the HDRTRL HD and TR control records are
      * recognized as PADKEYCK recognizes them and left out.
      *
      * PARM (optional, comma-separated keywords):
      *   DETAIL=xx         The record type compared.  Default DT.
      *                      On an untyped table every record except
      *                      the HD/TR control records is a detail.
      *   RECLEN=nnnn       The load file's record width, 1 through
      *                      2000.  Default 400.  CHGFILE's LRECL is
      *                      RECLEN+212.
      *   TBLVER=yyyymmdd   Optional: the version of the table on
      *                      CTLFILE.  When coded, tonight's header
      *                      must carry it too, proving the field
      *                      positions used are the right ones.
      *
      * Prints the counts by record type and the number of changes
      * per field on DELTARPT.  Sets RETURN-CODE for the JCL to test:
      * 00 change file written, 08 compare refused (table version
      * changed, header missing, generations out of order, or a key
      * not ascending) - do not send CHGFILE, send the full file -
      * 16 the control table is unusable or flags no key fields, or
      * the PARM is out of range.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT OLD-FILE ASSIGN TO OLDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Old-File-Status.
           SELECT NEW-FILE ASSIGN TO NEWFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS New-File-Status.
           SELECT CHANGE-FILE ASSIGN TO CHGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Change-File-Status.
           SELECT DELTA-REPORT-FILE ASSIGN TO DELTARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Delta-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

       FD  OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  OLD-RECORD                  PIC X(2000).

       FD  NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  NEW-RECORD                  PIC X(2000).

       FD  CHANGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  CHANGE-RECORD.
           COPY 'padchg.cpy'.

       FD  DELTA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DELTA-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Old-File-Status             PIC X(02).
           88  Old-File-OK                     VALUE '00'.
           88  Old-File-End                    VALUE '10'.
       01  New-File-Status             PIC X(02).
           88  New-File-OK                     VALUE '00'.
           88  New-File-End                    VALUE '10'.
       01  Change-File-Status          PIC X(02).
       01  Delta-Report-Status         PIC X(02).

       01  Job-Switches.
           05  Typed-Table-Switch      PIC X(01) VALUE 'N'.
               88  Typed-Table                  VALUE 'Y'.
           05  Detail-Found-Switch     PIC X(01) VALUE 'N'.
               88  Detail-Found                 VALUE 'Y'.
           05  Old-Header-Switch       PIC X(01) VALUE 'N'.
               88  Old-Header-Found             VALUE 'Y'.
           05  New-Header-Switch       PIC X(01) VALUE 'N'.
               88  New-Header-Found             VALUE 'Y'.
           05  Refused-Switch          PIC X(01) VALUE 'N'.
               88  Compare-Refused              VALUE 'Y'.
           05  Compare-Started-Switch  PIC X(01) VALUE 'N'.
               88  Compare-Started              VALUE 'Y'.
           05  Record-Class            PIC X(01) VALUE SPACE.
               88  Class-Header                 VALUE 'H'.
               88  Class-Control                VALUE 'C'.
               88  Class-Detail                 VALUE 'D'.
               88  Class-Other                  VALUE 'O'.

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
      * order - that order IS the key's major-to-minor order.
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
       01  Old-Key                     PIC X(200).
       01  Old-Previous-Key            PIC X(200).
       01  New-Key                     PIC X(200).
       01  New-Previous-Key            PIC X(200).

      *****************************************************************
      * Every field of the detail record - blank-typed and detail-
      * typed entries - at its output position, with the count of
      * matched keys on which it changed.
      *****************************************************************
       01  Compare-Field-Table.
           05  Compare-Field-Entry OCCURS 50 TIMES.
               10  Compare-Name        PIC X(20).
               10  Compare-Position    PIC 9(05) COMP.
               10  Compare-Width       PIC 9(03) COMP.
               10  Compare-Changes     PIC 9(09) COMP.
       77  Compare-Field-Count         PIC 9(03) COMP VALUE 0.
       77  Compare-Index               PIC 9(03) COMP VALUE 0.
       77  Changed-Field-Count         PIC 9(03) COMP VALUE 0.
       77  Max-Changed-Names           PIC 9(02) COMP VALUE 10.

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

      *****************************************************************
      * Record counts by record type for the report, one slot per
      * type seen on either file.  Slot 1 is always the detail type
      * (blank on an untyped table).
      *****************************************************************
       01  Summary-Table.
           05  Summary-Entry OCCURS 20 TIMES.
               10  Summary-Code        PIC X(02).
               10  Summary-Old         PIC 9(09) COMP.
               10  Summary-New         PIC 9(09) COMP.
       77  Summary-Count               PIC 9(02) COMP VALUE 0.
       77  Summary-Index               PIC 9(02) COMP VALUE 0.
       77  Summary-Slot                PIC 9(02) COMP VALUE 0.

       77  Detail-Type                 PIC X(02) VALUE 'DT'.
       77  Record-Length               PIC 9(04) COMP VALUE 400.
       77  Max-Run-Record-Length       PIC 9(04) COMP VALUE 2000.
       77  Expected-Table-Version      PIC 9(08) VALUE 0.

       01  Work-Record                 PIC X(2000).
       77  Work-Record-Number          PIC 9(09) COMP VALUE 0.

       01  Header-Fields.
           05  Old-Run-Date            PIC X(08) VALUE 'NONE'.
           05  Old-Table-Version       PIC X(08) VALUE 'NONE'.
           05  New-Run-Date            PIC X(08) VALUE 'NONE'.
           05  New-Table-Version       PIC X(08) VALUE 'NONE'.

       01  Refused-Reason              PIC X(60) VALUE SPACES.
       77  Refused-Number              PIC Z(08)9.

       01  Job-Counters.
           05  Old-Records-Read        PIC 9(09) COMP VALUE 0.
           05  New-Records-Read        PIC 9(09) COMP VALUE 0.
           05  Old-Details-Read        PIC 9(09) COMP VALUE 0.
           05  New-Details-Read        PIC 9(09) COMP VALUE 0.
           05  Old-Control-Count       PIC 9(09) COMP VALUE 0.
           05  New-Control-Count       PIC 9(09) COMP VALUE 0.
           05  Adds-Written            PIC 9(09) COMP VALUE 0.
           05  Changes-Written         PIC 9(09) COMP VALUE 0.
           05  Deletes-Written         PIC 9(09) COMP VALUE 0.
           05  Unchanged-Count         PIC 9(09) COMP VALUE 0.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

       01  Delta-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADDELTA - DAILY CHANGE FILE (ADDS, CHAN'.
           05  FILLER                  PIC X(40)
               VALUE 'GES, DELETES)                           '.

       01  Delta-File-Line.
           05  Delta-File-Name         PIC X(08).
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  Delta-File-Run-Date     PIC X(08).
           05  FILLER                  PIC X(17)
               VALUE '   TABLE VERSION '.
           05  Delta-File-Version      PIC X(08).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Delta-Type-Heading.
           05  FILLER                  PIC X(05) VALUE 'TYPE '.
           05  FILLER                  PIC X(24)
               VALUE '         OLD         NEW'.
           05  FILLER                  PIC X(24)
               VALUE '       ADDED     CHANGED'.
           05  FILLER                  PIC X(24)
               VALUE '     DELETED   UNCHANGED'.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  Delta-Type-Line.
           05  Delta-Type-Code         PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  Delta-Type-Old          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Delta-Type-New          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Delta-Type-Rest         PIC X(51).
           05  Delta-Type-Counts REDEFINES Delta-Type-Rest.
               10  Delta-Type-Added    PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  Delta-Type-Changed  PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  Delta-Type-Deleted  PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  Delta-Type-Same     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(04).

       01  Delta-Field-Heading.
           05  FILLER                  PIC X(40)
               VALUE 'FIELD NAME            OUTPOS WIDTH     C'.
           05  FILLER                  PIC X(40)
               VALUE 'HANGED                                  '.

       01  Delta-Field-Line.
           05  Delta-Field-Name        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Delta-Field-Position    PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Delta-Field-Width       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Delta-Field-Changes     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  Delta-Total-Line.
           05  Delta-Total-Text        PIC X(40).
           05  Delta-Total-Value       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Delta-Status-Line.
           05  FILLER                  PIC X(08) VALUE 'STATUS: '.
           05  Delta-Status-Text       PIC X(72).

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-HEADERS THRU 2000-EXIT
           IF NOT Compare-Refused
               PERFORM 3000-MATCH-FILES THRU 3000-EXIT
           END-IF
           PERFORM 8000-WRITE-DELTA-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Record-Length = 0
                   OR Record-Length > Max-Run-Record-Length
               DISPLAY 'PADDELTA - RECLEN MUST BE 1 THROUGH '
                   Max-Run-Record-Length ' - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-FILE
           OPEN INPUT OLD-FILE
           OPEN INPUT NEW-FILE
           OPEN OUTPUT CHANGE-FILE
           OPEN OUTPUT DELTA-REPORT-FILE
           WRITE DELTA-REPORT-RECORD FROM Delta-Heading-1
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
           PERFORM 1400-BUILD-FIELD-TABLES THRU 1400-EXIT
           IF Key-Field-Count = 0
               MOVE 'NO KEY FIELDS FLAGGED ON THE CONTROL TABLE'
                   TO Delta-Status-Text
               WRITE DELTA-REPORT-RECORD FROM Delta-Status-Line
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO Summary-Count
           MOVE 0 TO Summary-Old(1) Summary-New(1)
           IF Typed-Table
               MOVE Detail-Type TO Summary-Code(1)
           ELSE
               MOVE SPACES TO Summary-Code(1)
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
               WHEN 'DETAIL'
                   IF Parm-Value(1:2) NOT = SPACES
                       MOVE Parm-Value(1:2) TO Detail-Type
                   END-IF
               WHEN 'RECLEN'
                   COMPUTE Record-Length =
                       FUNCTION NUMVAL(FUNCTION TRIM(Parm-Value))
               WHEN 'TBLVER'
                   IF Parm-Value(1:8) IS NUMERIC
                       MOVE Parm-Value(1:8) TO Expected-Table-Version
                   END-IF
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
                       DISPLAY 'PADDELTA - CONTROL FILE HAS MORE THAN '
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
      * output-position arithmetic.  Every blank-typed and detail-
      * typed entry goes on the compare table; those flagged
      * Field-Key-Switch 'Y' go on the key table as well, under the
      * same rules PADKEYCK applies.
      *****************************************************************
       1400-BUILD-FIELD-TABLES.
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
           IF Scan-Record-Type = SPACES
                   OR Scan-Record-Type = Detail-Type
               IF Output-Position + Scan-Pad-Length - 1
                       > Record-Length
                   DISPLAY 'PADDELTA - FIELD ' Scan-Name
                       ' ENDS PAST RECLEN - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO Compare-Field-Count
               MOVE Scan-Name
                   TO Compare-Name(Compare-Field-Count)
               MOVE Output-Position
                   TO Compare-Position(Compare-Field-Count)
               MOVE Scan-Pad-Length
                   TO Compare-Width(Compare-Field-Count)
               MOVE 0 TO Compare-Changes(Compare-Field-Count)
           END-IF
           IF Scan-Key-Yes
               IF Scan-Record-Type NOT = SPACES
                       AND Scan-Record-Type NOT = Detail-Type
                   DISPLAY 'PADDELTA - KEY FIELD ' Scan-Name
                       ' IS NOT A DETAIL-TYPE ENTRY - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF Key-Field-Count >= Max-Key-Fields
                   DISPLAY 'PADDELTA - MORE THAN ' Max-Key-Fields
                       ' KEY FIELDS - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF Key-Total-Width + Scan-Pad-Length > Max-Key-Width
                   DISPLAY 'PADDELTA - KEY WIDER THAN '
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
                   DISPLAY 'PADDELTA - MORE RECORD TYPES THAN THE '
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
      * Reads each file up to its first detail record, which takes
      * in the HD header when there is one (it is always record 1),
      * and proves the two generations comparable before anything is
      * written to CHGFILE.
      *****************************************************************
       2000-CHECK-HEADERS.
           PERFORM 4100-READ-OLD-DETAIL THRU 4100-EXIT
           IF Compare-Refused
               GO TO 2000-EXIT
           END-IF
           PERFORM 4200-READ-NEW-DETAIL THRU 4200-EXIT
           IF Compare-Refused
               GO TO 2000-EXIT
           END-IF
           IF NOT Old-Header-Found
               MOVE 'OLDFILE HAS NO HD HEADER RECORD (STEP010 HDRTRL)'
                   TO Refused-Reason
               MOVE 'Y' TO Refused-Switch
               GO TO 2000-EXIT
           END-IF
           IF NOT New-Header-Found
               MOVE 'NEWFILE HAS NO HD HEADER RECORD (STEP010 HDRTRL)'
                   TO Refused-Reason
               MOVE 'Y' TO Refused-Switch
               GO TO 2000-EXIT
           END-IF
           IF Old-Table-Version = ZEROS OR New-Table-Version = ZEROS
               MOVE 'A HEADER CARRIES NO TABLE VERSION (STEP010 TBLVER)'
                   TO Refused-Reason
               MOVE 'Y' TO Refused-Switch
               GO TO 2000-EXIT
           END-IF
           IF Old-Table-Version NOT = New-Table-Version
               MOVE 'TABLE VERSION CHANGED SINCE OLDFILE - FULL REFRESH'
                   TO Refused-Reason
               MOVE 'Y' TO Refused-Switch
               GO TO 2000-EXIT
           END-IF
           IF Expected-Table-Version NOT = 0
                   AND New-Table-Version NOT = Expected-Table-Version
               MOVE 'NEWFILE TABLE VERSION IS NOT THE TBLVER= TABLE'
                   TO Refused-Reason
               MOVE 'Y' TO Refused-Switch
               GO TO 2000-EXIT
           END-IF
           IF New-Run-Date NOT > Old-Run-Date
               MOVE 'NEWFILE RUN DATE IS NOT AFTER OLDFILE RUN DATE'
                   TO Refused-Reason
               MOVE 'Y' TO Refused-Switch
               GO TO 2000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * The sequential match.  An exhausted file's key is HIGH-VALUES,
      * so the other file's remaining keys fall out as adds or
      * deletes; the loop ends when both are exhausted.
      *****************************************************************
       3000-MATCH-FILES.
           MOVE 'Y' TO Compare-Started-Switch
           PERFORM 3100-MATCH-ONE-KEY THRU 3100-EXIT
               UNTIL Compare-Refused
                  OR (Old-Key = HIGH-VALUES AND New-Key = HIGH-VALUES).

       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN Old-Key < New-Key
                   PERFORM 3200-WRITE-DELETE THRU 3200-EXIT
                   PERFORM 4100-READ-OLD-DETAIL THRU 4100-EXIT
               WHEN Old-Key > New-Key
                   PERFORM 3300-WRITE-ADD THRU 3300-EXIT
                   PERFORM 4200-READ-NEW-DETAIL THRU 4200-EXIT
               WHEN OTHER
                   PERFORM 3400-COMPARE-DETAIL THRU 3400-EXIT
                   PERFORM 4100-READ-OLD-DETAIL THRU 4100-EXIT
                   PERFORM 4200-READ-NEW-DETAIL THRU 4200-EXIT
           END-EVALUATE.

       3100-EXIT.
           EXIT.

       3200-WRITE-DELETE.
           MOVE SPACES TO CHANGE-RECORD
           MOVE 'D' TO Chg-Action
           MOVE Old-Records-Read TO Chg-Record-Number
           MOVE 0 TO Chg-Field-Count
           MOVE OLD-RECORD(1:Record-Length) TO Chg-Data
           WRITE CHANGE-RECORD
           ADD 1 TO Deletes-Written.

       3200-EXIT.
           EXIT.

       3300-WRITE-ADD.
           MOVE SPACES TO CHANGE-RECORD
           MOVE 'A' TO Chg-Action
           MOVE New-Records-Read TO Chg-Record-Number
           MOVE 0 TO Chg-Field-Count
           MOVE NEW-RECORD(1:Record-Length) TO Chg-Data
           WRITE CHANGE-RECORD
           ADD 1 TO Adds-Written.

       3300-EXIT.
           EXIT.

       3400-COMPARE-DETAIL.
           MOVE SPACES TO CHANGE-RECORD
           MOVE 0 TO Changed-Field-Count
           PERFORM 3450-COMPARE-ONE-FIELD THRU 3450-EXIT
               VARYING Compare-Index FROM 1 BY 1
               UNTIL Compare-Index > Compare-Field-Count
           IF Changed-Field-Count = 0
               ADD 1 TO Unchanged-Count
               GO TO 3400-EXIT
           END-IF
           MOVE 'C' TO Chg-Action
           MOVE New-Records-Read TO Chg-Record-Number
           MOVE Changed-Field-Count TO Chg-Field-Count
           MOVE NEW-RECORD(1:Record-Length) TO Chg-Data
           WRITE CHANGE-RECORD
           ADD 1 TO Changes-Written.

       3400-EXIT.
           EXIT.

       3450-COMPARE-ONE-FIELD.
           IF OLD-RECORD(Compare-Position(Compare-Index):
                   Compare-Width(Compare-Index))
              = NEW-RECORD(Compare-Position(Compare-Index):
                   Compare-Width(Compare-Index))
               GO TO 3450-EXIT
           END-IF
           ADD 1 TO Changed-Field-Count
           ADD 1 TO Compare-Changes(Compare-Index)
           IF Changed-Field-Count <= Max-Changed-Names
               MOVE Compare-Name(Compare-Index)
                   TO Chg-Field-Name(Changed-Field-Count)
           END-IF.

       3450-EXIT.
           EXIT.

      *****************************************************************
      * Each read paragraph advances its file to the next detail
      * record, counting what it passes, and leaves that record in
      * the FD area (nothing reads the file again until the match
      * has used it) with its key in Old-Key or New-Key.
      *****************************************************************
       4100-READ-OLD-DETAIL.
           MOVE 'N' TO Detail-Found-Switch
           PERFORM 4150-READ-OLD-RECORD THRU 4150-EXIT
               UNTIL Detail-Found OR Old-File-End
           IF Old-File-End
               MOVE HIGH-VALUES TO Old-Key
           END-IF.

       4100-EXIT.
           EXIT.

       4150-READ-OLD-RECORD.
           READ OLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4160-TAKE-OLD-RECORD THRU 4160-EXIT
           END-READ.

       4150-EXIT.
           EXIT.

       4160-TAKE-OLD-RECORD.
           ADD 1 TO Old-Records-Read
           MOVE Old-Records-Read TO Work-Record-Number
           MOVE OLD-RECORD TO Work-Record
           PERFORM 4300-CLASSIFY-RECORD THRU 4300-EXIT
           EVALUATE TRUE
               WHEN Class-Header
                   MOVE 'Y' TO Old-Header-Switch
                   MOVE Work-Record(3:8) TO Old-Run-Date
                   MOVE Work-Record(11:8) TO Old-Table-Version
                   ADD 1 TO Old-Control-Count
               WHEN Class-Control
                   ADD 1 TO Old-Control-Count
               WHEN Class-Other
                   ADD 1 TO Summary-Old(Summary-Slot)
               WHEN Class-Detail
                   MOVE 'Y' TO Detail-Found-Switch
                   ADD 1 TO Summary-Old(1)
                   ADD 1 TO Old-Details-Read
                   MOVE Current-Key TO Old-Key
                   IF Old-Details-Read > 1
                           AND Old-Key NOT > Old-Previous-Key
                       MOVE Old-Records-Read TO Refused-Number
                       STRING 'OLDFILE KEY NOT ASCENDING AT RECORD '
                           FUNCTION TRIM(Refused-Number)
                           DELIMITED BY SIZE INTO Refused-Reason
                       END-STRING
                       MOVE 'Y' TO Refused-Switch
                   END-IF
                   MOVE Old-Key TO Old-Previous-Key
           END-EVALUATE.

       4160-EXIT.
           EXIT.

       4200-READ-NEW-DETAIL.
           MOVE 'N' TO Detail-Found-Switch
           PERFORM 4250-READ-NEW-RECORD THRU 4250-EXIT
               UNTIL Detail-Found OR New-File-End
           IF New-File-End
               MOVE HIGH-VALUES TO New-Key
           END-IF.

       4200-EXIT.
           EXIT.

       4250-READ-NEW-RECORD.
           READ NEW-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4260-TAKE-NEW-RECORD THRU 4260-EXIT
           END-READ.

       4250-EXIT.
           EXIT.

       4260-TAKE-NEW-RECORD.
           ADD 1 TO New-Records-Read
           MOVE New-Records-Read TO Work-Record-Number
           MOVE NEW-RECORD TO Work-Record
           PERFORM 4300-CLASSIFY-RECORD THRU 4300-EXIT
           EVALUATE TRUE
               WHEN Class-Header
                   MOVE 'Y' TO New-Header-Switch
                   MOVE Work-Record(3:8) TO New-Run-Date
                   MOVE Work-Record(11:8) TO New-Table-Version
                   ADD 1 TO New-Control-Count
               WHEN Class-Control
                   ADD 1 TO New-Control-Count
               WHEN Class-Other
                   ADD 1 TO Summary-New(Summary-Slot)
               WHEN Class-Detail
                   MOVE 'Y' TO Detail-Found-Switch
                   ADD 1 TO Summary-New(1)
                   ADD 1 TO New-Details-Read
                   MOVE Current-Key TO New-Key
                   IF New-Details-Read > 1
                           AND New-Key NOT > New-Previous-Key
                       MOVE New-Records-Read TO Refused-Number
                       STRING 'NEWFILE KEY NOT ASCENDING AT RECORD '
                           FUNCTION TRIM(Refused-Number)
                           DELIMITED BY SIZE INTO Refused-Reason
                       END-STRING
                       MOVE 'Y' TO Refused-Switch
                   END-IF
                   MOVE New-Key TO New-Previous-Key
           END-EVALUATE.

       4260-EXIT.
           EXIT.

      *****************************************************************
      * Sorts one record on Work-Record into header, control, detail,
      * or other.  The HD header is record 1 in the HDRTRL shape -
      * 'HD' over sixteen digits.  On an untyped table the HD and TR
      * shapes anywhere else are control records, exactly as in
      * PADKEYCK; on a typed table the record type decides.  A
      * detail's key is left in Current-Key, any other type's summary
      * slot in Summary-Slot.
      *****************************************************************
       4300-CLASSIFY-RECORD.
           EVALUATE TRUE
               WHEN Work-Record-Number = 1
                       AND Work-Record(1:2) = 'HD'
                       AND Work-Record(3:16) IS NUMERIC
                   MOVE 'H' TO Record-Class
               WHEN Typed-Table
                       AND Work-Record(1:2) = Detail-Type
                   MOVE 'D' TO Record-Class
               WHEN Typed-Table
                   MOVE 'O' TO Record-Class
                   PERFORM 4400-LOCATE-SUMMARY-SLOT THRU 4400-EXIT
               WHEN Work-Record(1:2) = 'HD'
                       AND Work-Record(3:16) IS NUMERIC
                   MOVE 'C' TO Record-Class
               WHEN Work-Record(1:2) = 'TR'
                       AND Work-Record(3:24) IS NUMERIC
                   MOVE 'C' TO Record-Class
               WHEN OTHER
                   MOVE 'D' TO Record-Class
           END-EVALUATE
           IF Class-Detail
               PERFORM 4500-BUILD-RECORD-KEY THRU 4500-EXIT
           END-IF.

       4300-EXIT.
           EXIT.

       4400-LOCATE-SUMMARY-SLOT.
           MOVE 0 TO Summary-Slot
           PERFORM 4450-MATCH-ONE-SUMMARY THRU 4450-EXIT
               VARYING Summary-Index FROM 1 BY 1
               UNTIL Summary-Index > Summary-Count
                  OR Summary-Slot > 0
           IF Summary-Slot = 0
               IF Summary-Count >= Max-Type-Entries
                   DISPLAY 'PADDELTA - MORE RECORD TYPES ON THE LOAD '
                       'FILES THAN THE SUMMARY HOLDS - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO Summary-Count
               MOVE Work-Record(1:2) TO Summary-Code(Summary-Count)
               MOVE 0 TO Summary-Old(Summary-Count)
               MOVE 0 TO Summary-New(Summary-Count)
               MOVE Summary-Count TO Summary-Slot
           END-IF.

       4400-EXIT.
           EXIT.

       4450-MATCH-ONE-SUMMARY.
           IF Summary-Code(Summary-Index) = Work-Record(1:2)
               MOVE Summary-Index TO Summary-Slot
           END-IF.

       4450-EXIT.
           EXIT.

       4500-BUILD-RECORD-KEY.
           MOVE SPACES TO Current-Key
           MOVE 1 TO Key-Pointer
           PERFORM 4550-APPEND-ONE-KEY-FIELD THRU 4550-EXIT
               VARYING Key-Index FROM 1 BY 1
               UNTIL Key-Index > Key-Field-Count.

       4500-EXIT.
           EXIT.

       4550-APPEND-ONE-KEY-FIELD.
           MOVE Work-Record(Key-Field-Position(Key-Index):
               Key-Field-Width(Key-Index))
               TO Current-Key(Key-Pointer:
                   Key-Field-Width(Key-Index))
           ADD Key-Field-Width(Key-Index) TO Key-Pointer.

       4550-EXIT.
           EXIT.

       8000-WRITE-DELTA-REPORT.
           MOVE 'OLDFILE' TO Delta-File-Name
           MOVE Old-Run-Date TO Delta-File-Run-Date
           MOVE Old-Table-Version TO Delta-File-Version
           WRITE DELTA-REPORT-RECORD FROM Delta-File-Line
           MOVE 'NEWFILE' TO Delta-File-Name
           MOVE New-Run-Date TO Delta-File-Run-Date
           MOVE New-Table-Version TO Delta-File-Version
           WRITE DELTA-REPORT-RECORD FROM Delta-File-Line

           IF Compare-Started
               MOVE SPACES TO DELTA-REPORT-RECORD
               WRITE DELTA-REPORT-RECORD
               WRITE DELTA-REPORT-RECORD FROM Delta-Type-Heading
               PERFORM 8100-WRITE-TYPE-LINE THRU 8100-EXIT
                   VARYING Summary-Index FROM 1 BY 1
                   UNTIL Summary-Index > Summary-Count
               MOVE SPACES TO DELTA-REPORT-RECORD
               WRITE DELTA-REPORT-RECORD
               WRITE DELTA-REPORT-RECORD FROM Delta-Field-Heading
               PERFORM 8200-WRITE-FIELD-LINE THRU 8200-EXIT
                   VARYING Compare-Index FROM 1 BY 1
                   UNTIL Compare-Index > Compare-Field-Count
               MOVE SPACES TO DELTA-REPORT-RECORD
               WRITE DELTA-REPORT-RECORD
           END-IF

           MOVE SPACES TO Delta-Total-Line
           MOVE 'OLDFILE RECORDS READ' TO Delta-Total-Text
           MOVE Old-Records-Read TO Delta-Total-Value
           WRITE DELTA-REPORT-RECORD FROM Delta-Total-Line

           MOVE 'NEWFILE RECORDS READ' TO Delta-Total-Text
           MOVE New-Records-Read TO Delta-Total-Value
           WRITE DELTA-REPORT-RECORD FROM Delta-Total-Line

           MOVE 'HD/TR CONTROL RECORDS, OLDFILE' TO Delta-Total-Text
           MOVE Old-Control-Count TO Delta-Total-Value
           WRITE DELTA-REPORT-RECORD FROM Delta-Total-Line

           MOVE 'HD/TR CONTROL RECORDS, NEWFILE' TO Delta-Total-Text
           MOVE New-Control-Count TO Delta-Total-Value
           WRITE DELTA-REPORT-RECORD FROM Delta-Total-Line

           MOVE 'KEY FIELDS IN THE KEY' TO Delta-Total-Text
           MOVE Key-Field-Count TO Delta-Total-Value
           WRITE DELTA-REPORT-RECORD FROM Delta-Total-Line

           MOVE 'CHANGE RECORDS WRITTEN' TO Delta-Total-Text
           COMPUTE Delta-Total-Value =
               Adds-Written + Changes-Written + Deletes-Written
           WRITE DELTA-REPORT-RECORD FROM Delta-Total-Line

           EVALUATE TRUE
               WHEN Compare-Refused AND Compare-Started
                   STRING 'CHANGE FILE INCOMPLETE - '
                       Refused-Reason
                       DELIMITED BY SIZE INTO Delta-Status-Text
                   END-STRING
               WHEN Compare-Refused
                   STRING 'COMPARE REFUSED - '
                       Refused-Reason
                       DELIMITED BY SIZE INTO Delta-Status-Text
                   END-STRING
               WHEN OTHER
                   MOVE 'CHANGE FILE WRITTEN' TO Delta-Status-Text
           END-EVALUATE
           WRITE DELTA-REPORT-RECORD FROM Delta-Status-Line.

       8000-EXIT.
           EXIT.

       8100-WRITE-TYPE-LINE.
           MOVE SPACES TO Delta-Type-Rest
           MOVE Summary-Code(Summary-Index) TO Delta-Type-Code
           MOVE Summary-Old(Summary-Index) TO Delta-Type-Old
           MOVE Summary-New(Summary-Index) TO Delta-Type-New
           IF Summary-Index = 1
               MOVE Adds-Written TO Delta-Type-Added
               MOVE Changes-Written TO Delta-Type-Changed
               MOVE Deletes-Written TO Delta-Type-Deleted
               MOVE Unchanged-Count TO Delta-Type-Same
           ELSE
               MOVE '  NOT KEYED - NOT COMPARED' TO Delta-Type-Rest
           END-IF
           WRITE DELTA-REPORT-RECORD FROM Delta-Type-Line.

       8100-EXIT.
           EXIT.

       8200-WRITE-FIELD-LINE.
           MOVE Compare-Name(Compare-Index) TO Delta-Field-Name
           MOVE Compare-Position(Compare-Index)
               TO Delta-Field-Position
           MOVE Compare-Width(Compare-Index) TO Delta-Field-Width
           MOVE Compare-Changes(Compare-Index) TO Delta-Field-Changes
           WRITE DELTA-REPORT-RECORD FROM Delta-Field-Line.

       8200-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           IF Compare-Refused
               MOVE 08 TO RETURN-CODE
           ELSE
               MOVE 00 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE CONTROL-FILE OLD-FILE NEW-FILE CHANGE-FILE
               DELTA-REPORT-FILE.

       9100-EXIT.
           EXIT.
