       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADLAYO.
      *****************************************************************
      * PADLAYO
      *
      * Load-file layout generator.  Reads an activated control
      * table and writes the layout of the fixed-width load file it
      * builds three ways, so the FIXLOAD team and the partners
      * stop keeping hand-typed copies that drift every time
      * PADCTLM stages a new version:
      *
      *   COPYOUT   A COBOL copybook of the load record: one 01
      *             level per record type (FIXWIDTH-tt-RECORD, or
      *             FIXWIDTH-RECORD on an untyped table), each field
      *             named tt-Field-Name with a comment line giving
      *             its OUTPOS, width, and pad mode.  The PIC clause
      *             follows the mode: mode N is signed zoned decimal
      *             S9(n)V9(d), or COMP-3 when Field-Numeric-Format
      *             is P, with the entry's decimal places; every
      *             other mode is X(Field-Pad-Length).  A numeric
      *             field wider than the 18 digits NUMPAD delivers
      *             carries its excess leading bytes as FILLER.
      *   SPECFILE  The loader field spec, one PADSPEC.CPY record
      *             per field: name, start, length, data type,
      *             decimal places, date format.
      *   LAYORPT   The printed layout for the partners, stamped
      *             with the table's effective date: each field's
      *             column number in the delimited UNPAD export
      *             row, its place in the fixed load record, and the
      *             format it is delivered in on each.
      *
      * Positions follow the same arithmetic PADEDIT prints in its
      * OUTPOS column: the blank-typed common entries lead every
      * record, then the record type's own entries in table order.
      * PADEDIT's common-entries-first rule is what makes that the
      * position PADREC actually writes, so the step belongs after
      * a clean edit.
      *
      * PARM (required):
      *   TBLVER=yyyymmdd   The control-table version being laid
      *                      out - its effective date, the ASOF=
      *                      date the activation step selected it
      *                      by.  Stamped on every output.
      *
      * Sets RETURN-CODE for the JCL to test: 00 layout written,
      * 16 TBLVER missing, or the control table empty or holding
      * more entries or record types than the generator's tables.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT COPYBOOK-FILE ASSIGN TO COPYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Copybook-File-Status.
           SELECT SPEC-FILE ASSIGN TO SPECFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Spec-File-Status.
           SELECT LAYOUT-REPORT-FILE ASSIGN TO LAYORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Layout-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

       FD  COPYBOOK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  COPYBOOK-RECORD             PIC X(80).

       FD  SPEC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  SPEC-RECORD.
           COPY 'padspec.cpy'.

       FD  LAYOUT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LAYOUT-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Copybook-File-Status        PIC X(02).
       01  Spec-File-Status            PIC X(02).
       01  Layout-Report-Status        PIC X(02).

       01  Job-Switches.
           05  Typed-Table-Switch      PIC X(01) VALUE 'N'.
               88  Typed-Table                  VALUE 'Y'.

       01  Job-Counters.
           05  Copybook-Lines-Written  PIC 9(09) COMP VALUE 0.
           05  Spec-Records-Written    PIC 9(09) COMP VALUE 0.

       77  Table-Version               PIC 9(08) VALUE 0.

       01  Control-Table.
           05  Control-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy' REPLACING LEADING ==05== BY ==10==.
       77  Field-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Control-Entries         PIC 9(03) COMP VALUE 50.
       77  Entry-Index                 PIC 9(03) COMP VALUE 0.
       01  Pick-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Pick==.

      *****************************************************************
      * Output-position arithmetic, per record type, as in PADEDIT:
      * each entry's OUTPOS is captured in Entry-Position on the
      * first pass, so the per-type passes that follow only look it
      * up.  A type's record width is Common-Total plus its own
      * Type-Total.  An untyped table is the one blank type.
      *****************************************************************
       01  Entry-Position-Table.
           05  Entry-Position OCCURS 50 TIMES  PIC 9(05) COMP.
       77  Output-Position             PIC 9(05) COMP VALUE 1.
       77  Common-Total                PIC 9(05) COMP VALUE 0.
       01  Type-Table.
           05  Type-Entry OCCURS 20 TIMES.
               10  Type-Code           PIC X(02).
               10  Type-Total          PIC 9(05) COMP.
       77  Type-Count                  PIC 9(02) COMP VALUE 0.
       77  Type-Index                  PIC 9(02) COMP VALUE 0.
       77  Type-Slot                   PIC 9(02) COMP VALUE 0.
       77  Max-Type-Entries            PIC 9(02) COMP VALUE 20.
       77  Record-Width                PIC 9(05) COMP VALUE 0.
       77  Export-Sequence             PIC 9(03) COMP VALUE 0.

      *****************************************************************
      * PIC-clause work for the field being laid out.  Digit-
      * Capacity is what the field's bytes hold (width digits
      * zoned, 2 x width - 1 packed); past NUMPAD's 18 digits the
      * excess leading bytes become Filler-Width.
      *****************************************************************
       77  Digit-Capacity              PIC 9(05) COMP VALUE 0.
       77  Integer-Digits              PIC 9(05) COMP VALUE 0.
       77  Filler-Width                PIC 9(05) COMP VALUE 0.
       77  Max-Numeric-Digits          PIC 9(02) COMP VALUE 18.
       77  Max-Packed-Bytes            PIC 9(02) COMP VALUE 10.
       01  Pic-Text                    PIC X(30).
       01  Pic-Number-2                PIC 9(02).
       01  Pic-Number-3                PIC 9(03).
       01  Pic-Scale-Text              PIC X(08).
       01  Data-Name                   PIC X(24).
       01  Record-Name                 PIC X(30).
       77  Name-Length                 PIC 9(02) COMP VALUE 0.
       01  Data-Type                   PIC X(06).
       01  Load-Format                 PIC X(10).
       01  Export-Format               PIC X(10).
       01  Format-Code                 PIC X(01).
       01  Format-Text                 PIC X(10).

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

      *****************************************************************
      * Copybook text.  Copy-Line is built with STRING for each line;
      * the edited fields give the OUTPOS comment its numbers.
      *****************************************************************
       01  Copy-Line                   PIC X(80).
       01  Copy-Position               PIC 9(05).
       01  Copy-Width                  PIC 9(03).
       01  Copy-Rule-Line.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(65) VALUE ALL '*'.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  Layo-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADLAYO - LOAD FILE AND EXPORT RECORD LA'.
           05  FILLER                  PIC X(40)
               VALUE 'YOUT                                    '.

       01  Layo-Version-Line.
           05  FILLER                  PIC X(29)
               VALUE 'CONTROL TABLE EFFECTIVE DATE '.
           05  Layo-Version            PIC 9(08).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  Layo-Note-Line              PIC X(80).

       01  Layo-Type-Line.
           05  FILLER                  PIC X(12) VALUE 'RECORD TYPE '.
           05  Layo-Type-Code          PIC X(03).
           05  FILLER                  PIC X(24)
               VALUE '   FIXED RECORD LENGTH '.
           05  Layo-Type-Width         PIC ZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '   EXPORT FIELDS '.
           05  Layo-Type-Fields        PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  Layo-Column-Line.
           05  FILLER                  PIC X(25)
               VALUE 'SEQ FIELD NAME'.
           05  FILLER                  PIC X(41)
               VALUE 'START   END LEN DEC LOAD FMT   EXPORT FMT'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  Layo-Detail-Line.
           05  Layo-Detail-Sequence    PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Layo-Detail-Name        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Layo-Detail-Start       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Layo-Detail-End         PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Layo-Detail-Length      PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Layo-Detail-Decimals    PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Layo-Detail-Load-Format PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Layo-Detail-Export-Format PIC X(10).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  Layo-Total-Line.
           05  Layo-Total-Text         PIC X(40).
           05  Layo-Total-Value        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  Layo-Blank-Line             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COMPUTE-POSITIONS THRU 2000-EXIT
           PERFORM 3000-LAY-OUT-ONE-TYPE THRU 3000-EXIT
               VARYING Type-Index FROM 1 BY 1
               UNTIL Type-Index > Type-Count
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Table-Version = 0
               DISPLAY 'PADLAYO - TBLVER=yyyymmdd IS REQUIRED - '
                   'JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT COPYBOOK-FILE
           OPEN OUTPUT SPEC-FILE
           OPEN OUTPUT LAYOUT-REPORT-FILE
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Heading-1
           MOVE Table-Version TO Layo-Version
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Version-Line
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Blank-Line
           MOVE 'START, END, LEN: BYTE POSITIONS IN THE LOAD RECORD.'
               TO Layo-Note-Line
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Note-Line
           MOVE 'SEQ: THE FIELD''S COLUMN IN THE DELIMITED EXPORT ROW.'
               TO Layo-Note-Line
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Note-Line
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
           IF Field-Count = 0
               DISPLAY 'PADLAYO - CONTROL FILE IS EMPTY - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
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
               WHEN 'TBLVER'
                   IF Parm-Value(1:8) IS NUMERIC
                       MOVE Parm-Value(1:8) TO Table-Version
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
                       DISPLAY 'PADLAYO - CONTROL FILE HAS MORE THAN '
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
      * First pass: every entry's OUTPOS, and the record types in
      * first-appearance order with their own widths.
      *****************************************************************
       2000-COMPUTE-POSITIONS.
           PERFORM 2100-POSITION-ONE-ENTRY THRU 2100-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count
           IF NOT Typed-Table
               MOVE 1 TO Type-Count
               MOVE SPACES TO Type-Code(1)
               MOVE 0 TO Type-Total(1)
           END-IF.

       2000-EXIT.
           EXIT.

       2100-POSITION-ONE-ENTRY.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type = SPACES
               COMPUTE Output-Position = Common-Total + 1
               ADD Pick-Pad-Length TO Common-Total
           ELSE
               MOVE 'Y' TO Typed-Table-Switch
               PERFORM 2170-LOCATE-TYPE-SLOT THRU 2170-EXIT
               COMPUTE Output-Position = Common-Total
                   + Type-Total(Type-Slot) + 1
               ADD Pick-Pad-Length TO Type-Total(Type-Slot)
           END-IF
           MOVE Output-Position TO Entry-Position(Entry-Index).

       2100-EXIT.
           EXIT.

       2170-LOCATE-TYPE-SLOT.
           MOVE 0 TO Type-Slot
           PERFORM 2180-MATCH-ONE-TYPE THRU 2180-EXIT
               VARYING Type-Index FROM 1 BY 1
               UNTIL Type-Index > Type-Count OR Type-Slot > 0
           IF Type-Slot = 0
               IF Type-Count >= Max-Type-Entries
                   DISPLAY 'PADLAYO - MORE RECORD TYPES THAN THE '
                       'TYPE TABLE HOLDS - JOB STOPPED'
                   PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO Type-Count
               MOVE Pick-Record-Type TO Type-Code(Type-Count)
               MOVE 0 TO Type-Total(Type-Count)
               MOVE Type-Count TO Type-Slot
           END-IF.

       2170-EXIT.
           EXIT.

       2180-MATCH-ONE-TYPE.
           IF Type-Code(Type-Index) = Pick-Record-Type
               MOVE Type-Index TO Type-Slot
           END-IF.

       2180-EXIT.
           EXIT.

      *****************************************************************
      * One record type's layout on all three outputs: the copybook
      * banner and 01 level, the report's type heading, then each
      * entry that pads this type's records, in table order.
      *****************************************************************
       3000-LAY-OUT-ONE-TYPE.
           COMPUTE Record-Width = Common-Total + Type-Total(Type-Index)
           MOVE 0 TO Export-Sequence
           PERFORM 3050-COUNT-ONE-FIELD THRU 3050-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count

           MOVE SPACES TO Record-Name
           IF Type-Code(Type-Index) = SPACES
               MOVE 'FIXWIDTH-RECORD' TO Record-Name
               MOVE 'ALL' TO Layo-Type-Code
           ELSE
               STRING 'FIXWIDTH-' Type-Code(Type-Index) '-RECORD'
                   DELIMITED BY SIZE INTO Record-Name
               END-STRING
               MOVE Type-Code(Type-Index) TO Layo-Type-Code
           END-IF

           PERFORM 3900-WRITE-COPY-RULE THRU 3900-EXIT
           MOVE SPACES TO Copy-Line
           MOVE Record-Width TO Copy-Position
           STRING '      * ' FUNCTION TRIM(Record-Name)
               ' - FIXED-WIDTH LOAD RECORD, ' Copy-Position ' BYTES.'
               DELIMITED BY SIZE INTO Copy-Line
           END-STRING
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT
           MOVE SPACES TO Copy-Line
           STRING '      * GENERATED BY PADLAYO FROM THE CONTROL TABLE '
               'EFFECTIVE ' Table-Version '.'
               DELIMITED BY SIZE INTO Copy-Line
           END-STRING
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT
           MOVE SPACES TO Copy-Line
           STRING '      * REGENERATE WITH THE TABLE - DO NOT EDIT BY '
               'HAND.'
               DELIMITED BY SIZE INTO Copy-Line
           END-STRING
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT
           PERFORM 3900-WRITE-COPY-RULE THRU 3900-EXIT
           MOVE SPACES TO Copy-Line
           STRING '       01  ' FUNCTION TRIM(Record-Name) '.'
               DELIMITED BY SIZE INTO Copy-Line
           END-STRING
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT

           WRITE LAYOUT-REPORT-RECORD FROM Layo-Blank-Line
           MOVE Record-Width TO Layo-Type-Width
           MOVE Export-Sequence TO Layo-Type-Fields
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Type-Line
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Column-Line

           MOVE 0 TO Export-Sequence
           PERFORM 3100-LAY-OUT-ONE-FIELD THRU 3100-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count.

       3000-EXIT.
           EXIT.

       3050-COUNT-ONE-FIELD.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type = SPACES
                   OR Pick-Record-Type = Type-Code(Type-Index)
               ADD 1 TO Export-Sequence
           END-IF.

       3050-EXIT.
           EXIT.

       3100-LAY-OUT-ONE-FIELD.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type NOT = SPACES
                   AND Pick-Record-Type NOT = Type-Code(Type-Index)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO Export-Sequence
           PERFORM 3200-BUILD-DATA-NAME THRU 3200-EXIT
           PERFORM 3300-DERIVE-FIELD-TYPE THRU 3300-EXIT
           PERFORM 3400-WRITE-COPY-FIELD THRU 3400-EXIT
           PERFORM 3500-WRITE-SPEC-RECORD THRU 3500-EXIT
           PERFORM 3600-WRITE-LAYOUT-DETAIL THRU 3600-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * The field's data name: the record type and a hyphen ahead of
      * the Field-Name on a typed table (the common fields recur in
      * every type's 01 level, so they need the type to stay
      * unique), the bare Field-Name on an untyped one.  Any blank
      * inside the name becomes a hyphen.
      *****************************************************************
       3200-BUILD-DATA-NAME.
           MOVE SPACES TO Data-Name
           IF Type-Code(Type-Index) = SPACES
               MOVE FUNCTION TRIM(Pick-Name) TO Data-Name
           ELSE
               STRING Type-Code(Type-Index) '-'
                   FUNCTION TRIM(Pick-Name)
                   DELIMITED BY SIZE INTO Data-Name
               END-STRING
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(Data-Name TRAILING))
               TO Name-Length
           INSPECT Data-Name(1:Name-Length)
               REPLACING ALL SPACE BY '-'.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Mode N is ZONED or PACKED by Field-Numeric-Format, with the
      * PIC scaled to the entry's decimal places; mode D is DATE in
      * its delivered format (E, the loader's YYYYMMDD, when the out-
      * format is blank); the rest are CHAR.  The report's load and
      * export formats are worked out alongside.
      *****************************************************************
       3300-DERIVE-FIELD-TYPE.
           MOVE SPACES TO Pic-Text Pic-Scale-Text
           MOVE 0 TO Filler-Width
           EVALUATE TRUE
               WHEN Pick-Pad-Mode-Numeric
                   PERFORM 3350-DERIVE-NUMERIC-PIC THRU 3350-EXIT
                   MOVE 'NUMBER' TO Export-Format
               WHEN Pick-Pad-Mode-Date
                   MOVE 'DATE' TO Data-Type
                   PERFORM 3380-BUILD-CHARACTER-PIC THRU 3380-EXIT
                   MOVE Pick-Date-Format-Out TO Format-Code
                   IF Format-Code = SPACE
                       MOVE 'E' TO Format-Code
                   END-IF
                   PERFORM 3390-DESCRIBE-DATE-FORMAT THRU 3390-EXIT
                   MOVE Format-Text TO Load-Format
                   MOVE Pick-Date-Format-In TO Format-Code
                   PERFORM 3390-DESCRIBE-DATE-FORMAT THRU 3390-EXIT
                   MOVE Format-Text TO Export-Format
               WHEN OTHER
                   MOVE 'CHAR' TO Data-Type
                   PERFORM 3380-BUILD-CHARACTER-PIC THRU 3380-EXIT
                   MOVE 'TEXT' TO Load-Format
                   MOVE 'TEXT' TO Export-Format
           END-EVALUATE.

       3300-EXIT.
           EXIT.

       3350-DERIVE-NUMERIC-PIC.
           IF Pick-Numeric-Packed
               MOVE 'PACKED' TO Data-Type
               MOVE 'PACKED' TO Load-Format
               COMPUTE Digit-Capacity = 2 * Pick-Pad-Length - 1
               IF Digit-Capacity > Max-Numeric-Digits
                   COMPUTE Filler-Width =
                       Pick-Pad-Length - Max-Packed-Bytes
                   MOVE Max-Numeric-Digits TO Digit-Capacity
               END-IF
           ELSE
               MOVE 'ZONED' TO Data-Type
               MOVE 'ZONED' TO Load-Format
               MOVE Pick-Pad-Length TO Digit-Capacity
               IF Digit-Capacity > Max-Numeric-Digits
                   COMPUTE Filler-Width =
                       Pick-Pad-Length - Max-Numeric-Digits
                   MOVE Max-Numeric-Digits TO Digit-Capacity
               END-IF
           END-IF
           COMPUTE Integer-Digits =
               Digit-Capacity - Pick-Decimal-Places
           IF Pick-Decimal-Places > 0
               MOVE Pick-Decimal-Places TO Pic-Number-2
               STRING 'V9(' Pic-Number-2 ')'
                   DELIMITED BY SIZE INTO Pic-Scale-Text
               END-STRING
           END-IF
           MOVE Integer-Digits TO Pic-Number-2
           IF Pick-Numeric-Packed
               STRING 'S9(' Pic-Number-2 ')'
                   FUNCTION TRIM(Pic-Scale-Text) ' COMP-3'
                   DELIMITED BY SIZE INTO Pic-Text
               END-STRING
           ELSE
               STRING 'S9(' Pic-Number-2 ')'
                   FUNCTION TRIM(Pic-Scale-Text)
                   DELIMITED BY SIZE INTO Pic-Text
               END-STRING
           END-IF.

       3350-EXIT.
           EXIT.

       3380-BUILD-CHARACTER-PIC.
           IF Pick-Pad-Length < 100
               MOVE Pick-Pad-Length TO Pic-Number-2
               STRING 'X(' Pic-Number-2 ')'
                   DELIMITED BY SIZE INTO Pic-Text
               END-STRING
           ELSE
               MOVE Pick-Pad-Length TO Pic-Number-3
               STRING 'X(' Pic-Number-3 ')'
                   DELIMITED BY SIZE INTO Pic-Text
               END-STRING
           END-IF.

       3380-EXIT.
           EXIT.

       3390-DESCRIBE-DATE-FORMAT.
           EVALUATE Format-Code
               WHEN 'A'
                   MOVE 'MM/DD/YY' TO Format-Text
               WHEN 'B'
                   MOVE 'MM/DD/YYYY' TO Format-Text
               WHEN 'C'
                   MOVE 'DD.MM.YY' TO Format-Text
               WHEN 'D'
                   MOVE 'DD.MM.YYYY' TO Format-Text
               WHEN 'E'
                   MOVE 'YYYYMMDD' TO Format-Text
               WHEN 'F'
                   MOVE 'YYYY-MM-DD' TO Format-Text
               WHEN OTHER
                   MOVE 'UNKNOWN' TO Format-Text
           END-EVALUATE.

       3390-EXIT.
           EXIT.

       3400-WRITE-COPY-FIELD.
           MOVE SPACES TO Copy-Line
           MOVE Entry-Position(Entry-Index) TO Copy-Position
           MOVE Pick-Pad-Length TO Copy-Width
           STRING '      *    OUTPOS ' Copy-Position
               '  LENGTH ' Copy-Width
               '  MODE ' Pick-Pad-Mode
               DELIMITED BY SIZE INTO Copy-Line
           END-STRING
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT
           IF Filler-Width > 0
               MOVE Filler-Width TO Pic-Number-2
               MOVE SPACES TO Copy-Line
               STRING '           05  FILLER                  PIC X('
                   Pic-Number-2 ').'
                   DELIMITED BY SIZE INTO Copy-Line
               END-STRING
               PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT
           END-IF
           MOVE SPACES TO Copy-Line
           STRING '           05  ' Data-Name 'PIC '
               FUNCTION TRIM(Pic-Text) '.'
               DELIMITED BY SIZE INTO Copy-Line
           END-STRING
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT.

       3400-EXIT.
           EXIT.

       3500-WRITE-SPEC-RECORD.
           MOVE SPACES TO SPEC-RECORD
           MOVE Table-Version TO Spec-Table-Version
           MOVE Type-Code(Type-Index) TO Spec-Record-Type
           MOVE Pick-Name TO Spec-Field-Name
           MOVE Entry-Position(Entry-Index) TO Spec-Start
           MOVE Pick-Pad-Length TO Spec-Length
           MOVE Data-Type TO Spec-Data-Type
           MOVE 0 TO Spec-Decimal-Places
           IF Pick-Pad-Mode-Numeric
               MOVE Pick-Decimal-Places TO Spec-Decimal-Places
           END-IF
           IF Pick-Pad-Mode-Date
               MOVE Pick-Date-Format-Out TO Spec-Date-Format
               IF Spec-Date-Format = SPACE
                   MOVE 'E' TO Spec-Date-Format
               END-IF
           END-IF
           MOVE Record-Width TO Spec-Record-Length
           WRITE SPEC-RECORD
           ADD 1 TO Spec-Records-Written.

       3500-EXIT.
           EXIT.

       3600-WRITE-LAYOUT-DETAIL.
           MOVE Export-Sequence TO Layo-Detail-Sequence
           MOVE Pick-Name TO Layo-Detail-Name
           MOVE Entry-Position(Entry-Index) TO Layo-Detail-Start
           COMPUTE Layo-Detail-End =
               Entry-Position(Entry-Index) + Pick-Pad-Length - 1
           MOVE Pick-Pad-Length TO Layo-Detail-Length
           MOVE 0 TO Layo-Detail-Decimals
           IF Pick-Pad-Mode-Numeric
               MOVE Pick-Decimal-Places TO Layo-Detail-Decimals
           END-IF
           MOVE Load-Format TO Layo-Detail-Load-Format
           MOVE Export-Format TO Layo-Detail-Export-Format
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Detail-Line.

       3600-EXIT.
           EXIT.

       3900-WRITE-COPY-RULE.
           MOVE Copy-Rule-Line TO Copy-Line
           PERFORM 3950-WRITE-COPY-LINE THRU 3950-EXIT.

       3900-EXIT.
           EXIT.

       3950-WRITE-COPY-LINE.
           WRITE COPYBOOK-RECORD FROM Copy-Line
           ADD 1 TO Copybook-Lines-Written.

       3950-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Blank-Line
           MOVE SPACES TO Layo-Total-Line
           MOVE 'CONTROL ENTRIES READ' TO Layo-Total-Text
           MOVE Field-Count TO Layo-Total-Value
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Total-Line

           MOVE 'RECORD LAYOUTS GENERATED' TO Layo-Total-Text
           MOVE Type-Count TO Layo-Total-Value
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Total-Line

           MOVE 'FIELD-SPEC RECORDS WRITTEN' TO Layo-Total-Text
           MOVE Spec-Records-Written TO Layo-Total-Value
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Total-Line

           MOVE 'COPYBOOK LINES WRITTEN' TO Layo-Total-Text
           MOVE Copybook-Lines-Written TO Layo-Total-Value
           WRITE LAYOUT-REPORT-RECORD FROM Layo-Total-Line.

       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           MOVE 00 TO RETURN-CODE.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE CONTROL-FILE COPYBOOK-FILE SPEC-FILE
               LAYOUT-REPORT-FILE.

       9100-EXIT.
           EXIT.
