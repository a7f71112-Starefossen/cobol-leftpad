       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADREDIT.
      *****************************************************************
      * PADREDIT
      *
      * Stand-alone edit of the two tables LEFTPADB loads whole and
      * uses as they stand - the code-value reference table (REFFILE,
      * PROD.LEFTPAD.CODEREF) and the repair-rules table (REPRULES) -
      * against the control table ACTSTEP just activated, run as a
      * step alongside PADEDIT and PADXEDIT ahead of LEFTPADB so an
      * entry that names a renamed field, or that would do the wrong
      * thing to a record, is caught before the night's records are
      * validated or repaired by it.  Reads CTLFILE, REFFILE, and
      * REPRULES and prints an edit report on REDITRPT in three
      * parts, each entry listed with any errors below it:
      *
      * Reference values, one line per REFFILE entry:
      *   - Field-Name blank; Record-Type coded but carried by no
      *     control entry; a Field-Name with no control entry that
      *     the reference applies to (a blank-typed reference
      *     applies to the field in every record type, a typed one
      *     only to that type's entry); or a field whose entries
      *     are none of them flagged Field-Valid-Switch 'Y', so the
      *     value is never consulted.
      *   - The same record type, field, and value as an earlier
      *     entry, or hidden behind an earlier blank-typed entry for
      *     the field and value - the run takes the first match.
      *   - A value with leading spaces or longer than the field's
      *     Field-Length, which can never match the field's trimmed
      *     content, or a replacement code longer than Field-Length,
      *     which would be cut short in the record.
      *   - A translation whose replacement code is not itself a
      *     valid code for the field - an entry for the same field
      *     and record type whose value is the replacement and whose
      *     own replacement is blank.
      *
      * Validated fields, one line per control entry flagged Field-
      * Valid-Switch 'Y', with the count of reference values that
      * apply to it:
      *   - No reference values at all: every record would reject.
      *
      * Repair rules, one line per REPRULES entry:
      *   - Field-Name, Record-Type, and control-entry checks as for
      *     the reference values (the rule is consulted on any field
      *     the name reaches, flagged or not).
      *   - The same record type, field, and return code as an
      *     earlier rule, or hidden behind an earlier blank-typed
      *     rule for the field and return code.
      *   - A return code that is not 08 - the only field code the
      *     run repairs.
      *   - An action not S or D; an S rule with no characters to
      *     strip or with a default value coded; a D rule with a
      *     blank default value or with strip characters coded.
      *   - A D rule's default value longer than the Field-Length of
      *     a field it applies to; one that NumPad would refuse for
      *     a mode N field (not a number), or DatePad for a mode D
      *     field (not a date in the field's in-format) - the
      *     repaired record would only reject again.
      *
      * Sets RETURN-CODE for the JCL to test: 00 both tables are
      * clean (or empty, with no field flagged for validation),
      * 08 one or more entries in error, 16 the control table is
      * empty or overfull, or there are more reference values or
      * repair rules than LEFTPADB's tables hold.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT REFERENCE-FILE ASSIGN TO REFFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Reference-File-Status.
           SELECT REPAIR-RULE-FILE ASSIGN TO REPRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Repair-Rule-Status.
           SELECT EDIT-REPORT-FILE ASSIGN TO REDITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Edit-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

      *****************************************************************
      * REFERENCE-FILE and REPAIR-RULE-FILE are laid out exactly as
      * LEFTPADB reads them (see its FDs).
      *****************************************************************
       FD  REFERENCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS.
       01  REFERENCE-RECORD.
           05  Ref-In-Record-Type           PIC X(02).
           05  Ref-In-Field-Name            PIC X(20).
           05  Ref-In-Old-Value             PIC X(20).
           05  Ref-In-New-Value             PIC X(20).

       FD  REPAIR-RULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  REPAIR-RULE-RECORD.
           05  Rule-In-Record-Type          PIC X(02).
           05  Rule-In-Field-Name           PIC X(20).
           05  Rule-In-Return-Code          PIC 9(02).
           05  Rule-In-Action               PIC X(01).
           05  Rule-In-Characters           PIC X(10).
           05  Rule-In-Default-Value        PIC X(20).

       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EDIT-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Reference-File-Status       PIC X(02).
           88  Reference-File-OK               VALUE '00'.
           88  Reference-File-End              VALUE '10'.
       01  Repair-Rule-Status          PIC X(02).
           88  Repair-Rule-OK                  VALUE '00'.
           88  Repair-Rule-End                 VALUE '10'.
       01  Edit-Report-Status          PIC X(02).

       01  Control-Table.
           05  Control-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy' REPLACING LEADING ==05== BY ==10==.
       77  Field-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Control-Entries         PIC 9(03) COMP VALUE 50.

       01  Reference-Table.
           05  Reference-Value OCCURS 500 TIMES.
               10  Ref-Record-Type          PIC X(02).
               10  Ref-Field-Name           PIC X(20).
               10  Ref-Old-Value            PIC X(20).
               10  Ref-New-Value            PIC X(20).
       77  Reference-Count             PIC 9(03) COMP VALUE 0.
       77  Max-Reference-Values        PIC 9(03) COMP VALUE 500.

       01  Repair-Rule-Table.
           05  Repair-Rule OCCURS 50 TIMES.
               10  Rule-Record-Type         PIC X(02).
               10  Rule-Field-Name          PIC X(20).
               10  Rule-Return-Code         PIC 9(02).
               10  Rule-Action              PIC X(01).
               10  Rule-Characters          PIC X(10).
               10  Rule-Default-Value       PIC X(20).
       77  Repair-Rule-Count           PIC 9(03) COMP VALUE 0.
       77  Max-Repair-Rules            PIC 9(03) COMP VALUE 50.

      *****************************************************************
      * The reference value or repair rule under edit, copied out of
      * its table so its fields need no subscript, and the control
      * entry the walk over the table has reached (Found-Entry).
      *****************************************************************
       01  Edit-Reference.
           05  Edit-Ref-Record-Type         PIC X(02).
           05  Edit-Ref-Field-Name          PIC X(20).
           05  Edit-Ref-Old-Value           PIC X(20).
           05  Edit-Ref-New-Value           PIC X(20).
       01  Edit-Rule.
           05  Edit-Rule-Record-Type        PIC X(02).
           05  Edit-Rule-Field-Name         PIC X(20).
           05  Edit-Rule-Return-Code        PIC 9(02).
           05  Edit-Rule-Action             PIC X(01).
               88  Edit-Rule-Strip                 VALUE 'S'.
               88  Edit-Rule-Default               VALUE 'D'.
           05  Edit-Rule-Characters         PIC X(10).
           05  Edit-Rule-Default-Value      PIC X(20).
       01  Found-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Found==.
       77  Ref-Index                   PIC 9(03) COMP VALUE 0.
       77  Rule-Index                  PIC 9(03) COMP VALUE 0.
       77  Prior-Index                 PIC 9(03) COMP VALUE 0.
       77  Entry-Index                 PIC 9(03) COMP VALUE 0.
       77  Control-Index               PIC 9(03) COMP VALUE 0.
       77  Applying-Count              PIC 9(03) COMP VALUE 0.
       77  Flagged-Count               PIC 9(03) COMP VALUE 0.
       77  Value-Count                 PIC 9(03) COMP VALUE 0.
       77  Valid-Field-Count           PIC 9(03) COMP VALUE 0.
       77  Entry-Error-Count           PIC 9(03) COMP VALUE 0.
       77  Total-Error-Count           PIC 9(05) COMP VALUE 0.
       77  Old-Value-Length            PIC 9(03) COMP VALUE 0.
       77  New-Value-Length            PIC 9(03) COMP VALUE 0.
       77  Default-Value-Length        PIC 9(03) COMP VALUE 0.
       77  Wanted-Type                 PIC X(02).
       77  Wanted-Name                 PIC X(20).
       01  Duplicate-Switch            PIC X(01) VALUE 'N'.
           88  Duplicate-Found                 VALUE 'Y'.
       01  Hidden-Switch               PIC X(01) VALUE 'N'.
           88  Hidden-Found                    VALUE 'Y'.
       01  Type-Found-Switch           PIC X(01) VALUE 'N'.
           88  Type-Found                      VALUE 'Y'.
       01  Target-Found-Switch         PIC X(01) VALUE 'N'.
           88  Target-Found                    VALUE 'Y'.
       01  Old-Too-Long-Switch         PIC X(01) VALUE 'N'.
           88  Old-Too-Long                    VALUE 'Y'.
       01  New-Too-Long-Switch         PIC X(01) VALUE 'N'.
           88  New-Too-Long                    VALUE 'Y'.
       01  Default-Too-Long-Switch     PIC X(01) VALUE 'N'.
           88  Default-Too-Long                VALUE 'Y'.
       01  Default-Not-Number-Switch   PIC X(01) VALUE 'N'.
           88  Default-Not-Number              VALUE 'Y'.
       01  Default-Not-Date-Switch     PIC X(01) VALUE 'N'.
           88  Default-Not-Date                VALUE 'Y'.

      *****************************************************************
      * The pad-family CALL parameters, for trying a default value
      * through NumPad or DatePad exactly as PadRec would.
      *****************************************************************
           COPY 'leftpad.cpy'.
           COPY 'numpad.cpy'.
           COPY 'datepad.cpy'.

       01  Edit-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADREDIT - CODE REFERENCE AND REPAIR RUL'.
           05  FILLER                  PIC X(40)
               VALUE 'E EDIT REPORT                           '.

       01  Edit-Section-Line.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Section-Text       PIC X(79).

       01  Reference-Heading.
           05  FILLER                  PIC X(06) VALUE ' ENTRY'.
           05  FILLER                  PIC X(04) VALUE ' TY '.
           05  FILLER                  PIC X(21) VALUE 'FIELD NAME'.
           05  FILLER                  PIC X(21) VALUE 'VALUE'.
           05  FILLER                  PIC X(20) VALUE 'TRANSLATES TO'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  Reference-Detail-Line.
           05  Reference-Detail-Entry  PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Reference-Detail-Type   PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Reference-Detail-Name   PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Reference-Detail-Old    PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Reference-Detail-New    PIC X(20).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  Valid-Heading.
           05  FILLER                  PIC X(06) VALUE ' ENTRY'.
           05  FILLER                  PIC X(04) VALUE ' TY '.
           05  FILLER                  PIC X(21) VALUE 'FIELD NAME'.
           05  FILLER                  PIC X(06) VALUE 'VALUES'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  Valid-Detail-Line.
           05  Valid-Detail-Entry      PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Valid-Detail-Type       PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Valid-Detail-Name       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Valid-Detail-Count      PIC ZZZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  Rule-Heading.
           05  FILLER                  PIC X(06) VALUE '  RULE'.
           05  FILLER                  PIC X(04) VALUE ' TY '.
           05  FILLER                  PIC X(21) VALUE 'FIELD NAME'.
           05  FILLER                  PIC X(03) VALUE 'RC '.
           05  FILLER                  PIC X(02) VALUE 'A '.
           05  FILLER                  PIC X(11) VALUE 'CHARACTERS'.
           05  FILLER                  PIC X(20) VALUE 'DEFAULT VALUE'.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  Rule-Detail-Line.
           05  Rule-Detail-Entry       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Rule-Detail-Type        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Rule-Detail-Name        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Rule-Detail-Return-Code PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Rule-Detail-Action      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Rule-Detail-Characters  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Rule-Detail-Default     PIC X(20).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  Edit-Error-Line.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '** ERROR: '.
           05  Edit-Error-Text         PIC X(64).

       01  Edit-Total-Line.
           05  Edit-Total-Text         PIC X(40).
           05  Edit-Total-Value        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE 'CODE-VALUE REFERENCE TABLE (REFFILE)'
               TO Edit-Section-Text
           WRITE EDIT-REPORT-RECORD FROM Edit-Section-Line
           WRITE EDIT-REPORT-RECORD FROM Reference-Heading
           PERFORM 2000-EDIT-ONE-REFERENCE THRU 2000-EXIT
               VARYING Ref-Index FROM 1 BY 1
               UNTIL Ref-Index > Reference-Count
           MOVE 'FIELDS FLAGGED FIELD-VALID-SWITCH Y'
               TO Edit-Section-Text
           WRITE EDIT-REPORT-RECORD FROM Edit-Section-Line
           WRITE EDIT-REPORT-RECORD FROM Valid-Heading
           PERFORM 3000-EDIT-ONE-VALID-FIELD THRU 3000-EXIT
               VARYING Control-Index FROM 1 BY 1
               UNTIL Control-Index > Field-Count
           MOVE 'REPAIR RULES (REPRULES)' TO Edit-Section-Text
           WRITE EDIT-REPORT-RECORD FROM Edit-Section-Line
           WRITE EDIT-REPORT-RECORD FROM Rule-Heading
           PERFORM 4000-EDIT-ONE-RULE THRU 4000-EXIT
               VARYING Rule-Index FROM 1 BY 1
               UNTIL Rule-Index > Repair-Rule-Count
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CONTROL-FILE
           OPEN INPUT REFERENCE-FILE
           OPEN INPUT REPAIR-RULE-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           WRITE EDIT-REPORT-RECORD FROM Edit-Heading-1
           PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT
               UNTIL Control-File-End
           IF Field-Count = 0
               MOVE 'CONTROL FILE IS EMPTY' TO Edit-Error-Text
               PERFORM 1900-STOP-EDIT THRU 1900-EXIT
           END-IF
           PERFORM 1300-READ-REFERENCE-VALUE THRU 1300-EXIT
               UNTIL Reference-File-End
           PERFORM 1400-READ-REPAIR-RULE THRU 1400-EXIT
               UNTIL Repair-Rule-End.

       1000-EXIT.
           EXIT.

       1200-READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Field-Count >= Max-Control-Entries
                       MOVE 'MORE ENTRIES THAN THE CONTROL TABLE HOLDS'
                           TO Edit-Error-Text
                       PERFORM 1900-STOP-EDIT THRU 1900-EXIT
                   END-IF
                   ADD 1 TO Field-Count
                   MOVE CORRESPONDING CONTROL-RECORD
                       TO Control-Entry(Field-Count)
           END-READ.

       1200-EXIT.
           EXIT.

       1300-READ-REFERENCE-VALUE.
           READ REFERENCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Reference-Count >= Max-Reference-Values
                       MOVE 'MORE VALUES THAN THE PAD RUN''S TABLE'
                           TO Edit-Error-Text
                       MOVE ' HOLDS' TO Edit-Error-Text(37:6)
                       PERFORM 1900-STOP-EDIT THRU 1900-EXIT
                   END-IF
                   ADD 1 TO Reference-Count
                   MOVE REFERENCE-RECORD
                       TO Reference-Value(Reference-Count)
           END-READ.

       1300-EXIT.
           EXIT.

       1400-READ-REPAIR-RULE.
           READ REPAIR-RULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Repair-Rule-Count >= Max-Repair-Rules
                       MOVE 'MORE RULES THAN THE PAD RUN''S TABLE HOLDS'
                           TO Edit-Error-Text
                       PERFORM 1900-STOP-EDIT THRU 1900-EXIT
                   END-IF
                   ADD 1 TO Repair-Rule-Count
                   MOVE REPAIR-RULE-RECORD
                       TO Repair-Rule(Repair-Rule-Count)
           END-READ.

       1400-EXIT.
           EXIT.

       1900-STOP-EDIT.
           WRITE EDIT-REPORT-RECORD FROM Edit-Error-Line
           CLOSE CONTROL-FILE REFERENCE-FILE REPAIR-RULE-FILE
               EDIT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       1900-EXIT.
           EXIT.

       2000-EDIT-ONE-REFERENCE.
           MOVE 0 TO Entry-Error-Count
           MOVE Reference-Value(Ref-Index) TO Edit-Reference
           MOVE Ref-Index TO Reference-Detail-Entry
           MOVE Edit-Ref-Record-Type TO Reference-Detail-Type
           MOVE Edit-Ref-Field-Name TO Reference-Detail-Name
           MOVE Edit-Ref-Old-Value TO Reference-Detail-Old
           MOVE Edit-Ref-New-Value TO Reference-Detail-New
           WRITE EDIT-REPORT-RECORD FROM Reference-Detail-Line
           PERFORM 2100-EDIT-REFERENCE-KEY THRU 2100-EXIT
           PERFORM 2200-EDIT-REFERENCE-FIELD THRU 2200-EXIT
           PERFORM 2300-EDIT-TRANSLATION THRU 2300-EXIT
           ADD Entry-Error-Count TO Total-Error-Count.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * The reference's key - record type, field, and value - must be
      * its own: LEFTPADB takes the first entry that matches, so an
      * earlier entry with the same key, or an earlier blank-typed
      * entry for the same field and value, leaves this one unused.
      *****************************************************************
       2100-EDIT-REFERENCE-KEY.
           MOVE 'N' TO Duplicate-Switch
           MOVE 'N' TO Hidden-Switch
           PERFORM 2150-CHECK-ONE-PRIOR-REFERENCE THRU 2150-EXIT
               VARYING Prior-Index FROM 1 BY 1
               UNTIL Prior-Index >= Ref-Index
                   OR Duplicate-Found OR Hidden-Found
           IF Duplicate-Found
               MOVE 'SAME TYPE, FIELD-NAME, AND VALUE AS AN'
                   TO Edit-Error-Text
               MOVE ' EARLIER ENTRY' TO Edit-Error-Text(39:14)
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Hidden-Found
               MOVE 'HIDDEN BY AN EARLIER BLANK-TYPED ENTRY'
                   TO Edit-Error-Text
               MOVE ' FOR THE VALUE' TO Edit-Error-Text(39:14)
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Edit-Ref-Old-Value NOT = SPACES
                   AND Edit-Ref-Old-Value(1:1) = SPACE
               MOVE 'VALUE HAS LEADING SPACES - IT NEVER MATCHES'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-PRIOR-REFERENCE.
           IF Ref-Field-Name(Prior-Index) NOT = Edit-Ref-Field-Name
                   OR Ref-Old-Value(Prior-Index)
                       NOT = Edit-Ref-Old-Value
               GO TO 2150-EXIT
           END-IF
           IF Ref-Record-Type(Prior-Index) = Edit-Ref-Record-Type
               MOVE 'Y' TO Duplicate-Switch
           ELSE
               IF Ref-Record-Type(Prior-Index) = SPACES
                   MOVE 'Y' TO Hidden-Switch
               END-IF
           END-IF.

       2150-EXIT.
           EXIT.

      *****************************************************************
      * The field the reference names: some control entry it applies
      * to, flagged for validation, and wide enough to hold both the
      * value and its replacement.
      *****************************************************************
       2200-EDIT-REFERENCE-FIELD.
           MOVE Edit-Ref-Record-Type TO Wanted-Type
           MOVE Edit-Ref-Field-Name TO Wanted-Name
           PERFORM 5000-EDIT-FIELD-KEY THRU 5000-EXIT
           IF Wanted-Name = SPACES OR NOT Type-Found
               GO TO 2200-EXIT
           END-IF
           IF Edit-Ref-Old-Value = SPACES
               MOVE 0 TO Old-Value-Length
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(Edit-Ref-Old-Value
                   TRAILING)) TO Old-Value-Length
           END-IF
           IF Edit-Ref-New-Value = SPACES
               MOVE 0 TO New-Value-Length
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(Edit-Ref-New-Value
                   TRAILING)) TO New-Value-Length
           END-IF
           MOVE 0 TO Applying-Count
           MOVE 0 TO Flagged-Count
           MOVE 'N' TO Old-Too-Long-Switch
           MOVE 'N' TO New-Too-Long-Switch
           PERFORM 2250-CHECK-ONE-REFERENCE-ENTRY THRU 2250-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count
           IF Applying-Count = 0
               PERFORM 5100-REPORT-NO-ENTRY THRU 5100-EXIT
               GO TO 2200-EXIT
           END-IF
           IF Flagged-Count = 0
               MOVE 'FIELD IS NOT FLAGGED FIELD-VALID-SWITCH Y'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Old-Too-Long
               MOVE 'VALUE IS LONGER THAN FIELD-LENGTH - IT'
                   TO Edit-Error-Text
               MOVE ' NEVER MATCHES' TO Edit-Error-Text(39:14)
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF New-Too-Long
               MOVE 'TRANSLATION IS LONGER THAN FIELD-LENGTH'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2250-CHECK-ONE-REFERENCE-ENTRY.
           PERFORM 5200-CHECK-ENTRY-APPLIES THRU 5200-EXIT
           IF Found-Name = SPACES
               GO TO 2250-EXIT
           END-IF
           ADD 1 TO Applying-Count
           IF NOT Found-Valid-Yes
               GO TO 2250-EXIT
           END-IF
           ADD 1 TO Flagged-Count
           IF Old-Value-Length > Found-Length
               MOVE 'Y' TO Old-Too-Long-Switch
           END-IF
           IF New-Value-Length > Found-Length
               MOVE 'Y' TO New-Too-Long-Switch
           END-IF.

       2250-EXIT.
           EXIT.

      *****************************************************************
      * A translation's replacement is written into the record and
      * padded without a second look-up, so it must itself be a
      * valid code: an entry for the same field, applying to the
      * translation's record type, whose value is the replacement
      * and whose own replacement is blank.
      *****************************************************************
       2300-EDIT-TRANSLATION.
           IF Edit-Ref-New-Value = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO Target-Found-Switch
           PERFORM 2350-CHECK-ONE-TARGET THRU 2350-EXIT
               VARYING Prior-Index FROM 1 BY 1
               UNTIL Prior-Index > Reference-Count OR Target-Found
           IF NOT Target-Found
               MOVE 'TRANSLATES TO A CODE THAT IS NOT ITSELF VALID'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-TARGET.
           IF Ref-Field-Name(Prior-Index) = Edit-Ref-Field-Name
                   AND (Ref-Record-Type(Prior-Index) = SPACES
                       OR Ref-Record-Type(Prior-Index)
                           = Edit-Ref-Record-Type)
                   AND Ref-Old-Value(Prior-Index) = Edit-Ref-New-Value
                   AND Ref-New-Value(Prior-Index) = SPACES
               MOVE 'Y' TO Target-Found-Switch
           END-IF.

       2350-EXIT.
           EXIT.

      *****************************************************************
      * One control entry flagged Field-Valid-Switch 'Y': the
      * reference values that apply to it are the blank-typed ones
      * and, for a typed entry, those of its own type.  With none,
      * every record carrying the field would reject.
      *****************************************************************
       3000-EDIT-ONE-VALID-FIELD.
           MOVE Control-Entry(Control-Index) TO Found-Entry
           IF NOT Found-Valid-Yes
               GO TO 3000-EXIT
           END-IF
           MOVE 0 TO Entry-Error-Count
           ADD 1 TO Valid-Field-Count
           MOVE 0 TO Value-Count
           PERFORM 3050-COUNT-ONE-VALUE THRU 3050-EXIT
               VARYING Ref-Index FROM 1 BY 1
               UNTIL Ref-Index > Reference-Count
           MOVE Control-Index TO Valid-Detail-Entry
           MOVE Found-Record-Type TO Valid-Detail-Type
           MOVE Found-Name TO Valid-Detail-Name
           MOVE Value-Count TO Valid-Detail-Count
           WRITE EDIT-REPORT-RECORD FROM Valid-Detail-Line
           IF Value-Count = 0
               MOVE 'NO REFERENCE VALUES - EVERY RECORD WOULD REJECT'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           ADD Entry-Error-Count TO Total-Error-Count.

       3000-EXIT.
           EXIT.

       3050-COUNT-ONE-VALUE.
           IF Ref-Field-Name(Ref-Index) = Found-Name
                   AND (Ref-Record-Type(Ref-Index) = SPACES
                       OR Ref-Record-Type(Ref-Index)
                           = Found-Record-Type)
               ADD 1 TO Value-Count
           END-IF.

       3050-EXIT.
           EXIT.

       4000-EDIT-ONE-RULE.
           MOVE 0 TO Entry-Error-Count
           MOVE Repair-Rule(Rule-Index) TO Edit-Rule
           MOVE Rule-Index TO Rule-Detail-Entry
           MOVE Edit-Rule-Record-Type TO Rule-Detail-Type
           MOVE Edit-Rule-Field-Name TO Rule-Detail-Name
           MOVE Repair-Rule(Rule-Index)(23:2) TO Rule-Detail-Return-Code
           MOVE Edit-Rule-Action TO Rule-Detail-Action
           MOVE Edit-Rule-Characters TO Rule-Detail-Characters
           MOVE Edit-Rule-Default-Value TO Rule-Detail-Default
           WRITE EDIT-REPORT-RECORD FROM Rule-Detail-Line
           PERFORM 4100-EDIT-RULE-KEY THRU 4100-EXIT
           PERFORM 4200-EDIT-RULE-ACTION THRU 4200-EXIT
           PERFORM 4300-EDIT-RULE-FIELD THRU 4300-EXIT
           ADD Entry-Error-Count TO Total-Error-Count.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * The rule's key - record type, field, and return code - must
      * be its own, as for the reference values, and the return code
      * must be 08: a field PADREC pads with 00 or truncates with 04
      * is never offered to the repair rules.
      *****************************************************************
       4100-EDIT-RULE-KEY.
           IF Edit-Rule-Return-Code NOT NUMERIC
               MOVE 'RETURN CODE IS NOT NUMERIC' TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           ELSE
               IF Edit-Rule-Return-Code NOT = 08
                   MOVE 'RETURN CODE IS NOT 08 - THE RULE IS NEVER USED'
                       TO Edit-Error-Text
                   PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
               END-IF
           END-IF
           MOVE 'N' TO Duplicate-Switch
           MOVE 'N' TO Hidden-Switch
           PERFORM 4150-CHECK-ONE-PRIOR-RULE THRU 4150-EXIT
               VARYING Prior-Index FROM 1 BY 1
               UNTIL Prior-Index >= Rule-Index
                   OR Duplicate-Found OR Hidden-Found
           IF Duplicate-Found
               MOVE 'SAME TYPE, FIELD-NAME, AND RETURN CODE AS'
                   TO Edit-Error-Text
               MOVE ' AN EARLIER RULE' TO Edit-Error-Text(42:16)
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Hidden-Found
               MOVE 'HIDDEN BY AN EARLIER BLANK-TYPED RULE'
                   TO Edit-Error-Text
               MOVE ' FOR THE FIELD' TO Edit-Error-Text(38:14)
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

       4150-CHECK-ONE-PRIOR-RULE.
           IF Repair-Rule(Prior-Index)(3:22)
                   NOT = Repair-Rule(Rule-Index)(3:22)
               GO TO 4150-EXIT
           END-IF
           IF Rule-Record-Type(Prior-Index) = Edit-Rule-Record-Type
               MOVE 'Y' TO Duplicate-Switch
           ELSE
               IF Rule-Record-Type(Prior-Index) = SPACES
                   MOVE 'Y' TO Hidden-Switch
               END-IF
           END-IF.

       4150-EXIT.
           EXIT.

      *****************************************************************
      * The action and the columns it uses: S strips the rule's
      * characters and takes no default, D defaults a blank field
      * and takes no characters.
      *****************************************************************
       4200-EDIT-RULE-ACTION.
           EVALUATE TRUE
               WHEN Edit-Rule-Strip
                   IF Edit-Rule-Characters = SPACES
                       MOVE 'STRIP RULE WITH NO CHARACTERS TO STRIP'
                           TO Edit-Error-Text
                       PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
                   END-IF
                   IF Edit-Rule-Default-Value NOT = SPACES
                       MOVE 'DEFAULT VALUE CODED ON A STRIP RULE'
                           TO Edit-Error-Text
                       PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
                   END-IF
               WHEN Edit-Rule-Default
                   IF Edit-Rule-Default-Value = SPACES
                       MOVE 'DEFAULT RULE WITH A BLANK DEFAULT VALUE'
                           TO Edit-Error-Text
                       PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
                   END-IF
                   IF Edit-Rule-Characters NOT = SPACES
                       MOVE 'STRIP CHARACTERS CODED ON A DEFAULT RULE'
                           TO Edit-Error-Text
                       PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION IS NOT S OR D' TO Edit-Error-Text
                   PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-EVALUATE.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * The field the rule names, and - for a default rule - whether
      * each field it applies to can take the default: it must fit
      * in Field-Length, and a mode N or mode D field must pad it
      * cleanly, or the repaired record only rejects again.
      *****************************************************************
       4300-EDIT-RULE-FIELD.
           MOVE Edit-Rule-Record-Type TO Wanted-Type
           MOVE Edit-Rule-Field-Name TO Wanted-Name
           PERFORM 5000-EDIT-FIELD-KEY THRU 5000-EXIT
           IF Wanted-Name = SPACES OR NOT Type-Found
               GO TO 4300-EXIT
           END-IF
           IF Edit-Rule-Default-Value = SPACES
               MOVE 0 TO Default-Value-Length
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   Edit-Rule-Default-Value TRAILING))
                   TO Default-Value-Length
           END-IF
           MOVE 0 TO Applying-Count
           MOVE 'N' TO Default-Too-Long-Switch
           MOVE 'N' TO Default-Not-Number-Switch
           MOVE 'N' TO Default-Not-Date-Switch
           PERFORM 4350-CHECK-ONE-RULE-ENTRY THRU 4350-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count
           IF Applying-Count = 0
               PERFORM 5100-REPORT-NO-ENTRY THRU 5100-EXIT
               GO TO 4300-EXIT
           END-IF
           IF Default-Too-Long
               MOVE 'DEFAULT VALUE IS LONGER THAN FIELD-LENGTH'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Default-Not-Number
               MOVE 'DEFAULT VALUE FOR A MODE N FIELD IS NOT A NUMBER'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Default-Not-Date
               MOVE 'DEFAULT VALUE FOR A MODE D FIELD IS NOT A DATE IN'
                   TO Edit-Error-Text
               MOVE ' ITS IN-FORMAT' TO Edit-Error-Text(50:14)
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF.

       4300-EXIT.
           EXIT.

       4350-CHECK-ONE-RULE-ENTRY.
           PERFORM 5200-CHECK-ENTRY-APPLIES THRU 5200-EXIT
           IF Found-Name = SPACES
               GO TO 4350-EXIT
           END-IF
           ADD 1 TO Applying-Count
           IF NOT Edit-Rule-Default OR Default-Value-Length = 0
               GO TO 4350-EXIT
           END-IF
           IF Default-Value-Length > Found-Length
               MOVE 'Y' TO Default-Too-Long-Switch
               GO TO 4350-EXIT
           END-IF
           MOVE SPACES TO Input-String
           MOVE SPACES TO Padded-String
           MOVE Edit-Rule-Default-Value TO Input-String
           MOVE Found-Pad-Length TO Pad-Length
           EVALUATE TRUE
               WHEN Found-Pad-Mode-Numeric
                   MOVE Found-Decimal-Places TO Decimal-Places
                   MOVE Found-Numeric-Format TO Numeric-Format
                   CALL 'NumPad' USING Input-String, Pad-Length,
                       Decimal-Places, Numeric-Format,
                       Padded-String, Pad-Return-Code
                   IF Pad-Return-Code = 08
                       MOVE 'Y' TO Default-Not-Number-Switch
                   END-IF
               WHEN Found-Pad-Mode-Date
                   MOVE Found-Date-Format-In TO Date-Format-In
                   MOVE Found-Date-Format-Out TO Date-Format-Out
                   CALL 'DatePad' USING Input-String, Pad-Length,
                       Date-Format-In, Date-Format-Out,
                       Padded-String, Pad-Return-Code
                   IF Pad-Return-Code = 08
                       MOVE 'Y' TO Default-Not-Date-Switch
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4350-EXIT.
           EXIT.

      *****************************************************************
      * The Field-Name and Record-Type of the entry under edit
      * (Wanted-Name, Wanted-Type): a name, and a type some control
      * entry actually carries.  Type-Found is left set for a blank
      * type.
      *****************************************************************
       5000-EDIT-FIELD-KEY.
           MOVE 'Y' TO Type-Found-Switch
           IF Wanted-Name = SPACES
               MOVE 'FIELD-NAME IS BLANK' TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF
           IF Wanted-Type = SPACES
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO Type-Found-Switch
           PERFORM 5050-CHECK-ONE-ENTRY-TYPE THRU 5050-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count OR Type-Found
           IF NOT Type-Found
               MOVE 'RECORD TYPE IS CARRIED BY NO CONTROL ENTRY'
                   TO Edit-Error-Text
               PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT
           END-IF.

       5000-EXIT.
           EXIT.

       5050-CHECK-ONE-ENTRY-TYPE.
           IF Field-Record-Type OF Control-Entry(Entry-Index)
                   = Wanted-Type
               MOVE 'Y' TO Type-Found-Switch
           END-IF.

       5050-EXIT.
           EXIT.

       5100-REPORT-NO-ENTRY.
           MOVE SPACES TO Edit-Error-Text
           STRING 'NO CONTROL ENTRY FOR FIELD-NAME '
               DELIMITED BY SIZE
               Wanted-Name DELIMITED BY SIZE
               INTO Edit-Error-Text
           END-STRING
           PERFORM 5900-WRITE-ERROR-LINE THRU 5900-EXIT.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Leaves control entry Entry-Index in Found-Entry when the
      * entry under edit applies to it the way LEFTPADB matches - the
      * same Field-Name, and a blank Wanted-Type or the entry's own
      * type - or Found-Entry blank when it does not.
      *****************************************************************
       5200-CHECK-ENTRY-APPLIES.
           MOVE SPACES TO Found-Entry
           IF Field-Name OF Control-Entry(Entry-Index) = Wanted-Name
                   AND (Wanted-Type = SPACES
                       OR Field-Record-Type OF Control-Entry
                           (Entry-Index) = Wanted-Type)
               MOVE Control-Entry(Entry-Index) TO Found-Entry
           END-IF.

       5200-EXIT.
           EXIT.

       5900-WRITE-ERROR-LINE.
           WRITE EDIT-REPORT-RECORD FROM Edit-Error-Line
           ADD 1 TO Entry-Error-Count.

       5900-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO Edit-Total-Line
           MOVE 'REFERENCE VALUES EDITED' TO Edit-Total-Text
           MOVE Reference-Count TO Edit-Total-Value
           WRITE EDIT-REPORT-RECORD FROM Edit-Total-Line

           MOVE 'VALIDATED FIELDS CHECKED' TO Edit-Total-Text
           MOVE Valid-Field-Count TO Edit-Total-Value
           WRITE EDIT-REPORT-RECORD FROM Edit-Total-Line

           MOVE 'REPAIR RULES EDITED' TO Edit-Total-Text
           MOVE Repair-Rule-Count TO Edit-Total-Value
           WRITE EDIT-REPORT-RECORD FROM Edit-Total-Line

           MOVE 'ERRORS FOUND' TO Edit-Total-Text
           MOVE Total-Error-Count TO Edit-Total-Value
           WRITE EDIT-REPORT-RECORD FROM Edit-Total-Line.

       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CONTROL-FILE REFERENCE-FILE REPAIR-RULE-FILE
               EDIT-REPORT-FILE
           IF Total-Error-Count > 0
               MOVE 08 TO RETURN-CODE
           ELSE
               MOVE 00 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.
