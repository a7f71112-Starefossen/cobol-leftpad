       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADXEDIT.
      *****************************************************************
      * PADXEDIT
      *
      * Stand-alone edit of the cross-field business rule table
      * (XRULES - see PADXRUL.CPY) against the control table ACTSTEP
      * just activated, run as a step alongside PADEDIT ahead of
      * LEFTPADB so a rule that names a renamed field, or that could
      * never be evaluated, is caught before the night's records are
      * held to it.  Reads CTLFILE and XRULES and prints an edit
      * report on XEDITRPT listing each rule (its condition on the
      * line below) with any errors:
      *
      *   - Rule ID blank, or the same as an earlier rule's.
      *   - Xrul-Record-Type coded but carried by no control entry.
      *   - A Field-Name (the condition's, the tested field's, or a
      *     field operand's) with no control entry that applies to
      *     the rule's record type - blank-typed entries apply to
      *     every type, and a blank-typed rule may name a field of
      *     any type.
      *   - A test code not EQ, NE, LT, LE, GT, GE, BL, or NB; an
      *     operand, kind, or value coded with BL or NB; a
      *     comparison whose operand kind is not F or V, or whose
      *     field operand is blank.
      *   - A condition test or value with no condition field.
      *   - A mode N field compared with a text field, or with a
      *     literal that is not a number.
      *   - A date field ordered (LT, LE, GT, GE) in an out-format
      *     that does not sort - only E (YYYYMMDD, also a blank
      *     out-format) and F (YYYY-MM-DD) do - or two date fields
      *     compared in different out-formats.
      *   - Fewer than two Field-Names named between the condition
      *     and the requirement: a test of one field alone belongs
      *     on the control table, the code-value reference table,
      *     or the repair rules.
      *
      * Sets RETURN-CODE for the JCL to test: 00 the rules are
      * clean (or there are none), 08 one or more rules in error,
      * 16 the control table is empty or overfull, or there are
      * more rules than LEFTPADB's rule table holds.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT CROSS-RULE-FILE ASSIGN TO XRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Cross-Rule-Status.
           SELECT EDIT-REPORT-FILE ASSIGN TO XEDITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Edit-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

       FD  CROSS-RULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CROSS-RULE-RECORD.
           COPY 'padxrul.cpy'.

       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EDIT-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Cross-Rule-Status           PIC X(02).
           88  Cross-Rule-OK                   VALUE '00'.
           88  Cross-Rule-End                  VALUE '10'.
       01  Edit-Report-Status          PIC X(02).

       01  Control-Table.
           05  Control-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy' REPLACING LEADING ==05== BY ==10==.
       77  Field-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Control-Entries         PIC 9(03) COMP VALUE 50.

       01  Cross-Rule-Table.
           05  Cross-Rule OCCURS 100 TIMES.
               COPY 'padxrul.cpy'
                   REPLACING LEADING ==05== BY ==10==
                             LEADING ==Xrul== BY ==Cross==.
       77  Cross-Rule-Count            PIC 9(03) COMP VALUE 0.
       77  Max-Cross-Rules             PIC 9(03) COMP VALUE 100.

      *****************************************************************
      * The rule under edit, copied out of Cross-Rule-Table so its
      * fields need no subscript, and the control entries its
      * tested field (Tested-Entry) and its condition or operand
      * field (Found-Entry) resolved to.
      *****************************************************************
       01  Edit-Rule.
           COPY 'padxrul.cpy' REPLACING LEADING ==Xrul== BY ==Edit==.
       01  Found-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Found==.
       01  Tested-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Tested==.
       77  Rule-Index                  PIC 9(03) COMP VALUE 0.
       77  Prior-Index                 PIC 9(03) COMP VALUE 0.
       77  Entry-Index                 PIC 9(03) COMP VALUE 0.
       77  Found-Slot                  PIC 9(03) COMP VALUE 0.
       77  Tested-Slot                 PIC 9(03) COMP VALUE 0.
       77  Name-Count                  PIC 9(01) COMP VALUE 0.
       77  Rule-Error-Count            PIC 9(03) COMP VALUE 0.
       77  Total-Error-Count           PIC 9(05) COMP VALUE 0.
       77  Wanted-Name                 PIC X(20).
       77  Wanted-Test                 PIC X(02).
       77  Wanted-Value                PIC X(20).
       01  Duplicate-Switch            PIC X(01) VALUE 'N'.
           88  Duplicate-Found                 VALUE 'Y'.
       01  Type-Found-Switch           PIC X(01) VALUE 'N'.
           88  Type-Found                      VALUE 'Y'.
       01  Typed-Table-Switch          PIC X(01) VALUE 'N'.
           88  Typed-Table                     VALUE 'Y'.

       01  Edit-Heading-1.
           05  FILLER                  PIC X(39)
               VALUE 'PADXEDIT - CROSS-FIELD RULE EDIT REPORT'.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  Edit-Heading-2.
           05  FILLER                  PIC X(06) VALUE ' RULE '.
           05  FILLER                  PIC X(09) VALUE 'RULE ID  '.
           05  FILLER                  PIC X(03) VALUE 'TY '.
           05  FILLER                  PIC X(21) VALUE 'FIELD NAME'.
           05  FILLER                  PIC X(03) VALUE 'TS '.
           05  FILLER                  PIC X(02) VALUE 'K '.
           05  FILLER                  PIC X(20) VALUE 'OPERAND'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  Edit-Detail-Line.
           05  Edit-Detail-Rule        PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Detail-Id          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Detail-Type        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Detail-Name        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Detail-Test        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Detail-Kind        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Detail-Operand     PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  Edit-Condition-Line.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'WHEN '.
           05  Edit-Condition-Name     PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Edit-Condition-Test     PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  Edit-Condition-Value    PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.

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
           PERFORM 2000-EDIT-ONE-RULE THRU 2000-EXIT
               VARYING Rule-Index FROM 1 BY 1
               UNTIL Rule-Index > Cross-Rule-Count
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CONTROL-FILE
           OPEN INPUT CROSS-RULE-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           WRITE EDIT-REPORT-RECORD FROM Edit-Heading-1
           WRITE EDIT-REPORT-RECORD FROM Edit-Heading-2
           PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT
               UNTIL Control-File-End
           IF Field-Count = 0
               MOVE 'CONTROL FILE IS EMPTY' TO Edit-Error-Text
               PERFORM 1900-STOP-EDIT THRU 1900-EXIT
           END-IF
           PERFORM 1300-READ-CROSS-RULE THRU 1300-EXIT
               UNTIL Cross-Rule-End.

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
                   IF Field-Record-Type OF CONTROL-RECORD
                           NOT = SPACES
                       MOVE 'Y' TO Typed-Table-Switch
                   END-IF
           END-READ.

       1200-EXIT.
           EXIT.

       1300-READ-CROSS-RULE.
           READ CROSS-RULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Cross-Rule-Count >= Max-Cross-Rules
                       MOVE 'MORE RULES THAN THE PAD RUN''S TABLE HOLDS'
                           TO Edit-Error-Text
                       PERFORM 1900-STOP-EDIT THRU 1900-EXIT
                   END-IF
                   ADD 1 TO Cross-Rule-Count
                   MOVE CROSS-RULE-RECORD
                       TO Cross-Rule(Cross-Rule-Count)
           END-READ.

       1300-EXIT.
           EXIT.

       1900-STOP-EDIT.
           WRITE EDIT-REPORT-RECORD FROM Edit-Error-Line
           CLOSE CONTROL-FILE CROSS-RULE-FILE EDIT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       1900-EXIT.
           EXIT.

       2000-EDIT-ONE-RULE.
           MOVE 0 TO Rule-Error-Count
           MOVE 0 TO Name-Count
           MOVE 0 TO Tested-Slot
           MOVE Cross-Rule(Rule-Index) TO Edit-Rule
           MOVE Rule-Index TO Edit-Detail-Rule
           MOVE Edit-Rule-Id TO Edit-Detail-Id
           MOVE Edit-Record-Type TO Edit-Detail-Type
           MOVE Edit-Name TO Edit-Detail-Name
           MOVE Edit-Test TO Edit-Detail-Test
           MOVE Edit-Operand-Kind TO Edit-Detail-Kind
           MOVE Edit-Operand TO Edit-Detail-Operand
           WRITE EDIT-REPORT-RECORD FROM Edit-Detail-Line
           IF Edit-If-Name NOT = SPACES
                   OR Edit-If-Test NOT = SPACES
                   OR Edit-If-Value NOT = SPACES
               MOVE Edit-If-Name TO Edit-Condition-Name
               MOVE Edit-If-Test TO Edit-Condition-Test
               MOVE Edit-If-Value TO Edit-Condition-Value
               WRITE EDIT-REPORT-RECORD FROM Edit-Condition-Line
           END-IF
           PERFORM 2100-EDIT-RULE-KEY THRU 2100-EXIT
           PERFORM 2200-EDIT-CONDITION THRU 2200-EXIT
           PERFORM 2300-EDIT-REQUIREMENT THRU 2300-EXIT
           IF Name-Count < 2
               MOVE 'RULE NAMES FEWER THAN TWO FIELD-NAMES'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-IF
           ADD Rule-Error-Count TO Total-Error-Count.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * The rule's identity: an ID, not one an earlier rule already
      * uses (it is the suspense reason - two rules sharing it could
      * not be told apart), and a record type some control entry
      * actually carries.
      *****************************************************************
       2100-EDIT-RULE-KEY.
           IF Edit-Rule-Id = SPACES
               MOVE 'RULE ID IS BLANK' TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           ELSE
               MOVE 'N' TO Duplicate-Switch
               PERFORM 2150-CHECK-ONE-PRIOR-ID THRU 2150-EXIT
                   VARYING Prior-Index FROM 1 BY 1
                   UNTIL Prior-Index >= Rule-Index
                       OR Duplicate-Found
               IF Duplicate-Found
                   MOVE 'RULE ID DUPLICATES AN EARLIER RULE'
                       TO Edit-Error-Text
                   PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               END-IF
           END-IF
           IF Edit-Record-Type = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO Type-Found-Switch
           PERFORM 2160-CHECK-ONE-ENTRY-TYPE THRU 2160-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count OR Type-Found
           IF NOT Type-Found
               MOVE 'RECORD TYPE IS CARRIED BY NO CONTROL ENTRY'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-PRIOR-ID.
           IF Cross-Rule-Id(Prior-Index) = Edit-Rule-Id
               MOVE 'Y' TO Duplicate-Switch
           END-IF.

       2150-EXIT.
           EXIT.

       2160-CHECK-ONE-ENTRY-TYPE.
           IF Field-Record-Type OF Control-Entry(Entry-Index)
                   = Edit-Record-Type
               MOVE 'Y' TO Type-Found-Switch
           END-IF.

       2160-EXIT.
           EXIT.

      *****************************************************************
      * The optional condition: a field, a test, and a literal
      * value.  With no condition field, neither a test nor a value
      * may be coded.
      *****************************************************************
       2200-EDIT-CONDITION.
           IF Edit-If-Name = SPACES
               IF Edit-If-Test NOT = SPACES
                       OR Edit-If-Value NOT = SPACES
                   MOVE 'CONDITION TEST OR VALUE WITH NO FIELD-NAME'
                       TO Edit-Error-Text
                   PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Name-Count
           MOVE Edit-If-Name TO Wanted-Name
           PERFORM 2500-LOCATE-FIELD THRU 2500-EXIT
           MOVE Edit-If-Test TO Wanted-Test
           MOVE Edit-If-Value TO Wanted-Value
           PERFORM 2600-EDIT-TEST-CODE THRU 2600-EXIT
           IF Found-Slot = 0
               GO TO 2200-EXIT
           END-IF
           PERFORM 2700-EDIT-LITERAL-TEST THRU 2700-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * The requirement: the tested field, a test, and - for a
      * comparison - a second field (kind F) or a literal (kind V).
      *****************************************************************
       2300-EDIT-REQUIREMENT.
           IF Edit-Name = SPACES
               MOVE 'NO FIELD-NAME TO TEST' TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           ELSE
               ADD 1 TO Name-Count
               MOVE Edit-Name TO Wanted-Name
               PERFORM 2500-LOCATE-FIELD THRU 2500-EXIT
               MOVE Found-Slot TO Tested-Slot
               IF Found-Slot > 0
                   MOVE Found-Entry TO Tested-Entry
               END-IF
           END-IF
           MOVE Edit-Test TO Wanted-Test
           MOVE Edit-Operand TO Wanted-Value
           PERFORM 2600-EDIT-TEST-CODE THRU 2600-EXIT
           IF Edit-Test = 'BL' OR 'NB'
               IF Edit-Operand-Kind NOT = SPACE
                   MOVE 'OPERAND KIND CODED WITH BL OR NB'
                       TO Edit-Error-Text
                   PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               END-IF
               GO TO 2300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN Edit-Operand-Field
                   PERFORM 2400-EDIT-FIELD-OPERAND THRU 2400-EXIT
               WHEN Edit-Operand-Value
                   IF Tested-Slot > 0
                       MOVE Tested-Entry TO Found-Entry
                       MOVE Tested-Slot TO Found-Slot
                       PERFORM 2700-EDIT-LITERAL-TEST THRU 2700-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'OPERAND KIND IS NOT F OR V'
                       TO Edit-Error-Text
                   PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * A field operand: it must be on the table, and the two fields
      * must be comparable - both mode N or neither, and two date
      * fields in the same out-format.
      *****************************************************************
       2400-EDIT-FIELD-OPERAND.
           IF Edit-Operand = SPACES
               MOVE 'FIELD OPERAND IS BLANK' TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO Name-Count
           MOVE Edit-Operand TO Wanted-Name
           PERFORM 2500-LOCATE-FIELD THRU 2500-EXIT
           IF Found-Slot = 0 OR Tested-Slot = 0
               GO TO 2400-EXIT
           END-IF
           IF (Tested-Pad-Mode-Numeric AND NOT Found-Pad-Mode-Numeric)
                   OR (Found-Pad-Mode-Numeric
                       AND NOT Tested-Pad-Mode-Numeric)
               MOVE 'COMPARES A MODE N FIELD WITH A TEXT FIELD'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF Tested-Pad-Mode-Date AND Found-Pad-Mode-Date
               IF Tested-Date-Format-Out NOT = Found-Date-Format-Out
                       AND NOT ((Tested-Date-Format-Out = 'E'
                               OR SPACE)
                           AND (Found-Date-Format-Out = 'E'
                               OR SPACE))
                   MOVE 'DATE FIELDS DELIVERED IN DIFFERENT FORMATS'
                       TO Edit-Error-Text
                   PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
                   GO TO 2400-EXIT
               END-IF
           END-IF
           PERFORM 2800-EDIT-DATE-ORDER THRU 2800-EXIT.

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Finds Wanted-Name on the control table among the entries
      * that apply to the rule's record type (a blank-typed rule
      * takes any entry) and leaves it in Found-Entry, or reports
      * it missing with Found-Slot zero.
      *****************************************************************
       2500-LOCATE-FIELD.
           MOVE 0 TO Found-Slot
           PERFORM 2550-MATCH-ONE-FIELD THRU 2550-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count OR Found-Slot > 0
           IF Found-Slot = 0
               MOVE SPACES TO Edit-Error-Text
               STRING 'NO CONTROL ENTRY FOR FIELD-NAME '
                   DELIMITED BY SIZE
                   Wanted-Name DELIMITED BY SIZE
                   INTO Edit-Error-Text
               END-STRING
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           ELSE
               MOVE Control-Entry(Found-Slot) TO Found-Entry
           END-IF.

       2500-EXIT.
           EXIT.

       2550-MATCH-ONE-FIELD.
           IF Field-Name OF Control-Entry(Entry-Index) = Wanted-Name
                   AND (Edit-Record-Type = SPACES
                       OR Field-Record-Type OF Control-Entry
                           (Entry-Index) = SPACES
                       OR Field-Record-Type OF Control-Entry
                           (Entry-Index) = Edit-Record-Type)
               MOVE Entry-Index TO Found-Slot
           END-IF.

       2550-EXIT.
           EXIT.

       2600-EDIT-TEST-CODE.
           IF Wanted-Test NOT = 'EQ' AND 'NE' AND 'LT' AND 'LE'
                   AND 'GT' AND 'GE' AND 'BL' AND 'NB'
               MOVE SPACES TO Edit-Error-Text
               STRING 'TEST ' DELIMITED BY SIZE
                   Wanted-Test DELIMITED BY SIZE
                   ' IS NOT EQ NE LT LE GT GE BL OR NB'
                   DELIMITED BY SIZE
                   INTO Edit-Error-Text
               END-STRING
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           IF (Wanted-Test = 'BL' OR 'NB')
                   AND Wanted-Value NOT = SPACES
               MOVE 'OPERAND OR VALUE CODED WITH BL OR NB'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-IF.

       2600-EXIT.
           EXIT.

      *****************************************************************
      * A field compared with a literal (Found-Entry, Wanted-Test,
      * Wanted-Value): a mode N field needs a number, and a date
      * field ordered against it needs an out-format that sorts.
      *****************************************************************
       2700-EDIT-LITERAL-TEST.
           IF Wanted-Test = 'BL' OR 'NB'
               GO TO 2700-EXIT
           END-IF
           IF Found-Pad-Mode-Numeric
               IF Wanted-Value = SPACES
                   MOVE 'MODE N FIELD COMPARED WITH A BLANK VALUE'
                       TO Edit-Error-Text
                   PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
               ELSE
                   IF FUNCTION TEST-NUMVAL(Wanted-Value) NOT = 0
                       MOVE 'MODE N FIELD COMPARED WITH A NON-NUMBER'
                           TO Edit-Error-Text
                       PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM 2800-EDIT-DATE-ORDER THRU 2800-EXIT.

       2700-EXIT.
           EXIT.

       2800-EDIT-DATE-ORDER.
           IF NOT Found-Pad-Mode-Date
               GO TO 2800-EXIT
           END-IF
           IF Wanted-Test NOT = 'LT' AND 'LE' AND 'GT' AND 'GE'
               GO TO 2800-EXIT
           END-IF
           IF Found-Date-Format-Out NOT = 'E' AND 'F' AND SPACE
               MOVE 'DATE OUT-FORMAT DOES NOT SORT - USE EQ OR NE'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-IF.

       2800-EXIT.
           EXIT.

       2900-WRITE-ERROR-LINE.
           WRITE EDIT-REPORT-RECORD FROM Edit-Error-Line
           ADD 1 TO Rule-Error-Count.

       2900-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO Edit-Total-Line
           MOVE 'RULES EDITED' TO Edit-Total-Text
           MOVE Cross-Rule-Count TO Edit-Total-Value
           WRITE EDIT-REPORT-RECORD FROM Edit-Total-Line

           MOVE 'ERRORS FOUND' TO Edit-Total-Text
           MOVE Total-Error-Count TO Edit-Total-Value
           WRITE EDIT-REPORT-RECORD FROM Edit-Total-Line.

       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CONTROL-FILE CROSS-RULE-FILE EDIT-REPORT-FILE
           IF Total-Error-Count > 0
               MOVE 08 TO RETURN-CODE
           ELSE
               MOVE 00 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.
