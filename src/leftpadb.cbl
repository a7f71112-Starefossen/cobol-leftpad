      * PARM (optional, comma-separated keywords):
      *   RESTART           Resume after the last checkpoint recorded
      *                      on CKPTFILE instead of starting at record
      *                      1.  OUTFILE, SUSPFILE, EXCPFILE,
      *                      REPAUDIT, and LINEAGE are each rebuilt
      *                      back to the checkpoint boundary (via
      *                      their reread DDs OUTFILEI, SUSPIN,
      *                      EXCPIN, REPAUDIN, and LINEAGIN) so the
      *                      reprocessed records cannot leave
      *                      duplicates; CKPTFILE is extended.
      *   CKPTINT=nnnnnnn    Override the checkpoint interval (records
      *                      between checkpoint writes).  Default is
      *                      10000.
      *   would load the same row twice.  The checkpoint record
      *   carries an exception count for the purpose, and WORK-FILE
      *   grew to the 429-byte suspense width.
      *
      *   Records are now held to the cross-field business rules on
      *   XRULES (see PADXRUL.CPY) once they are padded: an end date
      *   before its start date, a credit with a positive amount, a
      *   closed account with no close date - rows that pass every
      *   field's own edit but are wrong in combination.  Each rule
      *   a record fails writes an EXCPFILE record under the rule's
      *   Field-Name (code 08, the rule ID ahead of the field's
      *   content) and counts against that field on the summary;
      *   the record goes to SUSPFILE with the first failing rule's
      *   ID as its reason.  PADXEDIT edits the rule table against
      *   the activated control table ahead of the run.  The rules
      *   are not consulted on an UNPAD run.
      *
      *   Every input record now leaves a lineage trail on LINEAGE
      *   (see PADLIN.CPY) so one account's night can be traced
      *   from a single dataset instead of five: a cross-reference
      *   record per input record - run date, stream, input and
      *   extract record numbers, the load-file record it became or
      *   its suspense reason, the Field-Key-Switch key, the table
      *   version, and the input and padded images - preceded by a
      *   copy of each EXCPFILE and REPAUDIT record written for it.
      *   PADMERGE consolidates the streams' lineage and PADTRACE
      *   prints it.  A RESTART rebuilds LINEAGE to the checkpoint
      *   boundary through LINEAGIN; its count there is the records
      *   read plus the exceptions and repairs written, so the
      *   checkpoint record did not grow.  WORK-FILE grew to the
      *   lineage width, 128 plus twice RECLEN.  No lineage is
      *   written on an UNPAD run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REFERENCE-FILE ASSIGN TO REFFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Reference-File-Status.
           SELECT CROSS-RULE-FILE ASSIGN TO XRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Cross-Rule-Status.
           SELECT LINEAGE-FILE ASSIGN TO LINEAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-File-Status.
           SELECT LINEAGE-IN-FILE ASSIGN TO LINEAGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.


      *****************************************************************
      * WORK-FILE's DD is sized for the widest record it ferries
      * during a restart rebuild: the lineage record, its 128-byte
      * prefix plus twice the run width.  Every ferried record is
      * written at that one fixed length, exactly as the old fixed
      * 429 was - OUTFILE, SUSPFILE, EXCPFILE, and REPAUDIT records
      * ride in its leading bytes and are copied back out at their
      * own widths.
      *****************************************************************
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  WORK-RECORD                 PIC X(4128).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           05  Ref-In-Old-Value             PIC X(20).
           05  Ref-In-New-Value             PIC X(20).

      *****************************************************************
      * CROSS-RULE-FILE carries the cross-field business rules (see
      * PADXRUL.CPY) every padded record is held to: a record type
      * (blank = any), an optional condition on one field, and a
      * requirement comparing a field with another field or a value.
      *****************************************************************
       FD  CROSS-RULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CROSS-RULE-RECORD.
           COPY 'padxrul.cpy'.

      *****************************************************************
      * LINEAGE-FILE carries the record lineage (see PADLIN.CPY): a
      * cross-reference record for every input record, preceded by
      * a copy of each exception and repair-audit record written for
      * it.  Its width rides the DD label, 128 plus twice RECLEN.
      * LINEAGE-IN-FILE is LINEAGE's prior content opened a second
      * time for input on a RESTART run, for the rebuild to the
      * checkpoint boundary (see 1281-TRUNCATE-LINEAGE-FILE).
      *****************************************************************
       FD  LINEAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE-RECORD.
           COPY 'padlin.cpy'.

       FD  LINEAGE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE-IN-RECORD           PIC X(4128).

       WORKING-STORAGE SECTION.
       01  Input-File-Status           PIC X(02).
           88  Input-File-OK                   VALUE '00'.
       01  Reference-File-Status       PIC X(02).
           88  Reference-File-OK               VALUE '00'.
           88  Reference-File-End              VALUE '10'.
       01  Cross-Rule-Status           PIC X(02).
           88  Cross-Rule-OK                   VALUE '00'.
           88  Cross-Rule-End                  VALUE '10'.
       01  Lineage-File-Status         PIC X(02).
       01  Lineage-In-Status           PIC X(02).

       01  Job-Switches.
           05  End-Of-Input-Switch     PIC X(01) VALUE 'N'.
               88  End-Of-Excp-Reread              VALUE 'Y'.
           05  End-Of-Repa-Reread-Switch PIC X(01) VALUE 'N'.
               88  End-Of-Repa-Reread              VALUE 'Y'.
           05  End-Of-Line-Reread-Switch PIC X(01) VALUE 'N'.
               88  End-Of-Line-Reread              VALUE 'Y'.

       01  Job-Counters.
           05  Records-Read            PIC 9(09) COMP VALUE 0.
           88  Code-Rejected                   VALUE 'Y'.
       77  Codes-Translated            PIC 9(09) COMP VALUE 0.

      *****************************************************************
      * The cross-field rules, loaded whole at initialization, and
      * the work areas one rule's evaluation uses.  A field named by
      * a rule is found in Selected-Table and read out of the padded
      * OUTPUT-RECORD at the running total of the pad lengths ahead
      * of it; Cross-Value-* holds what was read (a mode N field's
      * value and decimal places, anything else its content with
      * the pad stripped), copied to the Left side for the field
      * under test (its control entry kept in Tested-Entry) and the
      * Right side for what it is compared with.
      * Cross-Reject-Switch marks a record that failed any rule.
      *****************************************************************
       01  Cross-Rule-Table.
           05  Cross-Rule OCCURS 100 TIMES.
               COPY 'padxrul.cpy'
                   REPLACING LEADING ==05== BY ==10==
                             LEADING ==Xrul== BY ==Cross==.
       77  Cross-Rule-Count            PIC 9(03) COMP VALUE 0.
       77  Max-Cross-Rules             PIC 9(03) COMP VALUE 100.
       77  Cross-Index                 PIC 9(03) COMP VALUE 0.
       01  Cross-Reject-Switch         PIC X(01) VALUE 'N'.
           88  Cross-Rejected                  VALUE 'Y'.
       01  Cross-Usable-Switch         PIC X(01) VALUE 'N'.
           88  Cross-Usable                    VALUE 'Y'.
       01  Cross-Holds-Switch          PIC X(01) VALUE 'N'.
           88  Cross-Holds                     VALUE 'Y'.
       77  Cross-Field-Wanted          PIC X(20).
       77  Cross-Field-Slot            PIC 9(03) COMP VALUE 0.
       77  Cross-Field-Position        PIC 9(05) COMP VALUE 0.
       77  Cross-Test-Code             PIC X(02).
       77  Cross-Literal               PIC X(20).
       77  Cross-Strip-Start           PIC 9(03) COMP VALUE 0.
       77  Cross-Strip-End             PIC 9(03) COMP VALUE 0.
       77  Cross-Decimal-Gap           PIC 9(02) COMP VALUE 0.
       01  Cross-Padded-Field          PIC X(100).
       01  Cross-Value-Numeric-Switch  PIC X(01) VALUE 'N'.
           88  Cross-Value-Numeric             VALUE 'Y'.
       77  Cross-Value-Number          PIC S9(18) COMP VALUE 0.
       77  Cross-Value-Decimals        PIC 9(02) COMP VALUE 0.
       01  Cross-Value-Text            PIC X(100).
       01  Cross-Left-Numeric-Switch   PIC X(01) VALUE 'N'.
           88  Cross-Left-Numeric              VALUE 'Y'.
       77  Cross-Left-Number           PIC S9(18) COMP VALUE 0.
       77  Cross-Left-Decimals         PIC 9(02) COMP VALUE 0.
       01  Cross-Left-Text             PIC X(100).
       01  Tested-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Tested==.
       01  Cross-Right-Numeric-Switch  PIC X(01) VALUE 'N'.
           88  Cross-Right-Numeric             VALUE 'Y'.
       77  Cross-Right-Number          PIC S9(18) COMP VALUE 0.
       77  Cross-Right-Decimals        PIC 9(02) COMP VALUE 0.
       01  Cross-Right-Text            PIC X(100).

       01  Pad-Input-Record            PIC X(2000).

      *****************************************************************
      * Lineage work: the record as it was read and as it left
      * PADREC, its Field-Key-Switch key, and the counters as they
      * stood before the record was processed - the one that moved
      * tells where the record went.  Last-Ckpt-Lineage-Count is the
      * lineage boundary a RESTART rebuilds to: one cross-reference
      * per record read plus one copy per exception and repair.
      *****************************************************************
       01  Lineage-Input-Image         PIC X(2000).
       01  Lineage-Padded-Image        PIC X(2000).
       01  Lineage-Key-Work            PIC X(50).
       77  Lineage-Key-Pointer         PIC 9(03) COMP VALUE 0.
       77  Lineage-Key-Index           PIC 9(03) COMP VALUE 0.
       77  Lineage-Rejected-Before     PIC 9(09) COMP VALUE 0.
       77  Lineage-Truncated-Before    PIC 9(09) COMP VALUE 0.
       77  Lineage-Passed-Before       PIC 9(09) COMP VALUE 0.
       77  Last-Ckpt-Lineage-Count     PIC 9(09) COMP VALUE 0.

      *****************************************************************
      * Delimited-input work areas: the raw record is held in Delim-
      * Work-Record while its fields are UNSTRUNG one at a time into
               OPEN INPUT REFERENCE-FILE
               PERFORM 1680-LOAD-REFERENCE-TABLE THRU 1680-EXIT
               CLOSE REFERENCE-FILE
               OPEN INPUT CROSS-RULE-FILE
               PERFORM 1660-LOAD-CROSS-FIELD-RULES THRU 1660-EXIT
               CLOSE CROSS-RULE-FILE
               IF Restart-Requested
                   PERFORM 1285-TRUNCATE-REPAIR-AUDIT THRU 1285-EXIT
                   PERFORM 1281-TRUNCATE-LINEAGE-FILE THRU 1281-EXIT
               ELSE
                   OPEN OUTPUT REPAIR-AUDIT-FILE
                   OPEN OUTPUT LINEAGE-FILE
               END-IF
           END-IF
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
       1280-EXIT.
           EXIT.

      *****************************************************************
      * LINEAGE gets the same restart rebuild: the records it holds
      * past the checkpoint belong to input records the restart is
      * about to reprocess.  Every record read wrote one cross-
      * reference and every exception and applied repair one copy,
      * so the boundary is the sum of the three checkpointed counts.
      * The reread uses LINEAGIN.
      *****************************************************************
       1281-TRUNCATE-LINEAGE-FILE.
           COMPUTE Last-Ckpt-Lineage-Count = Last-Ckpt-Records-Read
               + Last-Ckpt-Exception-Count + Last-Ckpt-Rules-Applied
           IF Last-Ckpt-Lineage-Count > 0
               MOVE 'N' TO End-Of-Line-Reread-Switch
               OPEN INPUT LINEAGE-IN-FILE
               OPEN OUTPUT WORK-FILE
               PERFORM 1282-COPY-LINEAGE-TO-WORK THRU 1282-EXIT
                   VARYING Truncate-Count FROM 1 BY 1
                   UNTIL Truncate-Count > Last-Ckpt-Lineage-Count
                       OR End-Of-Line-Reread
               CLOSE LINEAGE-IN-FILE
               CLOSE WORK-FILE
           END-IF
           OPEN OUTPUT LINEAGE-FILE
           IF Last-Ckpt-Lineage-Count > 0
               MOVE 'N' TO End-Of-Work-File-Switch
               OPEN INPUT WORK-FILE
               PERFORM 1283-COPY-WORK-TO-LINEAGE THRU 1283-EXIT
                   UNTIL End-Of-Work-File
               CLOSE WORK-FILE
           END-IF.

       1281-EXIT.
           EXIT.

       1282-COPY-LINEAGE-TO-WORK.
           READ LINEAGE-IN-FILE
               AT END
                   MOVE 'Y' TO End-Of-Line-Reread-Switch
               NOT AT END
                   WRITE WORK-RECORD FROM LINEAGE-IN-RECORD
           END-READ.

       1282-EXIT.
           EXIT.

       1283-COPY-WORK-TO-LINEAGE.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO End-Of-Work-File-Switch
               NOT AT END
                   WRITE LINEAGE-RECORD FROM WORK-RECORD
           END-READ.

       1283-EXIT.
           EXIT.

      *****************************************************************
      * REPAUDIT gets the same restart rebuild SUSPFILE and EXCPFILE
      * do: repairs applied between the last checkpoint and the
       1650-EXIT.
           EXIT.

       1660-LOAD-CROSS-FIELD-RULES.
           MOVE 0 TO Cross-Rule-Count
           PERFORM 1670-READ-CROSS-FIELD-RULE THRU 1670-EXIT
               UNTIL Cross-Rule-End.

       1660-EXIT.
           EXIT.

       1670-READ-CROSS-FIELD-RULE.
           READ CROSS-RULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Cross-Rule-Count >= Max-Cross-Rules
                       DISPLAY 'LEFTPADB - MORE THAN '
                           Max-Cross-Rules ' CROSS-FIELD RULES '
                           '- JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Cross-Rule-Count
                   MOVE CROSS-RULE-RECORD
                       TO Cross-Rule(Cross-Rule-Count)
           END-READ.

       1670-EXIT.
           EXIT.

       1680-LOAD-REFERENCE-TABLE.
           MOVE 0 TO Reference-Count
           PERFORM 1690-READ-REFERENCE-VALUE THRU 1690-EXIT
           ADD 1 TO Records-Read
           ADD 1 TO Current-Record-Number
           ADD 1 TO Records-Since-Checkpoint
           IF NOT Unpad-Requested
               PERFORM 2600-START-RECORD-LINEAGE THRU 2600-EXIT
           END-IF
           IF Typed-Table
               PERFORM 2040-SELECT-CONTROL-ENTRIES THRU 2040-EXIT
           END-IF
               WHEN OTHER
                   PERFORM 2088-PAD-ONE-RECORD THRU 2088-EXIT
           END-EVALUATE
           IF NOT Unpad-Requested
               PERFORM 2650-WRITE-LINEAGE-XREF THRU 2650-EXIT
           END-IF
           IF Records-Since-Checkpoint >= Checkpoint-Interval
               PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
           END-IF
           IF Delimited-Input
               PERFORM 2050-REFORMAT-DELIMITED THRU 2050-EXIT
           END-IF
           PERFORM 2610-BUILD-LINEAGE-KEY THRU 2610-EXIT
           PERFORM 2083-VALIDATE-CODE-FIELDS THRU 2083-EXIT
           IF Code-Rejected
               GO TO 2088-EXIT
               PERFORM 2090-RECORD-FIELD-EXCEPTIONS
                   THRU 2090-EXIT
           END-IF
           IF NOT Record-Return-Code-Invalid AND Cross-Rule-Count > 0
               PERFORM 2500-APPLY-CROSS-FIELD-RULES THRU 2500-EXIT
           END-IF
           MOVE OUTPUT-RECORD(1:Record-Length) TO Lineage-Padded-Image
           EVALUATE TRUE
               WHEN Record-Return-Code-Invalid
                   ADD 1 TO Records-Rejected
           MOVE Pick-Name TO Exception-Field-Name
           MOVE 08 TO Exception-Return-Code
           MOVE Code-Value-Work TO Exception-Field-Value
           PERFORM 2660-WRITE-LINEAGE-EXCEPTION THRU 2660-EXIT
           WRITE EXCEPTION-RECORD
           ADD 1 TO Exceptions-Written
           PERFORM 2096-LOCATE-SUMMARY-SLOT THRU 2096-EXIT
           MOVE Rule-Action(Rule-Slot) TO Repaudit-Action
           MOVE Repair-Old-Value(1:50) TO Repaudit-Old-Value
           MOVE Repair-New-Value(1:50) TO Repaudit-New-Value
           PERFORM 2670-WRITE-LINEAGE-REPAIR THRU 2670-EXIT
           WRITE REPAIR-AUDIT-RECORD.

       2195-EXIT.
               MOVE Pad-Input-Record(Pick-Offset:Pick-Length)
                   TO Exception-Field-Value
           END-IF
           PERFORM 2660-WRITE-LINEAGE-EXCEPTION THRU 2660-EXIT
           WRITE EXCEPTION-RECORD
           ADD 1 TO Exceptions-Written
           PERFORM 2096-LOCATE-SUMMARY-SLOT THRU 2096-EXIT
       2440-EXIT.
           EXIT.

      *****************************************************************
      * The cross-field rules, over a record PADREC (and any repair)
      * left loadable: every rule keyed to the record's type, or to
      * no type, is evaluated against the padded OUTPUT-RECORD and
      * each one the record fails is recorded by 2590.  A record
      * failing any rule is marked Invalid, so it goes to suspense
      * with the first failing rule's ID as its reason.  A rule
      * naming a field the record's type does not carry, or whose
      * field cannot be read back, does not apply to the record.
      *****************************************************************
       2500-APPLY-CROSS-FIELD-RULES.
           MOVE 'N' TO Cross-Reject-Switch
           PERFORM 2510-APPLY-ONE-CROSS-RULE THRU 2510-EXIT
               VARYING Cross-Index FROM 1 BY 1
               UNTIL Cross-Index > Cross-Rule-Count
           IF Cross-Rejected
               MOVE 08 TO Record-Return-Code
           END-IF.

       2500-EXIT.
           EXIT.

       2510-APPLY-ONE-CROSS-RULE.
           IF Cross-Record-Type(Cross-Index) NOT = SPACES
                   AND Cross-Record-Type(Cross-Index)
                       NOT = Current-Record-Type
               GO TO 2510-EXIT
           END-IF
           IF Cross-If-Name(Cross-Index) NOT = SPACES
               MOVE Cross-If-Name(Cross-Index) TO Cross-Field-Wanted
               PERFORM 2520-READ-RULE-FIELD THRU 2520-EXIT
               IF NOT Cross-Usable
                   GO TO 2510-EXIT
               END-IF
               PERFORM 2540-SET-LEFT-SIDE THRU 2540-EXIT
               MOVE Cross-If-Value(Cross-Index) TO Cross-Literal
               PERFORM 2545-SET-RIGHT-LITERAL THRU 2545-EXIT
               MOVE Cross-If-Test(Cross-Index) TO Cross-Test-Code
               PERFORM 2560-TEST-RULE-SIDES THRU 2560-EXIT
               IF NOT Cross-Usable OR NOT Cross-Holds
                   GO TO 2510-EXIT
               END-IF
           END-IF
           MOVE Cross-Name(Cross-Index) TO Cross-Field-Wanted
           PERFORM 2520-READ-RULE-FIELD THRU 2520-EXIT
           IF NOT Cross-Usable
               GO TO 2510-EXIT
           END-IF
           PERFORM 2540-SET-LEFT-SIDE THRU 2540-EXIT
           IF Cross-Operand-Field(Cross-Index)
               MOVE Cross-Operand(Cross-Index) TO Cross-Field-Wanted
               PERFORM 2520-READ-RULE-FIELD THRU 2520-EXIT
               IF NOT Cross-Usable
                   GO TO 2510-EXIT
               END-IF
               PERFORM 2550-SET-RIGHT-FIELD THRU 2550-EXIT
           ELSE
               MOVE Cross-Operand(Cross-Index) TO Cross-Literal
               PERFORM 2545-SET-RIGHT-LITERAL THRU 2545-EXIT
           END-IF
           MOVE Cross-Test(Cross-Index) TO Cross-Test-Code
           PERFORM 2560-TEST-RULE-SIDES THRU 2560-EXIT
           IF Cross-Usable AND NOT Cross-Holds
               PERFORM 2590-REJECT-ONE-RULE THRU 2590-EXIT
           END-IF.

       2510-EXIT.
           EXIT.

      *****************************************************************
      * Finds Cross-Field-Wanted among the record's selected entries
      * and reads it out of OUTPUT-RECORD: PADREC lays the selected
      * entries down one after another, so the field starts one byte
      * past the pad lengths of the entries ahead of it.  Leaves the
      * entry in Pick-Entry and the value in Cross-Value-*.
      *****************************************************************
       2520-READ-RULE-FIELD.
           MOVE 'N' TO Cross-Usable-Switch
           MOVE 'N' TO Cross-Value-Numeric-Switch
           MOVE 0 TO Cross-Value-Number
           MOVE 0 TO Cross-Value-Decimals
           MOVE SPACES TO Cross-Value-Text
           MOVE 0 TO Cross-Field-Slot
           MOVE 1 TO Cross-Field-Position
           PERFORM 2525-MATCH-ONE-RULE-FIELD THRU 2525-EXIT
               VARYING Select-Index FROM 1 BY 1
               UNTIL Select-Index > Selected-Count
                   OR Cross-Field-Slot > 0
           IF Cross-Field-Slot = 0
               GO TO 2520-EXIT
           END-IF
           MOVE Selected-Entry(Cross-Field-Slot) TO Pick-Entry
           IF Pick-Pad-Length = 0 OR Pick-Pad-Length > 100
                   OR Cross-Field-Position + Pick-Pad-Length - 1
                       > Record-Length
               GO TO 2520-EXIT
           END-IF
           MOVE SPACES TO Cross-Padded-Field
           MOVE OUTPUT-RECORD(Cross-Field-Position:Pick-Pad-Length)
               TO Cross-Padded-Field
           IF Pick-Pad-Mode-Numeric
               PERFORM 2530-RULE-VALUE-FROM-NUMBER THRU 2530-EXIT
           ELSE
               PERFORM 2535-RULE-VALUE-FROM-TEXT THRU 2535-EXIT
           END-IF.

       2520-EXIT.
           EXIT.

       2525-MATCH-ONE-RULE-FIELD.
           IF Chosen-Name(Select-Index) = Cross-Field-Wanted
               MOVE Select-Index TO Cross-Field-Slot
           ELSE
               ADD Chosen-Pad-Length(Select-Index)
                   TO Cross-Field-Position
           END-IF.

       2525-EXIT.
           EXIT.

      *****************************************************************
      * A mode N field's value, read back the way NUMPAD delivered
      * it (packed, or zoned with the sign overpunched), with its
      * decimal places; content that is neither leaves the field
      * unreadable.
      *****************************************************************
       2530-RULE-VALUE-FROM-NUMBER.
           IF Pick-Numeric-Packed
               MOVE Pick-Pad-Length TO Unpack-Width
               IF Unpack-Width > 10
                   MOVE 10 TO Unpack-Width
               END-IF
               MOVE LOW-VALUES TO Packed-Bytes
               MOVE Cross-Padded-Field(Pick-Pad-Length
                       - Unpack-Width + 1:Unpack-Width)
                   TO Packed-Bytes(11 - Unpack-Width:Unpack-Width)
               IF Packed-Value IS NOT NUMERIC
                   GO TO 2530-EXIT
               END-IF
               MOVE Packed-Value TO Cross-Value-Number
           ELSE
               MOVE Pick-Pad-Length TO Unpack-Width
               IF Unpack-Width > 18
                   MOVE 18 TO Unpack-Width
               END-IF
               MOVE ALL '0' TO Zoned-Bytes
               MOVE Cross-Padded-Field(Pick-Pad-Length
                       - Unpack-Width + 1:Unpack-Width)
                   TO Zoned-Bytes(19 - Unpack-Width:Unpack-Width)
               IF Zoned-Value IS NOT NUMERIC
                   GO TO 2530-EXIT
               END-IF
               MOVE Zoned-Value TO Cross-Value-Number
           END-IF
           IF Pick-Decimal-Places IS NUMERIC
               MOVE Pick-Decimal-Places TO Cross-Value-Decimals
           END-IF
           IF Cross-Value-Decimals > 17
               MOVE 17 TO Cross-Value-Decimals
           END-IF
           MOVE 'Y' TO Cross-Value-Numeric-Switch
           MOVE 'Y' TO Cross-Usable-Switch.

       2530-EXIT.
           EXIT.

      *****************************************************************
      * Any other field's content with its pad stripped from the
      * end(s) its mode padded, the way UNPADREC strips it, so a
      * value compares the same however wide the column is padded.
      * A date is compared as delivered, in its out-format.
      *****************************************************************
       2535-RULE-VALUE-FROM-TEXT.
           MOVE 1 TO Cross-Strip-Start
           MOVE Pick-Pad-Length TO Cross-Strip-End
           IF Pick-Pad-Mode-Left OR Pick-Pad-Mode-Center
               PERFORM 2536-STRIP-ONE-LEADING THRU 2536-EXIT
                   UNTIL Cross-Strip-Start > Cross-Strip-End
                       OR Cross-Padded-Field(Cross-Strip-Start:1)
                           NOT = Pick-Pad-Character
           END-IF
           IF Pick-Pad-Mode-Right OR Pick-Pad-Mode-Center
               PERFORM 2537-STRIP-ONE-TRAILING THRU 2537-EXIT
                   UNTIL Cross-Strip-End < Cross-Strip-Start
                       OR Cross-Padded-Field(Cross-Strip-End:1)
                           NOT = Pick-Pad-Character
           END-IF
           IF Cross-Strip-Start <= Cross-Strip-End
               MOVE Cross-Padded-Field(Cross-Strip-Start:
                   Cross-Strip-End - Cross-Strip-Start + 1)
                   TO Cross-Value-Text
           END-IF
           MOVE 'Y' TO Cross-Usable-Switch.

       2535-EXIT.
           EXIT.

       2536-STRIP-ONE-LEADING.
           ADD 1 TO Cross-Strip-Start.

       2536-EXIT.
           EXIT.

       2537-STRIP-ONE-TRAILING.
           SUBTRACT 1 FROM Cross-Strip-End.

       2537-EXIT.
           EXIT.

       2540-SET-LEFT-SIDE.
           MOVE Pick-Entry TO Tested-Entry
           MOVE Cross-Value-Numeric-Switch
               TO Cross-Left-Numeric-Switch
           MOVE Cross-Value-Number TO Cross-Left-Number
           MOVE Cross-Value-Decimals TO Cross-Left-Decimals
           MOVE Cross-Value-Text TO Cross-Left-Text.

       2540-EXIT.
           EXIT.

      *****************************************************************
      * A literal operand: a number at the tested field's decimal
      * places when the tested field is mode N, its text otherwise.
      *****************************************************************
       2545-SET-RIGHT-LITERAL.
           MOVE 'N' TO Cross-Right-Numeric-Switch
           MOVE 0 TO Cross-Right-Number
           MOVE Cross-Left-Decimals TO Cross-Right-Decimals
           MOVE SPACES TO Cross-Right-Text
           MOVE Cross-Literal TO Cross-Right-Text
           IF Cross-Left-Numeric AND Cross-Literal NOT = SPACES
               MOVE 'Y' TO Cross-Right-Numeric-Switch
               COMPUTE Cross-Right-Number = FUNCTION NUMVAL(
                   FUNCTION TRIM(Cross-Literal))
                   * 10 ** Cross-Left-Decimals
                   ON SIZE ERROR
                       MOVE 'N' TO Cross-Usable-Switch
               END-COMPUTE
           END-IF.

       2545-EXIT.
           EXIT.

       2550-SET-RIGHT-FIELD.
           MOVE Cross-Value-Numeric-Switch
               TO Cross-Right-Numeric-Switch
           MOVE Cross-Value-Number TO Cross-Right-Number
           MOVE Cross-Value-Decimals TO Cross-Right-Decimals
           MOVE Cross-Value-Text TO Cross-Right-Text.

       2550-EXIT.
           EXIT.

      *****************************************************************
      * Applies Cross-Test-Code to the two sides and sets Cross-
      * Holds.  Two numbers are compared at the larger of their
      * decimal places; a number against text cannot be compared
      * (PADXEDIT refuses such a rule) and leaves the rule unusable.
      *****************************************************************
       2560-TEST-RULE-SIDES.
           MOVE 'N' TO Cross-Holds-Switch
           IF NOT Cross-Usable
               GO TO 2560-EXIT
           END-IF
           IF Cross-Test-Code = 'BL' OR 'NB'
               IF (Cross-Left-Numeric AND Cross-Left-Number = 0)
                       OR (NOT Cross-Left-Numeric
                           AND Cross-Left-Text = SPACES)
                   MOVE 'Y' TO Cross-Holds-Switch
               END-IF
               IF Cross-Test-Code = 'NB'
                   IF Cross-Holds
                       MOVE 'N' TO Cross-Holds-Switch
                   ELSE
                       MOVE 'Y' TO Cross-Holds-Switch
                   END-IF
               END-IF
               GO TO 2560-EXIT
           END-IF
           IF Cross-Left-Numeric-Switch
                   NOT = Cross-Right-Numeric-Switch
               MOVE 'N' TO Cross-Usable-Switch
               GO TO 2560-EXIT
           END-IF
           IF Cross-Left-Numeric
               PERFORM 2570-ALIGN-DECIMALS THRU 2570-EXIT
               IF NOT Cross-Usable
                   GO TO 2560-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN Cross-Test-Code = 'EQ'
                           AND Cross-Left-Number = Cross-Right-Number
                   WHEN Cross-Test-Code = 'NE'
                           AND Cross-Left-Number
                               NOT = Cross-Right-Number
                   WHEN Cross-Test-Code = 'LT'
                           AND Cross-Left-Number < Cross-Right-Number
                   WHEN Cross-Test-Code = 'LE'
                           AND Cross-Left-Number
                               NOT > Cross-Right-Number
                   WHEN Cross-Test-Code = 'GT'
                           AND Cross-Left-Number > Cross-Right-Number
                   WHEN Cross-Test-Code = 'GE'
                           AND Cross-Left-Number
                               NOT < Cross-Right-Number
                       MOVE 'Y' TO Cross-Holds-Switch
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN Cross-Test-Code = 'EQ'
                           AND Cross-Left-Text = Cross-Right-Text
                   WHEN Cross-Test-Code = 'NE'
                           AND Cross-Left-Text NOT = Cross-Right-Text
                   WHEN Cross-Test-Code = 'LT'
                           AND Cross-Left-Text < Cross-Right-Text
                   WHEN Cross-Test-Code = 'LE'
                           AND Cross-Left-Text NOT > Cross-Right-Text
                   WHEN Cross-Test-Code = 'GT'
                           AND Cross-Left-Text > Cross-Right-Text
                   WHEN Cross-Test-Code = 'GE'
                           AND Cross-Left-Text NOT < Cross-Right-Text
                       MOVE 'Y' TO Cross-Holds-Switch
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2560-EXIT.
           EXIT.

       2570-ALIGN-DECIMALS.
           IF Cross-Left-Decimals < Cross-Right-Decimals
               COMPUTE Cross-Decimal-Gap = Cross-Right-Decimals
                   - Cross-Left-Decimals
               COMPUTE Cross-Left-Number = Cross-Left-Number
                   * 10 ** Cross-Decimal-Gap
                   ON SIZE ERROR
                       MOVE 'N' TO Cross-Usable-Switch
               END-COMPUTE
           END-IF
           IF Cross-Right-Decimals < Cross-Left-Decimals
               COMPUTE Cross-Decimal-Gap = Cross-Left-Decimals
                   - Cross-Right-Decimals
               COMPUTE Cross-Right-Number = Cross-Right-Number
                   * 10 ** Cross-Decimal-Gap
                   ON SIZE ERROR
                       MOVE 'N' TO Cross-Usable-Switch
               END-COMPUTE
           END-IF.

       2570-EXIT.
           EXIT.

      *****************************************************************
      * One failed rule: an exception record under the rule's
      * tested Field-Name (return code 08; the rule ID, then the
      * field's input content), the field's summary slot, the rule
      * ID into the suspense reason when it is the record's first
      * failed rule, and the record marked for suspense.
      *****************************************************************
       2590-REJECT-ONE-RULE.
           IF Resubmit-Requested
               MOVE Pending-Record-Number
                   TO Exception-Record-Number
           ELSE
               MOVE Current-Record-Number
                   TO Exception-Record-Number
           END-IF
           MOVE Tested-Entry TO Pick-Entry
           MOVE Pick-Record-Type TO Exception-Record-Type
           MOVE Pick-Name TO Exception-Field-Name
           MOVE 08 TO Exception-Return-Code
           MOVE SPACES TO Exception-Field-Value
           MOVE Cross-Rule-Id(Cross-Index)
               TO Exception-Field-Value(1:8)
           IF Pick-Offset > 0 AND Pick-Length > 0
               MOVE Pad-Input-Record(Pick-Offset:Pick-Length)
                   TO Exception-Field-Value(10:91)
           END-IF
           PERFORM 2660-WRITE-LINEAGE-EXCEPTION THRU 2660-EXIT
           WRITE EXCEPTION-RECORD
           ADD 1 TO Exceptions-Written
           PERFORM 2096-LOCATE-SUMMARY-SLOT THRU 2096-EXIT
           IF Summary-Slot > 0
               ADD 1 TO Summary-Rejected(Summary-Slot)
           END-IF
           IF NOT Cross-Rejected
               MOVE Cross-Rule-Id(Cross-Index) TO Suspense-Reason-Work
           END-IF
           MOVE 'Y' TO Cross-Reject-Switch.

       2590-EXIT.
           EXIT.

      *****************************************************************
      * Lineage for one input record: the image as read and the
      * counters as they stood are kept at the start, the key is
      * taken once the record is in its fixed layout (before a code
      * translation or repair can change it) - a delimited feed's
      * image is retaken there too, so it is kept in the fixed
      * layout the field positions describe - and the cross-
      * reference is written after the record has been disposed of,
      * behind the exception and repair-audit copies written for it
      * along the way.  The counter that moved names the
      * disposition; a written record's load-file position is the
      * running written count.
      *****************************************************************
       2600-START-RECORD-LINEAGE.
           MOVE Pad-Input-Record TO Lineage-Input-Image
           MOVE SPACES TO Lineage-Padded-Image
           MOVE SPACES TO Lineage-Key-Work
           MOVE Records-Rejected TO Lineage-Rejected-Before
           MOVE Records-Truncated TO Lineage-Truncated-Before
           MOVE Records-Passed TO Lineage-Passed-Before.

       2600-EXIT.
           EXIT.

       2610-BUILD-LINEAGE-KEY.
           IF Delimited-Input
               MOVE Pad-Input-Record TO Lineage-Input-Image
           END-IF
           MOVE SPACES TO Lineage-Key-Work
           MOVE 1 TO Lineage-Key-Pointer
           PERFORM 2615-APPEND-ONE-KEY-FIELD THRU 2615-EXIT
               VARYING Lineage-Key-Index FROM 1 BY 1
               UNTIL Lineage-Key-Index > Selected-Count.

       2610-EXIT.
           EXIT.

       2615-APPEND-ONE-KEY-FIELD.
           MOVE Selected-Entry(Lineage-Key-Index) TO Pick-Entry
           IF NOT Pick-Key-Yes
               GO TO 2615-EXIT
           END-IF
           IF Pick-Offset = 0 OR Pick-Length = 0
               GO TO 2615-EXIT
           END-IF
           IF Lineage-Key-Pointer > 1
               STRING '/' DELIMITED BY SIZE
                   INTO Lineage-Key-Work
                   WITH POINTER Lineage-Key-Pointer
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(Pad-Input-Record(Pick-Offset:
                       Pick-Length)) DELIMITED BY SIZE
               INTO Lineage-Key-Work
               WITH POINTER Lineage-Key-Pointer
               ON OVERFLOW CONTINUE
           END-STRING.

       2615-EXIT.
           EXIT.

       2650-WRITE-LINEAGE-XREF.
           PERFORM 2690-SET-LINEAGE-PREFIX THRU 2690-EXIT
           MOVE 'X' TO Lin-Record-Kind
           EVALUATE TRUE
               WHEN Records-Rejected > Lineage-Rejected-Before
                   MOVE 'S' TO Lin-Disposition
                   MOVE Suspense-Reason-Work TO Lin-Reason
               WHEN Records-Passed > Lineage-Passed-Before
                   MOVE 'P' TO Lin-Disposition
                   MOVE Records-Written TO Lin-Output-Number
                   MOVE Pad-Input-Record TO Lineage-Padded-Image
               WHEN Records-Truncated > Lineage-Truncated-Before
                   MOVE 'T' TO Lin-Disposition
                   MOVE Records-Written TO Lin-Output-Number
               WHEN OTHER
                   MOVE 'W' TO Lin-Disposition
                   MOVE Records-Written TO Lin-Output-Number
           END-EVALUATE
           MOVE Lineage-Input-Image(1:Record-Length)
               TO Lin-Images(1:Record-Length)
           MOVE Lineage-Padded-Image(1:Record-Length)
               TO Lin-Images(Record-Length + 1:Record-Length)
           WRITE LINEAGE-RECORD.

       2650-EXIT.
           EXIT.

       2660-WRITE-LINEAGE-EXCEPTION.
           PERFORM 2690-SET-LINEAGE-PREFIX THRU 2690-EXIT
           MOVE 'E' TO Lin-Record-Kind
           MOVE Exception-Record-Type TO Lin-Record-Type
           MOVE EXCEPTION-RECORD TO Lin-Images
           WRITE LINEAGE-RECORD.

       2660-EXIT.
           EXIT.

       2670-WRITE-LINEAGE-REPAIR.
           PERFORM 2690-SET-LINEAGE-PREFIX THRU 2690-EXIT
           MOVE 'R' TO Lin-Record-Kind
           MOVE Repaudit-Record-Type TO Lin-Record-Type
           MOVE REPAIR-AUDIT-RECORD TO Lin-Images
           WRITE LINEAGE-RECORD.

       2670-EXIT.
           EXIT.

       2690-SET-LINEAGE-PREFIX.
           MOVE SPACES TO LINEAGE-RECORD
           MOVE Run-Date TO Lin-Run-Date
           MOVE Stream-Id TO Lin-Stream
           IF Resubmit-Requested
               MOVE 'R' TO Lin-Run-Kind
               MOVE Pending-Record-Number TO Lin-Input-Number
               MOVE 0 TO Lin-Extract-Number
           ELSE
               MOVE 'N' TO Lin-Run-Kind
               MOVE Current-Record-Number TO Lin-Input-Number
               MOVE Current-Record-Number TO Lin-Extract-Number
           END-IF
           MOVE 0 TO Lin-Output-Number
           IF Typed-Table
               MOVE Current-Record-Type TO Lin-Record-Type
           END-IF
           MOVE Table-Version TO Lin-Table-Version
           MOVE Record-Length TO Lin-Record-Length
           MOVE Lineage-Key-Work TO Lin-Key-Value.

       2690-EXIT.
           EXIT.

      *****************************************************************
      * A record whose type matched no control entries is disposed of
      * by the NOTYPE setting - the record type's own tt:PASS /
      * like any other bad record.
      *****************************************************************
       2080-DISPOSE-UNMATCHED-RECORD.
           IF NOT Unpad-Requested
               PERFORM 2610-BUILD-LINEAGE-KEY THRU 2610-EXIT
           END-IF
           MOVE No-Type-Disposition TO Record-Disposition
           PERFORM 2082-FIND-TYPE-DISPOSITION THRU 2082-EXIT
               VARYING No-Type-Index FROM 1 BY 1
           END-IF
           IF NOT Unpad-Requested
               CLOSE REPAIR-AUDIT-FILE
               CLOSE LINEAGE-FILE
           END-IF
           CLOSE CONTROL-FILE
               CHECKPOINT-FILE AUDIT-FILE SUSPENSE-FILE
