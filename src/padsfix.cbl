       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADSFIX.
      *****************************************************************
      * PADSFIX
      *
      * Suspense repair by transaction, run ahead of the LEFTPDBR
      * resubmit in place of hand-editing the suspense generation.
      * Overtyping bytes in an editor meant counting columns from
      * Suspense-Data byte 1 off the Field-Offset values on the
      * control table, and one miscounted column went straight
      * through the resubmit into FIXLOAD.  Here each correction
      * names the field by Field-Name and the program finds it.
      *
      * Reads the activated control table off CTLFILE, the
      * correction transactions off FIXTRAN, and the suspense
      * generation being repaired off SUSPIN, and writes the
      * repaired copy as a new suspense generation on SUSPOUT.  A
      * transaction is the run date and stream of the suspense
      * generation it repairs, the suspense record number, the
      * record type, the Field-Name, and the field's new content:
      *
      *   - The field is located through the control table: the
      *     entry of the transaction's record type with that
      *     Field-Name, or failing that a blank-typed (common)
      *     entry of that name.  Its Field-Offset and Field-Length
      *     place it within Suspense-Data - the fixed-layout image
      *     LEFTPADB wrote, even on a DELIM night - and the new
      *     content replaces all Field-Length bytes, space-filled
      *     on the right.
      *   - A transaction is rejected, and the record left as it
      *     was, when its Field-Name is not on the table, when its
      *     new content (trailing spaces aside) is longer than the
      *     entry's Field-Length, when its run date or stream is
      *     not the generation's, when its record type does not
      *     match the suspense record's on a typed table, or when
      *     no suspense record carries its record number.
      *   - Every record is copied to SUSPOUT, repaired or not,
      *     with its record number, return code, and reason prefix
      *     untouched, so the resubmit still carries the original
      *     record number through.  Several transactions may
      *     repair the same record; they are applied in the order
      *     they appear on FIXTRAN.
      *   - An empty FIXTRAN is not an error: a resubmit after a
      *     CODEREF, REPRULES or control-table fix needs no field
      *     corrections, so the generation is copied through
      *     unchanged and the report says there were none.
      *
      * Every applied correction is written to the FIXAUDIT log
      * (opened EXTEND, so the log accumulates across repair runs)
      * with the date, time, and repairing user (PARM USER=), the
      * record's key, and the field's content before and after.
      * The repair report on FIXRPT lists each transaction with its
      * disposition, and the before and after content of every
      * applied one, for the resubmit sign-off.
      *
      * PARM (comma-separated keywords):
      *   SUSPDATE=yyyymmdd  The run date of the suspense generation
      *                      on SUSPIN.  Required.
      *   STREAM=n           The parallel stream that generation
      *                      belongs to.  Default blank (a single-
      *                      stream night).
      *   USER=xxxxxxxx      Who is making the repairs, carried onto
      *                      every audit record.  Default UNKNOWN.
      *
      * SUSPIN's and SUSPOUT's record width rides their DD labels
      * (the FDs are RECORD CONTAINS 0): the 29-byte prefix ahead of
      * a record of the padding run's width.
      *
      * Sets RETURN-CODE for the JCL to test: 00 every transaction
      * applied (or there were none), 08 one or more transactions
      * rejected (hold the resubmit until they are corrected), 16
      * the control table or transaction file is unusable (an empty
      * table, more entries than the tables hold, or SUSPDATE
      * missing).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Control-File-Status.
           SELECT TRANSACTION-FILE ASSIGN TO FIXTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Transaction-File-Status.
           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Suspense-In-Status.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Suspense-Out-Status.
           SELECT AUDIT-LOG-FILE ASSIGN TO FIXAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Audit-Log-Status.
           SELECT FIX-REPORT-FILE ASSIGN TO FIXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Fix-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

      *****************************************************************
      * One correction: which suspense record (the generation's run
      * date and stream, and the record number LEFTPADB gave it),
      * which field by record type and Field-Name, and the field's
      * new content, left-justified.
      *****************************************************************
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 138 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  Tran-Run-Date          PIC 9(08).
           05  Tran-Stream            PIC X(01).
           05  Tran-Record-Number     PIC 9(07).
           05  Tran-Record-Type       PIC X(02).
           05  Tran-Field-Name        PIC X(20).
           05  Tran-New-Value         PIC X(100).

       FD  SUSPENSE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  SUSPENSE-IN-RECORD.
           05  Suspense-In-Record-Number    PIC 9(07).
           05  Suspense-In-Return-Code      PIC 9(02).
           05  Suspense-In-Reason           PIC X(20).
           05  Suspense-In-Data             PIC X(2000).

       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  SUSPENSE-OUT-RECORD             PIC X(2029).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           05  Log-Repair-Date        PIC 9(08).
           05  Log-Repair-Time        PIC 9(06).
           05  Log-Repair-User        PIC X(08).
           05  Log-Suspense-Date      PIC 9(08).
           05  Log-Stream             PIC X(01).
           05  Log-Record-Number      PIC 9(07).
           05  Log-Record-Type        PIC X(02).
           05  Log-Field-Name         PIC X(20).
           05  Log-Old-Value          PIC X(100).
           05  Log-New-Value          PIC X(100).

       FD  FIX-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FIX-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  Control-File-Status         PIC X(02).
           88  Control-File-OK                 VALUE '00'.
           88  Control-File-End                VALUE '10'.
       01  Transaction-File-Status     PIC X(02).
           88  Transaction-File-OK             VALUE '00'.
           88  Transaction-File-End            VALUE '10'.
       01  Suspense-In-Status          PIC X(02).
           88  Suspense-In-OK                  VALUE '00'.
           88  Suspense-In-End                 VALUE '10'.
       01  Suspense-Out-Status         PIC X(02).
       01  Audit-Log-Status            PIC X(02).
       01  Fix-Report-Status           PIC X(02).

       01  Job-Switches.
           05  End-Of-Suspense-Switch  PIC X(01) VALUE 'N'.
               88  End-Of-Suspense              VALUE 'Y'.
           05  Typed-Table-Switch      PIC X(01) VALUE 'N'.
               88  Typed-Table                  VALUE 'Y'.

       01  Control-Table.
           05  Control-Entry OCCURS 50 TIMES.
               COPY 'padctl.cpy' REPLACING LEADING ==05== BY ==10==.
       77  Field-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Control-Entries         PIC 9(03) COMP VALUE 50.
       77  Entry-Index                 PIC 9(03) COMP VALUE 0.
       77  Entry-Slot                  PIC 9(03) COMP VALUE 0.
       01  Pick-Entry.
           COPY 'padctl.cpy' REPLACING LEADING ==Field== BY ==Pick==.

      *****************************************************************
      * The transactions are held in memory for the one pass over
      * the suspense file: each with the control entry that locates
      * its field, its disposition (blank until applied or
      * rejected), the reason a rejected one was refused, and the
      * field's content before an applied one changed it.
      *****************************************************************
       01  Fix-Table.
           05  Fix-Item OCCURS 500 TIMES.
               10  Fix-Run-Date        PIC 9(08).
               10  Fix-Stream          PIC X(01).
               10  Fix-Record-Number   PIC 9(07).
               10  Fix-Record-Type     PIC X(02).
               10  Fix-Field-Name      PIC X(20).
               10  Fix-New-Value       PIC X(100).
               10  Fix-Old-Value       PIC X(100).
               10  Fix-Entry-Slot      PIC 9(03) COMP.
               10  Fix-Disposition     PIC X(01).
                   88  Fix-Pending              VALUE ' '.
                   88  Fix-Applied              VALUE 'A'.
                   88  Fix-Rejected             VALUE 'R'.
               10  Fix-Error-Text      PIC X(40).
       77  Fix-Count                   PIC 9(03) COMP VALUE 0.
       77  Max-Fix-Entries             PIC 9(03) COMP VALUE 500.
       77  Fix-Index                   PIC 9(03) COMP VALUE 0.
       77  Value-Length                PIC 9(03) COMP VALUE 0.

       01  Job-Counters.
           05  Trans-Read              PIC 9(07) COMP VALUE 0.
           05  Trans-Applied           PIC 9(07) COMP VALUE 0.
           05  Trans-Rejected          PIC 9(07) COMP VALUE 0.
           05  Suspense-Read           PIC 9(09) COMP VALUE 0.
           05  Records-Repaired        PIC 9(09) COMP VALUE 0.
       77  Fixes-This-Record           PIC 9(03) COMP VALUE 0.

       77  Suspense-Date               PIC 9(08) VALUE 0.
       77  Stream-Id                   PIC X(01) VALUE SPACES.
       77  Repair-Date                 PIC 9(08) VALUE 0.
       77  Repair-Time-Work            PIC 9(08) VALUE 0.
       77  Repair-Time                 PIC 9(06) VALUE 0.
       77  Repair-User                 PIC X(08) VALUE 'UNKNOWN'.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(20).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(10).

       01  Fix-Heading-1.
           05  FILLER                  PIC X(40)
               VALUE 'PADSFIX - SUSPENSE REPAIR TRANSACTIONS  '.
           05  FILLER                  PIC X(09) VALUE 'SUSPDATE '.
           05  Fix-Heading-Date        PIC 9(08).
           05  FILLER                  PIC X(08) VALUE ' STREAM '.
           05  Fix-Heading-Stream      PIC X(01).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  Fix-Heading-2.
           05  FILLER                  PIC X(08) VALUE ' RECORD '.
           05  FILLER                  PIC X(04) VALUE 'TY  '.
           05  FILLER                  PIC X(21) VALUE 'FIELD NAME'.
           05  FILLER                  PIC X(47) VALUE 'DISPOSITION'.

       01  Fix-Detail-Line.
           05  Fix-Detail-Number       PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Fix-Detail-Type         PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Fix-Detail-Name         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Fix-Detail-Status       PIC X(47).

       01  Fix-Value-Line.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  Fix-Value-Label         PIC X(05).
           05  Fix-Value-Text          PIC X(65).

       01  Fix-Total-Line.
           05  Fix-Total-Text          PIC X(40).
           05  Fix-Total-Value         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COPY-ONE-SUSPENSE THRU 2000-EXIT
               UNTIL End-Of-Suspense
           PERFORM 3000-REJECT-UNMATCHED-TRANS THRU 3000-EXIT
           PERFORM 8000-WRITE-REPAIR-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Suspense-Date = 0
               DISPLAY 'PADSFIX - SUSPDATE= IS REQUIRED - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT Repair-Date FROM DATE YYYYMMDD
           ACCEPT Repair-Time-Work FROM TIME
           COMPUTE Repair-Time = Repair-Time-Work / 100
           OPEN INPUT CONTROL-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT SUSPENSE-IN-FILE
           OPEN OUTPUT SUSPENSE-OUT-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN OUTPUT FIX-REPORT-FILE
           MOVE Suspense-Date TO Fix-Heading-Date
           MOVE Stream-Id TO Fix-Heading-Stream
           WRITE FIX-REPORT-RECORD FROM Fix-Heading-1
           WRITE FIX-REPORT-RECORD FROM Fix-Heading-2
           PERFORM 1300-LOAD-CONTROL-TABLE THRU 1300-EXIT
           IF Field-Count = 0
               DISPLAY 'PADSFIX - CONTROL FILE IS EMPTY - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-LOAD-TRANSACTIONS THRU 1400-EXIT
           PERFORM 2100-READ-SUSPENSE-RECORD THRU 2100-EXIT.

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
               WHEN 'SUSPDATE'
                   IF Parm-Value(1:8) IS NUMERIC
                       MOVE Parm-Value(1:8) TO Suspense-Date
                   END-IF
               WHEN 'STREAM'
                   MOVE Parm-Value(1:1) TO Stream-Id
               WHEN 'USER'
                   IF Parm-Value NOT = SPACES
                       MOVE Parm-Value(1:8) TO Repair-User
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
                       DISPLAY 'PADSFIX - CONTROL FILE HAS MORE THAN '
                           Max-Control-Entries ' ENTRIES - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Field-Count
                   MOVE CORRESPONDING CONTROL-RECORD
                       TO Control-Entry(Field-Count)
                   IF Field-Record-Type OF CONTROL-RECORD NOT = SPACES
                       MOVE 'Y' TO Typed-Table-Switch
                   END-IF
           END-READ.

       1350-EXIT.
           EXIT.

       1400-LOAD-TRANSACTIONS.
           MOVE 0 TO Fix-Count
           PERFORM 1450-READ-TRANSACTION THRU 1450-EXIT
               UNTIL Transaction-File-End.

       1400-EXIT.
           EXIT.

       1450-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Fix-Count >= Max-Fix-Entries
                       DISPLAY 'PADSFIX - MORE THAN ' Max-Fix-Entries
                           ' TRANSACTIONS - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Trans-Read
                   ADD 1 TO Fix-Count
                   MOVE Tran-Run-Date TO Fix-Run-Date(Fix-Count)
                   MOVE Tran-Stream TO Fix-Stream(Fix-Count)
                   MOVE Tran-Record-Number
                       TO Fix-Record-Number(Fix-Count)
                   MOVE Tran-Record-Type TO Fix-Record-Type(Fix-Count)
                   MOVE Tran-Field-Name TO Fix-Field-Name(Fix-Count)
                   MOVE Tran-New-Value TO Fix-New-Value(Fix-Count)
                   MOVE SPACES TO Fix-Old-Value(Fix-Count)
                   MOVE 0 TO Fix-Entry-Slot(Fix-Count)
                   MOVE SPACE TO Fix-Disposition(Fix-Count)
                   MOVE SPACES TO Fix-Error-Text(Fix-Count)
                   MOVE Fix-Count TO Fix-Index
                   PERFORM 1500-EDIT-ONE-TRAN THRU 1500-EXIT
           END-READ.

       1450-EXIT.
           EXIT.

      *****************************************************************
      * The checks a transaction can fail before the suspense file is
      * read: it must belong to this generation, name a field the
      * table has, and carry content the field can hold.  A failed
      * transaction is marked rejected and never applied.
      *****************************************************************
       1500-EDIT-ONE-TRAN.
           IF Fix-Run-Date(Fix-Index) NOT = Suspense-Date
                   OR Fix-Stream(Fix-Index) NOT = Stream-Id
               MOVE 'NOT FOR THIS SUSPENSE GENERATION'
                   TO Fix-Error-Text(Fix-Index)
               PERFORM 1590-REJECT-ONE-TRAN THRU 1590-EXIT
               GO TO 1500-EXIT
           END-IF
           IF Fix-Record-Number(Fix-Index) IS NOT NUMERIC
                   OR Fix-Record-Number(Fix-Index) = 0
               MOVE 'RECORD NUMBER IS NOT NUMERIC'
                   TO Fix-Error-Text(Fix-Index)
               PERFORM 1590-REJECT-ONE-TRAN THRU 1590-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1550-LOCATE-CONTROL-ENTRY THRU 1550-EXIT
           IF Entry-Slot = 0
               MOVE 'FIELD-NAME NOT ON THE CONTROL TABLE'
                   TO Fix-Error-Text(Fix-Index)
               PERFORM 1590-REJECT-ONE-TRAN THRU 1590-EXIT
               GO TO 1500-EXIT
           END-IF
           MOVE Entry-Slot TO Fix-Entry-Slot(Fix-Index)
           MOVE Control-Entry(Entry-Slot) TO Pick-Entry
           IF Fix-New-Value(Fix-Index) = SPACES
               MOVE 0 TO Value-Length
           ELSE
               COMPUTE Value-Length = FUNCTION LENGTH(
                   FUNCTION TRIM(Fix-New-Value(Fix-Index) TRAILING))
           END-IF
           IF Value-Length > Pick-Length
               MOVE 'VALUE LONGER THAN FIELD-LENGTH'
                   TO Fix-Error-Text(Fix-Index)
               PERFORM 1590-REJECT-ONE-TRAN THRU 1590-EXIT
           END-IF.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * The entry of the transaction's own record type wins; a
      * blank-typed common entry of the same Field-Name is the
      * fallback, since it applies to every record type.
      *****************************************************************
       1550-LOCATE-CONTROL-ENTRY.
           MOVE 0 TO Entry-Slot
           PERFORM 1560-MATCH-TYPED-ENTRY THRU 1560-EXIT
               VARYING Entry-Index FROM 1 BY 1
               UNTIL Entry-Index > Field-Count OR Entry-Slot > 0
           IF Entry-Slot = 0
               PERFORM 1570-MATCH-COMMON-ENTRY THRU 1570-EXIT
                   VARYING Entry-Index FROM 1 BY 1
                   UNTIL Entry-Index > Field-Count OR Entry-Slot > 0
           END-IF.

       1550-EXIT.
           EXIT.

       1560-MATCH-TYPED-ENTRY.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type = Fix-Record-Type(Fix-Index)
                   AND Pick-Name = Fix-Field-Name(Fix-Index)
               MOVE Entry-Index TO Entry-Slot
           END-IF.

       1560-EXIT.
           EXIT.

       1570-MATCH-COMMON-ENTRY.
           MOVE Control-Entry(Entry-Index) TO Pick-Entry
           IF Pick-Record-Type = SPACES
                   AND Pick-Name = Fix-Field-Name(Fix-Index)
               MOVE Entry-Index TO Entry-Slot
           END-IF.

       1570-EXIT.
           EXIT.

       1590-REJECT-ONE-TRAN.
           MOVE 'R' TO Fix-Disposition(Fix-Index)
           ADD 1 TO Trans-Rejected.

       1590-EXIT.
           EXIT.

      *****************************************************************
      * One suspense record through to the new generation, with every
      * pending transaction for its record number applied first.
      *****************************************************************
       2000-COPY-ONE-SUSPENSE.
           ADD 1 TO Suspense-Read
           MOVE 0 TO Fixes-This-Record
           PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
               VARYING Fix-Index FROM 1 BY 1
               UNTIL Fix-Index > Fix-Count
           IF Fixes-This-Record > 0
               ADD 1 TO Records-Repaired
           END-IF
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-IN-RECORD
           PERFORM 2100-READ-SUSPENSE-RECORD THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-READ-SUSPENSE-RECORD.
           READ SUSPENSE-IN-FILE
               AT END
                   MOVE 'Y' TO End-Of-Suspense-Switch
           END-READ.

       2100-EXIT.
           EXIT.

       2200-APPLY-ONE-TRAN.
           IF NOT Fix-Pending(Fix-Index)
               GO TO 2200-EXIT
           END-IF
           IF Fix-Record-Number(Fix-Index)
                   NOT = Suspense-In-Record-Number
               GO TO 2200-EXIT
           END-IF
           IF Typed-Table
                   AND Fix-Record-Type(Fix-Index) NOT = SPACES
                   AND Fix-Record-Type(Fix-Index)
                       NOT = Suspense-In-Data(1:2)
               MOVE 'RECORD TYPE DOES NOT MATCH THE SUSPENSE'
                   TO Fix-Error-Text(Fix-Index)
               PERFORM 1590-REJECT-ONE-TRAN THRU 1590-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE Control-Entry(Fix-Entry-Slot(Fix-Index)) TO Pick-Entry
           MOVE Suspense-In-Data(Pick-Offset:Pick-Length)
               TO Fix-Old-Value(Fix-Index)
           MOVE Fix-New-Value(Fix-Index)(1:Pick-Length)
               TO Suspense-In-Data(Pick-Offset:Pick-Length)
           MOVE 'A' TO Fix-Disposition(Fix-Index)
           ADD 1 TO Trans-Applied
           ADD 1 TO Fixes-This-Record
           PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT.

       2200-EXIT.
           EXIT.

       2300-WRITE-AUDIT-RECORD.
           MOVE Repair-Date TO Log-Repair-Date
           MOVE Repair-Time TO Log-Repair-Time
           MOVE Repair-User TO Log-Repair-User
           MOVE Suspense-Date TO Log-Suspense-Date
           MOVE Stream-Id TO Log-Stream
           MOVE Fix-Record-Number(Fix-Index) TO Log-Record-Number
           MOVE Fix-Record-Type(Fix-Index) TO Log-Record-Type
           MOVE Fix-Field-Name(Fix-Index) TO Log-Field-Name
           MOVE Fix-Old-Value(Fix-Index) TO Log-Old-Value
           MOVE SPACES TO Log-New-Value
           MOVE Fix-New-Value(Fix-Index)(1:Pick-Length)
               TO Log-New-Value
           WRITE AUDIT-LOG-RECORD.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * A transaction still pending after the whole suspense file has
      * gone by named a record number the generation does not carry
      * - already resubmitted, or simply mistyped.
      *****************************************************************
       3000-REJECT-UNMATCHED-TRANS.
           PERFORM 3100-REJECT-ONE-UNMATCHED THRU 3100-EXIT
               VARYING Fix-Index FROM 1 BY 1
               UNTIL Fix-Index > Fix-Count.

       3000-EXIT.
           EXIT.

       3100-REJECT-ONE-UNMATCHED.
           IF Fix-Pending(Fix-Index)
               MOVE 'RECORD NUMBER NOT ON THE SUSPENSE FILE'
                   TO Fix-Error-Text(Fix-Index)
               PERFORM 1590-REJECT-ONE-TRAN THRU 1590-EXIT
           END-IF.

       3100-EXIT.
           EXIT.

       8000-WRITE-REPAIR-REPORT.
           IF Fix-Count = 0
               MOVE SPACES TO FIX-REPORT-RECORD
               MOVE 'NO TRANSACTIONS - SUSPENSE COPIED UNCHANGED'
                   TO FIX-REPORT-RECORD
               WRITE FIX-REPORT-RECORD
           END-IF
           PERFORM 8100-WRITE-ONE-TRAN-LINE THRU 8100-EXIT
               VARYING Fix-Index FROM 1 BY 1
               UNTIL Fix-Index > Fix-Count

           MOVE SPACES TO Fix-Total-Line
           MOVE 'TRANSACTIONS READ' TO Fix-Total-Text
           MOVE Trans-Read TO Fix-Total-Value
           WRITE FIX-REPORT-RECORD FROM Fix-Total-Line

           MOVE 'TRANSACTIONS APPLIED' TO Fix-Total-Text
           MOVE Trans-Applied TO Fix-Total-Value
           WRITE FIX-REPORT-RECORD FROM Fix-Total-Line

           MOVE 'TRANSACTIONS REJECTED' TO Fix-Total-Text
           MOVE Trans-Rejected TO Fix-Total-Value
           WRITE FIX-REPORT-RECORD FROM Fix-Total-Line

           MOVE 'SUSPENSE RECORDS COPIED' TO Fix-Total-Text
           MOVE Suspense-Read TO Fix-Total-Value
           WRITE FIX-REPORT-RECORD FROM Fix-Total-Line

           MOVE 'SUSPENSE RECORDS REPAIRED' TO Fix-Total-Text
           MOVE Records-Repaired TO Fix-Total-Value
           WRITE FIX-REPORT-RECORD FROM Fix-Total-Line.

       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-TRAN-LINE.
           MOVE Fix-Record-Number(Fix-Index) TO Fix-Detail-Number
           MOVE Fix-Record-Type(Fix-Index) TO Fix-Detail-Type
           MOVE Fix-Field-Name(Fix-Index) TO Fix-Detail-Name
           IF Fix-Applied(Fix-Index)
               MOVE 'APPLIED' TO Fix-Detail-Status
           ELSE
               MOVE SPACES TO Fix-Detail-Status
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   Fix-Error-Text(Fix-Index) DELIMITED BY SIZE
                   INTO Fix-Detail-Status
               END-STRING
           END-IF
           WRITE FIX-REPORT-RECORD FROM Fix-Detail-Line
           IF Fix-Applied(Fix-Index)
               MOVE 'WAS: ' TO Fix-Value-Label
               MOVE Fix-Old-Value(Fix-Index) TO Fix-Value-Text
               WRITE FIX-REPORT-RECORD FROM Fix-Value-Line
               MOVE 'NOW: ' TO Fix-Value-Label
               MOVE Fix-New-Value(Fix-Index) TO Fix-Value-Text
               WRITE FIX-REPORT-RECORD FROM Fix-Value-Line
           END-IF.

       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           IF Trans-Rejected > 0
               MOVE 08 TO RETURN-CODE
           ELSE
               MOVE 00 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE CONTROL-FILE TRANSACTION-FILE SUSPENSE-IN-FILE
               SUSPENSE-OUT-FILE AUDIT-LOG-FILE FIX-REPORT-FILE.

       9100-EXIT.
           EXIT.
