       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADTRACE.
      *****************************************************************
      * PADTRACE
      *
      * Record lineage inquiry.  "What happened to account 12345
      * last Tuesday" used to mean searching the extract, FIXWIDTH,
      * EXCEPT, REPAUDIT, and the suspense generations and master,
      * each numbering records its own way.  This program reads the
      * lineage cross-reference LEFTPADB and PADMERGE write
      * (PROD.LEFTPAD.LINEAGE, layout PADLIN.CPY - normally the GDG
      * base, every generation concatenated oldest first), finds
      * the nightly input records that match the inquiry, and
      * prints the whole story of each on TRACERPT:
      *
      *   - the night, stream, input and extract record numbers,
      *     record type, control table version, and key;
      *   - where the record went: the load-file record it became,
      *     passed through unpadded, or suspense with the
      *     rejecting reason;
      *   - the input image, then each field labeled by its
      *     Field-Name from the control table version the night
      *     ran - input position, length, and content beside
      *     output position, length, pad mode, and padded content
      *     (a packed mode N field in hex);
      *   - every exception and repair recorded against it;
      *   - its status on the cumulative suspense master SUSPMAST,
      *     and, for a record written to the load file, whether
      *     FIXLOAD refused it (the master's loader rejects, filed
      *     under the load-file record number);
      *   - every later RESUBMIT run that picked it up, and whether
      *     one of them loaded it.
      *
      * A resubmitted record is known by its stream, its original
      * input record number, and its key: the RESUBMIT run carries
      * the record number off the suspense record but not the night
      * the record came from, so a resubmit is credited to the
      * latest traced night on or before the resubmit's run date.
      * A repair that changed the key fields themselves loses the
      * connection - the resubmit then shows only under its new key.
      *
      * Field labels come from the control table library PADCTLIB:
      * the version the run recorded (TBLVER=) or, when it recorded
      * none, the latest version effective on the run date - the
      * one ACTSTEP activated for that night.
      *
      * PARM (comma-separated keywords, KEY= or RECNO= required):
      *   KEY=value          The record's key as the Field-Key-Switch
      *                      fields read on the extract, each
      *                      trimmed, joined by '/' when the key has
      *                      more than one field.  Leading zeros need
      *                      not be keyed.
      *   RECNO=n            An input record number.  With STREAM=,
      *                      the stream's own record number (the one
      *                      EXCEPT, REPAUDIT, and SUSPENSE carry);
      *                      without it, the record's position in
      *                      the night's whole extract.
      *   STREAM=n           Only the one parallel stream.
      *   FROM=yyyymmdd      First run date searched.  Default: the
      *                      oldest on the lineage.
      *   TO=yyyymmdd        Last run date searched.  Default: the
      *                      newest.
      * With both KEY= and RECNO= a record must match both.
      *
      * Sets RETURN-CODE for the JCL to test: 00 one or more records
      * traced, 04 nothing on the lineage matched, 08 more records
      * matched than one report traces (the first are traced -
      * narrow the dates), 16 neither KEY= nor RECNO= was coded, or
      * the suspense master or control library overflowed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO LINEAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-File-Status.
           SELECT MASTER-FILE ASSIGN TO SUSPMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Master-File-Status.
           SELECT LIBRARY-FILE ASSIGN TO PADCTLIB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Library-File-Status.
           SELECT TRACE-REPORT-FILE ASSIGN TO TRACERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Trace-Report-Status.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * LINEAGE's width rides its DD label (RECORD CONTAINS 0): 128
      * plus twice the run's record width.  Lin-Record-Length tells
      * how much of Lin-Images each record carries.
      *****************************************************************
       FD  LINEAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE-RECORD.
           COPY 'padlin.cpy'.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  MASTER-RECORD.
           05  Mst-Run-Date             PIC 9(08).
           05  Mst-Record-Number        PIC 9(07).
           05  Mst-Record-Type          PIC X(02).
           05  Mst-Reason               PIC X(20).
           05  Mst-Return-Code          PIC 9(02).
           05  Mst-Status               PIC X(01).
           05  Mst-Resolved-Date        PIC 9(08).
           05  Mst-Stream               PIC X(01).
           05  Mst-Source               PIC X(01).

       FD  LIBRARY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
       01  LIBRARY-RECORD.
           05  Lib-In-Effective-Date  PIC 9(08).
           05  Lib-In-Entry.
               COPY 'padctl.cpy'
                   REPLACING LEADING ==05== BY ==10==
                             LEADING ==Field== BY ==Lib-In==.

       FD  TRACE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 121 CHARACTERS.
       01  TRACE-REPORT-RECORD         PIC X(121).

       WORKING-STORAGE SECTION.
       01  Lineage-File-Status         PIC X(02).
           88  Lineage-File-OK                 VALUE '00'.
       01  Master-File-Status          PIC X(02).
           88  Master-File-End                 VALUE '10'.
       01  Library-File-Status         PIC X(02).
           88  Library-File-End                VALUE '10'.
       01  Trace-Report-Status         PIC X(02).

       01  Job-Switches.
           05  End-Of-Lineage-Switch   PIC X(01) VALUE 'N'.
               88  End-Of-Lineage               VALUE 'Y'.
           05  Stream-Coded-Switch     PIC X(01) VALUE 'N'.
               88  Stream-Coded                 VALUE 'Y'.
           05  Recno-Coded-Switch      PIC X(01) VALUE 'N'.
               88  Recno-Coded                  VALUE 'Y'.
           05  Key-Match-Switch        PIC X(01) VALUE 'N'.
               88  Key-Matched                  VALUE 'Y'.

      *****************************************************************
      * The inquiry, off the PARM.  Trace-Key-Zeros is the count of
      * its leading zeros, so a key keyed without them still
      * matches.
      *****************************************************************
       77  Trace-Key                   PIC X(50) VALUE SPACES.
       77  Trace-Key-Zeros             PIC 9(03) COMP VALUE 0.
       77  Trace-Record-Number         PIC 9(09) VALUE 0.
       77  Trace-Stream                PIC X(01) VALUE SPACES.
       77  From-Date                   PIC 9(08) VALUE 0.
       77  To-Date                     PIC 9(08) VALUE 99999999.
       77  Lineage-Key-Zeros           PIC 9(03) COMP VALUE 0.

      *****************************************************************
      * One slot per nightly input record traced, filled on the
      * first pass over the lineage along with what the RESUBMIT
      * runs later did with it, and printed on the second.
      *****************************************************************
       01  Match-Table.
           05  Match-Item OCCURS 100 TIMES.
               10  Match-Run-Date      PIC 9(08).
               10  Match-Stream        PIC X(01).
               10  Match-Input-Number  PIC 9(07).
               10  Match-Key           PIC X(50).
               10  Match-Disposition   PIC X(01).
               10  Match-Resubmit-Count PIC 9(03) COMP.
               10  Match-Last-Resubmit PIC 9(08).
               10  Match-Loaded-Date   PIC 9(08).
               10  Match-Loaded-Number PIC 9(09).
               10  Match-Printed       PIC X(01).
       77  Match-Count                 PIC 9(03) COMP VALUE 0.
       77  Max-Matches                 PIC 9(03) COMP VALUE 100.
       77  Match-Index                 PIC 9(03) COMP VALUE 0.
       77  Matches-Dropped             PIC 9(07) COMP VALUE 0.
       77  Credit-Slot                 PIC 9(03) COMP VALUE 0.
       77  Credit-Date                 PIC 9(08) VALUE 0.
       77  Trace-Slot                  PIC 9(03) COMP VALUE 0.

      *****************************************************************
      * The exception and repair-audit copies written ahead of a
      * traced record's cross-reference, held until it arrives.
      *****************************************************************
       01  Held-Table.
           05  Held-Item OCCURS 50 TIMES.
               10  Held-Kind           PIC X(01).
               10  Held-Image          PIC X(131).
       77  Held-Count                  PIC 9(03) COMP VALUE 0.
       77  Max-Held                    PIC 9(03) COMP VALUE 50.
       77  Held-Index                  PIC 9(03) COMP VALUE 0.
       77  Held-Dropped                PIC 9(05) COMP VALUE 0.
       01  Held-Exception.
           05  Held-Exc-Record-Number  PIC 9(07).
           05  Held-Exc-Record-Type    PIC X(02).
           05  Held-Exc-Field-Name     PIC X(20).
           05  Held-Exc-Return-Code    PIC 9(02).
           05  Held-Exc-Field-Value    PIC X(100).
       01  Held-Repair.
           05  Held-Rep-Record-Number  PIC 9(07).
           05  Held-Rep-Record-Type    PIC X(02).
           05  Held-Rep-Field-Name     PIC X(20).
           05  Held-Rep-Action         PIC X(01).
               88  Held-Rep-Strip               VALUE 'S'.
               88  Held-Rep-Default             VALUE 'D'.
           05  Held-Rep-Old-Value      PIC X(50).
           05  Held-Rep-New-Value      PIC X(50).

      *****************************************************************
      * The cumulative suspense master and the control table
      * library, both worked in memory.
      *****************************************************************
       01  Master-Table.
           05  Master-Item OCCURS 5000 TIMES.
               10  Master-Run-Date     PIC 9(08).
               10  Master-Record-Number PIC 9(07).
               10  Master-Reason       PIC X(20).
               10  Master-Status       PIC X(01).
                   88  Master-Open              VALUE 'O'.
                   88  Master-Resolved          VALUE 'R'.
               10  Master-Resolved-Date PIC 9(08).
               10  Master-Stream       PIC X(01).
               10  Master-Source       PIC X(01).
                   88  Master-Loader-Reject     VALUE 'L'.
       77  Master-Count                PIC 9(05) COMP VALUE 0.
       77  Max-Master-Entries          PIC 9(05) COMP VALUE 5000.
       77  Master-Index                PIC 9(05) COMP VALUE 0.
       77  Master-Slot                 PIC 9(05) COMP VALUE 0.

       01  Library-Table.
           05  Library-Item OCCURS 1000 TIMES.
               10  Lib-Effective-Date  PIC 9(08).
               10  Lib-Entry.
                   COPY 'padctl.cpy'
                       REPLACING LEADING ==05== BY ==15==
                                 LEADING ==Field== BY ==Lib==.
       77  Library-Count               PIC 9(04) COMP VALUE 0.
       77  Max-Library-Entries         PIC 9(04) COMP VALUE 1000.
       77  Library-Index               PIC 9(04) COMP VALUE 0.
       77  Version-Used                PIC 9(08) VALUE 0.
       77  Version-Wanted              PIC 9(08) VALUE 0.
       77  Fields-Shown                PIC 9(03) COMP VALUE 0.
       77  Out-Pointer                 PIC 9(04) COMP VALUE 0.
       77  Image-Offset                PIC 9(04) COMP VALUE 0.
       77  Image-Chunk                 PIC 9(04) COMP VALUE 0.
       77  Image-Last                  PIC 9(04) COMP VALUE 0.
       77  Image-Trailing              PIC 9(04) COMP VALUE 0.

      *****************************************************************
      * Hex display of a packed field: each byte is dropped into the
      * low-order byte of a halfword and split into its two digits.
      *****************************************************************
       01  Hex-Work.
           05  Hex-Value               PIC 9(04) COMP.
       01  Hex-Bytes REDEFINES Hex-Work.
           05  FILLER                  PIC X(01).
           05  Hex-Byte                PIC X(01).
       01  Hex-Digits                  PIC X(16)
               VALUE '0123456789ABCDEF'.
       77  Hex-Source                  PIC X(17).
       77  Hex-Length                  PIC 9(03) COMP VALUE 0.
       77  Hex-Index                   PIC 9(03) COMP VALUE 0.
       77  Hex-High                    PIC 9(03) COMP VALUE 0.
       77  Hex-Low                     PIC 9(03) COMP VALUE 0.
       77  Hex-Pointer                 PIC 9(03) COMP VALUE 0.

       01  Parm-Token-Table.
           05  Parm-Token OCCURS 5 TIMES     PIC X(60).
       77  Parm-Token-Count            PIC 9(02) COMP VALUE 0.
       77  Parm-Index                  PIC 9(02) COMP VALUE 0.
       77  Parm-Keyword                PIC X(10).
       77  Parm-Value                  PIC X(50).

       01  Trace-Line                  PIC X(121) VALUE SPACES.
       77  Stream-Text                 PIC X(01).
       77  Count-Text                  PIC ZZ9.

       01  Image-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Image-Line-Offset       PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Image-Line-Text         PIC X(100).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  Field-Heading.
           05  FILLER                  PIC X(21)
               VALUE '  FIELD NAME'.
           05  FILLER                  PIC X(10) VALUE ' IN-AT LEN'.
           05  FILLER                  PIC X(37)
               VALUE '  INPUT CONTENT'.
           05  FILLER                  PIC X(13)
               VALUE 'OUT-AT LEN M '.
           05  FILLER                  PIC X(40)
               VALUE 'PADDED CONTENT'.

       01  Field-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Field-Line-Name         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Field-Line-In-At        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Field-Line-In-Length    PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Field-Line-In-Text      PIC X(35).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Field-Line-Out-At       PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Field-Line-Out-Length   PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Field-Line-Mode         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Field-Line-Out-Text     PIC X(36).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  Held-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  Held-Line-Kind          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Held-Line-Name          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  Held-Line-Text          PIC X(87).

       01  Rule-Line                   PIC X(121) VALUE ALL '-'.

       LINKAGE SECTION.
       01  Parm-Area.
           05  Parm-Length             PIC S9(04) COMP.
           05  Parm-Text               PIC X(80).

       PROCEDURE DIVISION USING Parm-Area.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-FIND-ONE-RECORD THRU 2000-EXIT
               UNTIL End-Of-Lineage
           IF Match-Count > 0
               PERFORM 3000-PRINT-TRACES THRU 3000-EXIT
           END-IF
           PERFORM 8000-WRITE-TRACE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF Trace-Key = SPACES AND NOT Recno-Coded
               DISPLAY 'PADTRACE - CODE KEY= OR RECNO= - JOB STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO Trace-Key-Zeros
           INSPECT Trace-Key TALLYING Trace-Key-Zeros
               FOR LEADING '0'
           OPEN INPUT MASTER-FILE
           OPEN INPUT LIBRARY-FILE
           OPEN OUTPUT TRACE-REPORT-FILE
           PERFORM 1300-LOAD-MASTER THRU 1300-EXIT
           PERFORM 1400-LOAD-LIBRARY THRU 1400-EXIT
           PERFORM 1500-WRITE-HEADING THRU 1500-EXIT
           OPEN INPUT LINEAGE-FILE
           IF NOT Lineage-File-OK
               DISPLAY 'PADTRACE - LINEAGE OPEN FAILED, STATUS '
                   Lineage-File-Status ' - JOB STOPPED'
               PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-READ-LINEAGE-RECORD THRU 2100-EXIT.

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
               WHEN 'KEY'
                   MOVE Parm-Value TO Trace-Key
               WHEN 'RECNO'
                   IF FUNCTION TRIM(Parm-Value) IS NUMERIC
                       COMPUTE Trace-Record-Number =
                           FUNCTION NUMVAL(FUNCTION TRIM(Parm-Value))
                       MOVE 'Y' TO Recno-Coded-Switch
                   END-IF
               WHEN 'STREAM'
                   MOVE Parm-Value(1:1) TO Trace-Stream
                   MOVE 'Y' TO Stream-Coded-Switch
               WHEN 'FROM'
                   IF Parm-Value(1:8) IS NUMERIC
                       MOVE Parm-Value(1:8) TO From-Date
                   END-IF
               WHEN 'TO'
                   IF Parm-Value(1:8) IS NUMERIC
                       MOVE Parm-Value(1:8) TO To-Date
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-EXIT.
           EXIT.

       1300-LOAD-MASTER.
           MOVE 0 TO Master-Count
           PERFORM 1350-READ-MASTER-RECORD THRU 1350-EXIT
               UNTIL Master-File-End.

       1300-EXIT.
           EXIT.

       1350-READ-MASTER-RECORD.
           READ MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Master-Count >= Max-Master-Entries
                       DISPLAY 'PADTRACE - MASTER HAS MORE THAN '
                           Max-Master-Entries ' RECORDS - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Master-Count
                   MOVE Mst-Run-Date TO Master-Run-Date(Master-Count)
                   MOVE Mst-Record-Number
                       TO Master-Record-Number(Master-Count)
                   MOVE Mst-Reason TO Master-Reason(Master-Count)
                   MOVE Mst-Status TO Master-Status(Master-Count)
                   MOVE Mst-Resolved-Date
                       TO Master-Resolved-Date(Master-Count)
                   MOVE Mst-Stream TO Master-Stream(Master-Count)
                   MOVE Mst-Source TO Master-Source(Master-Count)
           END-READ.

       1350-EXIT.
           EXIT.

       1400-LOAD-LIBRARY.
           MOVE 0 TO Library-Count
           PERFORM 1450-READ-LIBRARY-RECORD THRU 1450-EXIT
               UNTIL Library-File-End.

       1400-EXIT.
           EXIT.

       1450-READ-LIBRARY-RECORD.
           READ LIBRARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF Library-Count >= Max-Library-Entries
                       DISPLAY 'PADTRACE - LIBRARY HAS MORE THAN '
                           Max-Library-Entries ' ENTRIES - JOB STOPPED'
                       PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO Library-Count
                   MOVE Lib-In-Effective-Date
                       TO Lib-Effective-Date(Library-Count)
                   MOVE Lib-In-Entry TO Lib-Entry(Library-Count)
           END-READ.

       1450-EXIT.
           EXIT.

       1500-WRITE-HEADING.
           MOVE 'PADTRACE - RECORD LINEAGE TRACE' TO Trace-Line
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           IF Trace-Key NOT = SPACES
               STRING '  KEY            ' DELIMITED BY SIZE
                   Trace-Key DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           END-IF
           IF Recno-Coded
               IF Stream-Coded
                   STRING '  INPUT RECORD   ' DELIMITED BY SIZE
                       Trace-Record-Number DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               ELSE
                   STRING '  EXTRACT RECORD ' DELIMITED BY SIZE
                       Trace-Record-Number DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               END-IF
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           END-IF
           IF Stream-Coded
               STRING '  STREAM         ' DELIMITED BY SIZE
                   Trace-Stream DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           END-IF
           STRING '  RUN DATES      ' DELIMITED BY SIZE
               From-Date DELIMITED BY SIZE
               ' THROUGH ' DELIMITED BY SIZE
               To-Date DELIMITED BY SIZE
               INTO Trace-Line
           END-STRING
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * First pass: collect the nightly cross-references that match
      * the inquiry, and credit each RESUBMIT cross-reference to the
      * traced night it came from.
      *****************************************************************
       2000-FIND-ONE-RECORD.
           IF Lin-Cross-Reference
               IF Lin-Run-Resubmit
                   PERFORM 2300-CREDIT-RESUBMIT THRU 2300-EXIT
               ELSE
                   PERFORM 2200-TEST-NIGHTLY-RECORD THRU 2200-EXIT
               END-IF
           END-IF
           PERFORM 2100-READ-LINEAGE-RECORD THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-READ-LINEAGE-RECORD.
           READ LINEAGE-FILE
               AT END
                   MOVE 'Y' TO End-Of-Lineage-Switch
           END-READ.

       2100-EXIT.
           EXIT.

       2200-TEST-NIGHTLY-RECORD.
           IF Lin-Run-Date < From-Date OR Lin-Run-Date > To-Date
               GO TO 2200-EXIT
           END-IF
           IF Stream-Coded AND Lin-Stream NOT = Trace-Stream
               GO TO 2200-EXIT
           END-IF
           IF Recno-Coded
               IF Stream-Coded
                   IF Lin-Input-Number NOT = Trace-Record-Number
                       GO TO 2200-EXIT
                   END-IF
               ELSE
                   IF Lin-Extract-Number NOT = Trace-Record-Number
                       GO TO 2200-EXIT
                   END-IF
               END-IF
           END-IF
           IF Trace-Key NOT = SPACES
               PERFORM 2250-MATCH-KEY THRU 2250-EXIT
               IF NOT Key-Matched
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF Match-Count >= Max-Matches
               ADD 1 TO Matches-Dropped
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Match-Count
           MOVE Lin-Run-Date TO Match-Run-Date(Match-Count)
           MOVE Lin-Stream TO Match-Stream(Match-Count)
           MOVE Lin-Input-Number TO Match-Input-Number(Match-Count)
           MOVE Lin-Key-Value TO Match-Key(Match-Count)
           MOVE Lin-Disposition TO Match-Disposition(Match-Count)
           MOVE 0 TO Match-Resubmit-Count(Match-Count)
           MOVE 0 TO Match-Last-Resubmit(Match-Count)
           MOVE 0 TO Match-Loaded-Date(Match-Count)
           MOVE 0 TO Match-Loaded-Number(Match-Count)
           MOVE 'N' TO Match-Printed(Match-Count).

       2200-EXIT.
           EXIT.

       2250-MATCH-KEY.
           MOVE 'N' TO Key-Match-Switch
           IF Lin-Key-Value = Trace-Key
               MOVE 'Y' TO Key-Match-Switch
               GO TO 2250-EXIT
           END-IF
           MOVE 0 TO Lineage-Key-Zeros
           INSPECT Lin-Key-Value TALLYING Lineage-Key-Zeros
               FOR LEADING '0'
           IF Lineage-Key-Zeros < 50 AND Trace-Key-Zeros < 50
               IF Lin-Key-Value(Lineage-Key-Zeros + 1:)
                       = Trace-Key(Trace-Key-Zeros + 1:)
                   MOVE 'Y' TO Key-Match-Switch
               END-IF
           END-IF.

       2250-EXIT.
           EXIT.

       2300-CREDIT-RESUBMIT.
           PERFORM 2350-FIND-RESUBMIT-SLOT THRU 2350-EXIT
           IF Credit-Slot = 0
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO Match-Resubmit-Count(Credit-Slot)
           MOVE Lin-Run-Date TO Match-Last-Resubmit(Credit-Slot)
           IF NOT Lin-Suspended
                   AND Match-Loaded-Date(Credit-Slot) = 0
               MOVE Lin-Run-Date TO Match-Loaded-Date(Credit-Slot)
               MOVE Lin-Output-Number
                   TO Match-Loaded-Number(Credit-Slot)
           END-IF.

       2300-EXIT.
           EXIT.

       2350-FIND-RESUBMIT-SLOT.
           MOVE 0 TO Credit-Slot
           MOVE 0 TO Credit-Date
           PERFORM 2360-WEIGH-ONE-MATCH THRU 2360-EXIT
               VARYING Match-Index FROM 1 BY 1
               UNTIL Match-Index > Match-Count.

       2350-EXIT.
           EXIT.

       2360-WEIGH-ONE-MATCH.
           IF Match-Stream(Match-Index) = Lin-Stream
                   AND Match-Input-Number(Match-Index)
                       = Lin-Input-Number
                   AND Match-Key(Match-Index) = Lin-Key-Value
                   AND Match-Run-Date(Match-Index) <= Lin-Run-Date
                   AND Match-Run-Date(Match-Index) >= Credit-Date
               MOVE Match-Index TO Credit-Slot
               MOVE Match-Run-Date(Match-Index) TO Credit-Date
           END-IF.

       2360-EXIT.
           EXIT.

      *****************************************************************
      * Second pass: print each traced record as its cross-reference
      * comes by, with the exception and repair copies held from
      * just ahead of it.  A night rerun under the same date is
      * traced twice, each cross-reference taking the next unprinted
      * slot.
      *****************************************************************
       3000-PRINT-TRACES.
           CLOSE LINEAGE-FILE
           OPEN INPUT LINEAGE-FILE
           MOVE 'N' TO End-Of-Lineage-Switch
           MOVE 0 TO Held-Count
           MOVE 0 TO Held-Dropped
           PERFORM 2100-READ-LINEAGE-RECORD THRU 2100-EXIT
           PERFORM 3100-TRACE-ONE-RECORD THRU 3100-EXIT
               UNTIL End-Of-Lineage.

       3000-EXIT.
           EXIT.

       3100-TRACE-ONE-RECORD.
           MOVE 0 TO Trace-Slot
           IF Lin-Run-Resubmit
               PERFORM 2350-FIND-RESUBMIT-SLOT THRU 2350-EXIT
               MOVE Credit-Slot TO Trace-Slot
           ELSE
               PERFORM 3150-FIND-NIGHTLY-SLOT THRU 3150-EXIT
           END-IF
           IF Trace-Slot > 0
               IF Lin-Cross-Reference
                   PERFORM 4000-PRINT-TRACE-BLOCK THRU 4000-EXIT
               ELSE
                   PERFORM 3200-HOLD-ONE-DETAIL THRU 3200-EXIT
               END-IF
           END-IF
           IF Lin-Cross-Reference
               MOVE 0 TO Held-Count
               MOVE 0 TO Held-Dropped
           END-IF
           PERFORM 2100-READ-LINEAGE-RECORD THRU 2100-EXIT.

       3100-EXIT.
           EXIT.

       3150-FIND-NIGHTLY-SLOT.
           PERFORM 3160-WEIGH-ONE-NIGHT THRU 3160-EXIT
               VARYING Match-Index FROM 1 BY 1
               UNTIL Match-Index > Match-Count
                   OR Trace-Slot > 0.

       3150-EXIT.
           EXIT.

       3160-WEIGH-ONE-NIGHT.
           IF Match-Run-Date(Match-Index) = Lin-Run-Date
                   AND Match-Stream(Match-Index) = Lin-Stream
                   AND Match-Input-Number(Match-Index)
                       = Lin-Input-Number
                   AND Match-Key(Match-Index) = Lin-Key-Value
                   AND Match-Printed(Match-Index) = 'N'
               MOVE Match-Index TO Trace-Slot
           END-IF.

       3160-EXIT.
           EXIT.

       3200-HOLD-ONE-DETAIL.
           IF Held-Count >= Max-Held
               ADD 1 TO Held-Dropped
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO Held-Count
           MOVE Lin-Record-Kind TO Held-Kind(Held-Count)
           MOVE Lin-Images(1:131) TO Held-Image(Held-Count).

       3200-EXIT.
           EXIT.

      *****************************************************************
      * One traced record: what it was, where it went, the input
      * image, its fields as padded, the exceptions and repairs,
      * and - for the nightly record - how suspense and the
      * resubmits left it.
      *****************************************************************
       4000-PRINT-TRACE-BLOCK.
           MOVE Rule-Line TO Trace-Line
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           PERFORM 4050-SELECT-TABLE-VERSION THRU 4050-EXIT
           PERFORM 4100-PRINT-IDENTITY THRU 4100-EXIT
           PERFORM 4200-PRINT-INPUT-IMAGE THRU 4200-EXIT
           PERFORM 4300-PRINT-FIELDS THRU 4300-EXIT
           PERFORM 4400-PRINT-HELD-DETAIL THRU 4400-EXIT
               VARYING Held-Index FROM 1 BY 1
               UNTIL Held-Index > Held-Count
           IF Held-Dropped > 0
               MOVE Held-Dropped TO Count-Text
               STRING '  MORE EXCEPTIONS AND REPAIRS NOT SHOWN: '
                   DELIMITED BY SIZE
                   Count-Text DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           END-IF
           IF Lin-Run-Nightly
               PERFORM 4500-PRINT-OUTCOME THRU 4500-EXIT
               MOVE 'Y' TO Match-Printed(Trace-Slot)
           END-IF
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT.

       4000-EXIT.
           EXIT.

       4050-SELECT-TABLE-VERSION.
           MOVE 0 TO Version-Used
           IF Lin-Table-Version > 0
               MOVE Lin-Table-Version TO Version-Wanted
           ELSE
               MOVE Lin-Run-Date TO Version-Wanted
           END-IF
           PERFORM 4060-WEIGH-ONE-VERSION THRU 4060-EXIT
               VARYING Library-Index FROM 1 BY 1
               UNTIL Library-Index > Library-Count.

       4050-EXIT.
           EXIT.

       4060-WEIGH-ONE-VERSION.
           IF Lib-Effective-Date(Library-Index) <= Version-Wanted
                   AND Lib-Effective-Date(Library-Index)
                       > Version-Used
               MOVE Lib-Effective-Date(Library-Index)
                   TO Version-Used
           END-IF.

       4060-EXIT.
           EXIT.

       4100-PRINT-IDENTITY.
           MOVE Lin-Stream TO Stream-Text
           IF Stream-Text = SPACE
               MOVE '-' TO Stream-Text
           END-IF
           IF Lin-Run-Resubmit
               STRING '  RUN DATE ' DELIMITED BY SIZE
                   Lin-Run-Date DELIMITED BY SIZE
                   '  RESUBMIT  STREAM ' DELIMITED BY SIZE
                   Stream-Text DELIMITED BY SIZE
                   '  INPUT RECORD ' DELIMITED BY SIZE
                   Lin-Input-Number DELIMITED BY SIZE
                   '  (FROM SUSPENSE)' DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
           ELSE
               STRING '  RUN DATE ' DELIMITED BY SIZE
                   Lin-Run-Date DELIMITED BY SIZE
                   '  NIGHTLY   STREAM ' DELIMITED BY SIZE
                   Stream-Text DELIMITED BY SIZE
                   '  INPUT RECORD ' DELIMITED BY SIZE
                   Lin-Input-Number DELIMITED BY SIZE
                   '  EXTRACT RECORD ' DELIMITED BY SIZE
                   Lin-Extract-Number DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
           END-IF
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           STRING '  RECORD TYPE ' DELIMITED BY SIZE
               Lin-Record-Type DELIMITED BY SIZE
               '  TABLE VERSION ' DELIMITED BY SIZE
               Version-Used DELIMITED BY SIZE
               '  KEY ' DELIMITED BY SIZE
               Lin-Key-Value DELIMITED BY SIZE
               INTO Trace-Line
           END-STRING
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           EVALUATE TRUE
               WHEN Lin-Suspended
                   STRING '  RESULT   SENT TO SUSPENSE - '
                       DELIMITED BY SIZE
                       Lin-Reason DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Lin-Passed
                   STRING '  RESULT   PASSED THROUGH UNPADDED AS '
                       DELIMITED BY SIZE
                       'LOAD FILE RECORD ' DELIMITED BY SIZE
                       Lin-Output-Number DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Lin-Truncated
                   STRING '  RESULT   WRITTEN WITH TRUNCATION AS '
                       DELIMITED BY SIZE
                       'LOAD FILE RECORD ' DELIMITED BY SIZE
                       Lin-Output-Number DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN OTHER
                   STRING '  RESULT   WRITTEN AS LOAD FILE RECORD '
                       DELIMITED BY SIZE
                       Lin-Output-Number DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
           END-EVALUATE
           IF Lin-Run-Resubmit AND NOT Lin-Suspended
               MOVE '(OF THOSE THE RUN APPENDED)' TO Trace-Line(67:27)
           END-IF
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * The input image a hundred bytes to the line, stopping at its
      * last non-blank byte - a 2000-byte feed is mostly filler.
      *****************************************************************
       4200-PRINT-INPUT-IMAGE.
           MOVE 0 TO Image-Trailing
           INSPECT FUNCTION REVERSE(Lin-Images(1:Lin-Record-Length))
               TALLYING Image-Trailing FOR LEADING SPACE
           COMPUTE Image-Last = Lin-Record-Length - Image-Trailing
           IF Image-Last = 0
               MOVE '  INPUT IMAGE ALL SPACES' TO Trace-Line
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
               GO TO 4200-EXIT
           END-IF
           MOVE '  INPUT IMAGE' TO Trace-Line
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           PERFORM 4250-PRINT-ONE-CHUNK THRU 4250-EXIT
               VARYING Image-Offset FROM 1 BY 100
               UNTIL Image-Offset > Image-Last.

       4200-EXIT.
           EXIT.

       4250-PRINT-ONE-CHUNK.
           COMPUTE Image-Chunk = Image-Last - Image-Offset + 1
           IF Image-Chunk > 100
               MOVE 100 TO Image-Chunk
           END-IF
           MOVE Image-Offset TO Image-Line-Offset
           MOVE SPACES TO Image-Line-Text
           MOVE Lin-Images(Image-Offset:Image-Chunk)
               TO Image-Line-Text
           WRITE TRACE-REPORT-RECORD FROM Image-Line.

       4250-EXIT.
           EXIT.

      *****************************************************************
      * The fields as PADREC padded them: the version's entries for
      * the record's type (and the blank-typed entries) in table
      * order, each placed in the output right after the last.
      *****************************************************************
       4300-PRINT-FIELDS.
           IF Lin-Passed
               MOVE '  NO CONTROL ENTRIES FOR THE RECORD TYPE - '
                   TO Trace-Line(1:43)
               MOVE 'LOADED AS READ' TO Trace-Line(44:14)
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
               GO TO 4300-EXIT
           END-IF
           IF Version-Used = 0
               STRING '  NO CONTROL TABLE VERSION ON PADCTLIB FOR '
                   DELIMITED BY SIZE
                   Version-Wanted DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
               GO TO 4300-EXIT
           END-IF
           WRITE TRACE-REPORT-RECORD FROM Field-Heading
           MOVE 0 TO Fields-Shown
           MOVE 1 TO Out-Pointer
           PERFORM 4350-PRINT-ONE-FIELD THRU 4350-EXIT
               VARYING Library-Index FROM 1 BY 1
               UNTIL Library-Index > Library-Count.

       4300-EXIT.
           EXIT.

       4350-PRINT-ONE-FIELD.
           IF Lib-Effective-Date(Library-Index) NOT = Version-Used
               GO TO 4350-EXIT
           END-IF
           IF Lib-Record-Type(Library-Index) NOT = SPACES
                   AND Lib-Record-Type(Library-Index)
                       NOT = Lin-Record-Type
               GO TO 4350-EXIT
           END-IF
           ADD 1 TO Fields-Shown
           MOVE Lib-Name(Library-Index) TO Field-Line-Name
           MOVE Lib-Offset(Library-Index) TO Field-Line-In-At
           MOVE Lib-Length(Library-Index) TO Field-Line-In-Length
           MOVE Out-Pointer TO Field-Line-Out-At
           MOVE Lib-Pad-Length(Library-Index) TO Field-Line-Out-Length
           MOVE Lib-Pad-Mode(Library-Index) TO Field-Line-Mode
           MOVE SPACES TO Field-Line-In-Text Field-Line-Out-Text
           IF Lib-Offset(Library-Index) > 0
                   AND Lib-Offset(Library-Index)
                       + Lib-Length(Library-Index) - 1
                       <= Lin-Record-Length
               MOVE Lin-Images(Lib-Offset(Library-Index):
                       Lib-Length(Library-Index))
                   TO Field-Line-In-Text
           END-IF
           IF Out-Pointer + Lib-Pad-Length(Library-Index) - 1
                   <= Lin-Record-Length
                   AND Lib-Pad-Length(Library-Index) > 0
               IF Lib-Pad-Mode-Numeric(Library-Index)
                       AND Lib-Numeric-Packed(Library-Index)
                   PERFORM 4380-FORMAT-PACKED-FIELD THRU 4380-EXIT
               ELSE
                   MOVE Lin-Images(Lin-Record-Length + Out-Pointer:
                           Lib-Pad-Length(Library-Index))
                       TO Field-Line-Out-Text
               END-IF
           END-IF
           WRITE TRACE-REPORT-RECORD FROM Field-Line
           ADD Lib-Pad-Length(Library-Index) TO Out-Pointer.

       4350-EXIT.
           EXIT.

       4380-FORMAT-PACKED-FIELD.
           MOVE Lib-Pad-Length(Library-Index) TO Hex-Length
           IF Hex-Length > 17
               MOVE 17 TO Hex-Length
           END-IF
           MOVE SPACES TO Hex-Source
           MOVE Lin-Images(Lin-Record-Length + Out-Pointer:
                   Hex-Length) TO Hex-Source
           MOVE 1 TO Hex-Pointer
           PERFORM 4390-FORMAT-ONE-BYTE THRU 4390-EXIT
               VARYING Hex-Index FROM 1 BY 1
               UNTIL Hex-Index > Hex-Length.

       4380-EXIT.
           EXIT.

       4390-FORMAT-ONE-BYTE.
           MOVE 0 TO Hex-Value
           MOVE Hex-Source(Hex-Index:1) TO Hex-Byte
           DIVIDE Hex-Value BY 16 GIVING Hex-High
               REMAINDER Hex-Low
           MOVE Hex-Digits(Hex-High + 1:1)
               TO Field-Line-Out-Text(Hex-Pointer:1)
           MOVE Hex-Digits(Hex-Low + 1:1)
               TO Field-Line-Out-Text(Hex-Pointer + 1:1)
           ADD 2 TO Hex-Pointer.

       4390-EXIT.
           EXIT.

       4400-PRINT-HELD-DETAIL.
           MOVE SPACES TO Held-Line-Text
           IF Held-Kind(Held-Index) = 'E'
               MOVE Held-Image(Held-Index) TO Held-Exception
               MOVE 'EXCEPTION' TO Held-Line-Kind
               MOVE Held-Exc-Field-Name TO Held-Line-Name
               STRING 'CODE ' DELIMITED BY SIZE
                   Held-Exc-Return-Code DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   Held-Exc-Field-Value DELIMITED BY SIZE
                   INTO Held-Line-Text
               END-STRING
           ELSE
               MOVE Held-Image(Held-Index)(1:130) TO Held-Repair
               MOVE 'REPAIR' TO Held-Line-Kind
               MOVE Held-Rep-Field-Name TO Held-Line-Name
               IF Held-Rep-Strip
                   MOVE 'STRIP    ' TO Held-Line-Text(1:9)
               ELSE
                   MOVE 'DEFAULT  ' TO Held-Line-Text(1:9)
               END-IF
               MOVE Held-Rep-Old-Value(1:38) TO Held-Line-Text(10:38)
               MOVE '-> ' TO Held-Line-Text(49:3)
               MOVE Held-Rep-New-Value(1:36) TO Held-Line-Text(52:36)
           END-IF
           WRITE TRACE-REPORT-RECORD FROM Held-Line.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * The traced night's outcome: the record's line on the
      * suspense master (looked for whatever the night did with the
      * record, since the master is the one place every reject
      * source meets), the loader's verdict on a record the night
      * wrote to the load file, and what the resubmits made of it.
      *****************************************************************
       4500-PRINT-OUTCOME.
           MOVE 0 TO Master-Slot
           PERFORM 4550-MATCH-ONE-MASTER THRU 4550-EXIT
               VARYING Master-Index FROM 1 BY 1
               UNTIL Master-Index > Master-Count
                   OR Master-Slot > 0
           EVALUATE TRUE
               WHEN Master-Slot > 0 AND Master-Resolved(Master-Slot)
                   STRING '  SUSPENSE MASTER  RESOLVED '
                       DELIMITED BY SIZE
                       Master-Resolved-Date(Master-Slot)
                       DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       Master-Reason(Master-Slot) DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Master-Slot > 0
                   STRING '  SUSPENSE MASTER  OPEN - '
                       DELIMITED BY SIZE
                       Master-Reason(Master-Slot) DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Lin-Suspended
                   MOVE '  SUSPENSE MASTER  NOT ON THE MASTER - NOT '
                       TO Trace-Line(1:43)
                   MOVE 'YET ROLLED, OR PURGED AFTER RESOLUTION'
                       TO Trace-Line(44:38)
               WHEN OTHER
                   MOVE '  SUSPENSE MASTER  NEVER SUSPENDED'
                       TO Trace-Line
           END-EVALUATE
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           IF Lin-Output-Number > 0
               PERFORM 4600-PRINT-LOADER-OUTCOME THRU 4600-EXIT
           END-IF
           MOVE Match-Resubmit-Count(Trace-Slot) TO Count-Text
           EVALUATE TRUE
               WHEN Match-Loaded-Date(Trace-Slot) > 0
                   STRING '  RESUBMIT         LOADED BY THE RUN OF '
                       DELIMITED BY SIZE
                       Match-Loaded-Date(Trace-Slot) DELIMITED BY SIZE
                       ' AS APPENDED RECORD ' DELIMITED BY SIZE
                       Match-Loaded-Number(Trace-Slot)
                       DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Match-Resubmit-Count(Trace-Slot) > 0
                   STRING '  RESUBMIT         ' DELIMITED BY SIZE
                       Count-Text DELIMITED BY SIZE
                       ' TIME(S), LAST ' DELIMITED BY SIZE
                       Match-Last-Resubmit(Trace-Slot)
                       DELIMITED BY SIZE
                       ' - STILL SUSPENDED' DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Lin-Suspended
                   MOVE '  RESUBMIT         NOT RESUBMITTED'
                       TO Trace-Line
               WHEN OTHER
                   MOVE '  RESUBMIT         NONE NEEDED' TO Trace-Line
           END-EVALUATE
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT.

       4500-EXIT.
           EXIT.

       4550-MATCH-ONE-MASTER.
           IF Master-Run-Date(Master-Index) = Lin-Run-Date
                   AND Master-Stream(Master-Index) = Lin-Stream
                   AND NOT Master-Loader-Reject(Master-Index)
                   AND Master-Record-Number(Master-Index)
                       = Lin-Input-Number
               MOVE Master-Index TO Master-Slot
           END-IF.

       4550-EXIT.
           EXIT.

      *****************************************************************
      * A loader reject is filed under the night's run date and the
      * record's position on the whole night's load file - the
      * lineage's output number, already renumbered across the
      * streams on a LEFTPDBP night - with no stream.
      *****************************************************************
       4600-PRINT-LOADER-OUTCOME.
           MOVE 0 TO Master-Slot
           PERFORM 4650-MATCH-ONE-LOADER-REJECT THRU 4650-EXIT
               VARYING Master-Index FROM 1 BY 1
               UNTIL Master-Index > Master-Count
                   OR Master-Slot > 0
           EVALUATE TRUE
               WHEN Master-Slot > 0 AND Master-Resolved(Master-Slot)
                   STRING '  LOADER           REJECTED - '
                       DELIMITED BY SIZE
                       Master-Reason(Master-Slot) DELIMITED BY SIZE
                       ' - RELOADED ' DELIMITED BY SIZE
                       Master-Resolved-Date(Master-Slot)
                       DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN Master-Slot > 0
                   STRING '  LOADER           REJECTED - '
                       DELIMITED BY SIZE
                       Master-Reason(Master-Slot) DELIMITED BY SIZE
                       ' - STILL OPEN' DELIMITED BY SIZE
                       INTO Trace-Line
                   END-STRING
               WHEN OTHER
                   MOVE '  LOADER           NO LOADER REJECT ON THE'
                       TO Trace-Line(1:42)
                   MOVE ' MASTER' TO Trace-Line(43:7)
           END-EVALUATE
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT.

       4600-EXIT.
           EXIT.

       4650-MATCH-ONE-LOADER-REJECT.
           IF Master-Loader-Reject(Master-Index)
                   AND Master-Run-Date(Master-Index) = Lin-Run-Date
                   AND Master-Record-Number(Master-Index)
                       = Lin-Output-Number
               MOVE Master-Index TO Master-Slot
           END-IF.

       4650-EXIT.
           EXIT.

       8000-WRITE-TRACE-SUMMARY.
           MOVE Rule-Line TO Trace-Line
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           IF Match-Count = 0
               MOVE 'NO LINEAGE RECORD MATCHED THE INQUIRY'
                   TO Trace-Line
           ELSE
               MOVE Match-Count TO Count-Text
               STRING 'RECORDS TRACED ' DELIMITED BY SIZE
                   Count-Text DELIMITED BY SIZE
                   INTO Trace-Line
               END-STRING
           END-IF
           PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           IF Matches-Dropped > 0
               MOVE 'MORE RECORDS MATCHED THAN ONE REPORT TRACES - '
                   TO Trace-Line(1:46)
               MOVE 'NARROW THE RUN DATES' TO Trace-Line(47:20)
               PERFORM 8900-WRITE-TRACE-LINE THRU 8900-EXIT
           END-IF.

       8000-EXIT.
           EXIT.

       8900-WRITE-TRACE-LINE.
           WRITE TRACE-REPORT-RECORD FROM Trace-Line
           MOVE SPACES TO Trace-Line.

       8900-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL-FILES THRU 9100-EXIT
           EVALUATE TRUE
               WHEN Matches-Dropped > 0
                   MOVE 08 TO RETURN-CODE
               WHEN Match-Count = 0
                   MOVE 04 TO RETURN-CODE
               WHEN OTHER
                   MOVE 00 TO RETURN-CODE
           END-EVALUATE.

       9000-EXIT.
           EXIT.

       9100-CLOSE-ALL-FILES.
           CLOSE LINEAGE-FILE MASTER-FILE LIBRARY-FILE
               TRACE-REPORT-FILE.

       9100-EXIT.
           EXIT.
