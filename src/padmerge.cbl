      *   under HIST=FIELDS and append only their per-field FD
      *   records - this consolidation is the night's one RN
      *   record, so the totals are never double-counted.
      *
      *   The streams' record lineage (LINEIN1 through LINEIN9, see
      *   PADLIN.CPY) is now consolidated onto LINEAGE in stream
      *   order, each stream's extract record numbers moved up by
      *   the records the earlier streams read and its load-file
      *   record numbers by the records they wrote, so the merged
      *   lineage numbers records exactly as the merged OUTFILE
      *   and the original extract do.  The input record number
      *   stays stream-relative, as the stream's suspense,
      *   exception, and repair-audit records carry it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHECKPOINT9-FILE ASSIGN TO CKPTIN9
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Checkpoint-File-Status.
           SELECT LINEAGE1-FILE ASSIGN TO LINEIN1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE2-FILE ASSIGN TO LINEIN2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE3-FILE ASSIGN TO LINEIN3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE4-FILE ASSIGN TO LINEIN4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE5-FILE ASSIGN TO LINEIN5
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE6-FILE ASSIGN TO LINEIN6
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE7-FILE ASSIGN TO LINEIN7
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE8-FILE ASSIGN TO LINEIN8
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT LINEAGE9-FILE ASSIGN TO LINEIN9
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-In-Status.
           SELECT OUTPUT-FILE ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Output-File-Status.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS History-File-Status.
           SELECT LINEAGE-FILE ASSIGN TO LINEAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Lineage-File-Status.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 121 CHARACTERS.
       01  CHECKPOINT9-RECORD          PIC X(121).

      *****************************************************************
      * The streams' lineage files and the consolidated LINEAGE all
      * ride their DD labels for width (RECORD CONTAINS 0): 128 plus
      * twice the run's record width.
      *****************************************************************
       FD  LINEAGE1-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE1-RECORD             PIC X(4128).

       FD  LINEAGE2-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE2-RECORD             PIC X(4128).

       FD  LINEAGE3-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE3-RECORD             PIC X(4128).

       FD  LINEAGE4-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE4-RECORD             PIC X(4128).

       FD  LINEAGE5-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE5-RECORD             PIC X(4128).

       FD  LINEAGE6-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE6-RECORD             PIC X(4128).

       FD  LINEAGE7-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE7-RECORD             PIC X(4128).

       FD  LINEAGE8-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE8-RECORD             PIC X(4128).

       FD  LINEAGE9-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE9-RECORD             PIC X(4128).

       FD  OUTPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  HISTORY-RECORD.
           COPY 'padhist.cpy'.

       FD  LINEAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS.
       01  LINEAGE-RECORD              PIC X(4128).

       WORKING-STORAGE SECTION.
       01  Stream-File-Status          PIC X(02).
           88  Stream-File-OK                  VALUE '00'.
       01  Output-File-Status          PIC X(02).
       01  Audit-File-Status           PIC X(02).
       01  History-File-Status         PIC X(02).
       01  Lineage-In-Status           PIC X(02).
       01  Lineage-File-Status         PIC X(02).

       01  Job-Switches.
           05  End-Of-Stream-Switch    PIC X(01) VALUE 'N'.
               88  Merge-Error                  VALUE 'Y'.
           05  Checkpoint-Seen-Switch  PIC X(01) VALUE 'N'.
               88  Checkpoint-Seen              VALUE 'Y'.
           05  End-Of-Lineage-Switch   PIC X(01) VALUE 'N'.
               88  End-Of-Lineage               VALUE 'Y'.

      *****************************************************************
      * The last checkpoint record seen on the current stream's
           05  Records-Passed          PIC 9(09) COMP VALUE 0.
           05  Records-Written         PIC 9(09) COMP VALUE 0.

      *****************************************************************
      * One stream's lineage record as it is renumbered, and the
      * offsets the stream's numbers move by: the records read and
      * written by the streams merged ahead of it.
      *****************************************************************
       01  Lineage-Work-Record.
           COPY 'padlin.cpy'.
       77  Lineage-Extract-Offset      PIC 9(09) COMP VALUE 0.
       77  Lineage-Output-Offset       PIC 9(09) COMP VALUE 0.
       77  Lineage-Merged              PIC 9(09) COMP VALUE 0.

       77  Stream-Count                PIC 9(02) COMP VALUE 4.
       77  Stream-Index                PIC 9(02) COMP VALUE 0.
       77  Run-Date                    PIC 9(08) VALUE 0.
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT AUDIT-FILE
           OPEN EXTEND HISTORY-FILE
           OPEN OUTPUT LINEAGE-FILE.

       1000-EXIT.
           EXIT.

       2000-MERGE-ONE-STREAM.
           INITIALIZE Stream-Counts(Stream-Index)
           MOVE Records-Read TO Lineage-Extract-Offset
           MOVE Records-Written TO Lineage-Output-Offset
           PERFORM 2100-COPY-STREAM-RECORDS THRU 2100-EXIT
           PERFORM 2500-READ-STREAM-CHECKPOINT THRU 2500-EXIT
           PERFORM 2900-COPY-STREAM-LINEAGE THRU 2900-EXIT
           ADD Stream-Read(Stream-Index) TO Records-Read
           ADD Stream-Padded(Stream-Index) TO Records-Padded
           ADD Stream-Truncated(Stream-Index) TO Records-Truncated
       2800-EXIT.
           EXIT.

      *****************************************************************
      * Copies the stream's lineage onto the consolidated LINEAGE,
      * renumbered into the merged extract and load file.  A record
      * that went to suspense keeps its zero load-file number.
      *****************************************************************
       2900-COPY-STREAM-LINEAGE.
           MOVE 'N' TO End-Of-Lineage-Switch
           PERFORM 2910-OPEN-ONE-LINEAGE THRU 2910-EXIT
           PERFORM 2920-READ-ONE-LINEAGE THRU 2920-EXIT
               UNTIL End-Of-Lineage
           PERFORM 2930-CLOSE-ONE-LINEAGE THRU 2930-EXIT.

       2900-EXIT.
           EXIT.

       2910-OPEN-ONE-LINEAGE.
           EVALUATE Stream-Index
               WHEN 1 OPEN INPUT LINEAGE1-FILE
               WHEN 2 OPEN INPUT LINEAGE2-FILE
               WHEN 3 OPEN INPUT LINEAGE3-FILE
               WHEN 4 OPEN INPUT LINEAGE4-FILE
               WHEN 5 OPEN INPUT LINEAGE5-FILE
               WHEN 6 OPEN INPUT LINEAGE6-FILE
               WHEN 7 OPEN INPUT LINEAGE7-FILE
               WHEN 8 OPEN INPUT LINEAGE8-FILE
               WHEN 9 OPEN INPUT LINEAGE9-FILE
           END-EVALUATE.

       2910-EXIT.
           EXIT.

       2920-READ-ONE-LINEAGE.
           EVALUATE Stream-Index
               WHEN 1
                   READ LINEAGE1-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE1-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 2
                   READ LINEAGE2-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE2-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 3
                   READ LINEAGE3-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE3-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 4
                   READ LINEAGE4-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE4-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 5
                   READ LINEAGE5-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE5-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 6
                   READ LINEAGE6-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE6-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 7
                   READ LINEAGE7-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE7-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 8
                   READ LINEAGE8-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE8-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
               WHEN 9
                   READ LINEAGE9-FILE
                       AT END MOVE 'Y' TO End-Of-Lineage-Switch
                       NOT AT END MOVE LINEAGE9-RECORD
                           TO Lineage-Work-Record
                           PERFORM 2950-WRITE-ONE-LINEAGE
                               THRU 2950-EXIT
                   END-READ
           END-EVALUATE.

       2920-EXIT.
           EXIT.

       2930-CLOSE-ONE-LINEAGE.
           EVALUATE Stream-Index
               WHEN 1 CLOSE LINEAGE1-FILE
               WHEN 2 CLOSE LINEAGE2-FILE
               WHEN 3 CLOSE LINEAGE3-FILE
               WHEN 4 CLOSE LINEAGE4-FILE
               WHEN 5 CLOSE LINEAGE5-FILE
               WHEN 6 CLOSE LINEAGE6-FILE
               WHEN 7 CLOSE LINEAGE7-FILE
               WHEN 8 CLOSE LINEAGE8-FILE
               WHEN 9 CLOSE LINEAGE9-FILE
           END-EVALUATE.

       2930-EXIT.
           EXIT.

       2950-WRITE-ONE-LINEAGE.
           ADD Lineage-Extract-Offset TO Lin-Extract-Number
           IF Lin-Output-Number > 0
               ADD Lineage-Output-Offset TO Lin-Output-Number
           END-IF
           WRITE LINEAGE-RECORD FROM Lineage-Work-Record
           ADD 1 TO Lineage-Merged.

       2950-EXIT.
           EXIT.

       8000-WRITE-AUDIT-REPORT.
           MOVE SPACES TO Audit-Report-Line
           MOVE 'PADMERGE - CONSOLIDATED PADDING AUDIT'
           MOVE Records-Written TO Audit-Report-Value
           WRITE AUDIT-RECORD FROM Audit-Report-Line

           MOVE 'LINEAGE RECORDS MERGED' TO Audit-Report-Text
           MOVE Lineage-Merged TO Audit-Report-Value
           WRITE AUDIT-RECORD FROM Audit-Report-Line

           PERFORM 8100-WRITE-ONE-STREAM-SECTION THRU 8100-EXIT
               VARYING Stream-Index FROM 1 BY 1
               UNTIL Stream-Index > Stream-Count.
           EXIT.

       9000-TERMINATE.
           CLOSE OUTPUT-FILE AUDIT-FILE HISTORY-FILE LINEAGE-FILE
           EVALUATE TRUE
               WHEN Merge-Error
                   MOVE 16 TO RETURN-CODE
