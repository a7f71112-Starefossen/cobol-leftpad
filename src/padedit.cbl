      *     cannot drive DatePad, whose Field-Length cannot hold
      *     the source format, or whose Field-Pad-Length cannot
      *     hold the converted date.
      *   - Field-Hash-Switch, Field-Key-Switch, Field-Valid-Switch,
      *     or Field-Mask-Switch not Y, N, or blank.
      *   - Input extents overlapping an earlier entry's that applies
      *     to the same record type (entries of different nonblank
      *     Field-Record-Types may share extents - they never pad the
      * the RECLEN PARM is unusable.
      *
      * Modification history:
      *   Added the Field-Mask-Switch check for the fields PADMASK
      *   scrambles in the QA copy of the extract.
      *
      *   Added the mode-D rules: Field-Date-Format-In one of
      *   DatePad's codes, Field-Date-Format-Out a code or blank,
      *   Field-Length at least the source format's width, and
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CONTROL-RECORD.
           COPY 'padctl.cpy'.

               MOVE 'FIELD-VALID-SWITCH IS NOT Y, N, OR BLANK'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-IF
           IF Edit-Mask-Switch NOT = 'Y' AND 'N' AND SPACE
               MOVE 'FIELD-MASK-SWITCH IS NOT Y, N, OR BLANK'
                   TO Edit-Error-Text
               PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
           END-IF.

       2200-EXIT.
