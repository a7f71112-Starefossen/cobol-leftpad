      *****************************************************************
      * PADSPEC.CPY
      *
      * One record of the loader field-spec file PADLAYO generates
      * from the activated control table: one record per field of
      * the fixed-width load file, per record type, in record
      * order.  The FIXLOAD team reads this instead of keeping its
      * own copy of the layout, so a new table version brings its
      * field positions with it.  COPY this at the 05 level under
      * the 01-level FD record.
      *
      *   Spec-Table-Version  The control-table version (effective
      *                       date) the layout was generated from.
      *   Spec-Record-Type    The record type the field belongs to,
      *                       blank on an untyped table.  A blank-
      *                       typed common field is repeated under
      *                       every record type it pads.
      *   Spec-Start          The field's 1-based byte position in
      *                       the load record (PADEDIT's OUTPOS).
      *   Spec-Length         The field's width (Field-Pad-Length).
      *   Spec-Data-Type      CHAR, ZONED (signed zoned decimal,
      *                       sign overpunched in the last byte),
      *                       PACKED (COMP-3), or DATE.
      *   Spec-Decimal-Places Implied decimal places, ZONED and
      *                       PACKED only.
      *   Spec-Date-Format    DATE only: the delivered format code
      *                       (see PADCTL.CPY) - E when the entry's
      *                       out-format is blank.
      *   Spec-Record-Length  The load record's full width for this
      *                       record type.
      *****************************************************************
           05  Spec-Table-Version     PIC 9(08).
           05  Spec-Record-Type       PIC X(02).
           05  Spec-Field-Name        PIC X(20).
           05  Spec-Start             PIC 9(05).
           05  Spec-Length            PIC 9(03).
           05  Spec-Data-Type         PIC X(06).
               88  Spec-Type-Char           VALUE 'CHAR  '.
               88  Spec-Type-Zoned          VALUE 'ZONED '.
               88  Spec-Type-Packed         VALUE 'PACKED'.
               88  Spec-Type-Date           VALUE 'DATE  '.
           05  Spec-Decimal-Places    PIC 9(02).
           05  Spec-Date-Format       PIC X(01).
           05  Spec-Record-Length     PIC 9(05).
           05  FILLER                 PIC X(08).
