      *****************************************************************
      * PADCHG.CPY
      *
      * One record of the daily change file PADDELTA writes by
      * matching tonight's load file against the prior generation on
      * the Field-Key-Switch key: one record per detail key that was
      * added, changed, or deleted since last night.  Keys that did
      * not change are not written.  Subscribers apply this instead
      * of reloading the whole file.  COPY this at the 05 level
      * under the 01-level FD record.
      *
      *   Chg-Action          A  the key is new tonight.
      *                       C  the key was there last night with
      *                          different content in at least one
      *                          field.
      *                       D  the key was there last night and is
      *                          gone tonight.
      *   Chg-Record-Number   The record's number on the load file it
      *                       was taken from - tonight's for A and C,
      *                       last night's for D.
      *   Chg-Field-Count     C only: how many fields changed.  The
      *                       first ten are named below; a count
      *                       over ten means the rest went unnamed.
      *   Chg-Field-Name      C only: the Field-Names of the changed
      *                       fields, in control-table order.
      *   Chg-Data            The load record itself - tonight's image
      *                       for A and C, last night's for D.  Only
      *                       the run's record width is significant;
      *                       the physical record is that width plus
      *                       the 212-byte prefix above it.
      *****************************************************************
           05  Chg-Action             PIC X(01).
               88  Chg-Added                VALUE 'A'.
               88  Chg-Changed              VALUE 'C'.
               88  Chg-Deleted              VALUE 'D'.
           05  Chg-Record-Number      PIC 9(09).
           05  Chg-Field-Count        PIC 9(02).
           05  Chg-Field-Name OCCURS 10 TIMES
                                      PIC X(20).
           05  Chg-Data               PIC X(2000).
