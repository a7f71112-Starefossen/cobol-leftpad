      *   the finished load file against them - sequence trouble is
      *   an extract problem and is caught on our side before it
      *   becomes a database problem.  Blank is treated as N.
      *
      *   Added Field-Mask-Switch at the end of the entry (appended,
      *   so no existing column moved) to flag the fields PADMASK
      *   scrambles when it builds the de-identified copy of the
      *   extract for the QA region - account numbers, names,
      *   addresses, birth dates.  Blank is treated as N.
      *****************************************************************
           05  Field-Record-Type      PIC X(02).
           05  Field-Name             PIC X(20).
               88  Field-Valid-Yes          VALUE 'Y'.
           05  Field-Date-Format-In   PIC X(01).
           05  Field-Date-Format-Out  PIC X(01).
           05  Field-Mask-Switch      PIC X(01).
               88  Field-Mask-Yes           VALUE 'Y'.
