      *            can trace a figure straight back to the extract
      *            instead of matching number pairs by eye.  Rows
      *            from interactive (ad hoc) calculations carry a
      *            zero key and a blank source.  A fractional figure
      *            (division, average, group average, median and
      *            standard deviation) carries the rounding rule that
      *            brought it to its published places - mode T
      *            truncate, U half-up or E half-even, and the number
      *            of places; every other row, error rows included,
      *            leaves the mode blank and the places zero.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-DATE                PIC X(08).
           05  AUDIT-SECOND-NUMBER       PIC S9(07)V9(02).
           05  AUDIT-OPERATION           PIC X(14).
           05  AUDIT-RESULT              PIC S9(14)V9(04).
           05  AUDIT-ROUNDING-MODE       PIC X(01).
           05  AUDIT-DECIMAL-PLACES      PIC 9(01).
