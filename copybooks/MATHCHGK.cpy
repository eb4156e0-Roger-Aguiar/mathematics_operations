      *            configured tolerance.  This file is the hand-off
      *            to downstream systems so they re-pull only what
      *            actually changed instead of reloading the whole
      *            master after every rerun.  The backout run
      *            (MATHBKO) cuts the same layout for the keys it
      *            reverses, in key order; there a zero new run date
      *            means the key was deleted from the master.
      ******************************************************************
       01  CHANGED-KEY-RECORD.
           05  CHGK-RECORD-KEY           PIC 9(06).
