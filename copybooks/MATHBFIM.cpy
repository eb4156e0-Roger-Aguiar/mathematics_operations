      ******************************************************************
      * Copybook : MATHBFIM
      * Purpose  : Record layout for the results-master before-image
      *            journal the batch appends to for every key it
      *            adds to or rewrites on PROD.MATH.RESULTS, tagged
      *            with the run date.  "R" rows carry the master
      *            record exactly as it stood before the rewrite;
      *            "A" rows mark a key the run added - there was no
      *            prior record, so the image carries the record as
      *            the run wrote it.  The backout run (MATHBKO) takes
      *            the oldest row one run date holds for each key -
      *            the state before that run first touched it - and
      *            puts the master back to it.
      *            BFIM-PRIOR-IMAGE is the full MATHRSLT record and
      *            must grow with it.
      ******************************************************************
       01  BEFORE-IMAGE-RECORD.
           05  BFIM-RUN-DATE             PIC 9(08).
           05  BFIM-RECORD-KEY           PIC 9(06).
           05  BFIM-ACTION               PIC X(01).
               88  BFIM-KEY-ADDED             VALUE 'A'.
               88  BFIM-KEY-REWRITTEN         VALUE 'R'.
           05  BFIM-PRIOR-IMAGE          PIC X(335).
