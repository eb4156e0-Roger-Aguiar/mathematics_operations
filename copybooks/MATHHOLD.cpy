      ******************************************************************
      * Copybook : MATHHOLD
      * Purpose  : Record layout for the hold-for-review queue.  The
      *            batch appends one row for every result it flags
      *            as held on the results master - the run date and
      *            key that identify it, the figure that tripped a
      *            limit and why ("C" over the ceiling, "P" moved too
      *            far from the previous result), the transaction as
      *            it arrived, and the master record as it stood
      *            before the held result replaced it.  The review
      *            run (MATHHREL) releases a held result, or rejects
      *            it - the transaction goes back on the rejects file
      *            and the prior record is put back on the master
      *            (or the key taken off, when HOLD-PRIOR-SW says
      *            there was none).  A row the master no longer
      *            holds under that run date has been overtaken and
      *            is dropped from the queue.
      *            HOLD-PRIOR-IMAGE is the full MATHRSLT record and
      *            must grow with it.
      ******************************************************************
       01  HOLD-QUEUE-RECORD.
           05  HOLD-RUN-DATE             PIC 9(08).
           05  HOLD-RECORD-KEY           PIC 9(06).
           05  HOLD-SOURCE-SYSTEM        PIC X(02).
           05  HOLD-RECORD-TYPE          PIC X(01).
           05  HOLD-REASON-CODE          PIC X(01).
               88  HOLD-OVER-CEILING          VALUE 'C'.
               88  HOLD-OVER-PRIOR-CHANGE     VALUE 'P'.
           05  HOLD-FIELD-NAME           PIC X(24).
           05  HOLD-NEW-VALUE            PIC S9(14)V9(04).
           05  HOLD-PRIOR-VALUE          PIC S9(14)V9(04).
           05  HOLD-LIMIT-VALUE          PIC 9(14).
           05  HOLD-PRIOR-SW             PIC X(01).
               88  HOLD-PRIOR-ON-FILE         VALUE 'Y'.
           05  HOLD-TRANS-DATA           PIC X(141).
           05  HOLD-PRIOR-IMAGE          PIC X(335).
