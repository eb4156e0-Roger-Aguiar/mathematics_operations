      *            RESULT-RECORD-TYPE says which view applies -
      *            "P" pair figures, "S" signed pair figures (the
      *            same fields, carrying cents), "G" group figures.
      *            RESULT-ADJUSTED-SW is set to "Y" by the
      *            dual-control adjustment run (MATHADJ) when an
      *            operator override is applied to one of the
      *            figures, with RESULT-ADJUSTED-DATE the day it was
      *            applied; while it stands the nightly batch will
      *            not rewrite the record, and reports the conflict
      *            instead.  A release card through the same run
      *            clears it.
      *            RESULT-INPUT-FINGERPRINT is the input that produced
      *            the figures - record type, group operation code
      *            and record body exactly as they arrived - so a
      *            later night can tell a resubmission of the same
      *            input from a genuine change.
      *            RESULT-HELD-SW is set to "H" by the batch when a
      *            figure falls outside the hold-for-review limits;
      *            distribution (MATHDIST) sends no held record to
      *            any subscriber until the review run (MATHHREL)
      *            releases it - RESULT-RELEASED-DATE is that day, so
      *            the changed-only feeds pick it up - or rejects it
      *            and puts the prior record back.
      *            Each fractional figure carries the rounding rule
      *            that brought it to its published places (see
      *            MATHRNDR) - mode T truncate, U half-up or E
      *            half-even, and the number of places.  A figure the
      *            record did not compute leaves its mode blank and
      *            its places zero.
      ******************************************************************
       01  RESULT-RECORD.
           05  RESULT-RECORD-KEY         PIC 9(06).
           05  RESULT-GROUP-RANGE        PIC 9(06).
           05  RESULT-GROUP-PRODUCT      PIC 9(14).
           05  RESULT-GROUP-PROD-ERR-FLAG PIC X(01).
           05  RESULT-ADJUSTED-SW        PIC X(01).
               88  RESULT-MANUALLY-ADJUSTED   VALUE 'Y'.
           05  RESULT-ADJUSTED-DATE      PIC 9(08).
           05  RESULT-INPUT-FINGERPRINT.
               10  RESULT-INPUT-TYPE     PIC X(01).
               10  RESULT-INPUT-GROUP-OP PIC X(01).
               10  RESULT-INPUT-BODY     PIC X(122).
           05  RESULT-HELD-SW            PIC X(01).
               88  RESULT-HELD-FOR-REVIEW     VALUE 'H'.
           05  RESULT-RELEASED-DATE      PIC 9(08).
           05  RESULT-DIVISION-ROUNDING.
               10  RESULT-DIVISION-RND-MODE   PIC X(01).
               10  RESULT-DIVISION-RND-PLACES PIC 9(01).
           05  RESULT-AVERAGE-ROUNDING.
               10  RESULT-AVERAGE-RND-MODE    PIC X(01).
               10  RESULT-AVERAGE-RND-PLACES  PIC 9(01).
           05  RESULT-GROUP-AVG-ROUNDING.
               10  RESULT-GROUP-AVG-RND-MODE  PIC X(01).
               10  RESULT-GROUP-AVG-RND-PLACES PIC 9(01).
           05  RESULT-GROUP-MED-ROUNDING.
               10  RESULT-GROUP-MED-RND-MODE  PIC X(01).
               10  RESULT-GROUP-MED-RND-PLACES PIC 9(01).
           05  RESULT-GROUP-STD-ROUNDING.
               10  RESULT-GROUP-STD-RND-MODE  PIC X(01).
               10  RESULT-GROUP-STD-RND-PLACES PIC 9(01).
