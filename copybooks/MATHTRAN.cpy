      *            operations calendar.  Zero or spaces means due
      *            tonight, so extracts cut before the field existed
      *            keep flowing unchanged.
      *            TRANS-CORRECTION-SW is set to "C" by the source
      *            when the record deliberately replaces a result it
      *            sent on an earlier night.  The batch only lets
      *            changed input replace a result already on the
      *            results master when the mark is present - an
      *            unmarked change is listed for operations instead,
      *            and input identical to what is on file is
      *            rejected as a resubmission.
      ******************************************************************
       01  MATH-TRANS-RECORD.
           05  TRANS-RECORD-TYPE         PIC X(01).
           05  TRANS-GROUP-DETAIL REDEFINES TRANS-RECORD-BODY.
               10  TRANS-OPERAND-COUNT   PIC 9(02).
               10  TRANS-OPERAND         PIC 9(06) OCCURS 20 TIMES.
           05  TRANS-CORRECTION-SW       PIC X(01).
               88  TRANS-CORRECTION-RECORD    VALUE 'C'.
