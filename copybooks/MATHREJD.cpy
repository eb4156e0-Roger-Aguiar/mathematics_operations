      *            (MATHRCYC) increments it on every record that is
      *            corrected and still rejects, so a record that
      *            keeps failing falls out permanently instead of
      *            looping forever.  The batch (ADDNUM) adds
      *            reason 12 for a record resubmitted with input
      *            identical to what is already on the results
      *            master; the hold-for-review run (MATHHREL) adds
      *            reason 13 for a held result operations rejected.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJECT-TRANS-DATA         PIC X(141).
           05  REJECT-REASON-CODE        PIC 9(02).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-PASS-COUNT         PIC 9(02).
