      *            (key, record type, run date, source, field name
      *            and value) and one "T" trailer row carrying the
      *            detail count so the receiving side can balance
      *            the transmission, with the distribution date and
      *            the subscriber's id - the three figures the
      *            subscriber echoes back on its acknowledgment
      *            (MATHFACK).  A reversal distribution after
      *            a backout also carries "X" rows in the detail
      *            layout - key, record type and the backed-out run
      *            date, no field - for keys deleted from the master;
      *            they count toward the trailer like any detail row.
      *            Subscribers read this layout instead of the
      *            results master itself, so the master can move
      *            without breaking them.
      ******************************************************************
       01  FEED-RECORD.
           05  FEED-RECORD-TYPE          PIC X(01).
               88  FEED-DETAIL-ROW            VALUE 'D'.
               88  FEED-TRAILER-ROW           VALUE 'T'.
               88  FEED-DELETE-ROW            VALUE 'X'.
           05  FEED-RECORD-DATA          PIC X(49).
           05  FEED-DETAIL REDEFINES FEED-RECORD-DATA.
               10  FEED-RECORD-KEY       PIC 9(06).
               10  FEED-FIELD-VALUE      PIC S9(14)V9(04).
           05  FEED-TRAILER REDEFINES FEED-RECORD-DATA.
               10  FEED-RECORD-COUNT     PIC 9(07).
               10  FEED-TRAILER-DATE     PIC 9(08).
               10  FEED-TRAILER-SUB-ID   PIC X(08).
               10  FILLER                PIC X(26).
