      ******************************************************************
      * Copybook : MATHFACK
      * Purpose  : Record layout for the acknowledgment a subscriber
      *            returns once it has loaded a feed - the
      *            distribution date, its SUB-ID and the detail
      *            count, all three echoed from the feed's trailer.
      *            Operations appends each subscriber's file to
      *            PROD.MATH.FEEDACK, and MATHACKM matches them
      *            against the distribution log.
      ******************************************************************
       01  FEED-ACK-RECORD.
           05  ACK-FEED-DATE             PIC 9(08).
           05  ACK-SUB-ID                PIC X(08).
           05  ACK-RECORD-COUNT          PIC 9(07).
           05  FILLER                    PIC X(17).
