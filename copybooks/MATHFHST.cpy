      ******************************************************************
      * Copybook : MATHFHST
      * Purpose  : Record layout for the feed history MATHDIST
      *            appends every feed row to as it is sent - the
      *            distribution date, the subscriber and feed number,
      *            and the feed row itself, trailer included, exactly
      *            as written.  A past night's feed is re-cut from
      *            here (MATHACKM) without rerunning the batch, and
      *            comes out with the trailer the subscriber was
      *            sent the first time.
      ******************************************************************
       01  FEED-HISTORY-RECORD.
           05  FHST-DIST-DATE            PIC 9(08).
           05  FHST-SUB-ID               PIC X(08).
           05  FHST-FEED-NUMBER          PIC 9(01).
           05  FHST-FEED-ROW             PIC X(50).
           05  FILLER                    PIC X(13).
