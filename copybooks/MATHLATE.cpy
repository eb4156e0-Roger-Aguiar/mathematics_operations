      ******************************************************************
      * Copybook : MATHLATE
      * Purpose  : Record layout for the late-extract control file.
      *            When the merge is told to go ahead with the
      *            extracts that passed verification (PARTIAL=YES),
      *            it appends an "L" row for every source it left
      *            out - the business date of the night, the source
      *            and the condition code its extract failed with.
      *            When the file lands, the catch-up merge
      *            (CATCHUP=Sn) takes the source's business date
      *            from the extract header, refuses it unless an "L"
      *            row for that source and night is still open, and
      *            appends a "C" row with the date it was caught up
      *            and what the extract held - details read, merged,
      *            and keys an on-time source had already supplied
      *            that night.  Rows are only ever appended; the last
      *            row for a night and source is the one that
      *            stands.  The trend report names the sources a
      *            night left out from the same rows.
      ******************************************************************
       01  LATE-EXTRACT-RECORD.
           05  LATE-NIGHT-DATE           PIC 9(08).
           05  LATE-SOURCE-SYSTEM        PIC X(02).
           05  LATE-STATUS               PIC X(01).
               88  LATE-OUTSTANDING           VALUE 'L'.
               88  LATE-CAUGHT-UP             VALUE 'C'.
           05  LATE-REASON-CODE          PIC 9(02).
           05  LATE-ACTION-DATE          PIC 9(08).
           05  LATE-RECORDS-READ         PIC 9(07).
           05  LATE-RECORDS-MERGED       PIC 9(07).
           05  LATE-KEYS-ALREADY-SENT    PIC 9(07).
           05  FILLER                    PIC X(18).
