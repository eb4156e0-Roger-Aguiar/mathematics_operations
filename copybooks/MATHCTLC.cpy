      ******************************************************************
      * Copybook : MATHCTLC
      * Purpose  : Record layout for the nightly control-count file
      *            every step of the batch appends its record counts
      *            to - one row per count, tagged with the run date,
      *            the program that counted and the job step it ran
      *            as.  The balancing step (MATHBAL) reads the rows
      *            back and proves each step's output against the
      *            next step's input.  A step that runs twice in a
      *            night (a restart, a rerun) simply appends again;
      *            the last row for a program, step and count name
      *            is the one that stands.  The count names are the
      *            88-levels below - the writers SET them and the
      *            balancing step tests them, so the two sides can
      *            never drift apart on spelling.
      *            The same file carries each night's data-quality
      *            evidence per source system for the monthly
      *            scorecard (MATHDQSC) - rejects by reason, repair
      *            passes and fall-outs, duplicate disagreements,
      *            failed extracts and parked future dates.  Those
      *            rows carry the source tag (and, for rejects, the
      *            reason code); the balancing rows leave both blank,
      *            and the balancing step passes over any tagged row.
      *            A catch-up of a late extract (MATHLATE) files its
      *            rows under step names of its own, set by CTLSTEP
      *            cards - LMERGE, LCOMPARE, LEDIT, LRELEASE and
      *            LRUNMATH - so a night and its catch-up, run on the
      *            same date, never overwrite each other's counts.
      *            The balancing step proves the two sets apart.
      ******************************************************************
       01  CONTROL-COUNT-RECORD.
           05  CTL-RUN-DATE              PIC 9(08).
           05  CTL-PROGRAM-ID            PIC X(08).
           05  CTL-STEP-NAME             PIC X(08).
               88  CTL-CATCH-UP-STEP          VALUES 'LMERGE'
                                                     'LCOMPARE'
                                                     'LEDIT'
                                                     'LRELEASE'
                                                     'LRUNMATH'.
           05  CTL-COUNT-NAME            PIC X(20).
               88  CTL-SOURCE1-READ           VALUE 'SOURCE 1 READ'.
               88  CTL-SOURCE2-READ           VALUE 'SOURCE 2 READ'.
               88  CTL-SOURCE3-READ           VALUE 'SOURCE 3 READ'.
               88  CTL-RECORDS-MERGED         VALUE 'RECORDS MERGED'.
               88  CTL-DUPLICATES             VALUE
                                              'DUPLICATES DIVERTED'.
               88  CTL-RECORDS-READ           VALUE 'RECORDS READ'.
               88  CTL-RECORDS-ACCEPTED       VALUE 'RECORDS ACCEPTED'.
               88  CTL-RECORDS-REJECTED       VALUE 'RECORDS REJECTED'.
               88  CTL-DAILY-READ             VALUE 'DAILY READ'.
               88  CTL-RECYCLE-READ           VALUE 'RECYCLE READ'.
               88  CTL-PENDING-READ           VALUE 'PENDING READ'.
               88  CTL-RECORDS-RELEASED       VALUE 'RECORDS RELEASED'.
               88  CTL-RECORDS-PENDED         VALUE 'RECORDS PENDED'.
               88  CTL-PAIRS-PROCESSED        VALUE 'PAIRS PROCESSED'.
               88  CTL-GROUPS-PROCESSED       VALUE 'GROUPS PROCESSED'.
               88  CTL-HIST-PAIRS             VALUE 'HISTORY PAIRS'.
               88  CTL-HIST-GROUPS            VALUE 'HISTORY GROUPS'.
               88  CTL-AUDIT-ROWS             VALUE 'AUDIT ROWS'.
               88  CTL-AUDITED-RECORDS        VALUE 'AUDITED RECORDS'.
               88  CTL-NO-OPERATION           VALUE 'NO OPERATION RUN'.
               88  CTL-MASTER-ADDED           VALUE 'MASTER ADDED'.
               88  CTL-MASTER-REWRITTEN       VALUE 'MASTER REWRITTEN'.
               88  CTL-MASTER-HELD            VALUE 'MASTER HELD'.
               88  CTL-RESUBMITS-REJECTED     VALUE
                                              'RESUBMITS REJECTED'.
               88  CTL-CHANGES-EXCEPTED       VALUE 'UNMARKED CHANGES'.
               88  CTL-RESULTS-HELD           VALUE 'RESULTS HELD'.
               88  CTL-SOURCE-REJECTS         VALUE 'SOURCE REJECTS'.
               88  CTL-REPAIRS-CLEARED        VALUE 'REPAIRS CLEARED'.
               88  CTL-REPAIR-PASSES          VALUE
                                              'REPAIR PASSES USED'.
               88  CTL-REPAIR-FALLOUTS        VALUE 'REPAIR FALLOUTS'.
               88  CTL-DUP-DISAGREEMENTS      VALUE
                                              'DUPLICATES DISAGREED'.
               88  CTL-EXTRACT-FAILED         VALUE 'EXTRACT FAILED'.
               88  CTL-FUTURE-DATES-PARKED    VALUE
                                              'FUTURE DATES PARKED'.
           05  CTL-COUNT-VALUE           PIC 9(09).
           05  CTL-SOURCE-SYSTEM         PIC X(02).
           05  CTL-REASON-CODE           PIC 9(02).
           05  FILLER                    PIC X(03).
