               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-KEY-STATUS.

           SELECT BEFORE-IMAGE-FILE ASSIGN TO MATHBFIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BFIM-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

           SELECT RESUBMIT-REJECT-FILE ASSIGN TO MATHREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSUB-REJECT-STATUS.

           SELECT OPTIONAL RESUBMIT-EXCEPTION-FILE ASSIGN TO RSUBEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSUB-EXCEPT-STATUS.

           SELECT OPTIONAL HOLD-LIMIT-FILE ASSIGN TO MATHHLIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLIM-STATUS.

           SELECT HOLD-QUEUE-FILE ASSIGN TO MATHHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDQ-STATUS.

           SELECT OPTIONAL ROUNDING-RULE-FILE ASSIGN TO MATHRNDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATH-TRANS-FILE
           RECORDING MODE IS F.
           COPY MATHCHGK.

      * Before-image journal - one row for every key this run adds to
      * or rewrites on the results master, so a night that should
      * never have run can be backed out key for key.
       FD  BEFORE-IMAGE-FILE
           RECORDING MODE IS F.
           COPY MATHBFIM.

      * Control counts for the balancing step at the end of the
      * night - records read, what became of them, and what reached
      * the audit trail and the results master.
       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

      * Resubmission guard.  A record whose input is identical to
      * the input already behind its key on the results master is a
      * resubmission - it goes back on tonight's rejects generation
      * with its own reason code.  A record whose input differs only
      * replaces the result on file when the source marked it as a
      * correction; an unmarked change is listed for operations on
      * the exceptions report and the result on file stands.
       FD  RESUBMIT-REJECT-FILE
           RECORDING MODE IS F.
           COPY MATHREJD.

       FD  RESUBMIT-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-EXCEPTION-LINE PIC X(132).

      * Hold for review.  Every result is screened against the
      * limit cards for its figures before it reaches the master; a
      * result outside them is still written, marked as held so
      * distribution keeps it back, and queued with the reason for
      * operations to release or reject through MATHHREL.
       FD  HOLD-LIMIT-FILE
           RECORDING MODE IS F.
           COPY MATHHLIM.

       FD  HOLD-QUEUE-FILE
           RECORDING MODE IS F.
           COPY MATHHOLD.

      * Rounding rules.  How each fractional figure is brought to
      * the places it is published at, per source system - the
      * sources do not all round the same way in their own systems,
      * and reconciliation against their expected results has to
      * agree to the last place.  Loaded once, before the run mode
      * is chosen, so the ad hoc dialogue rounds the same way.
       FD  ROUNDING-RULE-FILE
           RECORDING MODE IS F.
           COPY MATHRNDR.

       WORKING-STORAGE SECTION.

      * The compute fields carry two decimal places end to end so the
        01  WS-AUDIT-OPERATION PIC X(14).
        01  WS-AUDIT-RESULT    PIC S9(14)V9(04).

      * The rounding rule behind the row being written - set only
      * for a fractional figure, and cleared again once the row is
      * written so no other row can pick it up.
        01  WS-AUDIT-RND-MODE  PIC X(01) VALUE SPACE.
        01  WS-AUDIT-RND-PLACES PIC 9(01) VALUE ZERO.

      * Key and source of the transaction behind the audit rows
      * being written - zero/blank outside batch mode so an ad hoc
      * interactive row is recognizable as one.

        01  WS-GROUP-SUM       PIC S9(13)        COMP-3 VALUE ZERO.
        01  WS-GROUP-AVERAGE   PIC S9(07)V9(04).

      * The mean the standard deviation is measured from - the
      * average truncated at four places as it always was, whatever
      * rule the published group average is rounded by, so a
      * rounding rule on the average cannot move the deviation.
        01  WS-GROUP-MEAN      PIC S9(07)V9(04).
        01  WS-GROUP-MINIMUM   PIC 9(06).
        01  WS-GROUP-MAXIMUM   PIC 9(06).
        01  WS-GROUP-IX        PIC 9(02)         COMP VALUE ZERO.
        01  WS-GROUP-PROD-ERR  PIC X(01) VALUE 'N'.
            88  GROUP-PRODUCT-NOT-VALID    VALUE 'Y'.

      * The variance and the root carry eight places - four more
      * than the deviation is published at - so its rounding rule
      * works on the true figure and not on one already truncated.
        01  WS-GROUP-VARIANCE  PIC 9(14)V9(08)   COMP-3 VALUE ZERO.
        01  WS-VAR-DIFF        PIC S9(08)V9(04)  COMP-3 VALUE ZERO.
      * The guess must hold the half-variance seed and the early
      * iterates, not just the converged root - variance over
      * six-digit operands tops out near 2.5E11, so the seed needs
      * twelve integer digits.
        01  WS-STD-GUESS       PIC 9(12)V9(08)   COMP-3 VALUE ZERO.

      * The operands sorted ascending for the median - a simple
      * exchange sort is plenty at twenty elements.
        01  WS-RECORDS-SKIPPED     PIC 9(07)     COMP VALUE ZERO.
        01  WS-RECORDS-SINCE-CKPT  PIC 9(04)     COMP VALUE ZERO.
        01  WS-CHECKPOINT-INTERVAL PIC 9(04)     COMP VALUE 10.
      * Set when this run is picking up the extract an earlier run of
      * this job already started on - its checkpoint stood the
      * signature check, or START=COLD sent the same extract round
      * again.  Only then can a result dated today be this job's
      * own work on the same input.
        01  WS-RESTART-RUN-SW      PIC X(01) VALUE 'N'.
            88  RESTART-RUN                VALUE 'Y'.

        01  WS-EXPECTED-STATUS PIC X(02) VALUE SPACES.
        01  WS-EXPECTED-EOF    PIC X(01) VALUE 'N'.
        01  WS-CMP-DIFFERENCE  PIC S9(15)V9(04)  COMP-3 VALUE ZERO.
        01  WS-CMP-FIELD-NAME  PIC X(14) VALUE SPACES.

      * A key operations has overridden through the dual-control
      * adjustment run is not the batch's to rewrite - tonight's
      * figures are reported against the override and held, and
      * the key stays as adjusted until a release card clears it.
        01  WS-PRIOR-FOUND-SW  PIC X(01) VALUE 'N'.
            88  PRIOR-RESULT-FOUND         VALUE 'Y'.
        01  WS-ADJUST-CONFLICTS PIC 9(07)        COMP VALUE ZERO.

        01  WS-BFIM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-BFIM-SW         PIC X(01) VALUE 'N'.
            88  BEFORE-IMAGES-ACTIVE       VALUE 'Y'.
        01  WS-BFIM-WRITTEN    PIC 9(07)         COMP VALUE ZERO.

      * Control counts for the balancing step.  Records read counts
      * every record off MATHTRAN this run, the checkpointed ones a
      * restart skips included - so it is the whole released file
      * whichever run of the night finishes it.  The audit and
      * master counts are this run's own, like the history row they
      * are balanced against.  The step name comes from the CTLSTEP
      * control card so the parallel streams can be told apart.
        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.
        01  WS-CTL-STEP-NAME   PIC X(08) VALUE "RUNMATH".
        01  WS-RECORDS-READ    PIC 9(07)         COMP VALUE ZERO.
        01  WS-AUDIT-ROWS-WRITTEN PIC 9(07)      COMP VALUE ZERO.
        01  WS-AUDIT-ROWS-BEFORE  PIC 9(07)      COMP VALUE ZERO.
        01  WS-AUDITED-RECORDS PIC 9(07)         COMP VALUE ZERO.
        01  WS-NO-OPERATION-RECORDS PIC 9(07)    COMP VALUE ZERO.
        01  WS-MASTER-ADDED    PIC 9(07)         COMP VALUE ZERO.
        01  WS-MASTER-REWRITTEN PIC 9(07)        COMP VALUE ZERO.

      * Resubmission guard.  Only a result an EARLIER night left on
      * the master is judged - a key the master already holds from
      * tonight is this night's own restart or rerun replaying its
      * input, and is reprocessed exactly as before.  A result
      * written before the master carried the input fingerprint has
      * nothing to judge against and is reprocessed as well.  Both
      * outcomes count among the rejects for balancing - neither
      * record reaches the audit trail or the master - and each has
      * its own count besides.
        01  WS-RSUB-REJECT-STATUS PIC X(02) VALUE SPACES.
        01  WS-RSUB-EXCEPT-STATUS PIC X(02) VALUE SPACES.
        01  WS-RSUB-REJECT-SW  PIC X(01) VALUE 'N'.
            88  RESUBMIT-REJECTS-OPEN      VALUE 'Y'.
        01  WS-RSUB-EXCEPT-SW  PIC X(01) VALUE 'N'.
            88  RESUBMIT-EXCEPTIONS-OPEN   VALUE 'Y'.
        01  WS-RESUBMIT-SW     PIC X(01) VALUE 'N'.
            88  RESUBMIT-NOT-FOUND         VALUE 'N'.
            88  RESUBMIT-IDENTICAL         VALUE 'D'.
            88  RESUBMIT-UNMARKED-CHANGE   VALUE 'U'.
        01  WS-RESUBMITS-REJECTED PIC 9(07)      COMP VALUE ZERO.
        01  WS-CHANGES-EXCEPTED PIC 9(07)        COMP VALUE ZERO.

        01  WS-INPUT-FINGERPRINT.
            05  WS-INPUT-TYPE      PIC X(01).
            05  WS-INPUT-GROUP-OP  PIC X(01).
            05  WS-INPUT-BODY      PIC X(122).

      * Hold-for-review screening.  The MATHHLIM cards give each
      * figure a size ceiling and a ceiling on how far it may move
      * from the key's previous result on the master; the first
      * figure outside its limits holds the whole result.  The
      * screen rides on the master and the queue - with either
      * missing, or no limit cards at all, nothing is screened.  A
      * result the master already holds from tonight is this
      * night's own restart replaying its input - its hold stands
      * and the queue row written the first time serves.
        01  WS-HLIM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-HOLDQ-STATUS    PIC X(02) VALUE SPACES.
        01  WS-HLIM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-HOLD-LIMITS         VALUE 'Y'.
        01  WS-HOLD-SCREEN-SW  PIC X(01) VALUE 'N'.
            88  HOLD-SCREENING-ACTIVE      VALUE 'Y'.
        01  WS-HOLD-OUTCOME-SW PIC X(01) VALUE 'N'.
            88  HOLD-SCREEN-PASSED         VALUE 'N'.
            88  HOLD-LIMIT-BREACHED        VALUE 'Y'.
            88  HOLD-ALREADY-QUEUED        VALUE 'R'.
        01  WS-HOLD-LIMITS-LOADED PIC 9(07)      COMP VALUE ZERO.
        01  WS-RESULTS-HELD    PIC 9(07)         COMP VALUE ZERO.

        01  WS-HOLD-FIGURE-VALUES.
            05  FILLER  PIC X(24) VALUE "RESULT-SUM".
            05  FILLER  PIC X(24) VALUE "RESULT-SUBTRACTION".
            05  FILLER  PIC X(24) VALUE "RESULT-MULTIPLICATION".
            05  FILLER  PIC X(24) VALUE "RESULT-DIVISION".
            05  FILLER  PIC X(24) VALUE "RESULT-REMAINDER".
            05  FILLER  PIC X(24) VALUE "RESULT-EXPONENT".
            05  FILLER  PIC X(24) VALUE "RESULT-AVERAGE".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-SUM".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-AVERAGE".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-MINIMUM".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-MAXIMUM".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-MEDIAN".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-STDDEV".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-RANGE".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-PRODUCT".
        01  WS-HOLD-FIGURE-TABLE REDEFINES WS-HOLD-FIGURE-VALUES.
            05  WS-HOLD-FIGURE-NAME PIC X(24) OCCURS 15 TIMES.
        01  WS-HOLD-LIMIT-TABLE.
            05  WS-HOLD-LIMIT OCCURS 15 TIMES.
                10  WS-HOLD-LIMIT-SW   PIC X(01).
                10  WS-HOLD-CEILING    PIC 9(14).
                10  WS-HOLD-CHANGE-PCT PIC 9(05).
        01  WS-HOLD-FIGURE-IX  PIC 9(02)         COMP VALUE ZERO.
        01  WS-HOLD-MATCH-IX   PIC 9(02)         COMP VALUE ZERO.
        01  WS-HOLD-ABS-NEW    PIC S9(14)V9(04)  COMP-3 VALUE ZERO.
        01  WS-HOLD-ABS-OLD    PIC S9(14)V9(04)  COMP-3 VALUE ZERO.

      * What tripped the hold, kept for the queue row.
        01  WS-HOLD-REASON     PIC X(01) VALUE SPACE.
        01  WS-HOLD-FIELD      PIC X(24) VALUE SPACES.
        01  WS-HOLD-NEW-VALUE  PIC S9(14)V9(04)  COMP-3 VALUE ZERO.
        01  WS-HOLD-PRIOR-VALUE PIC S9(14)V9(04) COMP-3 VALUE ZERO.
        01  WS-HOLD-LIMIT-VALUE PIC 9(14)        VALUE ZERO.

      * Rounding rules.  One entry per source - S1, S2, S3, then AL
      * for every source without a card of its own - by figure, in
      * the order of WS-RND-FIGURE-VALUES; a blank mode means no
      * card.  A figure with neither is truncated at the places it
      * carries, the way the batch always worked.
        01  WS-RNDR-STATUS     PIC X(02) VALUE SPACES.
        01  WS-RNDR-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-ROUNDING-RULES      VALUE 'Y'.
        01  WS-ROUNDING-RULES-LOADED PIC 9(07)   COMP VALUE ZERO.

        01  WS-RND-FIGURE-VALUES.
            05  FILLER  PIC X(14) VALUE "DIVISION".
            05  FILLER  PIC 9(01) VALUE 4.
            05  FILLER  PIC X(14) VALUE "AVERAGE".
            05  FILLER  PIC 9(01) VALUE 4.
            05  FILLER  PIC X(14) VALUE "GROUP-AVERAGE".
            05  FILLER  PIC 9(01) VALUE 4.
            05  FILLER  PIC X(14) VALUE "GROUP-MEDIAN".
            05  FILLER  PIC 9(01) VALUE 2.
            05  FILLER  PIC X(14) VALUE "GROUP-STDDEV".
            05  FILLER  PIC 9(01) VALUE 4.
        01  WS-RND-FIGURE-TABLE REDEFINES WS-RND-FIGURE-VALUES.
            05  WS-RND-FIGURE OCCURS 5 TIMES.
                10  WS-RND-FIGURE-NAME   PIC X(14).
                10  WS-RND-FIGURE-PLACES PIC 9(01).

        01  WS-RND-SOURCE-VALUES PIC X(08) VALUE "S1S2S3AL".
        01  WS-RND-SOURCE-TABLE REDEFINES WS-RND-SOURCE-VALUES.
            05  WS-RND-SOURCE-TAG PIC X(02) OCCURS 4 TIMES.

        01  WS-RND-RULE-TABLE.
            05  WS-RND-SOURCE-RULES OCCURS 4 TIMES.
                10  WS-RND-RULE OCCURS 5 TIMES.
                    15  WS-RND-RULE-MODE   PIC X(01).
                    15  WS-RND-RULE-PLACES PIC 9(01).

        01  WS-RND-SOURCE-IX   PIC 9(02)         COMP VALUE ZERO.
        01  WS-RND-SOURCE-MATCH-IX PIC 9(02)     COMP VALUE ZERO.
        01  WS-RND-FIGURE-IX   PIC 9(02)         COMP VALUE ZERO.
        01  WS-RND-MATCH-IX    PIC 9(02)         COMP VALUE ZERO.

      * The figure being rounded - its raw value, carried at ten
      * places, the rule found for it, and the rounded result.
      * WS-RND-FIGURE-IX names the figure and WS-AUDIT-SOURCE the
      * source whose rule applies.
        01  WS-RND-RAW         PIC S9(14)V9(10)  COMP-3 VALUE ZERO.
        01  WS-RND-SCALED      PIC S9(18)        COMP-3 VALUE ZERO.
        01  WS-RND-FRACTION    PIC SV9(10)       COMP-3 VALUE ZERO.
        01  WS-RND-HALF-QUOT   PIC S9(18)        COMP-3 VALUE ZERO.
        01  WS-RND-HALF-REM    PIC S9(01)        COMP-3 VALUE ZERO.
        01  WS-RND-RESULT      PIC S9(14)V9(04)  COMP-3 VALUE ZERO.
        01  WS-RND-MODE        PIC X(01) VALUE SPACE.
            88  RND-TRUNCATE               VALUE 'T'.
            88  RND-HALF-UP                VALUE 'U'.
            88  RND-HALF-EVEN              VALUE 'E'.
        01  WS-RND-PLACES      PIC 9(01) VALUE ZERO.

      * Powers of ten by places (0 through 4), and their inverses,
      * so the scaled figure is brought back by a multiplication.
        01  WS-RND-POWER-VALUES.
            05  FILLER  PIC 9(05) VALUE 1.
            05  FILLER  PIC 9(05) VALUE 10.
            05  FILLER  PIC 9(05) VALUE 100.
            05  FILLER  PIC 9(05) VALUE 1000.
            05  FILLER  PIC 9(05) VALUE 10000.
        01  WS-RND-POWER-TABLE REDEFINES WS-RND-POWER-VALUES.
            05  WS-RND-POWER   PIC 9(05) OCCURS 5 TIMES.
        01  WS-RND-INVERSE-VALUES.
            05  FILLER  PIC 9V9(04) VALUE 1.
            05  FILLER  PIC 9V9(04) VALUE .1.
            05  FILLER  PIC 9V9(04) VALUE .01.
            05  FILLER  PIC 9V9(04) VALUE .001.
            05  FILLER  PIC 9V9(04) VALUE .0001.
        01  WS-RND-INVERSE-TABLE REDEFINES WS-RND-INVERSE-VALUES.
            05  WS-RND-INVERSE PIC 9V9(04) OCCURS 5 TIMES.

      * The rule each figure of the current record was rounded by,
      * in the order of WS-RND-FIGURE-VALUES, for its audit row and
      * its place on the results master.
        01  WS-APPLIED-RULE-TABLE.
            05  WS-APPLIED-RULE OCCURS 5 TIMES.
                10  WS-APPLIED-RND-MODE   PIC X(01).
                10  WS-APPLIED-RND-PLACES PIC 9(01).

        01  WS-EXC-HEADER.
            05  FILLER         PIC X(37) VALUE
                "RESUBMISSION EXCEPTIONS REPORT - RUN ".
            05  WS-EXC-HDR-DATE PIC 9(08).
            05  FILLER         PIC X(87) VALUE SPACES.

        01  WS-EXC-DETAIL.
            05  FILLER         PIC X(04) VALUE "KEY ".
            05  WS-EXC-KEY     PIC 9(06).
            05  FILLER         PIC X(08) VALUE " SOURCE ".
            05  WS-EXC-SOURCE  PIC X(02).
            05  FILLER         PIC X(25) VALUE
                " CHANGED INPUT - ON FILE ".
            05  WS-EXC-OLD-DATE PIC 9(08).
            05  FILLER         PIC X(08) VALUE " SOURCE ".
            05  WS-EXC-OLD-SOURCE PIC X(02).
            05  FILLER         PIC X(43) VALUE
                " - NOT MARKED AS A CORRECTION, NOT APPLIED".
            05  FILLER         PIC X(26) VALUE SPACES.

        01  WS-EXC-IMAGE.
            05  WS-EXC-IMAGE-LABEL PIC X(06).
            05  WS-EXC-IMAGE-DATA  PIC X(124).
            05  FILLER             PIC X(02) VALUE SPACES.

        01  WS-EXC-TOTAL.
            05  FILLER         PIC X(26) VALUE
                "UNMARKED CHANGES LISTED  :".
            05  WS-EXC-TOT-COUNT PIC Z(06)9.
            05  FILLER         PIC X(99) VALUE SPACES.

        01  WS-CHG-HEADER.
            05  FILLER         PIC X(35) VALUE
                "RESULTS MASTER CHANGE REPORT - RUN ".
            05  WS-CHG-TOT-COUNT PIC Z(06)9.
            05  FILLER         PIC X(99) VALUE SPACES.

        01  WS-CHG-HELD-TOTAL.
            05  FILLER         PIC X(26) VALUE
                "ADJUSTED KEYS HELD       :".
            05  WS-CHG-HELD-COUNT PIC Z(06)9.
            05  FILLER         PIC X(99) VALUE SPACES.

        01  WS-CHG-CONFLICT.
            05  FILLER         PIC X(04) VALUE "KEY ".
            05  WS-CHG-CONF-KEY PIC 9(06).
            05  FILLER         PIC X(23) VALUE
                " MANUALLY ADJUSTED ON ".
            05  WS-CHG-CONF-DATE PIC 9(08).
            05  FILLER         PIC X(47) VALUE
                " - TONIGHT'S FIGURES HELD, OVERRIDE STANDS".
            05  FILLER         PIC X(44) VALUE SPACES.

        01  WS-CHG-DETAIL.
            05  FILLER         PIC X(04) VALUE "KEY ".
            05  WS-CHG-KEY     PIC 9(06).

            PERFORM READ-PARAMETER-FILE.

            PERFORM LOAD-ROUNDING-RULES.

            PERFORM OPEN-AUDIT-FILE.

            PERFORM SELECT-RUN-MODE.
      * 16 - run stopped at the ERRLIMIT threshold (checkpoint
      *      written, restart after correcting the extract),
      *  8 - reconciliation mismatches, results are suspect,
      *  4 - errors skipped, transactions rejected (resubmissions
      *      and unmarked changes among them), keys held because
      *      operations has manually adjusted them, or results
      *      held for review,
      *  0 - clean.
      * Judged on THIS run's figures, like the ERRLIMIT threshold -
      * the cumulative counters restored from the checkpoint would
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ERRORS-THIS-RUN IS GREATER THAN ZERO
                  OR WS-REJECTS-THIS-RUN IS GREATER THAN ZERO
                  OR WS-ADJUST-CONFLICTS IS GREATER THAN ZERO
                  OR WS-RESULTS-HELD IS GREATER THAN ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE

            PERFORM OPEN-RESULTS-MASTER.

            PERFORM OPEN-BEFORE-IMAGE-JOURNAL.

            PERFORM OPEN-CHANGE-CAPTURE-FILES.

            PERFORM OPEN-RESUBMISSION-FILES.

            PERFORM OPEN-HOLD-REVIEW-FILES.

            PERFORM OPEN-EXPECTED-RESULTS-FILE.

            PERFORM READ-TRANSACTION-RECORD.
            MOVE WS-TOTAL-SUM        TO WS-SUM-AT-START.
            MOVE WS-TOTAL-MULT       TO WS-MULT-AT-START.

      * A run starting from the top marks its extract on the
      * checkpoint before the first record is touched.  An abend
      * ahead of the first interval checkpoint then restarts as a
      * restart of this extract - RESTART-RUN - instead of as a
      * fresh run that would judge its own results of a few minutes
      * ago as resubmissions.
            IF NOT END-OF-TRANS-FILE
              AND WS-RECORDS-DONE IS EQUAL TO ZERO
                PERFORM WRITE-CHECKPOINT-RECORD
            END-IF.

      * Reposition by record count, not by key - the released file
      * carries recycled and pending-released records BEHIND the
      * daily stream with keys below the daily maximum, so a key
                CLOSE RESULTS-MASTER-FILE
            END-IF.

            IF BEFORE-IMAGES-ACTIVE
                CLOSE BEFORE-IMAGE-FILE
            END-IF.

            IF CHANGE-CAPTURE-ACTIVE
                PERFORM CLOSE-CHANGE-CAPTURE-FILES
            END-IF.

            PERFORM CLOSE-RESUBMISSION-FILES.

            IF HOLD-SCREENING-ACTIVE
                CLOSE HOLD-QUEUE-FILE
            END-IF.

            IF RECONCILE-ACTIVE
                CLOSE EXPECTED-RESULTS-FILE
            END-IF.

            PERFORM WRITE-RUN-HISTORY.

            PERFORM WRITE-CONTROL-COUNTS.

       WRITE-RUN-HISTORY.

      * One row per batch run, carrying this run's own figures - the

            CLOSE RUN-HISTORY-FILE.

       WRITE-CONTROL-COUNTS.

      * The balancing step proves the released file against pairs,
      * groups and rejects (the cumulative figures the checkpoint
      * carries across a restart), and this run's history figures
      * against the records that reached the audit trail and the
      * results master.  A run that cannot record its counts still
      * completes; the balancing step shows it as not reported.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                SET CTL-RECORDS-READ TO TRUE
                MOVE WS-RECORDS-READ         TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-PAIRS-PROCESSED TO TRUE
                MOVE WS-PAIRS-PROCESSED      TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-GROUPS-PROCESSED TO TRUE
                MOVE WS-GROUPS-PROCESSED     TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECORDS-REJECTED TO TRUE
                MOVE WS-TRANS-REJECTED       TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-HIST-PAIRS TO TRUE
                MOVE WS-PAIRS-THIS-RUN       TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-HIST-GROUPS TO TRUE
                MOVE WS-GROUPS-THIS-RUN      TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-AUDIT-ROWS TO TRUE
                MOVE WS-AUDIT-ROWS-WRITTEN   TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-AUDITED-RECORDS TO TRUE
                MOVE WS-AUDITED-RECORDS      TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-NO-OPERATION TO TRUE
                MOVE WS-NO-OPERATION-RECORDS TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                IF RESULTS-MASTER-ACTIVE
                    PERFORM WRITE-MASTER-CONTROL-COUNTS
                END-IF
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - BATCH COUNTS NOT RECORDED"
            END-IF.

       WRITE-MASTER-CONTROL-COUNTS.

      * Only offered when the master was open - a run without it
      * updated nothing, and the balancing step leaves that link
      * unchecked rather than paging on it.
            SET CTL-MASTER-ADDED TO TRUE.
            MOVE WS-MASTER-ADDED         TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.
            SET CTL-MASTER-REWRITTEN TO TRUE.
            MOVE WS-MASTER-REWRITTEN     TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.
            SET CTL-MASTER-HELD TO TRUE.
            MOVE WS-ADJUST-CONFLICTS     TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.
            SET CTL-RESUBMITS-REJECTED TO TRUE.
            MOVE WS-RESUBMITS-REJECTED   TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.
            SET CTL-CHANGES-EXCEPTED TO TRUE.
            MOVE WS-CHANGES-EXCEPTED     TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.
            SET CTL-RESULTS-HELD TO TRUE.
            MOVE WS-RESULTS-HELD         TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.

       WRITE-CONTROL-COUNT-ROW.

            MOVE WS-CURRENT-DATE  TO CTL-RUN-DATE.
            MOVE "ADDNUM"         TO CTL-PROGRAM-ID.
            MOVE WS-CTL-STEP-NAME TO CTL-STEP-NAME.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       OPEN-RESULTS-MASTER.

      * The results master is a keyed VSAM cluster defined once by
                        " - KEYED RESULTS WILL NOT BE WRITTEN"
            END-IF.

       OPEN-BEFORE-IMAGE-JOURNAL.

      * The journal is permanent and every run appends to it - the
      * same EXTEND-or-create idiom as the audit trail.  Like change
      * capture it rides on the results master.  A run that cannot
      * journal still updates the master, but cannot be backed out,
      * and says so.
            IF NOT RESULTS-MASTER-ACTIVE
                MOVE 'N' TO WS-BFIM-SW
            ELSE
                OPEN EXTEND BEFORE-IMAGE-FILE
                IF WS-BFIM-STATUS IS NOT EQUAL TO "00"
                    OPEN OUTPUT BEFORE-IMAGE-FILE
                END-IF
                IF WS-BFIM-STATUS IS EQUAL TO "00"
                    MOVE 'Y' TO WS-BFIM-SW
                ELSE
                    MOVE 'N' TO WS-BFIM-SW
                    DISPLAY "BEFORE-IMAGE JOURNAL UNAVAILABLE - STATUS "
                            WS-BFIM-STATUS
                            " - THIS RUN CANNOT BE BACKED OUT"
                END-IF
            END-IF.

       OPEN-CHANGE-CAPTURE-FILES.

      * Change capture rides on the results master - with no master
            MOVE WS-CHG-TOTAL    TO CHANGE-REPORT-LINE.
            WRITE CHANGE-REPORT-LINE.

            MOVE WS-ADJUST-CONFLICTS TO WS-CHG-HELD-COUNT.
            MOVE WS-CHG-HELD-TOTAL   TO CHANGE-REPORT-LINE.
            WRITE CHANGE-REPORT-LINE.

            CLOSE CHANGE-REPORT-FILE.
            CLOSE CHANGED-KEYS-FILE.

       OPEN-RESUBMISSION-FILES.

      * The guard rides on the results master - without it there is
      * no input on file to judge against.  Resubmissions are added
      * to the rejects generation the edit step cut tonight, so the
      * sources get one rejects file back in the morning; a run that
      * cannot reach it still rejects, on the console.  The
      * exceptions report is cut fresh per run, like CHGREPT.
            IF RESULTS-MASTER-ACTIVE
                OPEN EXTEND RESUBMIT-REJECT-FILE
                IF WS-RSUB-REJECT-STATUS IS NOT EQUAL TO "00"
                    OPEN OUTPUT RESUBMIT-REJECT-FILE
                END-IF
                IF WS-RSUB-REJECT-STATUS IS EQUAL TO "00"
                    MOVE 'Y' TO WS-RSUB-REJECT-SW
                ELSE
                    DISPLAY "REJECTS FILE UNAVAILABLE - STATUS "
                            WS-RSUB-REJECT-STATUS
                            " - RESUBMISSIONS REPORTED HERE ONLY"
                END-IF
                OPEN OUTPUT RESUBMIT-EXCEPTION-FILE
                IF WS-RSUB-EXCEPT-STATUS IS EQUAL TO "00"
                    MOVE 'Y' TO WS-RSUB-EXCEPT-SW
                    MOVE WS-CURRENT-DATE TO WS-EXC-HDR-DATE
                    MOVE WS-EXC-HEADER   TO RESUBMIT-EXCEPTION-LINE
                    WRITE RESUBMIT-EXCEPTION-LINE
                ELSE
                    DISPLAY "EXCEPTIONS REPORT UNAVAILABLE - STATUS "
                            WS-RSUB-EXCEPT-STATUS
                            " - UNMARKED CHANGES REPORTED HERE ONLY"
                END-IF
            END-IF.

       CLOSE-RESUBMISSION-FILES.

            IF RESUBMIT-REJECTS-OPEN
                CLOSE RESUBMIT-REJECT-FILE
            END-IF.

            IF RESUBMIT-EXCEPTIONS-OPEN
                MOVE WS-CHANGES-EXCEPTED TO WS-EXC-TOT-COUNT
                MOVE WS-EXC-TOTAL        TO RESUBMIT-EXCEPTION-LINE
                WRITE RESUBMIT-EXCEPTION-LINE
                CLOSE RESUBMIT-EXCEPTION-FILE
            END-IF.

       OPEN-HOLD-REVIEW-FILES.

      * The queue is permanent and every run appends to it - the
      * same EXTEND-or-create idiom as the audit trail.  The review
      * run drops what it has decided and rewrites the rest.
            MOVE 'N' TO WS-HOLD-SCREEN-SW.

            IF RESULTS-MASTER-ACTIVE
                PERFORM LOAD-HOLD-LIMITS
                IF WS-HOLD-LIMITS-LOADED IS EQUAL TO ZERO
                    DISPLAY "NO HOLD-FOR-REVIEW LIMITS LOADED - "
                            "RESULTS NOT SCREENED"
                ELSE
                    OPEN EXTEND HOLD-QUEUE-FILE
                    IF WS-HOLDQ-STATUS IS NOT EQUAL TO "00"
                        OPEN OUTPUT HOLD-QUEUE-FILE
                    END-IF
                    IF WS-HOLDQ-STATUS IS EQUAL TO "00"
                        MOVE 'Y' TO WS-HOLD-SCREEN-SW
                    ELSE
                        DISPLAY "HOLD-FOR-REVIEW QUEUE UNAVAILABLE - "
                                "STATUS " WS-HOLDQ-STATUS
                                " - RESULTS NOT SCREENED"
                    END-IF
                END-IF
            END-IF.

       LOAD-HOLD-LIMITS.

      * The SELECT is OPTIONAL, so a run without a MATHHLIM DD opens
      * with status "05" and loads no limits.
            MOVE SPACES TO WS-HOLD-LIMIT-TABLE.
            MOVE ZERO   TO WS-HOLD-LIMITS-LOADED.

            OPEN INPUT HOLD-LIMIT-FILE.

            IF WS-HLIM-STATUS IS EQUAL TO "00"
                PERFORM READ-HOLD-LIMIT-CARD
                PERFORM LOAD-HOLD-LIMIT-CARD
                    UNTIL END-OF-HOLD-LIMITS
                CLOSE HOLD-LIMIT-FILE
            END-IF.

       READ-HOLD-LIMIT-CARD.

            READ HOLD-LIMIT-FILE
                AT END
                    SET END-OF-HOLD-LIMITS TO TRUE
            END-READ.

       LOAD-HOLD-LIMIT-CARD.

      * Blank limit columns read as zero - no limit of that kind.
      * A card for a figure already loaded replaces it, so the last
      * card for a figure is the one that stands.
            IF HOLD-LIMIT-CARD IS EQUAL TO SPACES
              OR HOLD-LIMIT-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                IF HLIM-CEILING-X IS EQUAL TO SPACES
                    MOVE ZERO TO HLIM-CEILING
                END-IF
                IF HLIM-CHANGE-PCT-X IS EQUAL TO SPACES
                    MOVE ZERO TO HLIM-CHANGE-PCT
                END-IF
                MOVE ZERO TO WS-HOLD-MATCH-IX
                PERFORM MATCH-HOLD-FIGURE
                    VARYING WS-HOLD-FIGURE-IX FROM 1 BY 1
                    UNTIL WS-HOLD-FIGURE-IX IS GREATER THAN 15
                       OR WS-HOLD-MATCH-IX IS GREATER THAN ZERO
                EVALUATE TRUE
                    WHEN WS-HOLD-MATCH-IX IS EQUAL TO ZERO
                        DISPLAY "MATHHLIM - UNKNOWN FIGURE IGNORED: "
                                HLIM-FIELD-NAME
                    WHEN HLIM-CEILING-X IS NOT NUMERIC
                      OR HLIM-CHANGE-PCT-X IS NOT NUMERIC
                        DISPLAY "MATHHLIM - INVALID LIMIT IGNORED: "
                                HOLD-LIMIT-CARD
                    WHEN OTHER
                        MOVE 'Y'
                            TO WS-HOLD-LIMIT-SW (WS-HOLD-MATCH-IX)
                        MOVE HLIM-CEILING
                            TO WS-HOLD-CEILING (WS-HOLD-MATCH-IX)
                        MOVE HLIM-CHANGE-PCT
                            TO WS-HOLD-CHANGE-PCT (WS-HOLD-MATCH-IX)
                        ADD 1 TO WS-HOLD-LIMITS-LOADED
                END-EVALUATE
            END-IF.

            PERFORM READ-HOLD-LIMIT-CARD.

       MATCH-HOLD-FIGURE.

            IF WS-HOLD-FIGURE-NAME (WS-HOLD-FIGURE-IX) IS EQUAL TO
                    HLIM-FIELD-NAME
                MOVE WS-HOLD-FIGURE-IX TO WS-HOLD-MATCH-IX
            END-IF.

       OPEN-EXPECTED-RESULTS-FILE.

            OPEN INPUT EXPECTED-RESULTS-FILE.
                    ELSE
                        MOVE 'N' TO WS-COLD-START-SW
                    END-IF
                WHEN "CTLSTEP"
                    IF WS-PARM-VALUE(1:8) IS NOT EQUAL TO SPACES
                        MOVE WS-PARM-VALUE(1:8) TO WS-CTL-STEP-NAME
                    ELSE
                        DISPLAY "MATHPARM - INVALID CTLSTEP IGNORED: "
                                WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "MATHPARM - UNRECOGNIZED CONTROL CARD: "
                            PARM-CARD
                            WS-PARM-OP-NAME (WS-PARM-OP-IX)
            END-EVALUATE.

       LOAD-ROUNDING-RULES.

      * The SELECT is OPTIONAL, so a run without a MATHRNDR DD opens
      * with status "05", loads no rules, and truncates every
      * fractional figure as before.
            MOVE SPACES TO WS-RND-RULE-TABLE.
            MOVE ZERO   TO WS-ROUNDING-RULES-LOADED.

            OPEN INPUT ROUNDING-RULE-FILE.

            IF WS-RNDR-STATUS IS EQUAL TO "00"
                PERFORM READ-ROUNDING-RULE-CARD
                PERFORM LOAD-ROUNDING-RULE-CARD
                    UNTIL END-OF-ROUNDING-RULES
                CLOSE ROUNDING-RULE-FILE
            END-IF.

       READ-ROUNDING-RULE-CARD.

            READ ROUNDING-RULE-FILE
                AT END
                    SET END-OF-ROUNDING-RULES TO TRUE
            END-READ.

       LOAD-ROUNDING-RULE-CARD.

      * A card for a source and figure already loaded replaces it,
      * so the last card for them is the one that stands.  Places
      * beyond what the figure carries on the results master could
      * not be published, so such a card is refused, not trimmed.
            IF ROUNDING-RULE-CARD IS EQUAL TO SPACES
              OR ROUNDING-RULE-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE ZERO TO WS-RND-SOURCE-MATCH-IX
                PERFORM MATCH-ROUNDING-SOURCE
                    VARYING WS-RND-SOURCE-IX FROM 1 BY 1
                    UNTIL WS-RND-SOURCE-IX IS GREATER THAN 4
                       OR WS-RND-SOURCE-MATCH-IX IS GREATER THAN ZERO
                MOVE ZERO TO WS-RND-MATCH-IX
                PERFORM MATCH-ROUNDING-FIGURE
                    VARYING WS-RND-FIGURE-IX FROM 1 BY 1
                    UNTIL WS-RND-FIGURE-IX IS GREATER THAN 5
                       OR WS-RND-MATCH-IX IS GREATER THAN ZERO
                EVALUATE TRUE
                    WHEN WS-RND-SOURCE-MATCH-IX IS EQUAL TO ZERO
                        DISPLAY "MATHRNDR - UNKNOWN SOURCE IGNORED: "
                                RRUL-SOURCE-SYSTEM
                    WHEN WS-RND-MATCH-IX IS EQUAL TO ZERO
                        DISPLAY "MATHRNDR - UNKNOWN FIGURE IGNORED: "
                                RRUL-OPERATION
                    WHEN NOT RRUL-MODE-VALID
                      OR RRUL-DECIMAL-PLACES-X IS NOT NUMERIC
                        DISPLAY "MATHRNDR - INVALID RULE IGNORED: "
                                ROUNDING-RULE-CARD
                    WHEN RRUL-DECIMAL-PLACES IS GREATER THAN
                            WS-RND-FIGURE-PLACES (WS-RND-MATCH-IX)
                        DISPLAY "MATHRNDR - TOO MANY PLACES IGNORED: "
                                ROUNDING-RULE-CARD
                    WHEN OTHER
                        MOVE RRUL-ROUNDING-MODE
                            TO WS-RND-RULE-MODE
                                   (WS-RND-SOURCE-MATCH-IX,
                                    WS-RND-MATCH-IX)
                        MOVE RRUL-DECIMAL-PLACES
                            TO WS-RND-RULE-PLACES
                                   (WS-RND-SOURCE-MATCH-IX,
                                    WS-RND-MATCH-IX)
                        ADD 1 TO WS-ROUNDING-RULES-LOADED
                END-EVALUATE
            END-IF.

            PERFORM READ-ROUNDING-RULE-CARD.

       MATCH-ROUNDING-SOURCE.

            IF WS-RND-SOURCE-TAG (WS-RND-SOURCE-IX) IS EQUAL TO
                    RRUL-SOURCE-SYSTEM
                MOVE WS-RND-SOURCE-IX TO WS-RND-SOURCE-MATCH-IX
            END-IF.

       MATCH-ROUNDING-FIGURE.

            IF WS-RND-FIGURE-NAME (WS-RND-FIGURE-IX) IS EQUAL TO
                    RRUL-OPERATION
                MOVE WS-RND-FIGURE-IX TO WS-RND-MATCH-IX
            END-IF.

       READ-CHECKPOINT-RECORD.

      * START=COLD on the MATHPARM control cards means the scheduler
                PERFORM CLEAR-RESTORED-CHECKPOINT
            END-IF.

            IF COLD-START-REQUESTED
                MOVE 'Y' TO WS-RESTART-RUN-SW
            END-IF.

            IF WS-CKPT-FIRST-KEY IS GREATER THAN ZERO
              AND WS-CKPT-FIRST-KEY IS EQUAL TO TRANS-RECORD-KEY
                MOVE 'Y' TO WS-RESTART-RUN-SW
            END-IF.

       CLEAR-RESTORED-CHECKPOINT.

            MOVE ZERO TO WS-LAST-CHECKPOINT-KEY.
            READ MATH-TRANS-FILE
                AT END
                    SET END-OF-TRANS-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECORDS-READ
            END-READ.

       PROCESS-TRANSACTION-RECORD.
                        MOVE TRANS-OPERATION-CODE TO WS-TRANS-OP-CODE
                    END-IF
                    IF TRANS-OP-VALID
                        PERFORM SCREEN-VALID-TRANSACTION
                    ELSE
                        PERFORM REJECT-TRANSACTION-RECORD
                    END-IF
                MOVE 'Y' TO WS-ABORT-SW
            END-IF.

       SCREEN-VALID-TRANSACTION.

            PERFORM SCREEN-FOR-RESUBMISSION.

            EVALUATE TRUE
                WHEN RESUBMIT-IDENTICAL
                    PERFORM REJECT-RESUBMISSION
                WHEN RESUBMIT-UNMARKED-CHANGE
                    PERFORM LIST-UNMARKED-CHANGE
                WHEN OTHER
                    PERFORM PROCESS-VALID-TRANSACTION
            END-EVALUATE.

       PROCESS-VALID-TRANSACTION.

            IF SIGNED-PAIR-TRANS-RECORD

            PERFORM SET-REQUESTED-OPERATIONS.

            MOVE WS-AUDIT-ROWS-WRITTEN TO WS-AUDIT-ROWS-BEFORE.

            PERFORM RUN-REQUESTED-OPERATIONS.

            PERFORM COUNT-AUDITED-RECORD.

            IF RESULTS-MASTER-ACTIVE
                PERFORM WRITE-PAIR-RESULTS-MASTER
            END-IF.

            PERFORM COUNT-RECORD-FOR-CHECKPOINT.

       COUNT-AUDITED-RECORD.

      * A record reached the audit trail if at least one of its rows
      * landed.  A pair whose operation the run profile does not
      * allow (a division under the sums-only profile) legitimately
      * writes none and is counted apart; anything else that wrote
      * nothing is a lost audit row, and the balancing step sees it.
            IF WS-AUDIT-ROWS-WRITTEN IS GREATER THAN
                    WS-AUDIT-ROWS-BEFORE
                ADD 1 TO WS-AUDITED-RECORDS
            ELSE
                IF NOT GROUP-TRANS-RECORD
                  AND WS-RUN-OP-SWITCHES IS EQUAL TO ALL 'N'
                    ADD 1 TO WS-NO-OPERATION-RECORDS
                END-IF
            END-IF.

       COUNT-RECORD-FOR-CHECKPOINT.

      * Every record the run moves past - pair, group or reject -
                ELSE
                    MOVE TRANS-GROUP-OP-CODE TO WS-GROUP-OP-CODE
                    IF GROUP-OP-VALID
                        PERFORM SCREEN-VALID-GROUP
                    ELSE
                        PERFORM REJECT-GROUP-OP-CODE
                    END-IF

            PERFORM COUNT-RECORD-FOR-CHECKPOINT.

       SCREEN-VALID-GROUP.

            PERFORM SCREEN-FOR-RESUBMISSION.

            EVALUATE TRUE
                WHEN RESUBMIT-IDENTICAL
                    PERFORM REJECT-RESUBMISSION
                WHEN RESUBMIT-UNMARKED-CHANGE
                    PERFORM LIST-UNMARKED-CHANGE
                WHEN OTHER
                    PERFORM PROCESS-VALID-GROUP
            END-EVALUATE.

       PROCESS-VALID-GROUP.

            MOVE TRANS-RECORD-KEY    TO WS-LAST-PROCESSED-KEY.

            PERFORM COMPUTE-GROUP-RESULTS.

            MOVE WS-AUDIT-ROWS-WRITTEN TO WS-AUDIT-ROWS-BEFORE.

            PERFORM DISPLAY-GROUP-RESULTS.

            PERFORM COUNT-AUDITED-RECORD.

            IF RESULTS-MASTER-ACTIVE
                PERFORM WRITE-GROUP-RESULTS-MASTER
            END-IF.

            PERFORM COUNT-RECORD-FOR-CHECKPOINT.

       SCREEN-FOR-RESUBMISSION.

      * A result dated today passes unjudged only on a restart - it
      * is then the failed run's own work past its last checkpoint,
      * and the restart must be free to write it again.  On a fresh
      * run a result dated today came from another job that day -
      * the late-extract catch-up, which shares the master - and is
      * judged like any earlier night's, fingerprint and correction
      * mark both.
      * The random READ lands in the FD area, which holds nothing of
      * this record's yet - its figures are built there only after
      * the screen has passed it.
            MOVE 'N' TO WS-RESUBMIT-SW.

            IF RESULTS-MASTER-ACTIVE
                PERFORM BUILD-INPUT-FINGERPRINT
                MOVE TRANS-RECORD-KEY TO RESULT-RECORD-KEY
                READ RESULTS-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-RESULTS-STATUS IS EQUAL TO "00"
                  AND (RESULT-RUN-DATE IS NOT EQUAL TO WS-CURRENT-DATE
                       OR NOT RESTART-RUN)
                  AND RESULT-INPUT-FINGERPRINT IS NOT EQUAL TO SPACES
                  AND RESULT-INPUT-FINGERPRINT IS NOT EQUAL
                        TO LOW-VALUES
                    PERFORM JUDGE-RESUBMISSION
                END-IF
            END-IF.

       JUDGE-RESUBMISSION.

            IF RESULT-INPUT-FINGERPRINT IS EQUAL TO WS-INPUT-FINGERPRINT
                MOVE 'D' TO WS-RESUBMIT-SW
            ELSE
                IF NOT TRANS-CORRECTION-RECORD
                    MOVE 'U' TO WS-RESUBMIT-SW
                END-IF
            END-IF.

       BUILD-INPUT-FINGERPRINT.

      * A space record type is a pair like "P" everywhere else, so
      * it fingerprints as one - an old extract re-sent with the
      * type filled in is still the same input.
            IF PAIR-TRANS-RECORD
                MOVE "P"               TO WS-INPUT-TYPE
            ELSE
                MOVE TRANS-RECORD-TYPE TO WS-INPUT-TYPE
            END-IF.

            MOVE TRANS-GROUP-OP-CODE TO WS-INPUT-GROUP-OP.
            MOVE TRANS-RECORD-BODY   TO WS-INPUT-BODY.

       REJECT-RESUBMISSION.

      * Nothing is computed, audited or written for a resubmission -
      * the result on file already came from exactly this input.
            DISPLAY "TRANSACTION REJECTED - RESUBMISSION OF INPUT ON "
                    "FILE FROM " RESULT-RUN-DATE
                    " KEY " TRANS-RECORD-KEY.

            IF RESUBMIT-REJECTS-OPEN
                MOVE MATH-TRANS-RECORD TO REJECT-TRANS-DATA
                MOVE 12                TO REJECT-REASON-CODE
                MOVE "RESUBMITTED - ALREADY ON FILE"
                                       TO REJECT-REASON-TEXT
                MOVE ZERO              TO REJECT-PASS-COUNT
                WRITE REJECT-RECORD
            END-IF.

            ADD 1 TO WS-RESUBMITS-REJECTED.
            ADD 1 TO WS-TRANS-REJECTED.
            ADD 1 TO WS-REJECTS-THIS-RUN.

            MOVE TRANS-RECORD-KEY TO WS-LAST-PROCESSED-KEY.

            PERFORM COUNT-RECORD-FOR-CHECKPOINT.

       LIST-UNMARKED-CHANGE.

      * The result on file stands.  Operations gets the key, both
      * sources and both inputs, and takes it up with the source -
      * which re-sends the record marked as a correction if the
      * change was meant.
            DISPLAY "TRANSACTION NOT APPLIED - INPUT CHANGED WITHOUT "
                    "A CORRECTION MARK KEY " TRANS-RECORD-KEY.

            IF RESUBMIT-EXCEPTIONS-OPEN
                MOVE TRANS-RECORD-KEY     TO WS-EXC-KEY
                MOVE TRANS-SOURCE-SYSTEM  TO WS-EXC-SOURCE
                MOVE RESULT-RUN-DATE      TO WS-EXC-OLD-DATE
                MOVE RESULT-SOURCE-SYSTEM TO WS-EXC-OLD-SOURCE
                MOVE WS-EXC-DETAIL        TO RESUBMIT-EXCEPTION-LINE
                WRITE RESUBMIT-EXCEPTION-LINE
                MOVE "WAS : "                 TO WS-EXC-IMAGE-LABEL
                MOVE RESULT-INPUT-FINGERPRINT TO WS-EXC-IMAGE-DATA
                MOVE WS-EXC-IMAGE         TO RESUBMIT-EXCEPTION-LINE
                WRITE RESUBMIT-EXCEPTION-LINE
                MOVE "NOW : "             TO WS-EXC-IMAGE-LABEL
                MOVE WS-INPUT-FINGERPRINT TO WS-EXC-IMAGE-DATA
                MOVE WS-EXC-IMAGE         TO RESUBMIT-EXCEPTION-LINE
                WRITE RESUBMIT-EXCEPTION-LINE
            END-IF.

            ADD 1 TO WS-CHANGES-EXCEPTED.
            ADD 1 TO WS-TRANS-REJECTED.
            ADD 1 TO WS-REJECTS-THIS-RUN.

            MOVE TRANS-RECORD-KEY TO WS-LAST-PROCESSED-KEY.

            PERFORM COUNT-RECORD-FOR-CHECKPOINT.

       SET-REQUESTED-GROUP-STATS.

            MOVE ALL 'N' TO WS-GROUP-RUN-SWITCHES.
                UNTIL WS-GROUP-IX IS GREATER THAN
                          TRANS-OPERAND-COUNT.

            COMPUTE WS-GROUP-MEAN =
                WS-GROUP-SUM / TRANS-OPERAND-COUNT.

            COMPUTE WS-RND-RAW = WS-GROUP-SUM / TRANS-OPERAND-COUNT.
            MOVE 3 TO WS-RND-FIGURE-IX.
            PERFORM APPLY-ROUNDING-RULE.
            MOVE WS-RND-RESULT TO WS-GROUP-AVERAGE.

            IF RUN-GROUP-MEDIAN
                PERFORM COMPUTE-GROUP-MEDIAN
            END-IF.

      * Odd count takes the middle element; an even count averages
      * the two middle elements, which is why the median carries
      * two decimal places - and why a rule of no places can move
      * it, when the middle pair straddles a half.
            DIVIDE TRANS-OPERAND-COUNT BY 2
                GIVING WS-MEDIAN-MID
                REMAINDER WS-MEDIAN-REM.

            IF WS-MEDIAN-REM IS EQUAL TO ZERO
                COMPUTE WS-RND-RAW =
                    (WS-SORT-OPERAND (WS-MEDIAN-MID)
                     + WS-SORT-OPERAND (WS-MEDIAN-MID + 1)) / 2
            ELSE
                MOVE WS-SORT-OPERAND (WS-MEDIAN-MID + 1)
                    TO WS-RND-RAW
            END-IF.

            MOVE 4 TO WS-RND-FIGURE-IX.
            PERFORM APPLY-ROUNDING-RULE.
            MOVE WS-RND-RESULT TO WS-GROUP-MEDIAN.

       LOAD-SORT-OPERAND.

            MOVE TRANS-OPERAND (WS-GROUP-IX)
       COMPUTE-GROUP-STDDEV.

      * Population standard deviation over the group - the variance
      * is the mean of the squared distances from the group mean,
      * and the square root comes from a few rounds of Newton's
      * method, which converges long before the iteration cap even
      * at the eight places the root is carried at.
            MOVE ZERO TO WS-GROUP-VARIANCE.

            PERFORM ACCUMULATE-GROUP-VARIANCE
                WS-GROUP-VARIANCE / TRANS-OPERAND-COUNT.

            IF WS-GROUP-VARIANCE IS EQUAL TO ZERO
                MOVE ZERO TO WS-RND-RAW
            ELSE
                COMPUTE WS-STD-GUESS =
                    (WS-GROUP-VARIANCE / 2) + 1
                PERFORM REFINE-STDDEV-GUESS 30 TIMES
                MOVE WS-STD-GUESS TO WS-RND-RAW
            END-IF.

            MOVE 5 TO WS-RND-FIGURE-IX.
            PERFORM APPLY-ROUNDING-RULE.
            MOVE WS-RND-RESULT TO WS-GROUP-STDDEV.

       ACCUMULATE-GROUP-VARIANCE.

            COMPUTE WS-VAR-DIFF =
                TRANS-OPERAND (WS-GROUP-IX) - WS-GROUP-MEAN.

            COMPUTE WS-GROUP-VARIANCE =
                WS-GROUP-VARIANCE + (WS-VAR-DIFF * WS-VAR-DIFF).
                DISPLAY "GROUP AVERAGE = " WS-GROUP-AVERAGE
                MOVE "GROUP-AVERAGE"  TO WS-AUDIT-OPERATION
                MOVE WS-GROUP-AVERAGE TO WS-AUDIT-RESULT
                MOVE WS-APPLIED-RND-MODE (3)   TO WS-AUDIT-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (3) TO WS-AUDIT-RND-PLACES
                PERFORM WRITE-AUDIT-RECORD
            END-IF.

                DISPLAY "GROUP MEDIAN  = " WS-GROUP-MEDIAN
                MOVE "GROUP-MEDIAN"   TO WS-AUDIT-OPERATION
                MOVE WS-GROUP-MEDIAN  TO WS-AUDIT-RESULT
                MOVE WS-APPLIED-RND-MODE (4)   TO WS-AUDIT-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (4) TO WS-AUDIT-RND-PLACES
                PERFORM WRITE-AUDIT-RECORD
            END-IF.

                DISPLAY "GROUP STD DEV = " WS-GROUP-STDDEV
                MOVE "GROUP-STDDEV"   TO WS-AUDIT-OPERATION
                MOVE WS-GROUP-STDDEV  TO WS-AUDIT-RESULT
                MOVE WS-APPLIED-RND-MODE (5)   TO WS-AUDIT-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (5) TO WS-AUDIT-RND-PLACES
                PERFORM WRITE-AUDIT-RECORD
            END-IF.

            MOVE 'N'    TO RESULT-DIVISION-ERR-FLAG.
            MOVE 'N'    TO RESULT-EXPONENT-ERR-FLAG.
            MOVE 'N'    TO RESULT-GROUP-PROD-ERR-FLAG.
            MOVE 'N'    TO RESULT-ADJUSTED-SW.
            MOVE ZERO   TO RESULT-ADJUSTED-DATE.
            MOVE 'N'    TO RESULT-HELD-SW.
            MOVE ZERO   TO RESULT-RELEASED-DATE.
            MOVE SPACE  TO RESULT-DIVISION-RND-MODE.
            MOVE ZERO   TO RESULT-DIVISION-RND-PLACES.
            MOVE SPACE  TO RESULT-AVERAGE-RND-MODE.
            MOVE ZERO   TO RESULT-AVERAGE-RND-PLACES.
            MOVE SPACE  TO RESULT-GROUP-AVG-RND-MODE.
            MOVE ZERO   TO RESULT-GROUP-AVG-RND-PLACES.
            MOVE SPACE  TO RESULT-GROUP-MED-RND-MODE.
            MOVE ZERO   TO RESULT-GROUP-MED-RND-PLACES.
            MOVE SPACE  TO RESULT-GROUP-STD-RND-MODE.
            MOVE ZERO   TO RESULT-GROUP-STD-RND-PLACES.

            MOVE WS-LAST-PROCESSED-KEY TO RESULT-RECORD-KEY.
            MOVE WS-CURRENT-DATE       TO RESULT-RUN-DATE.
            MOVE TRANS-SOURCE-SYSTEM   TO RESULT-SOURCE-SYSTEM.

            PERFORM BUILD-INPUT-FINGERPRINT.
            MOVE WS-INPUT-FINGERPRINT  TO RESULT-INPUT-FINGERPRINT.

       WRITE-PAIR-RESULTS-MASTER.

            PERFORM CLEAR-RESULT-RECORD.
                MOVE WS-DIVISION-ERR TO RESULT-DIVISION-ERR-FLAG
                IF NOT DIVISION-NOT-VALID
                    MOVE THE-DIVISION TO RESULT-DIVISION
                    MOVE WS-APPLIED-RND-MODE (1)
                        TO RESULT-DIVISION-RND-MODE
                    MOVE WS-APPLIED-RND-PLACES (1)
                        TO RESULT-DIVISION-RND-PLACES
                END-IF
            END-IF.


            IF RUN-AVERAGE-THIS-RECORD
                MOVE THE-AVERAGE TO RESULT-AVERAGE
                MOVE WS-APPLIED-RND-MODE (2)
                    TO RESULT-AVERAGE-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (2)
                    TO RESULT-AVERAGE-RND-PLACES
            END-IF.

            PERFORM UPDATE-RESULTS-MASTER.

            IF RUN-GROUP-AVERAGE
                MOVE WS-GROUP-AVERAGE TO RESULT-GROUP-AVERAGE
                MOVE WS-APPLIED-RND-MODE (3)
                    TO RESULT-GROUP-AVG-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (3)
                    TO RESULT-GROUP-AVG-RND-PLACES
            END-IF.

            IF RUN-GROUP-MINIMUM

            IF RUN-GROUP-MEDIAN
                MOVE WS-GROUP-MEDIAN  TO RESULT-GROUP-MEDIAN
                MOVE WS-APPLIED-RND-MODE (4)
                    TO RESULT-GROUP-MED-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (4)
                    TO RESULT-GROUP-MED-RND-PLACES
            END-IF.

            IF RUN-GROUP-STDDEV
                MOVE WS-GROUP-STDDEV  TO RESULT-GROUP-STDDEV
                MOVE WS-APPLIED-RND-MODE (5)
                    TO RESULT-GROUP-STD-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (5)
                    TO RESULT-GROUP-STD-RND-PLACES
            END-IF.

            IF RUN-GROUP-RANGE

      * A key already on the master means the record is being
      * reprocessed on a rerun - capture the prior figures for the
      * change report, then replace them in place.  A prior record
      * carrying a manual override is left exactly as it stands.
      * Every add and rewrite that lands goes to the before-image
      * journal, so the night can be backed out later.  A result
      * outside the hold-for-review limits is marked held before it
      * is written, and queued for review once it has landed.
            IF HOLD-SCREENING-ACTIVE
                PERFORM SCREEN-FOR-OUTLIERS
            END-IF.

            WRITE RESULT-RECORD.

            IF WS-RESULTS-STATUS IS EQUAL TO "22"
                PERFORM FETCH-PRIOR-RESULT
                IF PRIOR-RESULT-FOUND
                  AND OLDRSL-MANUALLY-ADJUSTED
                    PERFORM HOLD-FOR-MANUAL-ADJUSTMENT
                ELSE
                    IF CHANGE-CAPTURE-ACTIVE
                      AND PRIOR-RESULT-FOUND
                        PERFORM CAPTURE-PRIOR-RESULT
                    END-IF
                    REWRITE RESULT-RECORD
                    IF WS-RESULTS-STATUS IS EQUAL TO "00"
                        ADD 1 TO WS-MASTER-REWRITTEN
                        MOVE 'R'           TO BFIM-ACTION
                        MOVE OLDRSL-RECORD TO BFIM-PRIOR-IMAGE
                        PERFORM WRITE-BEFORE-IMAGE
                        IF RESULT-HELD-FOR-REVIEW
                            PERFORM QUEUE-HELD-RESULT
                        END-IF
                    ELSE
                        DISPLAY "RESULTS MASTER WRITE FAILED - STATUS "
                                WS-RESULTS-STATUS
                                " KEY " RESULT-RECORD-KEY
                    END-IF
                END-IF
            ELSE
                IF WS-RESULTS-STATUS IS EQUAL TO "00"
                    ADD 1 TO WS-MASTER-ADDED
                    MOVE 'A'           TO BFIM-ACTION
                    MOVE RESULT-RECORD TO BFIM-PRIOR-IMAGE
                    PERFORM WRITE-BEFORE-IMAGE
                    IF RESULT-HELD-FOR-REVIEW
                        PERFORM QUEUE-HELD-RESULT
                    END-IF
                ELSE
                    DISPLAY "RESULTS MASTER WRITE FAILED - STATUS "
                            WS-RESULTS-STATUS " KEY " RESULT-RECORD-KEY
                END-IF
            END-IF.

       WRITE-BEFORE-IMAGE.

      * A key the run touches twice (a restart replaying the records
      * after the last checkpoint) journals twice - the backout
      * goes by the oldest image, so the later rows do no harm.
            IF BEFORE-IMAGES-ACTIVE
                MOVE WS-CURRENT-DATE   TO BFIM-RUN-DATE
                MOVE RESULT-RECORD-KEY TO BFIM-RECORD-KEY
                WRITE BEFORE-IMAGE-RECORD
                ADD 1 TO WS-BFIM-WRITTEN
            END-IF.

       FETCH-PRIOR-RESULT.

      * The random READ that fetches the prior record lands in the
      * FD area, so the figures about to be rewritten are parked in
      * NEWRSL-RECORD first and restored after the read.
            MOVE RESULT-RECORD TO NEWRSL-RECORD.
            MOVE 'N'           TO WS-PRIOR-FOUND-SW.

            READ RESULTS-MASTER-FILE
                INVALID KEY
            END-READ.

            IF WS-RESULTS-STATUS IS EQUAL TO "00"
                MOVE 'Y'           TO WS-PRIOR-FOUND-SW
                MOVE RESULT-RECORD TO OLDRSL-RECORD
            END-IF.

            MOVE NEWRSL-RECORD TO RESULT-RECORD.

       SCREEN-FOR-OUTLIERS.

      * The prior result is the yardstick for movement - held or
      * not, it is what the master carries under the key.  With no
      * prior on file only the ceilings apply.
            MOVE 'N' TO WS-HOLD-OUTCOME-SW.

            PERFORM FETCH-PRIOR-RESULT.

            IF PRIOR-RESULT-FOUND
              AND OLDRSL-HELD-FOR-REVIEW
              AND OLDRSL-RUN-DATE IS EQUAL TO WS-CURRENT-DATE
                MOVE 'R' TO WS-HOLD-OUTCOME-SW
            ELSE
                PERFORM SCREEN-ONE-FIGURE
                    VARYING WS-HOLD-FIGURE-IX FROM 1 BY 1
                    UNTIL WS-HOLD-FIGURE-IX IS GREATER THAN 15
                       OR NOT HOLD-SCREEN-PASSED
            END-IF.

            IF NOT HOLD-SCREEN-PASSED
                MOVE 'H' TO RESULT-HELD-SW
            END-IF.

       SCREEN-ONE-FIGURE.

      * Movement is judged only when both nights carry the figure -
      * a zero on either side is a figure one of the records did
      * not compute, not a figure that moved.
            IF WS-HOLD-LIMIT-SW (WS-HOLD-FIGURE-IX) IS EQUAL TO 'Y'
                PERFORM LOAD-HOLD-FIGURE
                MOVE WS-CMP-NEW-VALUE TO WS-HOLD-ABS-NEW
                IF WS-HOLD-ABS-NEW IS LESS THAN ZERO
                    COMPUTE WS-HOLD-ABS-NEW = ZERO - WS-HOLD-ABS-NEW
                END-IF
                MOVE WS-CMP-OLD-VALUE TO WS-HOLD-ABS-OLD
                IF WS-HOLD-ABS-OLD IS LESS THAN ZERO
                    COMPUTE WS-HOLD-ABS-OLD = ZERO - WS-HOLD-ABS-OLD
                END-IF
                COMPUTE WS-CMP-DIFFERENCE =
                    WS-CMP-NEW-VALUE - WS-CMP-OLD-VALUE
                IF WS-CMP-DIFFERENCE IS LESS THAN ZERO
                    COMPUTE WS-CMP-DIFFERENCE =
                        ZERO - WS-CMP-DIFFERENCE
                END-IF
                IF WS-HOLD-CEILING (WS-HOLD-FIGURE-IX)
                        IS GREATER THAN ZERO
                  AND WS-HOLD-ABS-NEW IS GREATER THAN
                        WS-HOLD-CEILING (WS-HOLD-FIGURE-IX)
                    MOVE 'Y' TO WS-HOLD-OUTCOME-SW
                    MOVE 'C' TO WS-HOLD-REASON
                    MOVE WS-HOLD-CEILING (WS-HOLD-FIGURE-IX)
                        TO WS-HOLD-LIMIT-VALUE
                END-IF
                IF HOLD-SCREEN-PASSED
                  AND WS-HOLD-CHANGE-PCT (WS-HOLD-FIGURE-IX)
                        IS GREATER THAN ZERO
                  AND WS-HOLD-ABS-NEW IS GREATER THAN ZERO
                  AND WS-HOLD-ABS-OLD IS GREATER THAN ZERO
                  AND WS-CMP-DIFFERENCE * 100 IS GREATER THAN
                        WS-HOLD-ABS-OLD *
                        WS-HOLD-CHANGE-PCT (WS-HOLD-FIGURE-IX)
                    MOVE 'Y' TO WS-HOLD-OUTCOME-SW
                    MOVE 'P' TO WS-HOLD-REASON
                    MOVE WS-HOLD-CHANGE-PCT (WS-HOLD-FIGURE-IX)
                        TO WS-HOLD-LIMIT-VALUE
                END-IF
                IF HOLD-LIMIT-BREACHED
                    MOVE WS-HOLD-FIGURE-NAME (WS-HOLD-FIGURE-IX)
                        TO WS-HOLD-FIELD
                    MOVE WS-CMP-NEW-VALUE TO WS-HOLD-NEW-VALUE
                    MOVE WS-CMP-OLD-VALUE TO WS-HOLD-PRIOR-VALUE
                END-IF
            END-IF.

       LOAD-HOLD-FIGURE.

      * NEWRSL-RECORD holds the figures being screened once the
      * prior result has been fetched; the prior figures count only
      * when there was a prior.
            EVALUATE WS-HOLD-FIGURE-IX
                WHEN 1
                    MOVE NEWRSL-SUM TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-SUM TO WS-CMP-OLD-VALUE
                WHEN 2
                    MOVE NEWRSL-SUBTRACTION TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-SUBTRACTION TO WS-CMP-OLD-VALUE
                WHEN 3
                    MOVE NEWRSL-MULTIPLICATION TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-MULTIPLICATION TO WS-CMP-OLD-VALUE
                WHEN 4
                    MOVE NEWRSL-DIVISION TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-DIVISION TO WS-CMP-OLD-VALUE
                WHEN 5
                    MOVE NEWRSL-REMAINDER TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-REMAINDER TO WS-CMP-OLD-VALUE
                WHEN 6
                    MOVE NEWRSL-EXPONENT TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-EXPONENT TO WS-CMP-OLD-VALUE
                WHEN 7
                    MOVE NEWRSL-AVERAGE TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-AVERAGE TO WS-CMP-OLD-VALUE
                WHEN 8
                    MOVE NEWRSL-GROUP-SUM TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-SUM TO WS-CMP-OLD-VALUE
                WHEN 9
                    MOVE NEWRSL-GROUP-AVERAGE TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-AVERAGE TO WS-CMP-OLD-VALUE
                WHEN 10
                    MOVE NEWRSL-GROUP-MINIMUM TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-MINIMUM TO WS-CMP-OLD-VALUE
                WHEN 11
                    MOVE NEWRSL-GROUP-MAXIMUM TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-MAXIMUM TO WS-CMP-OLD-VALUE
                WHEN 12
                    MOVE NEWRSL-GROUP-MEDIAN TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-MEDIAN TO WS-CMP-OLD-VALUE
                WHEN 13
                    MOVE NEWRSL-GROUP-STDDEV TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-STDDEV TO WS-CMP-OLD-VALUE
                WHEN 14
                    MOVE NEWRSL-GROUP-RANGE TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-RANGE TO WS-CMP-OLD-VALUE
                WHEN 15
                    MOVE NEWRSL-GROUP-PRODUCT TO WS-CMP-NEW-VALUE
                    MOVE OLDRSL-GROUP-PRODUCT TO WS-CMP-OLD-VALUE
            END-EVALUATE.

            IF NOT PRIOR-RESULT-FOUND
                MOVE ZERO TO WS-CMP-OLD-VALUE
            END-IF.

       QUEUE-HELD-RESULT.

      * The queue row carries the transaction as it arrived and the
      * master record the held result replaced, so a reject can send
      * the one back to the source and put the other back on file.
            ADD 1 TO WS-RESULTS-HELD.

            IF HOLD-LIMIT-BREACHED
                DISPLAY "RESULTS MASTER KEY " RESULT-RECORD-KEY
                        " HELD FOR REVIEW - " WS-HOLD-FIELD
                MOVE SPACES              TO HOLD-QUEUE-RECORD
                MOVE WS-CURRENT-DATE     TO HOLD-RUN-DATE
                MOVE RESULT-RECORD-KEY   TO HOLD-RECORD-KEY
                MOVE RESULT-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
                MOVE RESULT-RECORD-TYPE  TO HOLD-RECORD-TYPE
                MOVE WS-HOLD-REASON      TO HOLD-REASON-CODE
                MOVE WS-HOLD-FIELD       TO HOLD-FIELD-NAME
                MOVE WS-HOLD-NEW-VALUE   TO HOLD-NEW-VALUE
                MOVE WS-HOLD-PRIOR-VALUE TO HOLD-PRIOR-VALUE
                MOVE WS-HOLD-LIMIT-VALUE TO HOLD-LIMIT-VALUE
                MOVE MATH-TRANS-RECORD   TO HOLD-TRANS-DATA
                IF PRIOR-RESULT-FOUND
                    MOVE 'Y'             TO HOLD-PRIOR-SW
                    MOVE OLDRSL-RECORD   TO HOLD-PRIOR-IMAGE
                ELSE
                    MOVE 'N'             TO HOLD-PRIOR-SW
                END-IF
                WRITE HOLD-QUEUE-RECORD
            END-IF.

       CAPTURE-PRIOR-RESULT.

            PERFORM REPORT-RESULT-CHANGES.

            PERFORM WRITE-CHANGED-KEY-RECORD.

       HOLD-FOR-MANUAL-ADJUSTMENT.

      * The override stands and tonight's figures are not applied.
      * The change report shows the conflict and, field by field,
      * the override (OLD) against what the batch computed (NEW),
      * so operations can judge whether to release the key.  No
      * changed-key row - nothing on the master moved.
            ADD 1 TO WS-ADJUST-CONFLICTS.

            DISPLAY "RESULTS MASTER KEY " RESULT-RECORD-KEY
                    " MANUALLY ADJUSTED ON " OLDRSL-ADJUSTED-DATE
                    " - NOT REWRITTEN".

            IF CHANGE-CAPTURE-ACTIVE
                MOVE NEWRSL-RECORD-KEY    TO WS-CHG-CONF-KEY
                MOVE OLDRSL-ADJUSTED-DATE TO WS-CHG-CONF-DATE
                MOVE WS-CHG-CONFLICT      TO CHANGE-REPORT-LINE
                WRITE CHANGE-REPORT-LINE
                PERFORM REPORT-RESULT-CHANGES
            END-IF.

       REPORT-RESULT-CHANGES.

            MOVE 'N' TO WS-RECORD-OVER-TOL.
            MOVE NEWRSL-GROUP-PRODUCT     TO WS-CMP-NEW-VALUE.
            PERFORM COMPARE-ONE-RESULT-FIELD.

       COMPARE-ONE-RESULT-FIELD.

            IF WS-CMP-OLD-VALUE IS NOT EQUAL TO WS-CMP-NEW-VALUE
      * A signed-decimal divisor below one can push the quotient
      * past THE-DIVISION - an out-of-range figure is flagged like
      * a zero divisor rather than published truncated, the same
      * discipline EXECUTE-EXPONENT applies.  The quotient is taken
      * at ten places and brought to its published places by the
      * source's rounding rule; the range is judged on the rounded
      * figure, since rounding up can carry it over the top.
            IF SECOND-NUMBER IS EQUAL TO ZERO
                MOVE 'Y' TO WS-DIVISION-ERR
                MOVE "DIVISION ERROR - DIVISION BY ZERO"
                    TO WS-ERROR-MESSAGE
            ELSE
                COMPUTE WS-RND-RAW = FIRST-NUMBER / SECOND-NUMBER
                MOVE 1 TO WS-RND-FIGURE-IX
                PERFORM APPLY-ROUNDING-RULE
                COMPUTE THE-DIVISION = WS-RND-RESULT
                    ON SIZE ERROR
                        MOVE 'Y' TO WS-DIVISION-ERR
                        MOVE "DIVISION ERROR - RESULT OUT OF RANGE"
            END-IF.

       EXECUTE-AVERAGE.
            COMPUTE WS-RND-RAW = (FIRST-NUMBER + SECOND-NUMBER) / 2.
            MOVE 2 TO WS-RND-FIGURE-IX.
            PERFORM APPLY-ROUNDING-RULE.
            MOVE WS-RND-RESULT TO THE-AVERAGE.

      * The running batch average only means something while a batch
      * is in progress - WS-PAIRS-PROCESSED and WS-TOTAL-SUM are batch
                    WS-TOTAL-SUM / WS-AVERAGE-DIVISOR
            END-IF.

       APPLY-ROUNDING-RULE.

      * Brings WS-RND-RAW to the places of the rule for figure
      * WS-RND-FIGURE-IX and source WS-AUDIT-SOURCE, into
      * WS-RND-RESULT.  The raw figure is scaled up by the places
      * and split into a whole part, which truncation keeps, and
      * the fraction beyond the last place, which decides whether
      * the rounding modes move the last place away from zero.
            PERFORM FIND-ROUNDING-RULE.

            COMPUTE WS-RND-SCALED =
                WS-RND-RAW * WS-RND-POWER (WS-RND-PLACES + 1).
            COMPUTE WS-RND-FRACTION =
                WS-RND-RAW * WS-RND-POWER (WS-RND-PLACES + 1)
                - WS-RND-SCALED.

            EVALUATE TRUE
                WHEN RND-HALF-UP
                    IF WS-RND-FRACTION IS NOT LESS THAN .5
                      OR WS-RND-FRACTION IS NOT GREATER THAN -.5
                        PERFORM ROUND-AWAY-FROM-ZERO
                    END-IF
                WHEN RND-HALF-EVEN
                    PERFORM ROUND-HALF-EVEN
            END-EVALUATE.

            COMPUTE WS-RND-RESULT =
                WS-RND-SCALED * WS-RND-INVERSE (WS-RND-PLACES + 1).

            MOVE WS-RND-MODE
                TO WS-APPLIED-RND-MODE (WS-RND-FIGURE-IX).
            MOVE WS-RND-PLACES
                TO WS-APPLIED-RND-PLACES (WS-RND-FIGURE-IX).

       FIND-ROUNDING-RULE.

      * The source's own card first, then the AL card, and failing
      * both the figure is truncated at the places it carries.  An
      * untagged or ad hoc figure has no source, so only AL can
      * apply to it.
            MOVE 'T' TO WS-RND-MODE.
            MOVE WS-RND-FIGURE-PLACES (WS-RND-FIGURE-IX)
                TO WS-RND-PLACES.

            MOVE ZERO TO WS-RND-SOURCE-MATCH-IX.
            PERFORM MATCH-RULE-SOURCE
                VARYING WS-RND-SOURCE-IX FROM 1 BY 1
                UNTIL WS-RND-SOURCE-IX IS GREATER THAN 3
                   OR WS-RND-SOURCE-MATCH-IX IS GREATER THAN ZERO.

            IF WS-RND-SOURCE-MATCH-IX IS EQUAL TO ZERO
                MOVE 4 TO WS-RND-SOURCE-MATCH-IX
            END-IF.

            IF WS-RND-RULE-MODE (WS-RND-SOURCE-MATCH-IX,
                                 WS-RND-FIGURE-IX) IS EQUAL TO SPACE
                MOVE 4 TO WS-RND-SOURCE-MATCH-IX
            END-IF.

            IF WS-RND-RULE-MODE (WS-RND-SOURCE-MATCH-IX,
                                 WS-RND-FIGURE-IX)
                    IS NOT EQUAL TO SPACE
                MOVE WS-RND-RULE-MODE (WS-RND-SOURCE-MATCH-IX,
                                       WS-RND-FIGURE-IX)
                    TO WS-RND-MODE
                MOVE WS-RND-RULE-PLACES (WS-RND-SOURCE-MATCH-IX,
                                         WS-RND-FIGURE-IX)
                    TO WS-RND-PLACES
            END-IF.

       MATCH-RULE-SOURCE.

            IF WS-RND-SOURCE-TAG (WS-RND-SOURCE-IX) IS EQUAL TO
                    WS-AUDIT-SOURCE
                MOVE WS-RND-SOURCE-IX TO WS-RND-SOURCE-MATCH-IX
            END-IF.

       ROUND-HALF-EVEN.

      * Only an exact half is special - it goes to whichever
      * neighbour leaves the last place even.
            EVALUATE TRUE
                WHEN WS-RND-FRACTION IS GREATER THAN .5
                  OR WS-RND-FRACTION IS LESS THAN -.5
                    PERFORM ROUND-AWAY-FROM-ZERO
                WHEN WS-RND-FRACTION IS EQUAL TO .5
                  OR WS-RND-FRACTION IS EQUAL TO -.5
                    DIVIDE WS-RND-SCALED BY 2
                        GIVING WS-RND-HALF-QUOT
                        REMAINDER WS-RND-HALF-REM
                    IF WS-RND-HALF-REM IS NOT EQUAL TO ZERO
                        PERFORM ROUND-AWAY-FROM-ZERO
                    END-IF
            END-EVALUATE.

       ROUND-AWAY-FROM-ZERO.

            IF WS-RND-FRACTION IS GREATER THAN ZERO
                ADD 1 TO WS-RND-SCALED
            ELSE
                SUBTRACT 1 FROM WS-RND-SCALED
            END-IF.

       DISPLAY-SUM.
            DISPLAY FIRST-NUMBER " + " SECOND-NUMBER " = " THE-SUM.

            ELSE
                MOVE "DIVISION"     TO WS-AUDIT-OPERATION
                MOVE THE-DIVISION   TO WS-AUDIT-RESULT
                MOVE WS-APPLIED-RND-MODE (1)   TO WS-AUDIT-RND-MODE
                MOVE WS-APPLIED-RND-PLACES (1) TO WS-AUDIT-RND-PLACES
            END-IF.
            PERFORM WRITE-AUDIT-RECORD.


            MOVE "AVERAGE"      TO WS-AUDIT-OPERATION.
            MOVE THE-AVERAGE    TO WS-AUDIT-RESULT.
            MOVE WS-APPLIED-RND-MODE (2)   TO WS-AUDIT-RND-MODE.
            MOVE WS-APPLIED-RND-PLACES (2) TO WS-AUDIT-RND-PLACES.
            PERFORM WRITE-AUDIT-RECORD.

       COUNT-SOURCE-VOLUME.
            MOVE SECOND-NUMBER       TO AUDIT-SECOND-NUMBER.
            MOVE WS-AUDIT-OPERATION  TO AUDIT-OPERATION.
            MOVE WS-AUDIT-RESULT     TO AUDIT-RESULT.
            MOVE WS-AUDIT-RND-MODE   TO AUDIT-ROUNDING-MODE.
            MOVE WS-AUDIT-RND-PLACES TO AUDIT-DECIMAL-PLACES.

            WRITE AUDIT-RECORD.

            MOVE SPACE TO WS-AUDIT-RND-MODE.
            MOVE ZERO  TO WS-AUDIT-RND-PLACES.

            IF WS-AUDIT-STATUS IS EQUAL TO "00"
                ADD 1 TO WS-AUDIT-ROWS-WRITTEN
            END-IF.

       DISPLAY-CONTROL-REPORT.

            DISPLAY "=================================================".
            DISPLAY "RECONCILIATION MISMATCHES : " WS-RECON-MISMATCHES.
            DISPLAY "RECON SKIPPED OUT-OF-ORDER : " WS-RECON-BYPASSED.
            DISPLAY "RESULT KEYS CHANGED . . . : " WS-KEYS-CHANGED.
            DISPLAY "ADJUSTED KEYS HELD  . . . : " WS-ADJUST-CONFLICTS.
            DISPLAY "RESUBMISSIONS REJECTED  . : "
                    WS-RESUBMITS-REJECTED.
            DISPLAY "UNMARKED CHANGES LISTED . : "
                    WS-CHANGES-EXCEPTED.
            DISPLAY "RESULTS HELD FOR REVIEW . : " WS-RESULTS-HELD.
            DISPLAY "BEFORE-IMAGES JOURNALED . : " WS-BFIM-WRITTEN.
            DISPLAY "ROUNDING RULES LOADED . . : "
                    WS-ROUNDING-RULES-LOADED.
            DISPLAY "VOLUME FROM SOURCE S1 . . : " WS-SOURCE1-VOLUME.
            DISPLAY "VOLUME FROM SOURCE S2 . . : " WS-SOURCE2-VOLUME.
            DISPLAY "VOLUME FROM SOURCE S3 . . : " WS-SOURCE3-VOLUME.
