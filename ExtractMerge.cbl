      *          system, and a key that has already been merged from
      *          another source is diverted to a duplicates file
      *          instead of reaching the batch twice.
      *          Run-control cards on MRGPARM change the night.
      *          PARTIAL=YES lets the merge go ahead with the extracts
      *          that passed verification; a source left out is
      *          recorded on the late-extract control file, and every
      *          record merged that night is kept behind it.
      *          CATCHUP=Sn verifies and merges that one source once
      *          its file lands.  A key an on-time source already
      *          supplied that night is diverted as a duplicate.
      *          CTLSTEP names the step the control counts are filed
      *          under, so a catch-up's counts stand apart from the
      *          night's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DUPLICATE-FILE ASSIGN TO MRGDUPS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

           SELECT OPTIONAL MERGE-PARM-FILE ASSIGN TO MRGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LATE-CONTROL-FILE ASSIGN TO LATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATECTL-STATUS.

           SELECT KEPT-MERGE-FILE ASSIGN TO LATEMRG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEPT-STATUS.

           SELECT KEPT-MATCH-FILE ASSIGN TO MRGMATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT KEPT-SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      * The raw source extracts carry the record type, key, effective
      * date, body and correction mark but not the source-system tag
      * - the merge sequences on the key and passes everything else
      * through unchanged.  Each extract is wrapped in an
      * "H" header record (source id, business date) and a "T"
      * trailer record (detail count, hash total of the first
      * numbers/operands), carried in the same record shape and
           05  MRG1-EFFECTIVE-DATE       PIC X(08).
           05  MRG1-GROUP-OP-CODE        PIC X(01).
           05  MRG1-RECORD-BODY          PIC X(122).
           05  MRG1-CORRECTION-SW        PIC X(01).

       FD  MERGE-INPUT2-FILE
           RECORDING MODE IS F.
           05  MRG2-EFFECTIVE-DATE       PIC X(08).
           05  MRG2-GROUP-OP-CODE        PIC X(01).
           05  MRG2-RECORD-BODY          PIC X(122).
           05  MRG2-CORRECTION-SW        PIC X(01).

       FD  MERGE-INPUT3-FILE
           RECORDING MODE IS F.
           05  MRG3-EFFECTIVE-DATE       PIC X(08).
           05  MRG3-GROUP-OP-CODE        PIC X(01).
           05  MRG3-RECORD-BODY          PIC X(122).
           05  MRG3-CORRECTION-SW        PIC X(01).

       FD  MERGE-OUTPUT-FILE
           RECORDING MODE IS F.
           05  MRGOUT-EFFECTIVE-DATE     PIC X(08).
           05  MRGOUT-GROUP-OP-CODE      PIC X(01).
           05  MRGOUT-RECORD-BODY        PIC X(122).
           05  MRGOUT-CORRECTION-SW      PIC X(01).

       FD  DUPLICATE-FILE
           RECORDING MODE IS F.
       01  DUPLICATE-RECORD              PIC X(141).

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

      * Control cards in the MATHPARM style.  PARTIAL=YES lets a
      * night whose extracts did not all pass verification go ahead
      * with the ones that did (default NO - the night stops, as it
      * always has).  CATCHUP=S1, S2 or S3 turns the run into the
      * catch-up merge for that one late source.
       FD  MERGE-PARM-FILE
           RECORDING MODE IS F.
       01  MERGE-PARM-CARD        PIC X(80).

       FD  LATE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY MATHLATE.

      * Every record merged on a night that left a source out - and
      * every record a catch-up merged for it - in the merged shape
      * behind the business date of the night, so a later catch-up
      * can tell which keys that night has already supplied.
       FD  KEPT-MERGE-FILE
           RECORDING MODE IS F.
       01  KEPT-MERGE-RECORD.
           05  KEPT-NIGHT-DATE           PIC 9(08).
           05  KEPT-MERGED-RECORD        PIC X(141).

      * The on-time record each catch-up duplicate collided with, in
      * key order - the merged side of the duplicate comparison.
       FD  KEPT-MATCH-FILE
           RECORDING MODE IS F.
       01  KEPT-MATCH-RECORD             PIC X(141).

      * A night's kept records arrive in more than one key-ordered
      * run when two sources were late and the first has already
      * been caught up, so they are sorted back into key order
      * before the catch-up extract is matched against them.
       SD  KEPT-SORT-FILE.
       01  KEPT-SORT-RECORD.
           05  SRT-KEPT-KEY              PIC X(06).
           05  SRT-KEPT-RECORD           PIC X(141).

       WORKING-STORAGE SECTION.

      * - 11, 12 or 13 names source 1, 2 or 3 to the scheduler.
        01  WS-BAD-SOURCE-CODE PIC 9(02) VALUE ZERO.

      * Every extract that failed, not just the first - each one is
      * left on the control file against its source for the monthly
      * scorecard, with the condition code it would have raised.
        01  WS-EXTRACT-FAIL-FLAGS.
            05  WS-EXTRACT-FAIL-SW PIC X(01) OCCURS 3 TIMES
                                   VALUE 'N'.
        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.
        01  WS-FAIL-IX         PIC 9(02)         COMP VALUE ZERO.

      * Common parsing area for the verification pass - every record
      * lands here so the header, trailer and detail views are coded
      * once instead of per input file.
                88  TRAILER-CONTROL-RECORD     VALUE 'T'.
                88  GROUP-DETAIL-RECORD        VALUE 'G'.
                88  SIGNED-DETAIL-RECORD       VALUE 'S'.
            05  WS-CTL-DETAIL             PIC X(138).
            05  WS-HEADER-VIEW REDEFINES WS-CTL-DETAIL.
                10  WS-HDR-SOURCE-ID      PIC X(02).
                10  WS-HDR-BUSINESS-DATE  PIC X(08).
                10  FILLER                PIC X(128).
            05  WS-TRAILER-VIEW REDEFINES WS-CTL-DETAIL.
                10  WS-TRL-RECORD-COUNT   PIC 9(07).
                10  WS-TRL-HASH-TOTAL     PIC 9(13).
                10  FILLER                PIC X(118).
            05  WS-DETAIL-VIEW REDEFINES WS-CTL-DETAIL.
                10  WS-DTL-RECORD-KEY     PIC X(06).
                10  WS-DTL-EFFECTIVE-DATE PIC X(08).
                10  WS-DTL-GROUP-OP-CODE  PIC X(01).
                10  WS-DTL-RECORD-BODY    PIC X(122).
                10  WS-DTL-CORRECTION-SW  PIC X(01).

      * Body of a detail record in the transaction shape, for the
      * hash tally - pairs contribute the first number, groups every
        01  WS-RECORDS-MERGED  PIC 9(07)         COMP VALUE ZERO.
        01  WS-DUPLICATES-FOUND PIC 9(07)        COMP VALUE ZERO.

        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.

      * Staging area in the merged-file shape, so a record diverted
      * to the duplicates file looks exactly like it would have on
      * the merged file - type, key, source tag, body.
            05  WS-MERGE-EFF-DATE         PIC X(08).
            05  WS-MERGE-GROUP-OP         PIC X(01).
            05  WS-MERGE-RECORD-BODY      PIC X(122).
            05  WS-MERGE-CORRECTION-SW    PIC X(01).
        01  WS-MERGE-KEY       PIC 9(07)         COMP VALUE ZERO.

        01  WS-LAST-MERGED-KEY PIC 9(07)         COMP VALUE ZERO.
        01  WS-LAST-MERGED-SOURCE PIC X(02) VALUE SPACES.
        01  WS-LAST-MERGED-RECORD PIC X(141) VALUE SPACES.

        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.

        01  WS-PARTIAL-SW      PIC X(01) VALUE 'N'.
            88  PARTIAL-MERGE-ALLOWED      VALUE 'Y'.
        01  WS-RUN-MODE-SW     PIC X(01) VALUE 'N'.
            88  CATCHUP-RUN                VALUE 'C'.
        01  WS-CATCHUP-IX      PIC 9(02)         COMP VALUE ZERO.
        01  WS-CATCHUP-SOURCE  PIC X(02) VALUE SPACES.
        01  WS-CTL-STEP-NAME   PIC X(08) VALUE "MERGE".
        01  WS-LEFT-OUT-SW     PIC X(01) VALUE 'N'.
            88  SOURCES-LEFT-OUT           VALUE 'Y'.
        01  WS-WARNING-SW      PIC X(01) VALUE 'N'.
            88  MERGE-WARNING-RAISED       VALUE 'Y'.
        01  WS-SOURCES-VERIFIED PIC 9(02)        COMP VALUE ZERO.
        01  WS-LATE-RC         PIC 9(02) VALUE ZERO.

      * The business date of the night the merged records belong to
      * - the run date, except on a catch-up, where it is the night
      * the late extract's header names.
        01  WS-NIGHT-DATE      PIC 9(08) VALUE ZERO.

      * Which extracts go into the merge.  An extract left out is
      * never opened and sits on the top sort key from the start.
        01  WS-SOURCE-MERGE-FLAGS.
            05  WS-SOURCE-MERGE-SW PIC X(01) OCCURS 3 TIMES
                                   VALUE 'Y'.

        01  WS-LATECTL-STATUS  PIC X(02) VALUE SPACES.
        01  WS-LATECTL-EOF     PIC X(01) VALUE 'N'.
            88  END-OF-LATE-CONTROL        VALUE 'Y'.

      * Nights the catch-up source is still owed for, from the
      * late-extract control file - an "L" row opens a night, a
      * later "C" row closes it again.
        01  WS-OPEN-NIGHT-TABLE.
            05  WS-OPEN-NIGHT-ENTRY OCCURS 60 TIMES.
                10  WS-OPEN-NIGHT-DATE    PIC 9(08).
                10  WS-OPEN-NIGHT-SW      PIC X(01).
        01  WS-OPEN-NIGHTS-USED PIC 9(03)        COMP VALUE ZERO.
        01  WS-OPEN-IX         PIC 9(03)         COMP VALUE ZERO.
        01  WS-OPEN-MATCH-IX   PIC 9(03)         COMP VALUE ZERO.
        01  WS-OPEN-SEARCH-DATE PIC 9(08) VALUE ZERO.
        01  WS-OPEN-FOUND-SW   PIC X(01) VALUE 'N'.
            88  OPEN-NIGHT-FOUND           VALUE 'Y'.

        01  WS-KEPT-STATUS     PIC X(02) VALUE SPACES.
        01  WS-KEPT-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-KEPT-FILE           VALUE 'Y'.
        01  WS-KEPT-SORT-EOF   PIC X(01) VALUE 'N'.
            88  END-OF-KEPT-RECORDS        VALUE 'Y'.
        01  WS-KEEP-SW         PIC X(01) VALUE 'N'.
            88  KEEPING-MERGED-RECORDS     VALUE 'Y'.
        01  WS-SUPPLIED-SW     PIC X(01) VALUE 'N'.
            88  KEY-ALREADY-SUPPLIED       VALUE 'Y'.

      * The kept record in the merged shape, and its key sequenced
      * the same way as the extracts'.
        01  WS-KEPT-WORK.
            05  WS-KEPT-RECORD-TYPE       PIC X(01).
            05  WS-KEPT-RECORD-KEY        PIC X(06).
            05  WS-KEPT-SOURCE            PIC X(02).
            05  FILLER                    PIC X(132).
        01  WS-KEPT-KEY        PIC 9(07)         COMP VALUE ZERO.
        01  WS-KEPT-SELECTED   PIC 9(07)         COMP VALUE ZERO.

        01  WS-KEYS-ALREADY-SENT PIC 9(07)       COMP VALUE ZERO.
        01  WS-MATCH-RECORD    PIC X(141) VALUE SPACES.
        01  WS-LAST-MATCH-KEY  PIC 9(07)         COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            MOVE WS-CURRENT-DATE TO WS-NIGHT-DATE.

            PERFORM READ-MERGE-PARMS.

      * Verify every extract before merging anything - a bad file
      * must fail the step with nothing written, not surface as a
      * volume swing on the morning trend report.  A catch-up run
      * verifies its one source only; the other two extracts are
      * never opened.
            IF CATCHUP-RUN
                PERFORM LOAD-OPEN-LATE-NIGHTS
                MOVE 'N' TO WS-SOURCE-MERGE-SW (1)
                MOVE 'N' TO WS-SOURCE-MERGE-SW (2)
                MOVE 'N' TO WS-SOURCE-MERGE-SW (3)
                MOVE 'Y' TO WS-SOURCE-MERGE-SW (WS-CATCHUP-IX)
                PERFORM VERIFY-CATCHUP-EXTRACT
            ELSE
                PERFORM VERIFY-EXTRACT1
                PERFORM VERIFY-EXTRACT2
                PERFORM VERIFY-EXTRACT3
            END-IF.

            IF WS-BAD-SOURCE-CODE IS GREATER THAN ZERO
              AND PARTIAL-MERGE-ALLOWED
              AND NOT CATCHUP-RUN
                PERFORM PREPARE-PARTIAL-MERGE
            END-IF.

            IF WS-BAD-SOURCE-CODE IS GREATER THAN ZERO
              AND NOT SOURCES-LEFT-OUT
                DISPLAY "EXTRACT VERIFICATION FAILED - MERGE NOT RUN"
                PERFORM WRITE-FAILURE-COUNTS
                MOVE WS-BAD-SOURCE-CODE TO RETURN-CODE
                STOP RUN
            END-IF.

            IF SOURCES-LEFT-OUT
                PERFORM WRITE-FAILURE-COUNTS
            END-IF.

      * The catch-up extract is matched against everything the night
      * has already merged, so it cannot run without the kept file.
            IF CATCHUP-RUN
                OPEN INPUT KEPT-MERGE-FILE
                IF WS-KEPT-STATUS IS NOT EQUAL TO "00"
                    DISPLAY "KEPT MERGE FILE UNAVAILABLE - STATUS "
                            WS-KEPT-STATUS " - CATCH-UP NOT RUN"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                SORT KEPT-SORT-FILE
                    ON ASCENDING KEY SRT-KEPT-KEY
                    INPUT PROCEDURE IS SELECT-NIGHT-KEPT-RECORDS
                    OUTPUT PROCEDURE IS MERGE-AGAINST-KEPT-RECORDS
            ELSE
                PERFORM MERGE-VERIFIED-EXTRACTS
            END-IF.

            PERFORM DISPLAY-MERGE-TOTALS.

            PERFORM WRITE-CONTROL-COUNTS.

            IF CATCHUP-RUN
                PERFORM RECORD-CATCHUP-COMPLETE
            END-IF.

      * Duplicates are dropped from the merged file, so the batch
      * totals stay right - but the scheduler still gets told the
      * sources double-sent so someone chases it up.  A night that
      * went ahead without a source, and a catch-up that could not
      * leave its own trail, are flagged the same way.
            IF WS-DUPLICATES-FOUND IS GREATER THAN ZERO
              OR SOURCES-LEFT-OUT
              OR MERGE-WARNING-RAISED
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       READ-MERGE-PARMS.

            OPEN INPUT MERGE-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-MERGE-PARM-CARD
                PERFORM PROCESS-MERGE-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE MERGE-PARM-FILE
            END-IF.

       READ-MERGE-PARM-CARD.

            READ MERGE-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-MERGE-PARM-CARD.

            IF MERGE-PARM-CARD IS EQUAL TO SPACES
              OR MERGE-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING MERGE-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-MERGE-PARM-CARD
            END-IF.

            PERFORM READ-MERGE-PARM-CARD.

       APPLY-MERGE-PARM-CARD.

      * A CATCHUP card that does not name a source is refused
      * outright - guessing would merge the wrong file into the
      * wrong night.
            EVALUATE WS-PARM-KEYWORD
                WHEN "PARTIAL"
                    EVALUATE WS-PARM-VALUE(1:3)
                        WHEN "YES"
                            MOVE 'Y' TO WS-PARTIAL-SW
                        WHEN "NO "
                            MOVE 'N' TO WS-PARTIAL-SW
                        WHEN OTHER
                            DISPLAY "MRGPARM - INVALID PARTIAL "
                                    "IGNORED: " WS-PARM-VALUE(1:3)
                    END-EVALUATE
                WHEN "CATCHUP"
                    EVALUATE WS-PARM-VALUE(1:2)
                        WHEN "S1"
                            MOVE 1 TO WS-CATCHUP-IX
                        WHEN "S2"
                            MOVE 2 TO WS-CATCHUP-IX
                        WHEN "S3"
                            MOVE 3 TO WS-CATCHUP-IX
                        WHEN OTHER
                            DISPLAY "MRGPARM - INVALID CATCHUP SOURCE "
                                    WS-PARM-VALUE(1:2)
                                    " - MERGE NOT RUN"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
                    MOVE WS-PARM-VALUE(1:2) TO WS-CATCHUP-SOURCE
                    SET CATCHUP-RUN TO TRUE
                WHEN "CTLSTEP"
                    IF WS-PARM-VALUE(1:8) IS NOT EQUAL TO SPACES
                        MOVE WS-PARM-VALUE(1:8) TO WS-CTL-STEP-NAME
                    ELSE
                        DISPLAY "MRGPARM - INVALID CTLSTEP IGNORED: "
                                WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "MRGPARM - UNRECOGNIZED CONTROL CARD: "
                            MERGE-PARM-CARD
            END-EVALUATE.

       LOAD-OPEN-LATE-NIGHTS.

            OPEN INPUT LATE-CONTROL-FILE.

            IF WS-LATECTL-STATUS IS EQUAL TO "00"
                PERFORM READ-LATE-CONTROL-RECORD
                PERFORM LOAD-LATE-CONTROL-RECORD
                    UNTIL END-OF-LATE-CONTROL
                CLOSE LATE-CONTROL-FILE
            ELSE
                DISPLAY "LATE-EXTRACT CONTROL FILE UNAVAILABLE - "
                        "STATUS " WS-LATECTL-STATUS
                        " - NO NIGHT CAN BE CAUGHT UP"
            END-IF.

       READ-LATE-CONTROL-RECORD.

            READ LATE-CONTROL-FILE
                AT END
                    SET END-OF-LATE-CONTROL TO TRUE
            END-READ.

       LOAD-LATE-CONTROL-RECORD.

            IF LATE-SOURCE-SYSTEM IS EQUAL TO WS-CATCHUP-SOURCE
                MOVE LATE-NIGHT-DATE TO WS-OPEN-SEARCH-DATE
                PERFORM FIND-OPEN-NIGHT-ENTRY
                EVALUATE TRUE
                    WHEN LATE-OUTSTANDING AND OPEN-NIGHT-FOUND
                        MOVE 'Y' TO WS-OPEN-NIGHT-SW (WS-OPEN-MATCH-IX)
                    WHEN LATE-OUTSTANDING
                        PERFORM ADD-OPEN-NIGHT-ENTRY
                    WHEN LATE-CAUGHT-UP AND OPEN-NIGHT-FOUND
                        MOVE 'N' TO WS-OPEN-NIGHT-SW (WS-OPEN-MATCH-IX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

            PERFORM READ-LATE-CONTROL-RECORD.

       FIND-OPEN-NIGHT-ENTRY.

            MOVE 'N'  TO WS-OPEN-FOUND-SW.
            MOVE ZERO TO WS-OPEN-MATCH-IX.

            PERFORM MATCH-OPEN-NIGHT-ENTRY
                VARYING WS-OPEN-IX FROM 1 BY 1
                UNTIL WS-OPEN-IX IS GREATER THAN WS-OPEN-NIGHTS-USED
                   OR OPEN-NIGHT-FOUND.

       MATCH-OPEN-NIGHT-ENTRY.

            IF WS-OPEN-NIGHT-DATE (WS-OPEN-IX) IS EQUAL TO
                    WS-OPEN-SEARCH-DATE
                MOVE 'Y'        TO WS-OPEN-FOUND-SW
                MOVE WS-OPEN-IX TO WS-OPEN-MATCH-IX
            END-IF.

       ADD-OPEN-NIGHT-ENTRY.

            IF WS-OPEN-NIGHTS-USED IS LESS THAN 60
                ADD 1 TO WS-OPEN-NIGHTS-USED
                MOVE LATE-NIGHT-DATE
                    TO WS-OPEN-NIGHT-DATE (WS-OPEN-NIGHTS-USED)
                MOVE 'Y' TO WS-OPEN-NIGHT-SW (WS-OPEN-NIGHTS-USED)
            ELSE
                DISPLAY "LATE-EXTRACT NIGHT " LATE-NIGHT-DATE
                        " FOR " WS-CATCHUP-SOURCE
                        " NOT LOADED - MORE THAN 60 NIGHTS OWED"
            END-IF.

       VERIFY-CATCHUP-EXTRACT.

            EVALUATE WS-CATCHUP-IX
                WHEN 1
                    PERFORM VERIFY-EXTRACT1
                WHEN 2
                    PERFORM VERIFY-EXTRACT2
                WHEN OTHER
                    PERFORM VERIFY-EXTRACT3
            END-EVALUATE.

       PREPARE-PARTIAL-MERGE.

      * The night goes ahead without a source only when at least one
      * extract passed and both the kept file and the late-extract
      * row can be written - a source left out with no record of it
      * could never be caught up.
            MOVE ZERO TO WS-SOURCES-VERIFIED.

            PERFORM MARK-LEFT-OUT-SOURCE
                VARYING WS-FAIL-IX FROM 1 BY 1
                UNTIL WS-FAIL-IX IS GREATER THAN 3.

            IF WS-SOURCES-VERIFIED IS EQUAL TO ZERO
                DISPLAY "PARTIAL MERGE NOT POSSIBLE - NO EXTRACT "
                        "PASSED VERIFICATION"
            ELSE
                PERFORM OPEN-KEPT-MERGE-FILE
                IF KEEPING-MERGED-RECORDS
                    PERFORM RECORD-LATE-EXTRACTS
                    IF SOURCES-LEFT-OUT
                        DISPLAY "PARTIAL MERGE - GOING AHEAD WITH THE "
                                "EXTRACTS THAT PASSED VERIFICATION"
                    ELSE
                        CLOSE KEPT-MERGE-FILE
                        MOVE 'N' TO WS-KEEP-SW
                    END-IF
                END-IF
            END-IF.

       MARK-LEFT-OUT-SOURCE.

            IF WS-EXTRACT-FAIL-SW (WS-FAIL-IX) IS EQUAL TO 'Y'
                MOVE 'N' TO WS-SOURCE-MERGE-SW (WS-FAIL-IX)
            ELSE
                ADD 1 TO WS-SOURCES-VERIFIED
            END-IF.

       OPEN-KEPT-MERGE-FILE.

            OPEN EXTEND KEPT-MERGE-FILE.

            IF WS-KEPT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT KEPT-MERGE-FILE
            END-IF.

            IF WS-KEPT-STATUS IS EQUAL TO "00"
                MOVE 'Y' TO WS-KEEP-SW
            ELSE
                DISPLAY "KEPT MERGE FILE UNAVAILABLE - STATUS "
                        WS-KEPT-STATUS
            END-IF.

       RECORD-LATE-EXTRACTS.

            OPEN EXTEND LATE-CONTROL-FILE.

            IF WS-LATECTL-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT LATE-CONTROL-FILE
            END-IF.

            IF WS-LATECTL-STATUS IS EQUAL TO "00"
                PERFORM WRITE-LATE-EXTRACT-ROW
                    VARYING WS-FAIL-IX FROM 1 BY 1
                    UNTIL WS-FAIL-IX IS GREATER THAN 3
                CLOSE LATE-CONTROL-FILE
                MOVE 'Y' TO WS-LEFT-OUT-SW
            ELSE
                DISPLAY "LATE-EXTRACT CONTROL FILE UNAVAILABLE - "
                        "STATUS " WS-LATECTL-STATUS
                        " - PARTIAL MERGE NOT RUN"
            END-IF.

       WRITE-LATE-EXTRACT-ROW.

            IF WS-EXTRACT-FAIL-SW (WS-FAIL-IX) IS EQUAL TO 'Y'
                MOVE SPACES                   TO LATE-EXTRACT-RECORD
                MOVE WS-NIGHT-DATE            TO LATE-NIGHT-DATE
                MOVE WS-SOURCE-TAG (WS-FAIL-IX) TO LATE-SOURCE-SYSTEM
                SET LATE-OUTSTANDING          TO TRUE
                COMPUTE LATE-REASON-CODE = 10 + WS-FAIL-IX
                MOVE WS-CURRENT-DATE          TO LATE-ACTION-DATE
                MOVE ZERO                     TO LATE-RECORDS-READ
                MOVE ZERO                     TO LATE-RECORDS-MERGED
                MOVE ZERO                     TO LATE-KEYS-ALREADY-SENT
                WRITE LATE-EXTRACT-RECORD
                DISPLAY "EXTRACT " WS-SOURCE-TAG (WS-FAIL-IX)
                        " LEFT OUT OF THE MERGE - RECORDED AS LATE "
                        "FOR NIGHT " WS-NIGHT-DATE
            END-IF.

       VERIFY-EXTRACT1.

            MOVE "S1" TO WS-VERIFY-SOURCE.

            PERFORM CHECK-VERIFY-COMPLETE.

            IF VERIFY-FAILED
                MOVE 'Y' TO WS-EXTRACT-FAIL-SW (1)
            END-IF.

            IF VERIFY-FAILED
              AND WS-BAD-SOURCE-CODE IS EQUAL TO ZERO
                MOVE 11 TO WS-BAD-SOURCE-CODE

            PERFORM CHECK-VERIFY-COMPLETE.

            IF VERIFY-FAILED
                MOVE 'Y' TO WS-EXTRACT-FAIL-SW (2)
            END-IF.

            IF VERIFY-FAILED
              AND WS-BAD-SOURCE-CODE IS EQUAL TO ZERO
                MOVE 12 TO WS-BAD-SOURCE-CODE

            PERFORM CHECK-VERIFY-COMPLETE.

            IF VERIFY-FAILED
                MOVE 'Y' TO WS-EXTRACT-FAIL-SW (3)
            END-IF.

            IF VERIFY-FAILED
              AND WS-BAD-SOURCE-CODE IS EQUAL TO ZERO
                MOVE 13 TO WS-BAD-SOURCE-CODE

      * A re-sent file from an earlier business date must never flow
      * into tonight's batch - the header date has to be the run
      * date, exactly.  A catch-up is the one exception: its header
      * date has to be a night the source is still owed for, and
      * that night is the one the run catches up.
            IF CATCHUP-RUN
                PERFORM CHECK-OPEN-LATE-NIGHT
            ELSE
                IF WS-HDR-BUSINESS-DATE IS NOT NUMERIC
                  OR WS-HDR-BUSINESS-DATE IS NOT EQUAL
                        TO WS-CURRENT-DATE
                    DISPLAY "VERIFY FAIL " WS-VERIFY-SOURCE
                            " - HEADER BUSINESS DATE "
                            WS-HDR-BUSINESS-DATE
                            " IS NOT RUN DATE " WS-CURRENT-DATE
                    MOVE 'Y' TO WS-VERIFY-FAIL-SW
                END-IF
            END-IF.

       CHECK-OPEN-LATE-NIGHT.

            MOVE 'N' TO WS-OPEN-FOUND-SW.

            IF WS-HDR-BUSINESS-DATE IS NUMERIC
                MOVE WS-HDR-BUSINESS-DATE TO WS-OPEN-SEARCH-DATE
                PERFORM FIND-OPEN-NIGHT-ENTRY
            END-IF.

            IF OPEN-NIGHT-FOUND
                IF WS-OPEN-NIGHT-SW (WS-OPEN-MATCH-IX) IS NOT EQUAL
                        TO 'Y'
                    MOVE 'N' TO WS-OPEN-FOUND-SW
                END-IF
            END-IF.

            IF OPEN-NIGHT-FOUND
                MOVE WS-OPEN-SEARCH-DATE TO WS-NIGHT-DATE
            ELSE
                DISPLAY "VERIFY FAIL " WS-VERIFY-SOURCE
                        " - HEADER BUSINESS DATE "
                        WS-HDR-BUSINESS-DATE
                        " IS NOT A NIGHT THE SOURCE IS OWED FOR"
                MOVE 'Y' TO WS-VERIFY-FAIL-SW
            END-IF.

                        WS-VERIFY-HASH
            END-IF.

       MERGE-VERIFIED-EXTRACTS.

            PERFORM OPEN-MERGE-EXTRACTS.

            OPEN OUTPUT MERGE-OUTPUT-FILE.
            OPEN OUTPUT DUPLICATE-FILE.

            IF CATCHUP-RUN
                OPEN OUTPUT KEPT-MATCH-FILE
            END-IF.

            PERFORM MERGE-SELECT-RECORD
                UNTIL END-OF-EXTRACT1
                  AND END-OF-EXTRACT2
                  AND END-OF-EXTRACT3.

            PERFORM CLOSE-MERGE-EXTRACTS.

            CLOSE MERGE-OUTPUT-FILE.
            CLOSE DUPLICATE-FILE.

            IF CATCHUP-RUN
                CLOSE KEPT-MATCH-FILE
            END-IF.

            IF KEEPING-MERGED-RECORDS
                CLOSE KEPT-MERGE-FILE
                MOVE 'N' TO WS-KEEP-SW
            END-IF.

       OPEN-MERGE-EXTRACTS.

            IF WS-SOURCE-MERGE-SW (1) IS EQUAL TO 'Y'
                OPEN INPUT MERGE-INPUT1-FILE
                PERFORM READ-EXTRACT1-RECORD
            ELSE
                SET END-OF-EXTRACT1 TO TRUE
                MOVE 9999999 TO WS-MRG1-SORT-KEY
            END-IF.

            IF WS-SOURCE-MERGE-SW (2) IS EQUAL TO 'Y'
                OPEN INPUT MERGE-INPUT2-FILE
                PERFORM READ-EXTRACT2-RECORD
            ELSE
                SET END-OF-EXTRACT2 TO TRUE
                MOVE 9999999 TO WS-MRG2-SORT-KEY
            END-IF.

            IF WS-SOURCE-MERGE-SW (3) IS EQUAL TO 'Y'
                OPEN INPUT MERGE-INPUT3-FILE
                PERFORM READ-EXTRACT3-RECORD
            ELSE
                SET END-OF-EXTRACT3 TO TRUE
                MOVE 9999999 TO WS-MRG3-SORT-KEY
            END-IF.

       CLOSE-MERGE-EXTRACTS.

            IF WS-SOURCE-MERGE-SW (1) IS EQUAL TO 'Y'
                CLOSE MERGE-INPUT1-FILE
            END-IF.

            IF WS-SOURCE-MERGE-SW (2) IS EQUAL TO 'Y'
                CLOSE MERGE-INPUT2-FILE
            END-IF.

            IF WS-SOURCE-MERGE-SW (3) IS EQUAL TO 'Y'
                CLOSE MERGE-INPUT3-FILE
            END-IF.

       SELECT-NIGHT-KEPT-RECORDS.

      * The kept file was opened before the sort; only the night
      * being caught up is passed to it.
            PERFORM READ-KEPT-MERGE-RECORD.

            PERFORM RELEASE-NIGHT-KEPT-RECORD
                UNTIL END-OF-KEPT-FILE.

            CLOSE KEPT-MERGE-FILE.

       READ-KEPT-MERGE-RECORD.

            READ KEPT-MERGE-FILE
                AT END
                    SET END-OF-KEPT-FILE TO TRUE
            END-READ.

       RELEASE-NIGHT-KEPT-RECORD.

            IF KEPT-NIGHT-DATE IS EQUAL TO WS-NIGHT-DATE
                MOVE KEPT-MERGED-RECORD  TO WS-KEPT-WORK
                MOVE WS-KEPT-RECORD-KEY  TO SRT-KEPT-KEY
                MOVE KEPT-MERGED-RECORD  TO SRT-KEPT-RECORD
                RELEASE KEPT-SORT-RECORD
                ADD 1 TO WS-KEPT-SELECTED
            END-IF.

            PERFORM READ-KEPT-MERGE-RECORD.

       MERGE-AGAINST-KEPT-RECORDS.

            DISPLAY "CATCH-UP OF " WS-CATCHUP-SOURCE " FOR NIGHT "
                    WS-NIGHT-DATE " - " WS-KEPT-SELECTED
                    " RECORDS ALREADY MERGED THAT NIGHT".

            PERFORM RETURN-KEPT-RECORD.

      * The catch-up's own records are kept behind the night too, so
      * a second source late the same night is matched against them
      * when it is caught up in its turn.
            PERFORM OPEN-KEPT-MERGE-FILE.

            IF NOT KEEPING-MERGED-RECORDS
                DISPLAY "CATCH-UP RECORDS NOT KEPT - A LATER CATCH-UP "
                        "FOR THE SAME NIGHT CANNOT SEE THEM"
                MOVE 'Y' TO WS-WARNING-SW
            END-IF.

            PERFORM MERGE-VERIFIED-EXTRACTS.

       RETURN-KEPT-RECORD.

            RETURN KEPT-SORT-FILE
                AT END
                    SET END-OF-KEPT-RECORDS TO TRUE
                    MOVE 9999999 TO WS-KEPT-KEY
                NOT AT END
                    MOVE SRT-KEPT-RECORD TO WS-KEPT-WORK
                    IF WS-KEPT-RECORD-KEY IS NUMERIC
                        MOVE WS-KEPT-RECORD-KEY TO WS-KEPT-KEY
                    ELSE
                        MOVE ZERO TO WS-KEPT-KEY
                    END-IF
            END-RETURN.

       READ-EXTRACT1-RECORD.

      * Keep fetching past the already-verified header and trailer
            MOVE MRG1-EFFECTIVE-DATE TO WS-MERGE-EFF-DATE.
            MOVE MRG1-GROUP-OP-CODE  TO WS-MERGE-GROUP-OP.
            MOVE MRG1-RECORD-BODY    TO WS-MERGE-RECORD-BODY.
            MOVE MRG1-CORRECTION-SW  TO WS-MERGE-CORRECTION-SW.
            MOVE "S1"                TO WS-MERGE-SOURCE.
            MOVE WS-MRG1-SORT-KEY    TO WS-MERGE-KEY.

            MOVE MRG2-EFFECTIVE-DATE TO WS-MERGE-EFF-DATE.
            MOVE MRG2-GROUP-OP-CODE  TO WS-MERGE-GROUP-OP.
            MOVE MRG2-RECORD-BODY    TO WS-MERGE-RECORD-BODY.
            MOVE MRG2-CORRECTION-SW  TO WS-MERGE-CORRECTION-SW.
            MOVE "S2"                TO WS-MERGE-SOURCE.
            MOVE WS-MRG2-SORT-KEY    TO WS-MERGE-KEY.

            MOVE MRG3-EFFECTIVE-DATE TO WS-MERGE-EFF-DATE.
            MOVE MRG3-GROUP-OP-CODE  TO WS-MERGE-GROUP-OP.
            MOVE MRG3-RECORD-BODY    TO WS-MERGE-RECORD-BODY.
            MOVE MRG3-CORRECTION-SW  TO WS-MERGE-CORRECTION-SW.
            MOVE "S3"                TO WS-MERGE-SOURCE.
            MOVE WS-MRG3-SORT-KEY    TO WS-MERGE-KEY.


       WRITE-MERGED-RECORD.

      * On a catch-up, a key an on-time source already supplied that
      * night is diverted like any cross-source duplicate.  The record
      * that went forward on time stands, whichever source number it
      * came from - it has already been through the batch.
            MOVE 'N' TO WS-SUPPLIED-SW.

            IF CATCHUP-RUN
              AND WS-MERGE-KEY IS GREATER THAN ZERO
                PERFORM CHECK-KEY-ALREADY-SUPPLIED
            END-IF.

      * Records whose keys would not sequence (sort key zero) are
      * deliberately excluded from the duplicate check - two garbage
      * keys are not duplicates of each other, and the edit step owns
      * rejecting them with the proper reason code.
            IF KEY-ALREADY-SUPPLIED
                PERFORM DIVERT-SUPPLIED-RECORD
            ELSE
                IF WS-RECORDS-MERGED IS GREATER THAN ZERO
                  AND WS-MERGE-KEY IS GREATER THAN ZERO
                  AND WS-MERGE-KEY IS EQUAL TO WS-LAST-MERGED-KEY
                    MOVE WS-MERGE-WORK TO DUPLICATE-RECORD
                    WRITE DUPLICATE-RECORD
                    ADD 1 TO WS-DUPLICATES-FOUND
                    DISPLAY "DUPLICATE KEY " WS-MERGE-KEY
                            " FROM " WS-MERGE-SOURCE
                            " ALREADY MERGED FROM "
                            WS-LAST-MERGED-SOURCE
                    IF CATCHUP-RUN
                        MOVE WS-LAST-MERGED-RECORD TO WS-MATCH-RECORD
                        PERFORM WRITE-KEPT-MATCH
                    END-IF
                ELSE
                    MOVE WS-MERGE-WORK TO MERGE-OUTPUT-RECORD
                    WRITE MERGE-OUTPUT-RECORD
                    ADD 1 TO WS-RECORDS-MERGED
                    MOVE WS-MERGE-KEY    TO WS-LAST-MERGED-KEY
                    MOVE WS-MERGE-SOURCE TO WS-LAST-MERGED-SOURCE
                    MOVE WS-MERGE-WORK   TO WS-LAST-MERGED-RECORD
                    IF KEEPING-MERGED-RECORDS
                        MOVE WS-NIGHT-DATE TO KEPT-NIGHT-DATE
                        MOVE WS-MERGE-WORK TO KEPT-MERGED-RECORD
                        WRITE KEPT-MERGE-RECORD
                    END-IF
                END-IF
            END-IF.

       CHECK-KEY-ALREADY-SUPPLIED.

      * Both sides are in key order, so the kept records are walked
      * forward once, in step with the catch-up extract.
            PERFORM RETURN-KEPT-RECORD
                UNTIL END-OF-KEPT-RECORDS
                   OR WS-KEPT-KEY IS NOT LESS THAN WS-MERGE-KEY.

            IF WS-KEPT-KEY IS EQUAL TO WS-MERGE-KEY
                MOVE 'Y' TO WS-SUPPLIED-SW
            END-IF.

       DIVERT-SUPPLIED-RECORD.

            MOVE WS-MERGE-WORK TO DUPLICATE-RECORD.
            WRITE DUPLICATE-RECORD.
            ADD 1 TO WS-DUPLICATES-FOUND.
            ADD 1 TO WS-KEYS-ALREADY-SENT.

            DISPLAY "KEY " WS-MERGE-KEY " FROM " WS-MERGE-SOURCE
                    " ALREADY SUPPLIED BY " WS-KEPT-SOURCE
                    " ON NIGHT " WS-NIGHT-DATE.

            MOVE WS-KEPT-WORK TO WS-MATCH-RECORD.
            PERFORM WRITE-KEPT-MATCH.

       WRITE-KEPT-MATCH.

      * One record per key - the comparison step lines every
      * duplicate for a key up against the same record.
            IF WS-MERGE-KEY IS NOT EQUAL TO WS-LAST-MATCH-KEY
                MOVE WS-MATCH-RECORD TO KEPT-MATCH-RECORD
                WRITE KEPT-MATCH-RECORD
                MOVE WS-MERGE-KEY    TO WS-LAST-MATCH-KEY
            END-IF.

       DISPLAY-MERGE-TOTALS.
            DISPLAY "RECORDS MERGED  . . . . . : " WS-RECORDS-MERGED.
            DISPLAY "CROSS-SOURCE DUPLICATES . : "
                    WS-DUPLICATES-FOUND.

            IF SOURCES-LEFT-OUT
                PERFORM DISPLAY-LEFT-OUT-SOURCE
                    VARYING WS-FAIL-IX FROM 1 BY 1
                    UNTIL WS-FAIL-IX IS GREATER THAN 3
            END-IF.

            IF CATCHUP-RUN
                DISPLAY "CATCH-UP OF LATE SOURCE . : "
                        WS-CATCHUP-SOURCE " FOR NIGHT " WS-NIGHT-DATE
                DISPLAY "KEYS ALREADY SUPPLIED . . : "
                        WS-KEYS-ALREADY-SENT
            END-IF.

            DISPLAY "=================================================".

       DISPLAY-LEFT-OUT-SOURCE.

            IF WS-EXTRACT-FAIL-SW (WS-FAIL-IX) IS EQUAL TO 'Y'
                COMPUTE WS-LATE-RC = 10 + WS-FAIL-IX
                DISPLAY "LATE EXTRACT NOT MERGED . : "
                        WS-SOURCE-TAG (WS-FAIL-IX)
                        " - FAILED VERIFICATION, RC " WS-LATE-RC
            END-IF.

       WRITE-CONTROL-COUNTS.

      * Tonight's counts go on the control file for the balancing
      * step - the same EXTEND-or-create idiom as the audit trail.
      * Every detail read is either merged or diverted, and the
      * merged count is what the edit step must account for.  A
      * merge that cannot record its counts still goes forward; the
      * balancing step shows the step as not reported.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                SET CTL-SOURCE1-READ TO TRUE
                MOVE WS-RECORDS-READ-1   TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-SOURCE2-READ TO TRUE
                MOVE WS-RECORDS-READ-2   TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-SOURCE3-READ TO TRUE
                MOVE WS-RECORDS-READ-3   TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECORDS-MERGED TO TRUE
                MOVE WS-RECORDS-MERGED   TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-DUPLICATES TO TRUE
                MOVE WS-DUPLICATES-FOUND TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - MERGE COUNTS NOT RECORDED"
            END-IF.

       WRITE-FAILURE-COUNTS.

      * Only failures are recorded - a clean night writes nothing
      * here, so a good resend later the same night cannot wipe out
      * the failure it followed.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                PERFORM WRITE-FAILURE-COUNT-ROW
                    VARYING WS-FAIL-IX FROM 1 BY 1
                    UNTIL WS-FAIL-IX IS GREATER THAN 3
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - EXTRACT FAILURES NOT RECORDED"
            END-IF.

       WRITE-FAILURE-COUNT-ROW.

            IF WS-EXTRACT-FAIL-SW (WS-FAIL-IX) IS EQUAL TO 'Y'
                SET CTL-EXTRACT-FAILED TO TRUE
                MOVE 1                        TO CTL-COUNT-VALUE
                MOVE WS-SOURCE-TAG (WS-FAIL-IX) TO CTL-SOURCE-SYSTEM
                COMPUTE CTL-REASON-CODE = 10 + WS-FAIL-IX
                PERFORM WRITE-CONTROL-COUNT-ROW
            END-IF.

       RECORD-CATCHUP-COMPLETE.

      * The "C" row closes the night for the source, so the same
      * file cannot be caught up twice.  If it cannot be written the
      * night still shows the source as owed; a second catch-up of
      * the same file would find every key already supplied.
            OPEN EXTEND LATE-CONTROL-FILE.

            IF WS-LATECTL-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT LATE-CONTROL-FILE
            END-IF.

            IF WS-LATECTL-STATUS IS EQUAL TO "00"
                MOVE SPACES                TO LATE-EXTRACT-RECORD
                MOVE WS-NIGHT-DATE         TO LATE-NIGHT-DATE
                MOVE WS-CATCHUP-SOURCE     TO LATE-SOURCE-SYSTEM
                SET LATE-CAUGHT-UP         TO TRUE
                COMPUTE LATE-REASON-CODE = 10 + WS-CATCHUP-IX
                MOVE WS-CURRENT-DATE       TO LATE-ACTION-DATE
                COMPUTE LATE-RECORDS-READ = WS-RECORDS-READ-1
                                          + WS-RECORDS-READ-2
                                          + WS-RECORDS-READ-3
                MOVE WS-RECORDS-MERGED     TO LATE-RECORDS-MERGED
                MOVE WS-KEYS-ALREADY-SENT  TO LATE-KEYS-ALREADY-SENT
                WRITE LATE-EXTRACT-RECORD
                CLOSE LATE-CONTROL-FILE
            ELSE
                DISPLAY "LATE-EXTRACT CONTROL FILE UNAVAILABLE - "
                        "STATUS " WS-LATECTL-STATUS
                        " - CATCH-UP NOT RECORDED"
                MOVE 'Y' TO WS-WARNING-SW
            END-IF.

       WRITE-CONTROL-COUNT-ROW.

            MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
            MOVE "MATHMERG"      TO CTL-PROGRAM-ID.
            MOVE WS-CTL-STEP-NAME TO CTL-STEP-NAME.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       END PROGRAM MATHMERG.
