      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Step-to-step balancing of the nightly batch.  Every
      *          step leaves its record counts on the control-count
      *          file; this step reads back one night's counts and
      *          proves each step's output against the next step's
      *          input - the merge against the edit, the edit
      *          against the release, the release against the batch,
      *          the batch against its own history row, audit trail
      *          and results master, and in the parallel variant the
      *          streams against the consolidation.  One balancing
      *          sheet is printed and a link that is out, or a step
      *          that never reported, sets the condition code the
      *          scheduler pages on - so a dropped record is caught
      *          the night it is dropped, not weeks later.
      *          CATCHUP=YES balances the catch-up of a late extract
      *          instead - the steps it filed under their own names -
      *          and the nightly balance passes those rows over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-PARM-FILE ASSIGN TO BALPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALREPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-PARM-FILE
           RECORDING MODE IS F.
       01  BALANCE-PARM-CARD      PIC X(80).

      * In the parallel variant the DD is the concatenation of the
      * main control file and the four per-stream files, so one
      * night's rows arrive from more than one of them.
       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  BALANCE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.

      * The night to balance - today unless a RUNDATE card asks for
      * an earlier night.  CONSOL=YES says the night ran split and
      * must have been consolidated, so a consolidation that never
      * reported is out rather than simply absent.  CATCHUP=YES
      * takes the catch-up step names in place of the night's, so a
      * catch-up and a night on the same date are each proved on
      * their own figures.
        01  WS-BALANCE-DATE    PIC 9(08) VALUE ZERO.
        01  WS-CONSOL-SW       PIC X(01) VALUE 'N'.
            88  CONSOLIDATION-EXPECTED     VALUE 'Y'.
        01  WS-STEP-SET-SW     PIC X(01) VALUE 'N'.
            88  CATCH-UP-BALANCE           VALUE 'Y'.
        01  WS-IN-STEP-SET-SW  PIC X(01) VALUE 'N'.
            88  ROW-IN-STEP-SET            VALUE 'Y'.

        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.
        01  WS-CTLCOUNT-EOF    PIC X(01) VALUE 'N'.
            88  END-OF-CONTROL-COUNTS      VALUE 'Y'.

        01  WS-ROWS-READ       PIC 9(07)         COMP VALUE ZERO.
        01  WS-ROWS-SELECTED   PIC 9(07)         COMP VALUE ZERO.

      * The counts that stand for the night - one entry per program,
      * step and count name, the last row read overwriting any
      * earlier one, so a restarted or rerun step is judged on its
      * final figures.
        01  WS-COUNT-TABLE.
            05  WS-CT-ENTRY    OCCURS 100 TIMES.
                10  WS-CT-PROGRAM       PIC X(08).
                10  WS-CT-STEP          PIC X(08).
                10  WS-CT-NAME          PIC X(20).
                10  WS-CT-VALUE         PIC 9(09)  COMP.
        01  WS-CT-USED         PIC 9(03)         COMP VALUE ZERO.
        01  WS-CT-IX           PIC 9(03)         COMP VALUE ZERO.
        01  WS-CT-OVERFLOW     PIC 9(07)         COMP VALUE ZERO.
        01  WS-CT-FOUND-SW     PIC X(01) VALUE 'N'.
            88  COUNT-ENTRY-FOUND          VALUE 'Y'.

      * One table entry at a time in the control-count layout, so
      * the count names can be tested by their condition names.
        COPY MATHCTLC REPLACING ==CONTROL-COUNT-RECORD== BY
                                ==WS-COUNT-WORK==
                                LEADING ==CTL== BY ==BAL==.

      * Which steps reported in for the night.
        01  WS-MERGE-SW        PIC X(01) VALUE 'N'.
            88  MERGE-REPORTED             VALUE 'Y'.
        01  WS-EDIT-SW         PIC X(01) VALUE 'N'.
            88  EDIT-REPORTED              VALUE 'Y'.
        01  WS-RELEASE-SW      PIC X(01) VALUE 'N'.
            88  RELEASE-REPORTED           VALUE 'Y'.
        01  WS-BATCH-SW        PIC X(01) VALUE 'N'.
            88  BATCH-REPORTED             VALUE 'Y'.
        01  WS-MASTER-SW       PIC X(01) VALUE 'N'.
            88  MASTER-REPORTED            VALUE 'Y'.
        01  WS-CONSOL-RPT-SW   PIC X(01) VALUE 'N'.
            88  CONSOL-REPORTED            VALUE 'Y'.

      * The night's figures by step.  The batch figures are summed
      * over every step name ADDNUM reported under - one for the
      * sequential run, one per stream for the parallel variant.
        01  WS-MRG-DETAILS-READ PIC 9(09)        COMP VALUE ZERO.
        01  WS-MRG-MERGED      PIC 9(09)         COMP VALUE ZERO.
        01  WS-MRG-DUPLICATES  PIC 9(09)         COMP VALUE ZERO.

        01  WS-EDT-READ        PIC 9(09)         COMP VALUE ZERO.
        01  WS-EDT-ACCEPTED    PIC 9(09)         COMP VALUE ZERO.
        01  WS-EDT-REJECTED    PIC 9(09)         COMP VALUE ZERO.

        01  WS-RLS-DAILY-READ  PIC 9(09)         COMP VALUE ZERO.
        01  WS-RLS-RECYCLE-READ PIC 9(09)        COMP VALUE ZERO.
        01  WS-RLS-PENDING-READ PIC 9(09)        COMP VALUE ZERO.
        01  WS-RLS-RELEASED    PIC 9(09)         COMP VALUE ZERO.
        01  WS-RLS-PENDED      PIC 9(09)         COMP VALUE ZERO.

        01  WS-BAT-READ        PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-PAIRS       PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-GROUPS      PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-REJECTED    PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-HIST-PAIRS  PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-HIST-GROUPS PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-AUDIT-ROWS  PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-AUDITED     PIC 9(09)         COMP VALUE ZERO.
        01  WS-BAT-NO-OPERATION PIC 9(09)        COMP VALUE ZERO.
        01  WS-BAT-MASTER-UPDATES PIC 9(09)      COMP VALUE ZERO.

        01  WS-CON-AUDIT-ROWS  PIC 9(09)         COMP VALUE ZERO.
        01  WS-CON-HIST-PAIRS  PIC 9(09)         COMP VALUE ZERO.
        01  WS-CON-HIST-GROUPS PIC 9(09)         COMP VALUE ZERO.

      * The link being judged - its text, the upstream and
      * downstream figures, and whether both sides reported.
        01  WS-LINK-TEXT       PIC X(56) VALUE SPACES.
        01  WS-LINK-LEFT       PIC 9(09)         COMP VALUE ZERO.
        01  WS-LINK-RIGHT      PIC 9(09)         COMP VALUE ZERO.
        01  WS-LINK-AVAIL-SW   PIC X(01) VALUE 'N'.
            88  LINK-REPORTED              VALUE 'Y'.

        01  WS-LINKS-CHECKED   PIC 9(03)         COMP VALUE ZERO.
        01  WS-LINKS-IN        PIC 9(03)         COMP VALUE ZERO.
        01  WS-LINKS-OUT       PIC 9(03)         COMP VALUE ZERO.

        01  WS-RPT-HEADER.
            05  WS-HDR-TITLE   PIC X(40) VALUE
                "NIGHTLY BATCH BALANCING SHEET - RUN DATE".
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-HDR-BALANCE-DATE PIC 9(08).
            05  FILLER         PIC X(14) VALUE " - PRINTED ON ".
            05  WS-HDR-DATE    PIC 9(08).
            05  FILLER         PIC X(61) VALUE SPACES.

        01  WS-RPT-COLUMNS.
            05  FILLER         PIC X(56) VALUE "LINK".
            05  FILLER         PIC X(09) VALUE "UPSTREAM".
            05  FILLER         PIC X(03) VALUE SPACES.
            05  FILLER         PIC X(09) VALUE "DOWNSTRM".
            05  FILLER         PIC X(03) VALUE SPACES.
            05  FILLER         PIC X(10) VALUE "DIFFERENCE".
            05  FILLER         PIC X(03) VALUE SPACES.
            05  FILLER         PIC X(14) VALUE "STATUS".
            05  FILLER         PIC X(25) VALUE SPACES.

        01  WS-RPT-DETAIL.
            05  WS-DET-LINK    PIC X(56).
            05  WS-DET-LEFT    PIC Z(08)9.
            05  FILLER         PIC X(03) VALUE SPACES.
            05  WS-DET-RIGHT   PIC Z(08)9.
            05  FILLER         PIC X(03) VALUE SPACES.
            05  WS-DET-DIFF    PIC -(09)9.
            05  FILLER         PIC X(03) VALUE SPACES.
            05  WS-DET-STATUS  PIC X(14).
            05  FILLER         PIC X(25) VALUE SPACES.

        01  WS-DIFFERENCE      PIC S9(09)        COMP VALUE ZERO.

        01  WS-RPT-COUNTS-HEADER.
            05  FILLER         PIC X(40) VALUE
                "COUNTS REPORTED FOR THE NIGHT           ".
            05  FILLER         PIC X(92) VALUE SPACES.

        01  WS-RPT-COUNT.
            05  FILLER         PIC X(02) VALUE SPACES.
            05  WS-CNT-STEP    PIC X(08).
            05  FILLER         PIC X(02) VALUE SPACES.
            05  WS-CNT-PROGRAM PIC X(08).
            05  FILLER         PIC X(02) VALUE SPACES.
            05  WS-CNT-NAME    PIC X(20).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-CNT-VALUE   PIC Z(08)9.
            05  FILLER         PIC X(78) VALUE SPACES.

        01  WS-RPT-TOTAL.
            05  WS-TOT-LABEL   PIC X(28).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-TOT-COUNT   PIC Z(06)9.
            05  FILLER         PIC X(94) VALUE SPACES.

        01  WS-RPT-VERDICT     PIC X(132) VALUE SPACES.

        01  WS-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            MOVE WS-CURRENT-DATE TO WS-BALANCE-DATE.

            PERFORM READ-BALANCE-PARMS.

            OPEN INPUT CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                DISPLAY "BALANCING NOT RUN - CONTROL COUNT FILE "
                        "STATUS " WS-CTLCOUNT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM READ-CONTROL-COUNT.

            PERFORM LOAD-CONTROL-COUNT
                UNTIL END-OF-CONTROL-COUNTS.

            CLOSE CONTROL-COUNT-FILE.

            PERFORM ACCUMULATE-COUNT-ENTRY
                VARYING WS-CT-IX FROM 1 BY 1
                UNTIL WS-CT-IX IS GREATER THAN WS-CT-USED.

            OPEN OUTPUT BALANCE-REPORT-FILE.

            IF CATCH-UP-BALANCE
                MOVE "LATE-EXTRACT CATCH-UP BALANCE - RUN DATE"
                    TO WS-HDR-TITLE
            END-IF.

            MOVE WS-BALANCE-DATE TO WS-HDR-BALANCE-DATE.
            MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
            MOVE WS-RPT-HEADER   TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            MOVE WS-BLANK-LINE   TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            MOVE WS-RPT-COLUMNS  TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            PERFORM CHECK-FRONT-END-LINKS.

            PERFORM CHECK-BATCH-LINKS.

            IF CONSOLIDATION-EXPECTED
              OR CONSOL-REPORTED
                PERFORM CHECK-CONSOLIDATION-LINKS
            END-IF.

            PERFORM WRITE-REPORTED-COUNTS.

            PERFORM WRITE-BALANCE-TOTALS.

            CLOSE BALANCE-REPORT-FILE.

            PERFORM DISPLAY-BALANCE-TOTALS.

      * RC=4 is the paging hook - a link is out, or a step that
      * should have reported never did.  RC=8 (above) means the
      * control file itself could not be read.
            IF WS-LINKS-OUT IS GREATER THAN ZERO
              OR WS-CT-OVERFLOW IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       READ-BALANCE-PARMS.

            OPEN INPUT BALANCE-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-BALANCE-PARM-CARD
                PERFORM PROCESS-BALANCE-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE BALANCE-PARM-FILE
            END-IF.

       READ-BALANCE-PARM-CARD.

            READ BALANCE-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-BALANCE-PARM-CARD.

            IF BALANCE-PARM-CARD IS EQUAL TO SPACES
              OR BALANCE-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING BALANCE-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-BALANCE-PARM-CARD
            END-IF.

            PERFORM READ-BALANCE-PARM-CARD.

       APPLY-BALANCE-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "RUNDATE"
                    IF WS-PARM-VALUE(1:8) IS NUMERIC
                      AND WS-PARM-VALUE(5:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(5:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(7:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(7:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:8) TO WS-BALANCE-DATE
                    ELSE
                        DISPLAY "BALPARM - INVALID RUNDATE "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN "CONSOL"
                    IF WS-PARM-VALUE(1:3) IS EQUAL TO "YES"
                        MOVE 'Y' TO WS-CONSOL-SW
                    ELSE
                        MOVE 'N' TO WS-CONSOL-SW
                    END-IF
                WHEN "CATCHUP"
                    IF WS-PARM-VALUE(1:3) IS EQUAL TO "YES"
                        MOVE 'Y' TO WS-STEP-SET-SW
                    ELSE
                        MOVE 'N' TO WS-STEP-SET-SW
                    END-IF
                WHEN OTHER
                    DISPLAY "BALPARM - UNRECOGNIZED CONTROL CARD: "
                            BALANCE-PARM-CARD
            END-EVALUATE.

       READ-CONTROL-COUNT.

            READ CONTROL-COUNT-FILE
                AT END
                    SET END-OF-CONTROL-COUNTS TO TRUE
            END-READ.

            IF NOT END-OF-CONTROL-COUNTS
                ADD 1 TO WS-ROWS-READ
            END-IF.

       LOAD-CONTROL-COUNT.

      * Rows tagged with a source system are data-quality evidence
      * for the monthly scorecard, not step counts - none of them
      * takes part in a link.  Nor does a row from the other step
      * set - the catch-up's when the night is balanced, and the
      * night's when the catch-up is.
            IF CTL-CATCH-UP-STEP
                MOVE WS-STEP-SET-SW TO WS-IN-STEP-SET-SW
            ELSE
                IF CATCH-UP-BALANCE
                    MOVE 'N' TO WS-IN-STEP-SET-SW
                ELSE
                    MOVE 'Y' TO WS-IN-STEP-SET-SW
                END-IF
            END-IF.

            IF CTL-RUN-DATE IS EQUAL TO WS-BALANCE-DATE
              AND CTL-SOURCE-SYSTEM IS EQUAL TO SPACES
              AND ROW-IN-STEP-SET
                ADD 1 TO WS-ROWS-SELECTED
                PERFORM LOCATE-COUNT-ENTRY
                IF COUNT-ENTRY-FOUND
                    MOVE CTL-COUNT-VALUE TO WS-CT-VALUE (WS-CT-IX)
                ELSE
                    PERFORM ADD-COUNT-ENTRY
                END-IF
            END-IF.

            PERFORM READ-CONTROL-COUNT.

       LOCATE-COUNT-ENTRY.

            MOVE 'N' TO WS-CT-FOUND-SW.

            PERFORM MATCH-COUNT-ENTRY
                VARYING WS-CT-IX FROM 1 BY 1
                UNTIL WS-CT-IX IS GREATER THAN WS-CT-USED
                   OR COUNT-ENTRY-FOUND.

      * The VARYING steps the index once more after the hit.
            IF COUNT-ENTRY-FOUND
                SUBTRACT 1 FROM WS-CT-IX
            END-IF.

       MATCH-COUNT-ENTRY.

            IF WS-CT-PROGRAM (WS-CT-IX) IS EQUAL TO CTL-PROGRAM-ID
              AND WS-CT-STEP (WS-CT-IX) IS EQUAL TO CTL-STEP-NAME
              AND WS-CT-NAME (WS-CT-IX) IS EQUAL TO CTL-COUNT-NAME
                MOVE 'Y' TO WS-CT-FOUND-SW
            END-IF.

       ADD-COUNT-ENTRY.

      * A full table cannot be balanced honestly - the rows that
      * did not fit are counted and the night is paged as out.
            IF WS-CT-USED IS LESS THAN 100
                ADD 1 TO WS-CT-USED
                MOVE CTL-PROGRAM-ID  TO WS-CT-PROGRAM (WS-CT-USED)
                MOVE CTL-STEP-NAME   TO WS-CT-STEP (WS-CT-USED)
                MOVE CTL-COUNT-NAME  TO WS-CT-NAME (WS-CT-USED)
                MOVE CTL-COUNT-VALUE TO WS-CT-VALUE (WS-CT-USED)
            ELSE
                ADD 1 TO WS-CT-OVERFLOW
            END-IF.

       ACCUMULATE-COUNT-ENTRY.

            MOVE SPACES                  TO WS-COUNT-WORK.
            MOVE WS-CT-NAME (WS-CT-IX)   TO BAL-COUNT-NAME.
            MOVE WS-CT-VALUE (WS-CT-IX)  TO BAL-COUNT-VALUE.

            EVALUATE WS-CT-PROGRAM (WS-CT-IX)
                WHEN "MATHMERG"
                    MOVE 'Y' TO WS-MERGE-SW
                    PERFORM ACCUMULATE-MERGE-COUNT
                WHEN "MATHEDIT"
                    MOVE 'Y' TO WS-EDIT-SW
                    PERFORM ACCUMULATE-EDIT-COUNT
                WHEN "MATHRELS"
                    MOVE 'Y' TO WS-RELEASE-SW
                    PERFORM ACCUMULATE-RELEASE-COUNT
                WHEN "ADDNUM"
                    MOVE 'Y' TO WS-BATCH-SW
                    PERFORM ACCUMULATE-BATCH-COUNT
                WHEN "MATHCONS"
                    MOVE 'Y' TO WS-CONSOL-RPT-SW
                    PERFORM ACCUMULATE-CONSOL-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ACCUMULATE-MERGE-COUNT.

            EVALUATE TRUE
                WHEN BAL-SOURCE1-READ
                  OR BAL-SOURCE2-READ
                  OR BAL-SOURCE3-READ
                    ADD BAL-COUNT-VALUE TO WS-MRG-DETAILS-READ
                WHEN BAL-RECORDS-MERGED
                    MOVE BAL-COUNT-VALUE TO WS-MRG-MERGED
                WHEN BAL-DUPLICATES
                    MOVE BAL-COUNT-VALUE TO WS-MRG-DUPLICATES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ACCUMULATE-EDIT-COUNT.

            EVALUATE TRUE
                WHEN BAL-RECORDS-READ
                    MOVE BAL-COUNT-VALUE TO WS-EDT-READ
                WHEN BAL-RECORDS-ACCEPTED
                    MOVE BAL-COUNT-VALUE TO WS-EDT-ACCEPTED
                WHEN BAL-RECORDS-REJECTED
                    MOVE BAL-COUNT-VALUE TO WS-EDT-REJECTED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ACCUMULATE-RELEASE-COUNT.

            EVALUATE TRUE
                WHEN BAL-DAILY-READ
                    MOVE BAL-COUNT-VALUE TO WS-RLS-DAILY-READ
                WHEN BAL-RECYCLE-READ
                    MOVE BAL-COUNT-VALUE TO WS-RLS-RECYCLE-READ
                WHEN BAL-PENDING-READ
                    MOVE BAL-COUNT-VALUE TO WS-RLS-PENDING-READ
                WHEN BAL-RECORDS-RELEASED
                    MOVE BAL-COUNT-VALUE TO WS-RLS-RELEASED
                WHEN BAL-RECORDS-PENDED
                    MOVE BAL-COUNT-VALUE TO WS-RLS-PENDED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ACCUMULATE-BATCH-COUNT.

      * Summed, not moved - each stream reports under its own step
      * name and together they make up the night.
            EVALUATE TRUE
                WHEN BAL-RECORDS-READ
                    ADD BAL-COUNT-VALUE TO WS-BAT-READ
                WHEN BAL-PAIRS-PROCESSED
                    ADD BAL-COUNT-VALUE TO WS-BAT-PAIRS
                WHEN BAL-GROUPS-PROCESSED
                    ADD BAL-COUNT-VALUE TO WS-BAT-GROUPS
                WHEN BAL-RECORDS-REJECTED
                    ADD BAL-COUNT-VALUE TO WS-BAT-REJECTED
                WHEN BAL-HIST-PAIRS
                    ADD BAL-COUNT-VALUE TO WS-BAT-HIST-PAIRS
                WHEN BAL-HIST-GROUPS
                    ADD BAL-COUNT-VALUE TO WS-BAT-HIST-GROUPS
                WHEN BAL-AUDIT-ROWS
                    ADD BAL-COUNT-VALUE TO WS-BAT-AUDIT-ROWS
                WHEN BAL-AUDITED-RECORDS
                    ADD BAL-COUNT-VALUE TO WS-BAT-AUDITED
                WHEN BAL-NO-OPERATION
                    ADD BAL-COUNT-VALUE TO WS-BAT-NO-OPERATION
                WHEN BAL-MASTER-ADDED
                  OR BAL-MASTER-REWRITTEN
                  OR BAL-MASTER-HELD
                    MOVE 'Y' TO WS-MASTER-SW
                    ADD BAL-COUNT-VALUE TO WS-BAT-MASTER-UPDATES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ACCUMULATE-CONSOL-COUNT.

            EVALUATE TRUE
                WHEN BAL-AUDIT-ROWS
                    MOVE BAL-COUNT-VALUE TO WS-CON-AUDIT-ROWS
                WHEN BAL-HIST-PAIRS
                    MOVE BAL-COUNT-VALUE TO WS-CON-HIST-PAIRS
                WHEN BAL-HIST-GROUPS
                    MOVE BAL-COUNT-VALUE TO WS-CON-HIST-GROUPS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CHECK-FRONT-END-LINKS.

      * Every detail the sources sent is either merged or diverted
      * as a duplicate.
            MOVE "MERGE    DETAILS READ = MERGED + DUPLICATES"
                                           TO WS-LINK-TEXT.
            MOVE WS-MRG-DETAILS-READ       TO WS-LINK-LEFT.
            COMPUTE WS-LINK-RIGHT = WS-MRG-MERGED + WS-MRG-DUPLICATES.
            MOVE WS-MERGE-SW               TO WS-LINK-AVAIL-SW.
            PERFORM CHECK-ONE-LINK.

      * Everything merged reaches the edit, and leaves it either on
      * the clean file or on the rejects generation.
            MOVE "EDIT     RECORDS MERGED = RECORDS READ"
                                           TO WS-LINK-TEXT.
            MOVE WS-MRG-MERGED             TO WS-LINK-LEFT.
            MOVE WS-EDT-READ               TO WS-LINK-RIGHT.
            PERFORM SET-FRONT-LINK-AVAILABLE.
            PERFORM CHECK-ONE-LINK.

            MOVE "EDIT     RECORDS MERGED = CLEAN + REJECTS"
                                           TO WS-LINK-TEXT.
            MOVE WS-MRG-MERGED             TO WS-LINK-LEFT.
            COMPUTE WS-LINK-RIGHT = WS-EDT-ACCEPTED + WS-EDT-REJECTED.
            PERFORM SET-FRONT-LINK-AVAILABLE.
            PERFORM CHECK-ONE-LINK.

      * The clean file is the release step's daily input, and every
      * record in from any of its three inputs is released or
      * parked.
            MOVE "RELEASE  CLEAN RECORDS = DAILY READ"
                                           TO WS-LINK-TEXT.
            MOVE WS-EDT-ACCEPTED           TO WS-LINK-LEFT.
            MOVE WS-RLS-DAILY-READ         TO WS-LINK-RIGHT.
            IF EDIT-REPORTED
              AND RELEASE-REPORTED
                MOVE 'Y' TO WS-LINK-AVAIL-SW
            ELSE
                MOVE 'N' TO WS-LINK-AVAIL-SW
            END-IF.
            PERFORM CHECK-ONE-LINK.

            MOVE "RELEASE  DAILY+RECYCLE+PENDING = RELEASED+PENDED"
                                           TO WS-LINK-TEXT.
            COMPUTE WS-LINK-LEFT = WS-RLS-DAILY-READ
                                 + WS-RLS-RECYCLE-READ
                                 + WS-RLS-PENDING-READ.
            COMPUTE WS-LINK-RIGHT = WS-RLS-RELEASED + WS-RLS-PENDED.
            MOVE WS-RELEASE-SW             TO WS-LINK-AVAIL-SW.
            PERFORM CHECK-ONE-LINK.

       SET-FRONT-LINK-AVAILABLE.

            IF MERGE-REPORTED
              AND EDIT-REPORTED
                MOVE 'Y' TO WS-LINK-AVAIL-SW
            ELSE
                MOVE 'N' TO WS-LINK-AVAIL-SW
            END-IF.

       CHECK-BATCH-LINKS.

      * Every run of the batch reads the released file from the top
      * (a restart skips the checkpointed records but still reads
      * them), so the last run's read count is the whole file.
            MOVE "RUNMATH  RECORDS RELEASED = RECORDS READ"
                                           TO WS-LINK-TEXT.
            MOVE WS-RLS-RELEASED           TO WS-LINK-LEFT.
            MOVE WS-BAT-READ               TO WS-LINK-RIGHT.
            PERFORM SET-BATCH-LINK-AVAILABLE.
            PERFORM CHECK-ONE-LINK.

            MOVE "RUNMATH  RECORDS RELEASED = PAIRS + GROUPS + REJECTS"
                                           TO WS-LINK-TEXT.
            MOVE WS-RLS-RELEASED           TO WS-LINK-LEFT.
            COMPUTE WS-LINK-RIGHT = WS-BAT-PAIRS
                                  + WS-BAT-GROUPS
                                  + WS-BAT-REJECTED.
            PERFORM SET-BATCH-LINK-AVAILABLE.
            PERFORM CHECK-ONE-LINK.

      * The history row, the audit trail and the results master
      * must all account for the same pairs and groups.  A pair the
      * run profile ran no operation for writes no audit row and is
      * counted on the audit side apart.
            MOVE "RUNMATH  HISTORY PAIRS + GROUPS = AUDITED RECORDS"
                                           TO WS-LINK-TEXT.
            COMPUTE WS-LINK-LEFT = WS-BAT-HIST-PAIRS
                                 + WS-BAT-HIST-GROUPS.
            COMPUTE WS-LINK-RIGHT = WS-BAT-AUDITED
                                  + WS-BAT-NO-OPERATION.
            MOVE WS-BATCH-SW               TO WS-LINK-AVAIL-SW.
            PERFORM CHECK-ONE-LINK.

      * A batch run without the results master allocated updated
      * nothing, and says so by not reporting master counts - the
      * link is shown but not judged.
            MOVE "RUNMATH  HISTORY PAIRS + GROUPS = MASTER UPDATES"
                                           TO WS-LINK-TEXT.
            COMPUTE WS-LINK-LEFT = WS-BAT-HIST-PAIRS
                                 + WS-BAT-HIST-GROUPS.
            MOVE WS-BAT-MASTER-UPDATES     TO WS-LINK-RIGHT.
            IF BATCH-REPORTED
              AND NOT MASTER-REPORTED
                PERFORM WRITE-UNCHECKED-LINK
            ELSE
                MOVE WS-BATCH-SW           TO WS-LINK-AVAIL-SW
                PERFORM CHECK-ONE-LINK
            END-IF.

       SET-BATCH-LINK-AVAILABLE.

            IF RELEASE-REPORTED
              AND BATCH-REPORTED
                MOVE 'Y' TO WS-LINK-AVAIL-SW
            ELSE
                MOVE 'N' TO WS-LINK-AVAIL-SW
            END-IF.

       CHECK-CONSOLIDATION-LINKS.

      * What the streams reported against what the consolidation
      * appended to the live trail and wrote to the history file.
            IF BATCH-REPORTED
              AND CONSOL-REPORTED
                MOVE 'Y' TO WS-LINK-AVAIL-SW
            ELSE
                MOVE 'N' TO WS-LINK-AVAIL-SW
            END-IF.

            MOVE "CONSOL   STREAM AUDIT ROWS = AUDIT ROWS APPENDED"
                                           TO WS-LINK-TEXT.
            MOVE WS-BAT-AUDIT-ROWS         TO WS-LINK-LEFT.
            MOVE WS-CON-AUDIT-ROWS         TO WS-LINK-RIGHT.
            PERFORM CHECK-ONE-LINK.

            MOVE "CONSOL   STREAM HISTORY = COMBINED HISTORY"
                                           TO WS-LINK-TEXT.
            COMPUTE WS-LINK-LEFT = WS-BAT-HIST-PAIRS
                                 + WS-BAT-HIST-GROUPS.
            COMPUTE WS-LINK-RIGHT = WS-CON-HIST-PAIRS
                                  + WS-CON-HIST-GROUPS.
            PERFORM CHECK-ONE-LINK.

       CHECK-ONE-LINK.

            ADD 1 TO WS-LINKS-CHECKED.

            MOVE WS-LINK-TEXT  TO WS-DET-LINK.
            MOVE WS-LINK-LEFT  TO WS-DET-LEFT.
            MOVE WS-LINK-RIGHT TO WS-DET-RIGHT.

            COMPUTE WS-DIFFERENCE = WS-LINK-LEFT - WS-LINK-RIGHT.
            MOVE WS-DIFFERENCE TO WS-DET-DIFF.

            EVALUATE TRUE
                WHEN NOT LINK-REPORTED
                    MOVE "NOT REPORTED"   TO WS-DET-STATUS
                    ADD 1 TO WS-LINKS-OUT
                WHEN WS-DIFFERENCE IS EQUAL TO ZERO
                    MOVE "IN BALANCE"     TO WS-DET-STATUS
                    ADD 1 TO WS-LINKS-IN
                WHEN OTHER
                    MOVE "OUT OF BALANCE" TO WS-DET-STATUS
                    ADD 1 TO WS-LINKS-OUT
            END-EVALUATE.

            MOVE WS-RPT-DETAIL TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

       WRITE-UNCHECKED-LINK.

            MOVE WS-LINK-TEXT  TO WS-DET-LINK.
            MOVE WS-LINK-LEFT  TO WS-DET-LEFT.
            MOVE WS-LINK-RIGHT TO WS-DET-RIGHT.
            MOVE ZERO          TO WS-DET-DIFF.
            MOVE "NOT CHECKED" TO WS-DET-STATUS.

            MOVE WS-RPT-DETAIL TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

       WRITE-REPORTED-COUNTS.

            MOVE WS-BLANK-LINE        TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            MOVE WS-RPT-COUNTS-HEADER TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            PERFORM WRITE-REPORTED-COUNT
                VARYING WS-CT-IX FROM 1 BY 1
                UNTIL WS-CT-IX IS GREATER THAN WS-CT-USED.

       WRITE-REPORTED-COUNT.

            MOVE WS-CT-STEP (WS-CT-IX)    TO WS-CNT-STEP.
            MOVE WS-CT-PROGRAM (WS-CT-IX) TO WS-CNT-PROGRAM.
            MOVE WS-CT-NAME (WS-CT-IX)    TO WS-CNT-NAME.
            MOVE WS-CT-VALUE (WS-CT-IX)   TO WS-CNT-VALUE.

            MOVE WS-RPT-COUNT TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

       WRITE-BALANCE-TOTALS.

            MOVE WS-BLANK-LINE TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            MOVE "CONTROL ROWS READ"       TO WS-TOT-LABEL.
            MOVE WS-ROWS-READ              TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "ROWS FOR THIS RUN DATE"  TO WS-TOT-LABEL.
            MOVE WS-ROWS-SELECTED          TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "LINKS CHECKED"           TO WS-TOT-LABEL.
            MOVE WS-LINKS-CHECKED          TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "LINKS IN BALANCE"        TO WS-TOT-LABEL.
            MOVE WS-LINKS-IN               TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "LINKS OUT OR NOT REPORTED" TO WS-TOT-LABEL.
            MOVE WS-LINKS-OUT              TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            IF WS-CT-OVERFLOW IS GREATER THAN ZERO
                MOVE "COUNT ROWS NOT HELD"  TO WS-TOT-LABEL
                MOVE WS-CT-OVERFLOW         TO WS-TOT-COUNT
                PERFORM WRITE-TOTAL-LINE
            END-IF.

            MOVE WS-BLANK-LINE TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

            IF WS-LINKS-OUT IS GREATER THAN ZERO
              OR WS-CT-OVERFLOW IS GREATER THAN ZERO
                MOVE "*** NIGHT OUT OF BALANCE - SEE LINKS ABOVE ***"
                    TO WS-RPT-VERDICT
            ELSE
                MOVE "*** NIGHT IN BALANCE ***" TO WS-RPT-VERDICT
            END-IF.

            MOVE WS-RPT-VERDICT TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

       WRITE-TOTAL-LINE.

            MOVE WS-RPT-TOTAL TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

       DISPLAY-BALANCE-TOTALS.

            DISPLAY "=================================================".
            DISPLAY "NIGHTLY BATCH BALANCING - CONTROL TOTALS".
            DISPLAY "RUN DATE BALANCED . . . . : " WS-BALANCE-DATE.
            IF CATCH-UP-BALANCE
                DISPLAY "STEPS BALANCED  . . . . . : LATE-EXTRACT "
                        "CATCH-UP"
            END-IF.
            DISPLAY "CONTROL ROWS FOR THE DATE : " WS-ROWS-SELECTED.
            DISPLAY "LINKS CHECKED . . . . . . : " WS-LINKS-CHECKED.
            DISPLAY "LINKS IN BALANCE  . . . . : " WS-LINKS-IN.
            DISPLAY "LINKS OUT OR NOT REPORTED : " WS-LINKS-OUT.
            DISPLAY "=================================================".

       END PROGRAM MATHBAL.
