      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Monthly data-quality scorecard for the three source
      *          systems that feed the nightly batch.  Reads the
      *          control-count file, where every night's steps leave
      *          their evidence tagged with the source it belongs
      *          to - rejects by reason from the front-end edit,
      *          repairs cleared, the attempts they took and the
      *          fall-outs from the recycle run, duplicate
      *          disagreements from the compare step, failed
      *          extracts from the merge and future-dated records
      *          parked by the release step - alongside the records
      *          each source sent.  For an operator-supplied date
      *          range (last calendar month by default) it reports,
      *          per source, volume sent, reject rate overall and by
      *          reason code, mean repair passes to clear, fall-outs,
      *          duplicate disagreements and extract failures, each
      *          set against the calendar month before, so the
      *          conversation with each source's owners starts from
      *          numbers rather than anecdotes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHDQSC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORECARD-PARM-FILE ASSIGN TO DQSCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO DQSCREPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORECARD-PARM-FILE
           RECORDING MODE IS F.
       01  SCORECARD-PARM-CARD    PIC X(80).

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       FD  SCORECARD-REPORT-FILE
           RECORDING MODE IS F.
       01  SCORECARD-REPORT-LINE  PIC X(132).

      * A step that runs twice in a night appends its rows twice -
      * the arrival sequence, sorted high to low within each count,
      * puts the row that stands first.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-MATCH-KEY.
               10  SRT-RUN-DATE          PIC 9(08).
               10  SRT-PROGRAM-ID        PIC X(08).
               10  SRT-STEP-NAME         PIC X(08).
               10  SRT-COUNT-NAME        PIC X(20).
               10  SRT-SOURCE-SYSTEM     PIC X(02).
               10  SRT-REASON-CODE       PIC X(02).
           05  SRT-SEQUENCE              PIC 9(09).
           05  SRT-CONTROL-ROW           PIC X(60).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.

      * Control cards in the MATHPARM style: FROMDATE=YYYYMMDD and
      * TODATE=YYYYMMDD.  With neither card the scorecard covers the
      * last calendar month; with only one, the rest of that card's
      * month.
        01  WS-FROM-DATE       PIC 9(08) VALUE ZERO.
        01  WS-TO-DATE         PIC 9(08) VALUE ZERO.
        01  WS-PRIOR-FROM-DATE PIC 9(08) VALUE ZERO.
        01  WS-PRIOR-TO-DATE   PIC 9(08) VALUE ZERO.

        01  WS-WORK-DATE       PIC 9(08) VALUE ZERO.
        01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
            05  WS-WORK-YEAR   PIC 9(04).
            05  WS-WORK-MONTH  PIC 9(02).
            05  WS-WORK-DAY    PIC 9(02).

      * Last day of each month.  February always closes on the 29th
      * - the control file holds no impossible dates, so a common
      * year's range selects nothing extra.
        01  WS-MONTH-END-VALUES.
            05  FILLER         PIC X(24) VALUE
                "312931303130313130313031".
        01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
            05  WS-MONTH-END   PIC 9(02) OCCURS 12 TIMES.

        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.
        01  WS-CTLCOUNT-EOF    PIC X(01) VALUE 'N'.
            88  END-OF-CONTROL-COUNT       VALUE 'Y'.
        01  WS-SORT-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-SORTED-COUNTS       VALUE 'Y'.

      * The row that stands for a count, in the control-count layout
      * so its count name can be tested by name.
        COPY MATHCTLC REPLACING ==CONTROL-COUNT-RECORD== BY
                                ==WS-COUNT-WORK==
                                LEADING ==CTL== BY ==DQS==.

        01  WS-KEY-IN-HAND     PIC X(48) VALUE SPACES.
        01  WS-SEQUENCE        PIC 9(09) VALUE ZERO.
        01  WS-TEST-DATE       PIC 9(08) VALUE ZERO.

        01  WS-ROWS-READ       PIC 9(07)         COMP VALUE ZERO.
        01  WS-ROWS-SELECTED   PIC 9(07)         COMP VALUE ZERO.
        01  WS-ROWS-SUPERSEDED PIC 9(07)         COMP VALUE ZERO.
        01  WS-PERIOD-ROWS-TABLE.
            05  WS-PERIOD-ROWS PIC 9(07) COMP OCCURS 2 TIMES.

      * Period 1 is the range reported, period 2 the month before.
        01  WS-PERIOD-IX       PIC 9(02)         COMP VALUE ZERO.
        01  WS-SOURCE-IX       PIC 9(02)         COMP VALUE ZERO.
        01  WS-REASON-IX       PIC 9(02)         COMP VALUE ZERO.

        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.

      * Same reason codes and texts as the front-end edit, so the
      * scorecard reads the same way as the edit's own summary.
        01  WS-REASON-TEXT-VALUES.
            05  FILLER  PIC X(30) VALUE "KEY MISSING OR NOT NUMERIC".
            05  FILLER  PIC X(30) VALUE "KEY OUT OF ASCENDING ORDER".
            05  FILLER  PIC X(30) VALUE "DUPLICATE KEY".
            05  FILLER  PIC X(30) VALUE "FIRST NUMBER NOT NUMERIC".
            05  FILLER  PIC X(30) VALUE "SECOND NUMBER NOT NUMERIC".
            05  FILLER  PIC X(30) VALUE "INVALID OPERATION CODE".
            05  FILLER  PIC X(30) VALUE "INVALID RECORD TYPE".
            05  FILLER  PIC X(30) VALUE "OPERAND COUNT NOT 1 THRU 20".
            05  FILLER  PIC X(30) VALUE "GROUP OPERAND NOT NUMERIC".
            05  FILLER  PIC X(30) VALUE "BAD EFFECTIVE DATE".
            05  FILLER  PIC X(30) VALUE "INVALID GROUP OPERATION CODE".
        01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
            05  WS-REASON-TEXT PIC X(30) OCCURS 11 TIMES.

      * The scorecard itself - every measure by period and source.
        01  WS-SCORE-TABLE.
            05  WS-SCORE-PERIOD OCCURS 2 TIMES.
                10  WS-SCORE-SOURCE OCCURS 3 TIMES.
                    15  WS-SC-VOLUME       PIC 9(09) COMP.
                    15  WS-SC-REJECTS      PIC 9(09) COMP.
                    15  WS-SC-REASON-COUNT PIC 9(09) COMP
                                           OCCURS 11 TIMES.
                    15  WS-SC-CLEARED      PIC 9(09) COMP.
                    15  WS-SC-PASSES       PIC 9(09) COMP.
                    15  WS-SC-FALLOUTS     PIC 9(09) COMP.
                    15  WS-SC-DISAGREED    PIC 9(09) COMP.
                    15  WS-SC-FAILURES     PIC 9(09) COMP.
                    15  WS-SC-PARKED       PIC 9(09) COMP.

      * One measure in flight - the two periods' counts and, for a
      * rate or a mean, what they are taken over.
        01  WS-CUR-COUNT       PIC 9(09)         COMP VALUE ZERO.
        01  WS-PRIOR-COUNT     PIC 9(09)         COMP VALUE ZERO.
        01  WS-CUR-BASE        PIC 9(09)         COMP VALUE ZERO.
        01  WS-PRIOR-BASE      PIC 9(09)         COMP VALUE ZERO.
        01  WS-RATE-FACTOR     PIC 9(03)         COMP VALUE ZERO.
      * The dividend is staged with decimals so the quotient keeps
      * its fraction whatever the operands' own scale.
        01  WS-RATE-DIVIDEND   PIC 9(12)V9(03)   VALUE ZERO.
        01  WS-CUR-RATE        PIC 9(07)V99      VALUE ZERO.
        01  WS-PRIOR-RATE      PIC 9(07)V99      VALUE ZERO.
        01  WS-COUNT-CHANGE    PIC S9(09)        VALUE ZERO.
        01  WS-RATE-CHANGE     PIC S9(07)V99     VALUE ZERO.

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(40) VALUE
                "MONTHLY SOURCE DATA-QUALITY SCORECARD - ".
            05  FILLER         PIC X(07) VALUE "RUN ON ".
            05  WS-HDR-DATE    PIC 9(08).
            05  FILLER         PIC X(77) VALUE SPACES.

        01  WS-RPT-PERIOD.
            05  FILLER         PIC X(14) VALUE "THIS PERIOD   ".
            05  WS-PER-FROM    PIC 9(08).
            05  FILLER         PIC X(04) VALUE " TO ".
            05  WS-PER-TO      PIC 9(08).
            05  FILLER         PIC X(06) VALUE SPACES.
            05  FILLER         PIC X(14) VALUE "PRIOR MONTH   ".
            05  WS-PER-PRIOR-FROM PIC 9(08).
            05  FILLER         PIC X(04) VALUE " TO ".
            05  WS-PER-PRIOR-TO PIC 9(08).
            05  FILLER         PIC X(58) VALUE SPACES.

        01  WS-RPT-SOURCE.
            05  FILLER         PIC X(14) VALUE "SOURCE SYSTEM ".
            05  WS-SRC-TAG     PIC X(02).
            05  FILLER         PIC X(116) VALUE SPACES.

        01  WS-RPT-COLUMNS-1.
            05  FILLER         PIC X(44) VALUE SPACES.
            05  FILLER         PIC X(22) VALUE
                "----- THIS PERIOD ----".
            05  FILLER         PIC X(05) VALUE SPACES.
            05  FILLER         PIC X(22) VALUE
                "----- PRIOR MONTH ----".
            05  FILLER         PIC X(39) VALUE SPACES.

        01  WS-RPT-COLUMNS-2.
            05  FILLER         PIC X(04) VALUE SPACES.
            05  FILLER         PIC X(40) VALUE "MEASURE".
            05  FILLER         PIC X(09) VALUE "    COUNT".
            05  FILLER         PIC X(03) VALUE SPACES.
            05  FILLER         PIC X(10) VALUE " RATE/MEAN".
            05  FILLER         PIC X(05) VALUE SPACES.
            05  FILLER         PIC X(09) VALUE "    COUNT".
            05  FILLER         PIC X(03) VALUE SPACES.
            05  FILLER         PIC X(10) VALUE " RATE/MEAN".
            05  FILLER         PIC X(05) VALUE SPACES.
            05  FILLER         PIC X(12) VALUE "      CHANGE".
            05  FILLER         PIC X(22) VALUE SPACES.

      * Rates are per cent of records sent; the change column is the
      * count difference on a count line and the difference in
      * points on a rate or mean line.  A rate with nothing to take
      * it over prints N/A.
        01  WS-RPT-DETAIL.
            05  FILLER         PIC X(04) VALUE SPACES.
            05  WS-DET-LABEL   PIC X(40).
            05  WS-DET-CUR-COUNT PIC Z(08)9.
            05  WS-DET-CUR-COUNT-X REDEFINES WS-DET-CUR-COUNT
                               PIC X(09).
            05  FILLER         PIC X(03) VALUE SPACES.
            05  WS-DET-CUR-RATE PIC Z(06)9.99.
            05  WS-DET-CUR-RATE-X REDEFINES WS-DET-CUR-RATE
                               PIC X(10).
            05  FILLER         PIC X(05) VALUE SPACES.
            05  WS-DET-PRIOR-COUNT PIC Z(08)9.
            05  WS-DET-PRIOR-COUNT-X REDEFINES WS-DET-PRIOR-COUNT
                               PIC X(09).
            05  FILLER         PIC X(03) VALUE SPACES.
            05  WS-DET-PRIOR-RATE PIC Z(06)9.99.
            05  WS-DET-PRIOR-RATE-X REDEFINES WS-DET-PRIOR-RATE
                               PIC X(10).
            05  FILLER         PIC X(05) VALUE SPACES.
            05  WS-DET-CHANGE-X PIC X(12).
            05  WS-DET-CHANGE-COUNT REDEFINES WS-DET-CHANGE-X
                               PIC +(11)9.
            05  WS-DET-CHANGE-RATE REDEFINES WS-DET-CHANGE-X
                               PIC +(08)9.99.
            05  FILLER         PIC X(22) VALUE SPACES.

        01  WS-REASON-LABEL.
            05  FILLER         PIC X(02) VALUE SPACES.
            05  FILLER         PIC X(07) VALUE "REASON ".
            05  WS-RSN-CODE    PIC 9(02).
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-RSN-TEXT    PIC X(28).

        01  WS-RPT-TOTAL.
            05  WS-TOT-LABEL   PIC X(28).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-TOT-COUNT   PIC Z(06)9.
            05  FILLER         PIC X(94) VALUE SPACES.

        01  WS-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            INITIALIZE WS-SCORE-TABLE.
            INITIALIZE WS-PERIOD-ROWS-TABLE.

            PERFORM READ-SCORECARD-PARMS.

            PERFORM SET-REPORT-PERIODS.

            IF WS-FROM-DATE IS GREATER THAN WS-TO-DATE
                DISPLAY "SCORECARD NOT RUN - FROMDATE " WS-FROM-DATE
                        " IS AFTER TODATE " WS-TO-DATE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                DISPLAY "SCORECARD NOT RUN - CONTROL COUNT FILE "
                        "STATUS " WS-CTLCOUNT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-MATCH-KEY
                   DESCENDING KEY SRT-SEQUENCE
                INPUT PROCEDURE IS SELECT-PERIOD-COUNTS
                OUTPUT PROCEDURE IS TAKE-STANDING-COUNTS.

            CLOSE CONTROL-COUNT-FILE.

            OPEN OUTPUT SCORECARD-REPORT-FILE.

            PERFORM WRITE-SCORECARD.

            CLOSE SCORECARD-REPORT-FILE.

            PERFORM DISPLAY-SCORECARD-TOTALS.

      * RC=4 means the control file held no evidence at all for the
      * range asked for - usually a mistyped date card - and the
      * scorecard is all zeros.
            IF WS-PERIOD-ROWS (1) IS EQUAL TO ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       READ-SCORECARD-PARMS.

            OPEN INPUT SCORECARD-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-SCORECARD-PARM-CARD
                PERFORM PROCESS-SCORECARD-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE SCORECARD-PARM-FILE
            END-IF.

       READ-SCORECARD-PARM-CARD.

            READ SCORECARD-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-SCORECARD-PARM-CARD.

            IF SCORECARD-PARM-CARD IS EQUAL TO SPACES
              OR SCORECARD-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING SCORECARD-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-SCORECARD-PARM-CARD
            END-IF.

            PERFORM READ-SCORECARD-PARM-CARD.

       APPLY-SCORECARD-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "FROMDATE"
                    IF WS-PARM-VALUE(1:8) IS NUMERIC
                      AND WS-PARM-VALUE(5:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(5:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(7:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(7:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                    ELSE
                        DISPLAY "DQSCPARM - INVALID FROMDATE "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN "TODATE"
                    IF WS-PARM-VALUE(1:8) IS NUMERIC
                      AND WS-PARM-VALUE(5:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(5:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(7:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(7:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
                    ELSE
                        DISPLAY "DQSCPARM - INVALID TODATE "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "DQSCPARM - UNRECOGNIZED CONTROL CARD: "
                            SCORECARD-PARM-CARD
            END-EVALUATE.

       SET-REPORT-PERIODS.

            IF WS-FROM-DATE IS EQUAL TO ZERO
              AND WS-TO-DATE IS EQUAL TO ZERO
                MOVE WS-CURRENT-DATE TO WS-WORK-DATE
                PERFORM STEP-BACK-ONE-MONTH
                MOVE 01 TO WS-WORK-DAY
                MOVE WS-WORK-DATE TO WS-FROM-DATE
                MOVE WS-MONTH-END (WS-WORK-MONTH) TO WS-WORK-DAY
                MOVE WS-WORK-DATE TO WS-TO-DATE
            END-IF.

            IF WS-FROM-DATE IS EQUAL TO ZERO
                MOVE WS-TO-DATE TO WS-WORK-DATE
                MOVE 01 TO WS-WORK-DAY
                MOVE WS-WORK-DATE TO WS-FROM-DATE
            END-IF.

            IF WS-TO-DATE IS EQUAL TO ZERO
                MOVE WS-FROM-DATE TO WS-WORK-DATE
                MOVE WS-MONTH-END (WS-WORK-MONTH) TO WS-WORK-DAY
                MOVE WS-WORK-DATE TO WS-TO-DATE
            END-IF.

      * The comparison is always the whole calendar month before
      * the month the range starts in.
            MOVE WS-FROM-DATE TO WS-WORK-DATE.
            PERFORM STEP-BACK-ONE-MONTH.
            MOVE 01 TO WS-WORK-DAY.
            MOVE WS-WORK-DATE TO WS-PRIOR-FROM-DATE.
            MOVE WS-MONTH-END (WS-WORK-MONTH) TO WS-WORK-DAY.
            MOVE WS-WORK-DATE TO WS-PRIOR-TO-DATE.

       STEP-BACK-ONE-MONTH.

            IF WS-WORK-MONTH IS EQUAL TO 01
                MOVE 12 TO WS-WORK-MONTH
                SUBTRACT 1 FROM WS-WORK-YEAR
            ELSE
                SUBTRACT 1 FROM WS-WORK-MONTH
            END-IF.

       SELECT-PERIOD-COUNTS.

            PERFORM READ-CONTROL-COUNT.

            PERFORM RELEASE-PERIOD-COUNT
                UNTIL END-OF-CONTROL-COUNT.

       READ-CONTROL-COUNT.

            READ CONTROL-COUNT-FILE
                AT END
                    SET END-OF-CONTROL-COUNT TO TRUE
            END-READ.

            IF NOT END-OF-CONTROL-COUNT
                ADD 1 TO WS-ROWS-READ
            END-IF.

       RELEASE-PERIOD-COUNT.

      * The scorecard wants the source-tagged evidence rows plus the
      * merge's per-source read counts, which are what each source
      * sent; the rest of the file belongs to the balancing step.
            MOVE CTL-RUN-DATE TO WS-TEST-DATE.
            PERFORM SET-PERIOD-INDEX.

            IF WS-PERIOD-IX IS GREATER THAN ZERO
              AND (CTL-SOURCE-SYSTEM IS NOT EQUAL TO SPACES
                OR (CTL-PROGRAM-ID IS EQUAL TO "MATHMERG"
                  AND (CTL-SOURCE1-READ
                    OR CTL-SOURCE2-READ
                    OR CTL-SOURCE3-READ)))
                ADD 1 TO WS-SEQUENCE
                ADD 1 TO WS-ROWS-SELECTED
                MOVE CTL-RUN-DATE         TO SRT-RUN-DATE
                MOVE CTL-PROGRAM-ID       TO SRT-PROGRAM-ID
                MOVE CTL-STEP-NAME        TO SRT-STEP-NAME
                MOVE CTL-COUNT-NAME       TO SRT-COUNT-NAME
                MOVE CTL-SOURCE-SYSTEM    TO SRT-SOURCE-SYSTEM
                MOVE CTL-REASON-CODE      TO SRT-REASON-CODE
                MOVE WS-SEQUENCE          TO SRT-SEQUENCE
                MOVE CONTROL-COUNT-RECORD TO SRT-CONTROL-ROW
                RELEASE SORT-WORK-RECORD
            END-IF.

            PERFORM READ-CONTROL-COUNT.

       SET-PERIOD-INDEX.

            EVALUATE TRUE
                WHEN WS-TEST-DATE IS NOT LESS THAN WS-FROM-DATE
                 AND WS-TEST-DATE IS NOT GREATER THAN WS-TO-DATE
                    MOVE 1 TO WS-PERIOD-IX
                WHEN WS-TEST-DATE IS NOT LESS THAN WS-PRIOR-FROM-DATE
                 AND WS-TEST-DATE IS NOT GREATER THAN
                         WS-PRIOR-TO-DATE
                    MOVE 2 TO WS-PERIOD-IX
                WHEN OTHER
                    MOVE 0 TO WS-PERIOD-IX
            END-EVALUATE.

       TAKE-STANDING-COUNTS.

            PERFORM RETURN-SORTED-COUNT.

            PERFORM TAKE-ONE-COUNT
                UNTIL END-OF-SORTED-COUNTS.

       RETURN-SORTED-COUNT.

            RETURN SORT-WORK-FILE
                AT END
                    SET END-OF-SORTED-COUNTS TO TRUE
            END-RETURN.

       TAKE-ONE-COUNT.

      * Only the latest row for a count stands - the earlier rows
      * for the same night, step and count (a rerun) are passed over.
      * A late-extract catch-up files under step names of its own,
      * so its rows stand beside the same day's nightly rows and
      * both are scored.
            MOVE SRT-MATCH-KEY   TO WS-KEY-IN-HAND.
            MOVE SRT-CONTROL-ROW TO WS-COUNT-WORK.

            PERFORM SCORE-STANDING-COUNT.

            PERFORM RETURN-SORTED-COUNT.

            PERFORM SKIP-SUPERSEDED-COUNT
                UNTIL END-OF-SORTED-COUNTS
                   OR SRT-MATCH-KEY IS NOT EQUAL TO WS-KEY-IN-HAND.

       SKIP-SUPERSEDED-COUNT.

            ADD 1 TO WS-ROWS-SUPERSEDED.

            PERFORM RETURN-SORTED-COUNT.

       SCORE-STANDING-COUNT.

            MOVE DQS-RUN-DATE TO WS-TEST-DATE.
            PERFORM SET-PERIOD-INDEX.

            ADD 1 TO WS-PERIOD-ROWS (WS-PERIOD-IX).

      * The merge's read counts carry no tag - which source they
      * belong to is in the count name.
            IF DQS-SOURCE-SYSTEM IS EQUAL TO SPACES
                EVALUATE TRUE
                    WHEN DQS-SOURCE1-READ
                        MOVE 1 TO WS-SOURCE-IX
                    WHEN DQS-SOURCE2-READ
                        MOVE 2 TO WS-SOURCE-IX
                    WHEN OTHER
                        MOVE 3 TO WS-SOURCE-IX
                END-EVALUATE
                ADD DQS-COUNT-VALUE
                    TO WS-SC-VOLUME (WS-PERIOD-IX, WS-SOURCE-IX)
            ELSE
                EVALUATE DQS-SOURCE-SYSTEM
                    WHEN "S1"
                        MOVE 1 TO WS-SOURCE-IX
                    WHEN "S2"
                        MOVE 2 TO WS-SOURCE-IX
                    WHEN "S3"
                        MOVE 3 TO WS-SOURCE-IX
                    WHEN OTHER
                        MOVE 0 TO WS-SOURCE-IX
                END-EVALUATE
                IF WS-SOURCE-IX IS GREATER THAN ZERO
                    PERFORM SCORE-EVIDENCE-COUNT
                END-IF
            END-IF.

       SCORE-EVIDENCE-COUNT.

            EVALUATE TRUE
                WHEN DQS-SOURCE-REJECTS
                    IF DQS-REASON-CODE IS NUMERIC
                      AND DQS-REASON-CODE IS GREATER THAN ZERO
                      AND DQS-REASON-CODE IS LESS THAN 12
                        MOVE DQS-REASON-CODE TO WS-REASON-IX
                        ADD DQS-COUNT-VALUE TO WS-SC-REASON-COUNT
                            (WS-PERIOD-IX, WS-SOURCE-IX, WS-REASON-IX)
                        ADD DQS-COUNT-VALUE TO WS-SC-REJECTS
                            (WS-PERIOD-IX, WS-SOURCE-IX)
                    END-IF
                WHEN DQS-REPAIRS-CLEARED
                    ADD DQS-COUNT-VALUE
                        TO WS-SC-CLEARED (WS-PERIOD-IX, WS-SOURCE-IX)
                WHEN DQS-REPAIR-PASSES
                    ADD DQS-COUNT-VALUE
                        TO WS-SC-PASSES (WS-PERIOD-IX, WS-SOURCE-IX)
                WHEN DQS-REPAIR-FALLOUTS
                    ADD DQS-COUNT-VALUE
                        TO WS-SC-FALLOUTS (WS-PERIOD-IX, WS-SOURCE-IX)
                WHEN DQS-DUP-DISAGREEMENTS
                    ADD DQS-COUNT-VALUE
                        TO WS-SC-DISAGREED (WS-PERIOD-IX, WS-SOURCE-IX)
                WHEN DQS-EXTRACT-FAILED
                    ADD DQS-COUNT-VALUE
                        TO WS-SC-FAILURES (WS-PERIOD-IX, WS-SOURCE-IX)
                WHEN DQS-FUTURE-DATES-PARKED
                    ADD DQS-COUNT-VALUE
                        TO WS-SC-PARKED (WS-PERIOD-IX, WS-SOURCE-IX)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       WRITE-SCORECARD.

            MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
            MOVE WS-RPT-HEADER   TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE WS-FROM-DATE       TO WS-PER-FROM.
            MOVE WS-TO-DATE         TO WS-PER-TO.
            MOVE WS-PRIOR-FROM-DATE TO WS-PER-PRIOR-FROM.
            MOVE WS-PRIOR-TO-DATE   TO WS-PER-PRIOR-TO.
            MOVE WS-RPT-PERIOD      TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE WS-BLANK-LINE   TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            PERFORM WRITE-SOURCE-SCORECARD
                VARYING WS-SOURCE-IX FROM 1 BY 1
                UNTIL WS-SOURCE-IX IS GREATER THAN 3.

            MOVE "CONTROL ROWS READ"        TO WS-TOT-LABEL.
            MOVE WS-ROWS-READ               TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE "ROWS SELECTED"            TO WS-TOT-LABEL.
            MOVE WS-ROWS-SELECTED           TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE "ROWS SUPERSEDED BY A RERUN" TO WS-TOT-LABEL.
            MOVE WS-ROWS-SUPERSEDED         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

       WRITE-SOURCE-SCORECARD.

            MOVE WS-SOURCE-TAG (WS-SOURCE-IX) TO WS-SRC-TAG.
            MOVE WS-RPT-SOURCE    TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE WS-RPT-COLUMNS-1 TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE WS-RPT-COLUMNS-2 TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

            MOVE "RECORDS SENT" TO WS-DET-LABEL.
            MOVE WS-SC-VOLUME (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-VOLUME (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            PERFORM WRITE-COUNT-LINE.

            MOVE "RECORDS REJECTED BY THE EDIT" TO WS-DET-LABEL.
            MOVE WS-SC-REJECTS (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-REJECTS (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            MOVE WS-SC-VOLUME (1, WS-SOURCE-IX)  TO WS-CUR-BASE.
            MOVE WS-SC-VOLUME (2, WS-SOURCE-IX)  TO WS-PRIOR-BASE.
            PERFORM WRITE-RATE-LINE.

      * Reasons neither month saw are left off to keep the card
      * short.
            PERFORM WRITE-REASON-LINE
                VARYING WS-REASON-IX FROM 1 BY 1
                UNTIL WS-REASON-IX IS GREATER THAN 11.

            MOVE "REPAIRS CLEARED BY RECYCLE" TO WS-DET-LABEL.
            MOVE WS-SC-CLEARED (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-CLEARED (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            PERFORM WRITE-COUNT-LINE.

            MOVE "MEAN REPAIR PASSES TO CLEAR" TO WS-DET-LABEL.
            MOVE WS-SC-PASSES (1, WS-SOURCE-IX)  TO WS-CUR-COUNT.
            MOVE WS-SC-PASSES (2, WS-SOURCE-IX)  TO WS-PRIOR-COUNT.
            MOVE WS-SC-CLEARED (1, WS-SOURCE-IX) TO WS-CUR-BASE.
            MOVE WS-SC-CLEARED (2, WS-SOURCE-IX) TO WS-PRIOR-BASE.
            PERFORM WRITE-MEAN-LINE.

            MOVE "REPAIR FALL-OUTS" TO WS-DET-LABEL.
            MOVE WS-SC-FALLOUTS (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-FALLOUTS (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            PERFORM WRITE-COUNT-LINE.

            MOVE "DUPLICATE DISAGREEMENTS" TO WS-DET-LABEL.
            MOVE WS-SC-DISAGREED (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-DISAGREED (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            PERFORM WRITE-COUNT-LINE.

            MOVE "EXTRACT FAILURES" TO WS-DET-LABEL.
            MOVE WS-SC-FAILURES (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-FAILURES (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            PERFORM WRITE-COUNT-LINE.

            MOVE "FUTURE DATES PARKED" TO WS-DET-LABEL.
            MOVE WS-SC-PARKED (1, WS-SOURCE-IX) TO WS-CUR-COUNT.
            MOVE WS-SC-PARKED (2, WS-SOURCE-IX) TO WS-PRIOR-COUNT.
            PERFORM WRITE-COUNT-LINE.

            MOVE WS-BLANK-LINE TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

       WRITE-REASON-LINE.

            IF WS-SC-REASON-COUNT (1, WS-SOURCE-IX, WS-REASON-IX)
                    IS GREATER THAN ZERO
              OR WS-SC-REASON-COUNT (2, WS-SOURCE-IX, WS-REASON-IX)
                    IS GREATER THAN ZERO
                MOVE WS-REASON-IX TO WS-RSN-CODE
                MOVE WS-REASON-TEXT (WS-REASON-IX) TO WS-RSN-TEXT
                MOVE WS-REASON-LABEL TO WS-DET-LABEL
                MOVE WS-SC-REASON-COUNT (1, WS-SOURCE-IX, WS-REASON-IX)
                    TO WS-CUR-COUNT
                MOVE WS-SC-REASON-COUNT (2, WS-SOURCE-IX, WS-REASON-IX)
                    TO WS-PRIOR-COUNT
                MOVE WS-SC-VOLUME (1, WS-SOURCE-IX) TO WS-CUR-BASE
                MOVE WS-SC-VOLUME (2, WS-SOURCE-IX) TO WS-PRIOR-BASE
                PERFORM WRITE-RATE-LINE
            END-IF.

       WRITE-COUNT-LINE.

            PERFORM CLEAR-DETAIL-FIGURES.

            MOVE WS-CUR-COUNT   TO WS-DET-CUR-COUNT.
            MOVE WS-PRIOR-COUNT TO WS-DET-PRIOR-COUNT.

            COMPUTE WS-COUNT-CHANGE = WS-CUR-COUNT - WS-PRIOR-COUNT.
            MOVE WS-COUNT-CHANGE TO WS-DET-CHANGE-COUNT.

            PERFORM WRITE-DETAIL-LINE.

       WRITE-RATE-LINE.

            PERFORM CLEAR-DETAIL-FIGURES.

            MOVE WS-CUR-COUNT   TO WS-DET-CUR-COUNT.
            MOVE WS-PRIOR-COUNT TO WS-DET-PRIOR-COUNT.

            MOVE 100 TO WS-RATE-FACTOR.
            PERFORM FIGURE-RATES.

            PERFORM WRITE-DETAIL-LINE.

       WRITE-MEAN-LINE.

            PERFORM CLEAR-DETAIL-FIGURES.

            MOVE 1 TO WS-RATE-FACTOR.
            PERFORM FIGURE-RATES.

            PERFORM WRITE-DETAIL-LINE.

       FIGURE-RATES.

            IF WS-CUR-BASE IS GREATER THAN ZERO
                COMPUTE WS-RATE-DIVIDEND =
                        WS-CUR-COUNT * WS-RATE-FACTOR
                COMPUTE WS-CUR-RATE ROUNDED =
                        WS-RATE-DIVIDEND / WS-CUR-BASE
                MOVE WS-CUR-RATE TO WS-DET-CUR-RATE
            ELSE
                MOVE "       N/A" TO WS-DET-CUR-RATE-X
            END-IF.

            IF WS-PRIOR-BASE IS GREATER THAN ZERO
                COMPUTE WS-RATE-DIVIDEND =
                        WS-PRIOR-COUNT * WS-RATE-FACTOR
                COMPUTE WS-PRIOR-RATE ROUNDED =
                        WS-RATE-DIVIDEND / WS-PRIOR-BASE
                MOVE WS-PRIOR-RATE TO WS-DET-PRIOR-RATE
            ELSE
                MOVE "       N/A" TO WS-DET-PRIOR-RATE-X
            END-IF.

            IF WS-CUR-BASE IS GREATER THAN ZERO
              AND WS-PRIOR-BASE IS GREATER THAN ZERO
                COMPUTE WS-RATE-CHANGE = WS-CUR-RATE - WS-PRIOR-RATE
                MOVE WS-RATE-CHANGE TO WS-DET-CHANGE-RATE
            ELSE
                MOVE "         N/A" TO WS-DET-CHANGE-X
            END-IF.

       CLEAR-DETAIL-FIGURES.

            MOVE SPACES TO WS-DET-CUR-COUNT-X.
            MOVE SPACES TO WS-DET-CUR-RATE-X.
            MOVE SPACES TO WS-DET-PRIOR-COUNT-X.
            MOVE SPACES TO WS-DET-PRIOR-RATE-X.
            MOVE SPACES TO WS-DET-CHANGE-X.

       WRITE-DETAIL-LINE.

            MOVE WS-RPT-DETAIL TO SCORECARD-REPORT-LINE.
            WRITE SCORECARD-REPORT-LINE.

       DISPLAY-SCORECARD-TOTALS.

            DISPLAY "=================================================".
            DISPLAY "SOURCE DATA-QUALITY SCORECARD - CONTROL TOTALS".
            DISPLAY "PERIOD  . . . . . . . . . : " WS-FROM-DATE
                    " TO " WS-TO-DATE.
            DISPLAY "PRIOR MONTH . . . . . . . : " WS-PRIOR-FROM-DATE
                    " TO " WS-PRIOR-TO-DATE.
            DISPLAY "CONTROL ROWS READ . . . . : " WS-ROWS-READ.
            DISPLAY "ROWS SELECTED . . . . . . : " WS-ROWS-SELECTED.
            DISPLAY "ROWS SUPERSEDED . . . . . : " WS-ROWS-SUPERSEDED.
            DISPLAY "ROWS STANDING THIS PERIOD : " WS-PERIOD-ROWS (1).
            DISPLAY "ROWS STANDING PRIOR MONTH : " WS-PERIOD-ROWS (2).
            DISPLAY "=================================================".

       END PROGRAM MATHDQSC.
