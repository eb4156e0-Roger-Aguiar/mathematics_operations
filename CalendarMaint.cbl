      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Maintenance run for the operations calendar the
      *          release step rolls effective dates forward with.
      *          Given a YEAR control card it generates every Saturday
      *          and Sunday of that year as a non-business day, then
      *          applies the holiday cards for that year - add a
      *          holiday, or remove one (a weekend removed becomes a
      *          working weekend).  Every next-business date on the
      *          file, not just the new year's, is worked out here
      *          from the finished calendar, so runs of consecutive
      *          holidays and year-end holidays rolling into a year
      *          loaded later always land on a real business day.
      *          The whole file is then validated - no missing years,
      *          no missing weekends, no duplicate dates, no next
      *          date that is itself a non-business day, and no more
      *          rows than the release step holds - and the new
      *          calendar is only cut when it is clean; the job
      *          copies it over the live file behind a condition
      *          code.  Without a YEAR card the run re-validates and
      *          re-cuts the file as it stands.  Either way it warns
      *          when next year's calendar is still not loaded by
      *          the configured date.  Years before the current one
      *          are dropped - the release step has no use for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHCALM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-PARM-FILE ASSIGN TO CALPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * The live calendar is absent only at first installation - the
      * run then builds from nothing.
           SELECT OPTIONAL OLD-CALENDAR-FILE ASSIGN TO CALOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-CAL-STATUS.

           SELECT OPTIONAL HOLIDAY-CARD-FILE ASSIGN TO CALHOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT NEW-CALENDAR-FILE ASSIGN TO CALNEW
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALENDAR-REPORT-FILE ASSIGN TO CALREPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-PARM-FILE
           RECORDING MODE IS F.
       01  CALENDAR-PARM-CARD     PIC X(80).

       FD  OLD-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY MATHCAL.

      * Holiday cards: column 1 the action (A add, R remove), columns
      * 3-10 the date, columns 12-41 a description for the report.
      * Blank cards and cards with an asterisk in column 1 are
      * comments, the same convention as the run-control decks.
       FD  HOLIDAY-CARD-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-CARD.
           05  HOL-CARD-ACTION           PIC X(01).
               88  HOL-ADD-HOLIDAY            VALUE 'A'.
               88  HOL-REMOVE-HOLIDAY         VALUE 'R'.
           05  FILLER                    PIC X(01).
           05  HOL-CARD-DATE             PIC X(08).
           05  FILLER                    PIC X(01).
           05  HOL-CARD-DESCRIPTION      PIC X(30).
           05  FILLER                    PIC X(39).

       FD  NEW-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY MATHCAL REPLACING ==CALENDAR-RECORD== BY
                                  ==NEW-CALENDAR-RECORD==
                                  LEADING ==CAL== BY ==NCAL==.

       FD  CALENDAR-REPORT-FILE
           RECORDING MODE IS F.
       01  CALENDAR-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).
        01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
            05  WS-CURRENT-YEAR PIC 9(04).
            05  WS-CURRENT-MMDD PIC 9(04).

        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.

      * YEAR=YYYY names the year to generate - this year or up to
      * four ahead.  WARNDATE=MMDD is the day from which a missing
      * next-year calendar is warned about, 1 November by default.
        01  WS-BUILD-YEAR      PIC 9(04) VALUE ZERO.
        01  WS-WARN-MMDD       PIC 9(04) VALUE 1101.

        01  WS-OLD-CAL-STATUS  PIC X(02) VALUE SPACES.
        01  WS-OLD-CAL-EOF     PIC X(01) VALUE 'N'.
            88  END-OF-OLD-CALENDAR        VALUE 'Y'.
        01  WS-HOLIDAY-STATUS  PIC X(02) VALUE SPACES.
        01  WS-HOLIDAY-EOF     PIC X(01) VALUE 'N'.
            88  END-OF-HOLIDAY-CARDS       VALUE 'Y'.

      * Every day from 1 January of the current year to the end of
      * the fifth year after it.  Rows are accepted up to four years
      * out, so the following year is always in storage to roll a
      * year-end holiday into.
        01  WS-DAY-TABLE.
            05  WS-DAY-ENTRY OCCURS 2200 TIMES.
                10  WS-DAY-DATE       PIC 9(08).
                10  WS-DAY-YEAR-IX    PIC 9(02)  COMP.
                10  WS-DAY-WEEKDAY    PIC 9(01).
                    88  DAY-IS-WEEKEND        VALUES 0 6.
                10  WS-DAY-STATUS     PIC X(01).
                    88  DAY-NOT-ON-FILE       VALUE ' '.
                    88  DAY-NON-BUSINESS      VALUE 'N'.
                    88  DAY-WORKING-WEEKEND   VALUE 'Y'.
                10  WS-DAY-NEXT       PIC 9(08).
                10  WS-DAY-OLD-NEXT   PIC 9(08).
        01  WS-DAY-USED        PIC 9(04)         COMP VALUE ZERO.
        01  WS-DAY-IX          PIC 9(04)         COMP VALUE ZERO.
        01  WS-FOUND-IX        PIC 9(04)         COMP VALUE ZERO.
        01  WS-DAY-FOUND-SW    PIC X(01) VALUE 'N'.
            88  DAY-ENTRY-FOUND            VALUE 'Y'.
        01  WS-SEEK-DATE       PIC 9(08) VALUE ZERO.

      * Per-year tallies for the six years in storage.
        01  WS-YEAR-TABLE.
            05  WS-YEAR-ENTRY OCCURS 6 TIMES.
                10  WS-YR-YEAR        PIC 9(04).
                10  WS-YR-FIRST-IX    PIC 9(04)  COMP.
                10  WS-YR-LAST-IX     PIC 9(04)  COMP.
                10  WS-YR-ROWS        PIC 9(05)  COMP.
                10  WS-YR-WEEKENDS    PIC 9(05)  COMP.
                10  WS-YR-HOLIDAYS    PIC 9(05)  COMP.
                10  WS-YR-WORKING     PIC 9(05)  COMP.
        01  WS-YEAR-IX         PIC 9(02)         COMP VALUE ZERO.
        01  WS-BUILD-YEAR-IX   PIC 9(02)         COMP VALUE ZERO.
        01  WS-LAST-LOADED-IX  PIC 9(02)         COMP VALUE ZERO.

      * The day in flight while the table is laid out.
        01  WS-GEN-DATE        PIC 9(08) VALUE ZERO.
        01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
            05  WS-GEN-YEAR    PIC 9(04).
            05  WS-GEN-MONTH   PIC 9(02).
            05  WS-GEN-DAY     PIC 9(02).
        01  WS-GEN-WEEKDAY     PIC 9(01) VALUE ZERO.

        01  WS-MONTH-END-VALUES.
            05  FILLER         PIC X(24) VALUE
                "312831303130313130313031".
        01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
            05  WS-MONTH-END   PIC 9(02) OCCURS 12 TIMES.

        01  WS-QUOTIENT        PIC 9(06)         COMP VALUE ZERO.
        01  WS-REMAINDER-4     PIC 9(04)         COMP VALUE ZERO.
        01  WS-REMAINDER-100   PIC 9(04)         COMP VALUE ZERO.
        01  WS-REMAINDER-400   PIC 9(04)         COMP VALUE ZERO.
        01  WS-WEEKDAY-WORK    PIC 9(06)         COMP VALUE ZERO.
        01  WS-PRIOR-YEAR      PIC 9(04) VALUE ZERO.

        01  WS-NEXT-BUSINESS   PIC 9(08) VALUE ZERO.
        01  WS-NON-BUSINESS-SW PIC X(01) VALUE 'N'.
            88  DAY-COUNTS-AS-NON-BUSINESS VALUE 'Y'.

      * The release step holds this many calendar rows in storage -
      * a file longer than that would lose its latest dates there.
        01  WS-RELEASE-CAPACITY PIC 9(05)        COMP VALUE 400.

        01  WS-OLD-ROWS-READ   PIC 9(07)         COMP VALUE ZERO.
        01  WS-OLD-ROWS-PRUNED PIC 9(07)         COMP VALUE ZERO.
        01  WS-CARDS-READ      PIC 9(07)         COMP VALUE ZERO.
        01  WS-HOLIDAYS-ADDED  PIC 9(07)         COMP VALUE ZERO.
        01  WS-HOLIDAYS-REMOVED PIC 9(07)        COMP VALUE ZERO.
        01  WS-CARDS-NO-EFFECT PIC 9(07)         COMP VALUE ZERO.
        01  WS-NEXT-CORRECTED  PIC 9(07)         COMP VALUE ZERO.
        01  WS-ROWS-WRITTEN    PIC 9(07)         COMP VALUE ZERO.
        01  WS-ERROR-COUNT     PIC 9(07)         COMP VALUE ZERO.
        01  WS-WARNING-COUNT   PIC 9(07)         COMP VALUE ZERO.

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(40) VALUE
                "OPERATIONS CALENDAR MAINTENANCE -      ".
            05  FILLER         PIC X(07) VALUE "RUN ON ".
            05  WS-HDR-DATE    PIC 9(08).
            05  FILLER         PIC X(08) VALUE " - YEAR ".
            05  WS-HDR-YEAR    PIC X(04).
            05  FILLER         PIC X(65) VALUE SPACES.

        01  WS-RPT-DETAIL.
            05  WS-DET-CLASS   PIC X(12).
            05  WS-DET-DATE    PIC X(08).
            05  FILLER         PIC X(03) VALUE " - ".
            05  WS-DET-TEXT    PIC X(60).
            05  FILLER         PIC X(49) VALUE SPACES.

        01  WS-RPT-CORRECTED-TEXT.
            05  FILLER         PIC X(28) VALUE
                "NEXT BUSINESS DATE WAS     ".
            05  WS-COR-OLD-NEXT PIC 9(08).
            05  FILLER         PIC X(05) VALUE " NOW ".
            05  WS-COR-NEW-NEXT PIC 9(08).
            05  FILLER         PIC X(11) VALUE SPACES.

        01  WS-RPT-YEAR-LINE.
            05  FILLER         PIC X(05) VALUE "YEAR ".
            05  WS-YRL-YEAR    PIC 9(04).
            05  FILLER         PIC X(17) VALUE "  WEEKEND DAYS : ".
            05  WS-YRL-WEEKENDS PIC ZZ9.
            05  FILLER         PIC X(13) VALUE "  HOLIDAYS : ".
            05  WS-YRL-HOLIDAYS PIC ZZ9.
            05  FILLER         PIC X(25) VALUE
                "  WORKING WEEKEND DAYS : ".
            05  WS-YRL-WORKING PIC ZZ9.
            05  FILLER         PIC X(09) VALUE "  ROWS : ".
            05  WS-YRL-ROWS    PIC ZZ9.
            05  FILLER         PIC X(47) VALUE SPACES.

        01  WS-RPT-TOTAL.
            05  WS-TOT-LABEL   PIC X(28).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-TOT-COUNT   PIC Z(06)9.
            05  FILLER         PIC X(94) VALUE SPACES.

        01  WS-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM READ-CALENDAR-PARMS.

            IF WS-BUILD-YEAR IS GREATER THAN ZERO
              AND (WS-BUILD-YEAR IS LESS THAN WS-CURRENT-YEAR
                OR WS-BUILD-YEAR IS GREATER THAN WS-CURRENT-YEAR + 4)
                DISPLAY "CALENDAR NOT BUILT - YEAR " WS-BUILD-YEAR
                        " IS NOT THIS YEAR OR THE FOUR AFTER IT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT CALENDAR-REPORT-FILE.

            MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
            IF WS-BUILD-YEAR IS GREATER THAN ZERO
                MOVE WS-BUILD-YEAR TO WS-HDR-YEAR
            ELSE
                MOVE "NONE"        TO WS-HDR-YEAR
            END-IF.
            MOVE WS-RPT-HEADER   TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE WS-BLANK-LINE   TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            PERFORM BUILD-DAY-TABLE.

            PERFORM LOAD-OLD-CALENDAR.

            IF WS-BUILD-YEAR IS GREATER THAN ZERO
                COMPUTE WS-BUILD-YEAR-IX =
                        WS-BUILD-YEAR - WS-CURRENT-YEAR + 1
                PERFORM GENERATE-BUILD-DAY
                    VARYING WS-DAY-IX
                    FROM WS-YR-FIRST-IX (WS-BUILD-YEAR-IX) BY 1
                    UNTIL WS-DAY-IX IS GREATER THAN
                          WS-YR-LAST-IX (WS-BUILD-YEAR-IX)
                PERFORM APPLY-HOLIDAY-CARDS
            END-IF.

            PERFORM TALLY-LOADED-YEARS.

            PERFORM FIGURE-NEXT-BUSINESS-DATE
                VARYING WS-DAY-IX FROM WS-DAY-USED BY -1
                UNTIL WS-DAY-IX IS LESS THAN 1.

            PERFORM VALIDATE-CALENDAR.

            PERFORM CHECK-NEXT-YEAR-LOADED.

      * Nothing is cut from a calendar that failed validation - the
      * empty output and the condition code keep the live file as
      * it was.
            OPEN OUTPUT NEW-CALENDAR-FILE.

            IF WS-ERROR-COUNT IS EQUAL TO ZERO
                PERFORM WRITE-NEW-CALENDAR-ROW
                    VARYING WS-DAY-IX FROM 1 BY 1
                    UNTIL WS-DAY-IX IS GREATER THAN WS-DAY-USED
            END-IF.

            CLOSE NEW-CALENDAR-FILE.

            PERFORM WRITE-CALENDAR-TOTALS.

            CLOSE CALENDAR-REPORT-FILE.

            PERFORM DISPLAY-CALENDAR-TOTALS.

      * RC=8 means the calendar failed validation and the live file
      * must not be replaced.  RC=4 means it was cut but something
      * needs a look - next year not loaded yet, or a holiday card
      * that changed nothing.
            IF WS-ERROR-COUNT IS GREATER THAN ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-WARNING-COUNT IS GREATER THAN ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

            STOP RUN.

       READ-CALENDAR-PARMS.

            OPEN INPUT CALENDAR-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-CALENDAR-PARM-CARD
                PERFORM PROCESS-CALENDAR-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE CALENDAR-PARM-FILE
            END-IF.

       READ-CALENDAR-PARM-CARD.

            READ CALENDAR-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-CALENDAR-PARM-CARD.

            IF CALENDAR-PARM-CARD IS EQUAL TO SPACES
              OR CALENDAR-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING CALENDAR-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-CALENDAR-PARM-CARD
            END-IF.

            PERFORM READ-CALENDAR-PARM-CARD.

       APPLY-CALENDAR-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "YEAR"
                    IF WS-PARM-VALUE(1:4) IS NUMERIC
                      AND WS-PARM-VALUE(5:1) IS EQUAL TO SPACE
                        MOVE WS-PARM-VALUE(1:4) TO WS-BUILD-YEAR
                    ELSE
                        DISPLAY "CALPARM - INVALID YEAR "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN "WARNDATE"
                    IF WS-PARM-VALUE(1:4) IS NUMERIC
                      AND WS-PARM-VALUE(1:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(1:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(3:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(3:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:4) TO WS-WARN-MMDD
                    ELSE
                        DISPLAY "CALPARM - INVALID WARNDATE "
                                "IGNORED: " WS-PARM-VALUE(1:4)
                    END-IF
                WHEN OTHER
                    DISPLAY "CALPARM - UNRECOGNIZED CONTROL CARD: "
                            CALENDAR-PARM-CARD
            END-EVALUATE.

       BUILD-DAY-TABLE.

      * Day of the week of 1 January of the current year, 0 for a
      * Sunday through 6 for a Saturday - Gauss's rule, from the
      * year before's remainders by 4, 100 and 400.  Every later
      * day is counted on from there.
            COMPUTE WS-PRIOR-YEAR = WS-CURRENT-YEAR - 1.
            DIVIDE WS-PRIOR-YEAR BY 4   GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-4.
            DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-100.
            DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-400.
            COMPUTE WS-WEEKDAY-WORK = 1 + 5 * WS-REMAINDER-4
                                        + 4 * WS-REMAINDER-100
                                        + 6 * WS-REMAINDER-400.
            DIVIDE WS-WEEKDAY-WORK BY 7 GIVING WS-QUOTIENT
                REMAINDER WS-GEN-WEEKDAY.

            MOVE ZERO TO WS-DAY-USED.

            PERFORM LAY-OUT-ONE-YEAR
                VARYING WS-YEAR-IX FROM 1 BY 1
                UNTIL WS-YEAR-IX IS GREATER THAN 6.

       LAY-OUT-ONE-YEAR.

            COMPUTE WS-GEN-YEAR = WS-CURRENT-YEAR + WS-YEAR-IX - 1.

            DIVIDE WS-GEN-YEAR BY 4   GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-4.
            DIVIDE WS-GEN-YEAR BY 100 GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-100.
            DIVIDE WS-GEN-YEAR BY 400 GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-400.

            IF (WS-REMAINDER-4 IS EQUAL TO ZERO
                AND WS-REMAINDER-100 IS NOT EQUAL TO ZERO)
              OR WS-REMAINDER-400 IS EQUAL TO ZERO
                MOVE 29 TO WS-MONTH-END (2)
            ELSE
                MOVE 28 TO WS-MONTH-END (2)
            END-IF.

            MOVE WS-GEN-YEAR TO WS-YR-YEAR (WS-YEAR-IX).
            MOVE ZERO        TO WS-YR-ROWS (WS-YEAR-IX).
            MOVE ZERO        TO WS-YR-WEEKENDS (WS-YEAR-IX).
            MOVE ZERO        TO WS-YR-HOLIDAYS (WS-YEAR-IX).
            MOVE ZERO        TO WS-YR-WORKING (WS-YEAR-IX).
            COMPUTE WS-YR-FIRST-IX (WS-YEAR-IX) = WS-DAY-USED + 1.

            PERFORM LAY-OUT-ONE-DAY
                VARYING WS-GEN-MONTH FROM 1 BY 1
                UNTIL WS-GEN-MONTH IS GREATER THAN 12
                AFTER WS-GEN-DAY FROM 1 BY 1
                UNTIL WS-GEN-DAY IS GREATER THAN
                      WS-MONTH-END (WS-GEN-MONTH).

            MOVE WS-DAY-USED TO WS-YR-LAST-IX (WS-YEAR-IX).

       LAY-OUT-ONE-DAY.

            ADD 1 TO WS-DAY-USED.

            MOVE WS-GEN-DATE    TO WS-DAY-DATE (WS-DAY-USED).
            MOVE WS-YEAR-IX     TO WS-DAY-YEAR-IX (WS-DAY-USED).
            MOVE WS-GEN-WEEKDAY TO WS-DAY-WEEKDAY (WS-DAY-USED).
            MOVE SPACE          TO WS-DAY-STATUS (WS-DAY-USED).
            MOVE ZERO           TO WS-DAY-NEXT (WS-DAY-USED).
            MOVE ZERO           TO WS-DAY-OLD-NEXT (WS-DAY-USED).

            IF WS-GEN-WEEKDAY IS EQUAL TO 6
                MOVE 0 TO WS-GEN-WEEKDAY
            ELSE
                ADD 1 TO WS-GEN-WEEKDAY
            END-IF.

       LOAD-OLD-CALENDAR.

            OPEN INPUT OLD-CALENDAR-FILE.

            IF WS-OLD-CAL-STATUS IS EQUAL TO "00"
                PERFORM READ-OLD-CALENDAR
                PERFORM LOAD-OLD-CALENDAR-ROW
                    UNTIL END-OF-OLD-CALENDAR
                CLOSE OLD-CALENDAR-FILE
            ELSE
                MOVE "NOTE"   TO WS-DET-CLASS
                MOVE SPACES   TO WS-DET-DATE
                MOVE "NO CALENDAR ON FILE - BUILT FROM NOTHING"
                              TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-DETAIL
            END-IF.

       READ-OLD-CALENDAR.

            READ OLD-CALENDAR-FILE
                AT END
                    SET END-OF-OLD-CALENDAR TO TRUE
            END-READ.

            IF NOT END-OF-OLD-CALENDAR
                ADD 1 TO WS-OLD-ROWS-READ
            END-IF.

       LOAD-OLD-CALENDAR-ROW.

            MOVE CAL-DATE TO WS-DET-DATE.

            EVALUATE TRUE
                WHEN CAL-DATE IS NOT NUMERIC
                  OR (NOT CAL-BUSINESS-DAY
                  AND NOT CAL-NON-BUSINESS-DAY)
                    MOVE "ROW UNREADABLE ON THE CURRENT CALENDAR"
                        TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-ERROR
                WHEN CAL-DATE(1:4) IS LESS THAN WS-CURRENT-YEAR
                    ADD 1 TO WS-OLD-ROWS-PRUNED
                WHEN OTHER
                    MOVE CAL-DATE TO WS-SEEK-DATE
                    PERFORM LOCATE-DAY-ENTRY
                    PERFORM STORE-OLD-CALENDAR-ROW
            END-EVALUATE.

            PERFORM READ-OLD-CALENDAR.

       STORE-OLD-CALENDAR-ROW.

            IF NOT DAY-ENTRY-FOUND
              OR WS-DAY-YEAR-IX (WS-FOUND-IX) IS GREATER THAN 5
                MOVE "NOT A DATE, OR BEYOND FOUR YEARS AHEAD"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-ERROR
            ELSE
                IF NOT DAY-NOT-ON-FILE (WS-FOUND-IX)
                    MOVE "DUPLICATE DATE ON THE CURRENT CALENDAR"
                        TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-ERROR
                ELSE
      * A business-day row only means something on a weekend - a
      * working Saturday or Sunday.  On a weekday it is dropped.
                    IF CAL-NON-BUSINESS-DAY
                        MOVE 'N' TO WS-DAY-STATUS (WS-FOUND-IX)
                        MOVE CAL-NEXT-BUSINESS-DATE
                            TO WS-DAY-OLD-NEXT (WS-FOUND-IX)
                    ELSE
                        IF DAY-IS-WEEKEND (WS-FOUND-IX)
                            MOVE 'Y' TO WS-DAY-STATUS (WS-FOUND-IX)
                        END-IF
                    END-IF
                END-IF
            END-IF.

       LOCATE-DAY-ENTRY.

            MOVE 'N' TO WS-DAY-FOUND-SW.

            PERFORM MATCH-DAY-ENTRY
                VARYING WS-FOUND-IX FROM 1 BY 1
                UNTIL WS-FOUND-IX IS GREATER THAN WS-DAY-USED
                   OR DAY-ENTRY-FOUND.

            IF DAY-ENTRY-FOUND
                SUBTRACT 1 FROM WS-FOUND-IX
            END-IF.

       MATCH-DAY-ENTRY.

            IF WS-DAY-DATE (WS-FOUND-IX) IS EQUAL TO WS-SEEK-DATE
                MOVE 'Y' TO WS-DAY-FOUND-SW
            END-IF.

       GENERATE-BUILD-DAY.

      * Every weekend day of the year is a non-business day unless
      * the current calendar already made it a working weekend.
      * Holidays already on file for the year are kept; the cards
      * add to them or take them away.
            IF DAY-IS-WEEKEND (WS-DAY-IX)
                IF NOT DAY-WORKING-WEEKEND (WS-DAY-IX)
                    MOVE 'N' TO WS-DAY-STATUS (WS-DAY-IX)
                END-IF
            END-IF.

       APPLY-HOLIDAY-CARDS.

            OPEN INPUT HOLIDAY-CARD-FILE.

            IF WS-HOLIDAY-STATUS IS EQUAL TO "00"
                PERFORM READ-HOLIDAY-CARD
                PERFORM APPLY-HOLIDAY-CARD
                    UNTIL END-OF-HOLIDAY-CARDS
                CLOSE HOLIDAY-CARD-FILE
            END-IF.

       READ-HOLIDAY-CARD.

            READ HOLIDAY-CARD-FILE
                AT END
                    SET END-OF-HOLIDAY-CARDS TO TRUE
            END-READ.

       APPLY-HOLIDAY-CARD.

            IF HOLIDAY-CARD IS EQUAL TO SPACES
              OR HOLIDAY-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                ADD 1 TO WS-CARDS-READ
                MOVE HOL-CARD-DATE TO WS-DET-DATE
                PERFORM CHECK-HOLIDAY-CARD
            END-IF.

            PERFORM READ-HOLIDAY-CARD.

       CHECK-HOLIDAY-CARD.

            MOVE 'N' TO WS-DAY-FOUND-SW.

            IF HOL-CARD-DATE IS NUMERIC
              AND HOL-CARD-DATE(1:4) IS EQUAL TO WS-BUILD-YEAR
                MOVE HOL-CARD-DATE TO WS-SEEK-DATE
                PERFORM LOCATE-DAY-ENTRY
            END-IF.

            EVALUATE TRUE
                WHEN NOT HOL-ADD-HOLIDAY
                 AND NOT HOL-REMOVE-HOLIDAY
                    MOVE "HOLIDAY CARD ACTION NOT A OR R"
                        TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-ERROR
                WHEN NOT DAY-ENTRY-FOUND
                    MOVE "HOLIDAY CARD DATE NOT A DATE IN THE YEAR"
                        TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-ERROR
                WHEN HOL-ADD-HOLIDAY
                    PERFORM ADD-HOLIDAY
                WHEN OTHER
                    PERFORM REMOVE-HOLIDAY
            END-EVALUATE.

       ADD-HOLIDAY.

            IF DAY-NON-BUSINESS (WS-FOUND-IX)
                ADD 1 TO WS-CARDS-NO-EFFECT
                MOVE "ALREADY A NON-BUSINESS DAY - CARD HAD NO EFFECT"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-WARNING
            ELSE
                MOVE 'N' TO WS-DAY-STATUS (WS-FOUND-IX)
                ADD 1 TO WS-HOLIDAYS-ADDED
                MOVE "ADDED"              TO WS-DET-CLASS
                MOVE HOL-CARD-DESCRIPTION TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-DETAIL
            END-IF.

       REMOVE-HOLIDAY.

      * Taking a weekend day off the non-business list leaves an
      * explicit business-day row behind, so the weekend check
      * knows the missing Saturday or Sunday was meant.
            EVALUATE TRUE
                WHEN DAY-IS-WEEKEND (WS-FOUND-IX)
                 AND DAY-NON-BUSINESS (WS-FOUND-IX)
                    MOVE 'Y' TO WS-DAY-STATUS (WS-FOUND-IX)
                    ADD 1 TO WS-HOLIDAYS-REMOVED
                    MOVE "REMOVED"  TO WS-DET-CLASS
                    MOVE "WEEKEND DAY MADE A WORKING DAY"
                                    TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-DETAIL
                WHEN DAY-NON-BUSINESS (WS-FOUND-IX)
                    MOVE SPACE TO WS-DAY-STATUS (WS-FOUND-IX)
                    ADD 1 TO WS-HOLIDAYS-REMOVED
                    MOVE "REMOVED"            TO WS-DET-CLASS
                    MOVE HOL-CARD-DESCRIPTION TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-DETAIL
                WHEN OTHER
                    ADD 1 TO WS-CARDS-NO-EFFECT
                    MOVE "NOT A NON-BUSINESS DAY - CARD HAD NO EFFECT"
                        TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-WARNING
            END-EVALUATE.

       TALLY-LOADED-YEARS.

            PERFORM TALLY-DAY-ENTRY
                VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX IS GREATER THAN WS-DAY-USED.

            MOVE ZERO TO WS-LAST-LOADED-IX.

            PERFORM FIND-LAST-LOADED-YEAR
                VARYING WS-YEAR-IX FROM 1 BY 1
                UNTIL WS-YEAR-IX IS GREATER THAN 6.

       TALLY-DAY-ENTRY.

            MOVE WS-DAY-YEAR-IX (WS-DAY-IX) TO WS-YEAR-IX.

            IF NOT DAY-NOT-ON-FILE (WS-DAY-IX)
                ADD 1 TO WS-YR-ROWS (WS-YEAR-IX)
                EVALUATE TRUE
                    WHEN DAY-WORKING-WEEKEND (WS-DAY-IX)
                        ADD 1 TO WS-YR-WORKING (WS-YEAR-IX)
                    WHEN DAY-IS-WEEKEND (WS-DAY-IX)
                        ADD 1 TO WS-YR-WEEKENDS (WS-YEAR-IX)
                    WHEN OTHER
                        ADD 1 TO WS-YR-HOLIDAYS (WS-YEAR-IX)
                END-EVALUATE
            END-IF.

       FIND-LAST-LOADED-YEAR.

            IF WS-YR-ROWS (WS-YEAR-IX) IS GREATER THAN ZERO
                MOVE WS-YEAR-IX TO WS-LAST-LOADED-IX
            END-IF.

       FIGURE-NEXT-BUSINESS-DATE.

      * Walked from the far end backwards, so the next business day
      * after any run of holidays and weekends is always already in
      * hand.  Past the last year loaded nothing is on file yet, so
      * weekends there are taken as non-business - a year-end
      * holiday then rolls to the Monday, not to a Saturday.
            MOVE 'N' TO WS-NON-BUSINESS-SW.

            IF DAY-NON-BUSINESS (WS-DAY-IX)
                MOVE 'Y' TO WS-NON-BUSINESS-SW
            END-IF.

            IF DAY-NOT-ON-FILE (WS-DAY-IX)
              AND DAY-IS-WEEKEND (WS-DAY-IX)
              AND WS-DAY-YEAR-IX (WS-DAY-IX) IS GREATER THAN
                      WS-LAST-LOADED-IX
                MOVE 'Y' TO WS-NON-BUSINESS-SW
            END-IF.

            IF DAY-COUNTS-AS-NON-BUSINESS
                MOVE WS-NEXT-BUSINESS TO WS-DAY-NEXT (WS-DAY-IX)
            ELSE
                MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-DAY-NEXT (WS-DAY-IX)
                MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-NEXT-BUSINESS
            END-IF.

       VALIDATE-CALENDAR.

      * Every year from this one to the last one loaded must be on
      * file - a missing year would let the release step treat a
      * whole year of weekends as business days.
            PERFORM CHECK-YEAR-LOADED
                VARYING WS-YEAR-IX FROM 1 BY 1
                UNTIL WS-YEAR-IX IS GREATER THAN WS-LAST-LOADED-IX.

            PERFORM CHECK-CALENDAR-DAY
                VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX IS GREATER THAN WS-DAY-USED.

            MOVE ZERO TO WS-ROWS-WRITTEN.

            PERFORM COUNT-YEAR-ROWS
                VARYING WS-YEAR-IX FROM 1 BY 1
                UNTIL WS-YEAR-IX IS GREATER THAN 6.

            IF WS-ROWS-WRITTEN IS GREATER THAN WS-RELEASE-CAPACITY
                MOVE SPACES TO WS-DET-DATE
                MOVE "MORE ROWS THAN THE RELEASE STEP HOLDS (400)"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-ERROR
            END-IF.

       CHECK-YEAR-LOADED.

            IF WS-YR-ROWS (WS-YEAR-IX) IS EQUAL TO ZERO
                MOVE WS-YR-YEAR (WS-YEAR-IX) TO WS-DET-DATE
                MOVE "GAP - NO CALENDAR ROWS FOR THIS YEAR"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-ERROR
            END-IF.

       CHECK-CALENDAR-DAY.

            MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-DET-DATE.

            IF DAY-NOT-ON-FILE (WS-DAY-IX)
              AND DAY-IS-WEEKEND (WS-DAY-IX)
              AND WS-DAY-YEAR-IX (WS-DAY-IX) IS NOT GREATER THAN
                      WS-LAST-LOADED-IX
                MOVE "GAP - WEEKEND DAY MISSING FROM THE CALENDAR"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-ERROR
            END-IF.

            IF DAY-NON-BUSINESS (WS-DAY-IX)
                PERFORM CHECK-NEXT-BUSINESS-DATE
            END-IF.

       CHECK-NEXT-BUSINESS-DATE.

            MOVE WS-DAY-NEXT (WS-DAY-IX) TO WS-SEEK-DATE.

            IF WS-SEEK-DATE IS NOT GREATER THAN WS-DAY-DATE (WS-DAY-IX)
                MOVE "NEXT BUSINESS DATE NOT AFTER THE DATE ITSELF"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-ERROR
            ELSE
                PERFORM LOCATE-DAY-ENTRY
                IF DAY-ENTRY-FOUND
                  AND DAY-NON-BUSINESS (WS-FOUND-IX)
                    MOVE "NEXT BUSINESS DATE IS A NON-BUSINESS DAY"
                        TO WS-DET-TEXT
                    PERFORM WRITE-CALENDAR-ERROR
                END-IF
            END-IF.

      * A pointer that differs from the one on the current calendar
      * is listed, so operations sees every correction this run
      * made to the live file.
            IF WS-DAY-OLD-NEXT (WS-DAY-IX) IS GREATER THAN ZERO
              AND WS-DAY-OLD-NEXT (WS-DAY-IX) IS NOT EQUAL TO
                      WS-DAY-NEXT (WS-DAY-IX)
                ADD 1 TO WS-NEXT-CORRECTED
                MOVE WS-DAY-OLD-NEXT (WS-DAY-IX) TO WS-COR-OLD-NEXT
                MOVE WS-DAY-NEXT (WS-DAY-IX)     TO WS-COR-NEW-NEXT
                MOVE "CORRECTED"                 TO WS-DET-CLASS
                MOVE WS-RPT-CORRECTED-TEXT       TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-DETAIL
            END-IF.

       COUNT-YEAR-ROWS.

            ADD WS-YR-ROWS (WS-YEAR-IX) TO WS-ROWS-WRITTEN.

       CHECK-NEXT-YEAR-LOADED.

            IF WS-CURRENT-MMDD IS NOT LESS THAN WS-WARN-MMDD
              AND WS-YR-ROWS (2) IS EQUAL TO ZERO
                MOVE WS-YR-YEAR (2) TO WS-DET-DATE
                MOVE "NEXT YEAR'S CALENDAR IS NOT LOADED YET"
                    TO WS-DET-TEXT
                PERFORM WRITE-CALENDAR-WARNING
                DISPLAY "CALENDAR FOR " WS-YR-YEAR (2)
                        " NOT LOADED YET - RUN MATHCALM WITH YEAR="
                        WS-YR-YEAR (2)
            END-IF.

       WRITE-NEW-CALENDAR-ROW.

            IF NOT DAY-NOT-ON-FILE (WS-DAY-IX)
                MOVE WS-DAY-DATE (WS-DAY-IX)   TO NCAL-DATE
                MOVE WS-DAY-NEXT (WS-DAY-IX)
                    TO NCAL-NEXT-BUSINESS-DATE
                IF DAY-NON-BUSINESS (WS-DAY-IX)
                    SET NCAL-NON-BUSINESS-DAY TO TRUE
                ELSE
                    SET NCAL-BUSINESS-DAY TO TRUE
                END-IF
                WRITE NEW-CALENDAR-RECORD
            END-IF.

       WRITE-CALENDAR-ERROR.

            ADD 1 TO WS-ERROR-COUNT.
            MOVE "ERROR" TO WS-DET-CLASS.
            PERFORM WRITE-CALENDAR-DETAIL.

       WRITE-CALENDAR-WARNING.

            ADD 1 TO WS-WARNING-COUNT.
            MOVE "WARNING" TO WS-DET-CLASS.
            PERFORM WRITE-CALENDAR-DETAIL.

       WRITE-CALENDAR-DETAIL.

            MOVE WS-RPT-DETAIL TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

       WRITE-CALENDAR-TOTALS.

            MOVE WS-BLANK-LINE TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            PERFORM WRITE-YEAR-LINE
                VARYING WS-YEAR-IX FROM 1 BY 1
                UNTIL WS-YEAR-IX IS GREATER THAN WS-LAST-LOADED-IX.

            MOVE WS-BLANK-LINE TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "CURRENT ROWS READ"        TO WS-TOT-LABEL.
            MOVE WS-OLD-ROWS-READ           TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "PAST-YEAR ROWS DROPPED"   TO WS-TOT-LABEL.
            MOVE WS-OLD-ROWS-PRUNED         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "HOLIDAY CARDS READ"       TO WS-TOT-LABEL.
            MOVE WS-CARDS-READ              TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "HOLIDAYS ADDED"           TO WS-TOT-LABEL.
            MOVE WS-HOLIDAYS-ADDED          TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "HOLIDAYS REMOVED"         TO WS-TOT-LABEL.
            MOVE WS-HOLIDAYS-REMOVED        TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "NEXT DATES CORRECTED"     TO WS-TOT-LABEL.
            MOVE WS-NEXT-CORRECTED          TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "ERRORS"                   TO WS-TOT-LABEL.
            MOVE WS-ERROR-COUNT             TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            MOVE "WARNINGS"                 TO WS-TOT-LABEL.
            MOVE WS-WARNING-COUNT           TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

            IF WS-ERROR-COUNT IS EQUAL TO ZERO
                MOVE "NEW CALENDAR ROWS CUT" TO WS-TOT-LABEL
                MOVE WS-ROWS-WRITTEN         TO WS-TOT-COUNT
            ELSE
                MOVE "NEW CALENDAR NOT CUT"  TO WS-TOT-LABEL
                MOVE ZERO                    TO WS-TOT-COUNT
            END-IF.
            MOVE WS-RPT-TOTAL               TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

       WRITE-YEAR-LINE.

            MOVE WS-YR-YEAR (WS-YEAR-IX)     TO WS-YRL-YEAR.
            MOVE WS-YR-WEEKENDS (WS-YEAR-IX) TO WS-YRL-WEEKENDS.
            MOVE WS-YR-HOLIDAYS (WS-YEAR-IX) TO WS-YRL-HOLIDAYS.
            MOVE WS-YR-WORKING (WS-YEAR-IX)  TO WS-YRL-WORKING.
            MOVE WS-YR-ROWS (WS-YEAR-IX)     TO WS-YRL-ROWS.
            MOVE WS-RPT-YEAR-LINE            TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

       DISPLAY-CALENDAR-TOTALS.

            DISPLAY "=================================================".
            DISPLAY "CALENDAR MAINTENANCE - CONTROL TOTALS".
            DISPLAY "CURRENT ROWS READ . . . . : " WS-OLD-ROWS-READ.
            DISPLAY "PAST-YEAR ROWS DROPPED  . : " WS-OLD-ROWS-PRUNED.
            DISPLAY "HOLIDAY CARDS READ  . . . : " WS-CARDS-READ.
            DISPLAY "HOLIDAYS ADDED  . . . . . : " WS-HOLIDAYS-ADDED.
            DISPLAY "HOLIDAYS REMOVED  . . . . : " WS-HOLIDAYS-REMOVED.
            DISPLAY "NEXT DATES CORRECTED  . . : " WS-NEXT-CORRECTED.
            DISPLAY "ERRORS  . . . . . . . . . : " WS-ERROR-COUNT.
            DISPLAY "WARNINGS  . . . . . . . . : " WS-WARNING-COUNT.
            IF WS-ERROR-COUNT IS EQUAL TO ZERO
                DISPLAY "NEW CALENDAR ROWS CUT . . : " WS-ROWS-WRITTEN
            ELSE
                DISPLAY "NEW CALENDAR NOT CUT - LIVE FILE UNCHANGED"
            END-IF.
            DISPLAY "=================================================".

       END PROGRAM MATHCALM.
