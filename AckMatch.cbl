      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Subscriber acknowledgment matching.  Each subscriber
      *          returns a small acknowledgment once it has loaded a
      *          feed, echoing the distribution date, its SUB-ID and
      *          the detail count from the feed's trailer.  This run
      *          reads the distribution log MATHDIST appends to each
      *          night and matches every feed sent in the period
      *          against the acknowledgments on file, listing the
      *          feeds never acknowledged, the ones acknowledged with
      *          a count other than the one sent, and any
      *          acknowledgment for a feed the log has no record of.
      *          On request it also re-cuts one subscriber's feed for
      *          a named past night from the feed history, row for
      *          row and with the trailer first sent, so a subscriber
      *          that lost or failed to load a feed can have it again
      *          without the batch being rerun.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHACKM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-PARM-FILE ASSIGN TO ACKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO DISTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      * No acknowledgments on file yet simply means nothing has been
      * acknowledged.
           SELECT OPTIONAL FEED-ACK-FILE ASSIGN TO FEEDACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL FEED-HISTORY-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FHST-STATUS.

           SELECT RESEND-FEED-FILE ASSIGN TO RESEND
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACK-REPORT-FILE ASSIGN TO ACKREPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-PARM-FILE
           RECORDING MODE IS F.
       01  ACK-PARM-CARD          PIC X(80).

       FD  DIST-LOG-FILE
           RECORDING MODE IS F.
       01  DIST-LOG-RECORD        PIC X(80).

       FD  FEED-ACK-FILE
           RECORDING MODE IS F.
           COPY MATHFACK.

       FD  FEED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY MATHFHST.

       FD  RESEND-FEED-FILE
           RECORDING MODE IS F.
       01  RESEND-FEED-RECORD     PIC X(50).

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.

      * FROMDATE/TODATE bound the distribution dates matched - by
      * default the seven nights up to and including yesterday, so
      * a feed still outstanding is listed every morning for a week.
      * RESENDSUB/RESENDDATE name a feed to be cut again.
        01  WS-FROM-DATE       PIC 9(08) VALUE ZERO.
        01  WS-TO-DATE         PIC 9(08) VALUE ZERO.
        01  WS-RESEND-SUB-ID   PIC X(08) VALUE SPACES.
        01  WS-RESEND-DATE     PIC 9(08) VALUE ZERO.
        01  WS-RESEND-SW       PIC X(01) VALUE 'N'.
            88  RESEND-REQUESTED           VALUE 'Y'.

        01  WS-WORK-DATE       PIC 9(08) VALUE ZERO.
        01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
            05  WS-WORK-YEAR   PIC 9(04).
            05  WS-WORK-MONTH  PIC 9(02).
            05  WS-WORK-DAY    PIC 9(02).
        01  WS-DAYS-BACK       PIC 9(02)         COMP VALUE ZERO.

        01  WS-MONTH-END-VALUES.
            05  FILLER         PIC X(24) VALUE
                "312831303130313130313031".
        01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
            05  WS-MONTH-END   PIC 9(02) OCCURS 12 TIMES.

        01  WS-QUOTIENT        PIC 9(06)         COMP VALUE ZERO.
        01  WS-REMAINDER-4     PIC 9(04)         COMP VALUE ZERO.
        01  WS-REMAINDER-100   PIC 9(04)         COMP VALUE ZERO.
        01  WS-REMAINDER-400   PIC 9(04)         COMP VALUE ZERO.

        01  WS-LOG-STATUS      PIC X(02) VALUE SPACES.
        01  WS-LOG-EOF         PIC X(01) VALUE 'N'.
            88  END-OF-DIST-LOG            VALUE 'Y'.
        01  WS-ACK-STATUS      PIC X(02) VALUE SPACES.
        01  WS-ACK-EOF         PIC X(01) VALUE 'N'.
            88  END-OF-ACK-FILE            VALUE 'Y'.
        01  WS-FHST-STATUS     PIC X(02) VALUE SPACES.
        01  WS-FHST-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-FEED-HISTORY        VALUE 'Y'.

      * A distribution log line, laid out as MATHDIST writes it.
        01  WS-DIST-LOG-LINE.
            05  WS-DLG-DIST-DATE PIC 9(08).
            05  FILLER         PIC X(01).
            05  WS-DLG-SUB-ID  PIC X(08).
            05  FILLER         PIC X(06).
            05  WS-DLG-FEED    PIC 9(01).
            05  FILLER         PIC X(09).
            05  WS-DLG-RECORDS PIC Z(06)9.
            05  FILLER         PIC X(06).
            05  WS-DLG-ROWS    PIC Z(06)9.
            05  FILLER         PIC X(27).

      * One entry per feed sent in the period.  A night the
      * distribution ran twice - a backout reversal on top of the
      * nightly cut - has two entries, each owed its own
      * acknowledgment.
        01  WS-SENT-TABLE.
            05  WS-SENT-ENTRY OCCURS 1000 TIMES.
                10  WS-SENT-DATE      PIC 9(08).
                10  WS-SENT-SUB-ID    PIC X(08).
                10  WS-SENT-FEED      PIC 9(01).
                10  WS-SENT-ROWS      PIC 9(07).
                10  WS-SENT-ACK-ROWS  PIC 9(07).
                10  WS-SENT-STATE     PIC X(01).
                    88  SENT-NOT-ACKNOWLEDGED VALUE 'N'.
                    88  SENT-ACKNOWLEDGED     VALUE 'A'.
                    88  SENT-WRONG-COUNT      VALUE 'W'.
        01  WS-SENT-USED       PIC 9(04)         COMP VALUE ZERO.
        01  WS-SENT-IX         PIC 9(04)         COMP VALUE ZERO.
        01  WS-FOUND-IX        PIC 9(04)         COMP VALUE ZERO.
        01  WS-SENT-FOUND-SW   PIC X(01) VALUE 'N'.
            88  SENT-ENTRY-FOUND           VALUE 'Y'.
        01  WS-SEEK-STATE      PIC X(01) VALUE SPACE.

        01  WS-LOG-LINES-READ  PIC 9(07)         COMP VALUE ZERO.
        01  WS-LOG-OVERFLOW    PIC 9(07)         COMP VALUE ZERO.
        01  WS-ACKS-READ       PIC 9(07)         COMP VALUE ZERO.
        01  WS-ACKS-OUTSIDE    PIC 9(07)         COMP VALUE ZERO.
        01  WS-ACKS-UNMATCHED  PIC 9(07)         COMP VALUE ZERO.
        01  WS-ACKS-EXTRA      PIC 9(07)         COMP VALUE ZERO.
        01  WS-FEEDS-ACKED     PIC 9(07)         COMP VALUE ZERO.
        01  WS-FEEDS-NOT-ACKED PIC 9(07)         COMP VALUE ZERO.
        01  WS-FEEDS-WRONG     PIC 9(07)         COMP VALUE ZERO.

        01  WS-HISTORY-READ    PIC 9(07)         COMP VALUE ZERO.
        01  WS-RESEND-ROWS     PIC 9(07)         COMP VALUE ZERO.
        01  WS-RESEND-CUTS     PIC 9(07)         COMP VALUE ZERO.
        01  WS-CUT-DETAILS     PIC 9(07)         COMP VALUE ZERO.
        01  WS-CUT-DETAILS-OUT PIC 9(07) VALUE ZERO.
        01  WS-RESEND-ERRORS   PIC 9(07)         COMP VALUE ZERO.

      * The history row in hand, in the feed layout so a trailer
      * can be told from a detail row and its count checked.
        01  WS-FEED-WORK.
            COPY MATHFEED REPLACING ==01  FEED-RECORD.==
                BY ==02  FEED-WORK-RECORD.==.

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(38) VALUE
                "SUBSCRIBER ACKNOWLEDGMENTS - FEEDS OF ".
            05  WS-HDR-FROM    PIC 9(08).
            05  FILLER         PIC X(04) VALUE " TO ".
            05  WS-HDR-TO      PIC 9(08).
            05  FILLER         PIC X(74) VALUE SPACES.

        01  WS-RPT-COLUMNS.
            05  FILLER         PIC X(40) VALUE
                "SENT ON   SUB-ID   FEED      ROWS SENT  ".
            05  FILLER         PIC X(30) VALUE
                "ROWS ACKED  STATUS".
            05  FILLER         PIC X(62) VALUE SPACES.

        01  WS-RPT-FEED-LINE.
            05  WS-FDL-DATE    PIC 9(08).
            05  FILLER         PIC X(02) VALUE SPACES.
            05  WS-FDL-SUB-ID  PIC X(08).
            05  FILLER         PIC X(04) VALUE SPACES.
            05  WS-FDL-FEED    PIC 9(01).
            05  FILLER         PIC X(06) VALUE SPACES.
            05  WS-FDL-SENT    PIC Z(06)9.
            05  FILLER         PIC X(04) VALUE SPACES.
            05  WS-FDL-ACKED   PIC X(07).
            05  FILLER         PIC X(06) VALUE SPACES.
            05  WS-FDL-STATUS  PIC X(28).
            05  FILLER         PIC X(51) VALUE SPACES.

        01  WS-ACKED-EDIT      PIC Z(06)9.

        01  WS-RPT-ACK-LINE.
            05  FILLER         PIC X(05) VALUE "ACK  ".
            05  WS-AKL-DATE    PIC X(08).
            05  FILLER         PIC X(02) VALUE SPACES.
            05  WS-AKL-SUB-ID  PIC X(08).
            05  FILLER         PIC X(02) VALUE SPACES.
            05  WS-AKL-COUNT   PIC X(07).
            05  FILLER         PIC X(03) VALUE " - ".
            05  WS-AKL-TEXT    PIC X(50).
            05  FILLER         PIC X(47) VALUE SPACES.

        01  WS-RPT-MESSAGE.
            05  WS-MSG-TEXT    PIC X(80).
            05  FILLER         PIC X(52) VALUE SPACES.

        01  WS-RPT-RESEND-LINE.
            05  FILLER         PIC X(16) VALUE "FEED RE-CUT FOR ".
            05  WS-RSL-SUB-ID  PIC X(08).
            05  FILLER         PIC X(09) VALUE " SENT ON ".
            05  WS-RSL-DATE    PIC 9(08).
            05  FILLER         PIC X(03) VALUE " - ".
            05  WS-RSL-ROWS    PIC Z(06)9.
            05  FILLER         PIC X(09) VALUE " ROWS IN ".
            05  WS-RSL-CUTS    PIC Z9.
            05  FILLER         PIC X(08) VALUE " CUT(S) ".
            05  FILLER         PIC X(62) VALUE SPACES.

        01  WS-RPT-TOTAL.
            05  WS-TOT-LABEL   PIC X(28).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-TOT-COUNT   PIC Z(06)9.
            05  FILLER         PIC X(94) VALUE SPACES.

        01  WS-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM READ-ACK-PARMS.

            PERFORM SET-MATCH-PERIOD.

            IF WS-FROM-DATE IS GREATER THAN WS-TO-DATE
                DISPLAY "ACK MATCHING NOT RUN - FROMDATE "
                        WS-FROM-DATE " IS AFTER TODATE " WS-TO-DATE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT DIST-LOG-FILE.

            IF WS-LOG-STATUS IS NOT EQUAL TO "00"
                DISPLAY "ACK MATCHING NOT RUN - DISTRIBUTION LOG "
                        "STATUS " WS-LOG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM READ-DIST-LOG.
            PERFORM LOAD-SENT-FEED
                UNTIL END-OF-DIST-LOG.
            CLOSE DIST-LOG-FILE.

            OPEN OUTPUT ACK-REPORT-FILE.

            MOVE WS-FROM-DATE    TO WS-HDR-FROM.
            MOVE WS-TO-DATE      TO WS-HDR-TO.
            MOVE WS-RPT-HEADER   TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.
            MOVE WS-BLANK-LINE   TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            OPEN INPUT FEED-ACK-FILE.

            IF WS-ACK-STATUS IS EQUAL TO "00"
                PERFORM READ-FEED-ACK
                PERFORM MATCH-FEED-ACK
                    UNTIL END-OF-ACK-FILE
                CLOSE FEED-ACK-FILE
            END-IF.

            MOVE WS-BLANK-LINE   TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.
            MOVE WS-RPT-COLUMNS  TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            PERFORM REPORT-SENT-FEED
                VARYING WS-SENT-IX FROM 1 BY 1
                UNTIL WS-SENT-IX IS GREATER THAN WS-SENT-USED.

      * The re-send output is always opened, so the job's data set
      * is cut empty on a morning nothing is asked for.
            OPEN OUTPUT RESEND-FEED-FILE.

            IF RESEND-REQUESTED
                PERFORM CUT-REQUESTED-FEED
            END-IF.

            CLOSE RESEND-FEED-FILE.

            PERFORM WRITE-ACK-TOTALS.

            CLOSE ACK-REPORT-FILE.

            PERFORM DISPLAY-ACK-TOTALS.

      * RC=8 means a re-send was asked for and could not be cut.
      * RC=4 means a feed is outstanding or came back wrong, or an
      * acknowledgment matched nothing - see ACKREPT.
            IF WS-RESEND-ERRORS IS GREATER THAN ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-FEEDS-NOT-ACKED IS GREATER THAN ZERO
                  OR WS-FEEDS-WRONG IS GREATER THAN ZERO
                  OR WS-ACKS-UNMATCHED IS GREATER THAN ZERO
                  OR WS-LOG-OVERFLOW IS GREATER THAN ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

            STOP RUN.

       READ-ACK-PARMS.

            OPEN INPUT ACK-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-ACK-PARM-CARD
                PERFORM PROCESS-ACK-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE ACK-PARM-FILE
            END-IF.

            IF WS-RESEND-SUB-ID IS NOT EQUAL TO SPACES
              AND WS-RESEND-DATE IS GREATER THAN ZERO
                MOVE 'Y' TO WS-RESEND-SW
            ELSE
                IF WS-RESEND-SUB-ID IS NOT EQUAL TO SPACES
                  OR WS-RESEND-DATE IS GREATER THAN ZERO
                    DISPLAY "ACKPARM - RESENDSUB AND RESENDDATE "
                            "MUST BOTH BE GIVEN - NO FEED RE-CUT"
                    ADD 1 TO WS-RESEND-ERRORS
                END-IF
            END-IF.

       READ-ACK-PARM-CARD.

            READ ACK-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-ACK-PARM-CARD.

            IF ACK-PARM-CARD IS EQUAL TO SPACES
              OR ACK-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING ACK-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-ACK-PARM-CARD
            END-IF.

            PERFORM READ-ACK-PARM-CARD.

       APPLY-ACK-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "FROMDATE"
                    IF WS-PARM-VALUE(1:8) IS NUMERIC
                      AND WS-PARM-VALUE(5:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(5:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(7:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(7:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                    ELSE
                        DISPLAY "ACKPARM - INVALID FROMDATE "
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
                        DISPLAY "ACKPARM - INVALID TODATE "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN "RESENDSUB"
                    MOVE WS-PARM-VALUE(1:8) TO WS-RESEND-SUB-ID
                WHEN "RESENDDATE"
                    IF WS-PARM-VALUE(1:8) IS NUMERIC
                      AND WS-PARM-VALUE(5:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(5:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(7:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(7:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:8) TO WS-RESEND-DATE
                    ELSE
                        DISPLAY "ACKPARM - INVALID RESENDDATE "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "ACKPARM - UNRECOGNIZED CONTROL CARD: "
                            ACK-PARM-CARD
            END-EVALUATE.

       SET-MATCH-PERIOD.

            IF WS-TO-DATE IS EQUAL TO ZERO
                MOVE WS-CURRENT-DATE TO WS-WORK-DATE
                PERFORM STEP-BACK-ONE-DAY
                MOVE WS-WORK-DATE TO WS-TO-DATE
            END-IF.

            IF WS-FROM-DATE IS EQUAL TO ZERO
                MOVE WS-TO-DATE TO WS-WORK-DATE
                PERFORM STEP-BACK-ONE-DAY
                    VARYING WS-DAYS-BACK FROM 1 BY 1
                    UNTIL WS-DAYS-BACK IS GREATER THAN 6
                MOVE WS-WORK-DATE TO WS-FROM-DATE
            END-IF.

       STEP-BACK-ONE-DAY.

            IF WS-WORK-DAY IS GREATER THAN 01
                SUBTRACT 1 FROM WS-WORK-DAY
            ELSE
                IF WS-WORK-MONTH IS EQUAL TO 01
                    MOVE 12 TO WS-WORK-MONTH
                    SUBTRACT 1 FROM WS-WORK-YEAR
                ELSE
                    SUBTRACT 1 FROM WS-WORK-MONTH
                END-IF
                PERFORM SET-FEBRUARY-END
                MOVE WS-MONTH-END (WS-WORK-MONTH) TO WS-WORK-DAY
            END-IF.

       SET-FEBRUARY-END.

            DIVIDE WS-WORK-YEAR BY 4   GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-4.
            DIVIDE WS-WORK-YEAR BY 100 GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-100.
            DIVIDE WS-WORK-YEAR BY 400 GIVING WS-QUOTIENT
                REMAINDER WS-REMAINDER-400.

            IF (WS-REMAINDER-4 IS EQUAL TO ZERO
                AND WS-REMAINDER-100 IS NOT EQUAL TO ZERO)
              OR WS-REMAINDER-400 IS EQUAL TO ZERO
                MOVE 29 TO WS-MONTH-END (2)
            ELSE
                MOVE 28 TO WS-MONTH-END (2)
            END-IF.

       READ-DIST-LOG.

            READ DIST-LOG-FILE INTO WS-DIST-LOG-LINE
                AT END
                    SET END-OF-DIST-LOG TO TRUE
            END-READ.

            IF NOT END-OF-DIST-LOG
                ADD 1 TO WS-LOG-LINES-READ
            END-IF.

       LOAD-SENT-FEED.

            IF WS-DLG-DIST-DATE IS NUMERIC
              AND WS-DLG-DIST-DATE IS NOT LESS THAN WS-FROM-DATE
              AND WS-DLG-DIST-DATE IS NOT GREATER THAN WS-TO-DATE
                IF WS-SENT-USED IS LESS THAN 1000
                    ADD 1 TO WS-SENT-USED
                    MOVE WS-DLG-DIST-DATE TO WS-SENT-DATE (WS-SENT-USED)
                    MOVE WS-DLG-SUB-ID  TO WS-SENT-SUB-ID (WS-SENT-USED)
                    MOVE WS-DLG-FEED    TO WS-SENT-FEED (WS-SENT-USED)
                    MOVE WS-DLG-ROWS    TO WS-SENT-ROWS (WS-SENT-USED)
                    MOVE ZERO         TO WS-SENT-ACK-ROWS (WS-SENT-USED)
                    MOVE 'N'          TO WS-SENT-STATE (WS-SENT-USED)
                ELSE
                    ADD 1 TO WS-LOG-OVERFLOW
                END-IF
            END-IF.

            PERFORM READ-DIST-LOG.

       READ-FEED-ACK.

            READ FEED-ACK-FILE
                AT END
                    SET END-OF-ACK-FILE TO TRUE
            END-READ.

            IF NOT END-OF-ACK-FILE
                ADD 1 TO WS-ACKS-READ
            END-IF.

       MATCH-FEED-ACK.

      * An acknowledgment with the count sent settles its feed, even
      * one an earlier acknowledgment got wrong - the subscriber has
      * reloaded.  One with another count marks a feed not yet
      * acknowledged as wrong.  Anything left over matches nothing
      * the log says was sent.
            MOVE ACK-FEED-DATE TO WS-AKL-DATE.
            MOVE ACK-SUB-ID    TO WS-AKL-SUB-ID.
            MOVE ACK-RECORD-COUNT TO WS-AKL-COUNT.

            EVALUATE TRUE
                WHEN ACK-FEED-DATE IS NOT NUMERIC
                  OR ACK-RECORD-COUNT IS NOT NUMERIC
                    ADD 1 TO WS-ACKS-UNMATCHED
                    MOVE "ACKNOWLEDGMENT UNREADABLE" TO WS-AKL-TEXT
                    PERFORM WRITE-ACK-EXCEPTION
                WHEN ACK-FEED-DATE IS LESS THAN WS-FROM-DATE
                  OR ACK-FEED-DATE IS GREATER THAN WS-TO-DATE
                    ADD 1 TO WS-ACKS-OUTSIDE
                WHEN OTHER
                    PERFORM APPLY-FEED-ACK
            END-EVALUATE.

            PERFORM READ-FEED-ACK.

       APPLY-FEED-ACK.

            MOVE 'A' TO WS-SEEK-STATE.
            PERFORM LOCATE-SENT-FEED.

            IF SENT-ENTRY-FOUND
                MOVE 'A' TO WS-SENT-STATE (WS-FOUND-IX)
                MOVE ACK-RECORD-COUNT TO WS-SENT-ACK-ROWS (WS-FOUND-IX)
            ELSE
                MOVE 'W' TO WS-SEEK-STATE
                PERFORM LOCATE-SENT-FEED
                IF SENT-ENTRY-FOUND
                    MOVE 'W' TO WS-SENT-STATE (WS-FOUND-IX)
                    MOVE ACK-RECORD-COUNT
                        TO WS-SENT-ACK-ROWS (WS-FOUND-IX)
                ELSE
                    MOVE SPACE TO WS-SEEK-STATE
                    PERFORM LOCATE-SENT-FEED
                    IF SENT-ENTRY-FOUND
                        ADD 1 TO WS-ACKS-EXTRA
                        MOVE "REPEAT ACKNOWLEDGMENT - FEED SETTLED"
                            TO WS-AKL-TEXT
                    ELSE
                        ADD 1 TO WS-ACKS-UNMATCHED
                        MOVE "NO SUCH FEED ON THE DISTRIBUTION LOG"
                            TO WS-AKL-TEXT
                    END-IF
                    PERFORM WRITE-ACK-EXCEPTION
                END-IF
            END-IF.

       LOCATE-SENT-FEED.

            MOVE 'N' TO WS-SENT-FOUND-SW.

            PERFORM MATCH-SENT-FEED
                VARYING WS-FOUND-IX FROM 1 BY 1
                UNTIL WS-FOUND-IX IS GREATER THAN WS-SENT-USED
                   OR SENT-ENTRY-FOUND.

            IF SENT-ENTRY-FOUND
                SUBTRACT 1 FROM WS-FOUND-IX
            END-IF.

       MATCH-SENT-FEED.

      * Seeking 'A', a feed not yet settled with the same count.
      * Seeking 'W', a feed with no acknowledgment at all.  Seeking
      * a space, any feed of that night to that subscriber.
            IF WS-SENT-DATE (WS-FOUND-IX) IS EQUAL TO ACK-FEED-DATE
              AND WS-SENT-SUB-ID (WS-FOUND-IX) IS EQUAL TO ACK-SUB-ID
                EVALUATE WS-SEEK-STATE
                    WHEN 'A'
                        IF NOT SENT-ACKNOWLEDGED (WS-FOUND-IX)
                          AND WS-SENT-ROWS (WS-FOUND-IX) IS EQUAL TO
                                ACK-RECORD-COUNT
                            MOVE 'Y' TO WS-SENT-FOUND-SW
                        END-IF
                    WHEN 'W'
                        IF SENT-NOT-ACKNOWLEDGED (WS-FOUND-IX)
                            MOVE 'Y' TO WS-SENT-FOUND-SW
                        END-IF
                    WHEN OTHER
                        MOVE 'Y' TO WS-SENT-FOUND-SW
                END-EVALUATE
            END-IF.

       WRITE-ACK-EXCEPTION.

            MOVE WS-RPT-ACK-LINE TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

       REPORT-SENT-FEED.

            MOVE WS-SENT-DATE (WS-SENT-IX)   TO WS-FDL-DATE.
            MOVE WS-SENT-SUB-ID (WS-SENT-IX) TO WS-FDL-SUB-ID.
            MOVE WS-SENT-FEED (WS-SENT-IX)   TO WS-FDL-FEED.
            MOVE WS-SENT-ROWS (WS-SENT-IX)   TO WS-FDL-SENT.

            EVALUATE TRUE
                WHEN SENT-ACKNOWLEDGED (WS-SENT-IX)
                    ADD 1 TO WS-FEEDS-ACKED
                    MOVE WS-SENT-ACK-ROWS (WS-SENT-IX) TO WS-ACKED-EDIT
                    MOVE WS-ACKED-EDIT             TO WS-FDL-ACKED
                    MOVE "ACKNOWLEDGED"            TO WS-FDL-STATUS
                WHEN SENT-WRONG-COUNT (WS-SENT-IX)
                    ADD 1 TO WS-FEEDS-WRONG
                    MOVE WS-SENT-ACK-ROWS (WS-SENT-IX) TO WS-ACKED-EDIT
                    MOVE WS-ACKED-EDIT             TO WS-FDL-ACKED
                    MOVE "*** WRONG COUNT ***"     TO WS-FDL-STATUS
                WHEN OTHER
                    ADD 1 TO WS-FEEDS-NOT-ACKED
                    MOVE "   NONE"                 TO WS-FDL-ACKED
                    MOVE "*** NOT ACKNOWLEDGED ***" TO WS-FDL-STATUS
            END-EVALUATE.

            MOVE WS-RPT-FEED-LINE TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

       CUT-REQUESTED-FEED.

      * Every row the history holds for the subscriber that night,
      * in the order first sent.  A night with a backout reversal
      * as well as the nightly cut comes out as both, each with its
      * own trailer.  Each trailer is checked against the rows ahead
      * of it, so a history damaged since cannot go out as a feed.
            OPEN INPUT FEED-HISTORY-FILE.

            IF WS-FHST-STATUS IS EQUAL TO "00"
                PERFORM READ-FEED-HISTORY
                PERFORM SELECT-HISTORY-ROW
                    UNTIL END-OF-FEED-HISTORY
                CLOSE FEED-HISTORY-FILE
            END-IF.

            MOVE WS-BLANK-LINE TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            EVALUATE TRUE
                WHEN WS-RESEND-ROWS IS EQUAL TO ZERO
                    ADD 1 TO WS-RESEND-ERRORS
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING "NO FEED RE-CUT - THE FEED HISTORY HOLDS "
                           "NOTHING SENT TO " WS-RESEND-SUB-ID
                           " ON " WS-RESEND-DATE
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                    END-STRING
                WHEN WS-CUT-DETAILS IS GREATER THAN ZERO
                    ADD 1 TO WS-RESEND-ERRORS
                    MOVE "RE-CUT ENDS WITHOUT A TRAILER - DO NOT SEND"
                        TO WS-MSG-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-MSG-TEXT
            END-EVALUATE.

            IF WS-MSG-TEXT IS NOT EQUAL TO SPACES
                MOVE WS-RPT-MESSAGE TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE
                DISPLAY WS-MSG-TEXT
            END-IF.

            MOVE WS-RESEND-SUB-ID TO WS-RSL-SUB-ID.
            MOVE WS-RESEND-DATE   TO WS-RSL-DATE.
            MOVE WS-RESEND-ROWS   TO WS-RSL-ROWS.
            MOVE WS-RESEND-CUTS   TO WS-RSL-CUTS.
            MOVE WS-RPT-RESEND-LINE TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

       READ-FEED-HISTORY.

            READ FEED-HISTORY-FILE
                AT END
                    SET END-OF-FEED-HISTORY TO TRUE
            END-READ.

            IF NOT END-OF-FEED-HISTORY
                ADD 1 TO WS-HISTORY-READ
            END-IF.

       SELECT-HISTORY-ROW.

            IF FHST-DIST-DATE IS EQUAL TO WS-RESEND-DATE
              AND FHST-SUB-ID IS EQUAL TO WS-RESEND-SUB-ID
                MOVE FHST-FEED-ROW TO FEED-WORK-RECORD
                MOVE FHST-FEED-ROW TO RESEND-FEED-RECORD
                WRITE RESEND-FEED-RECORD
                ADD 1 TO WS-RESEND-ROWS
                IF FEED-TRAILER-ROW
                    PERFORM CHECK-CUT-TRAILER
                ELSE
                    ADD 1 TO WS-CUT-DETAILS
                END-IF
            END-IF.

            PERFORM READ-FEED-HISTORY.

       CHECK-CUT-TRAILER.

            ADD 1 TO WS-RESEND-CUTS.

            IF FEED-RECORD-COUNT IS NOT EQUAL TO WS-CUT-DETAILS
                ADD 1 TO WS-RESEND-ERRORS
                MOVE WS-CUT-DETAILS TO WS-CUT-DETAILS-OUT
                MOVE SPACES TO WS-MSG-TEXT
                STRING "RE-CUT TRAILER COUNT " FEED-RECORD-COUNT
                       " BUT " WS-CUT-DETAILS-OUT " ROWS IN HISTORY - "
                       "DO NOT SEND"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                END-STRING
                MOVE WS-RPT-MESSAGE TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE
                DISPLAY WS-MSG-TEXT
            END-IF.

            MOVE ZERO TO WS-CUT-DETAILS.

       WRITE-ACK-TOTALS.

            MOVE WS-BLANK-LINE TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "LOG LINES READ"           TO WS-TOT-LABEL.
            MOVE WS-LOG-LINES-READ          TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "FEEDS SENT IN PERIOD"     TO WS-TOT-LABEL.
            MOVE WS-SENT-USED               TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "FEEDS ACKNOWLEDGED"       TO WS-TOT-LABEL.
            MOVE WS-FEEDS-ACKED             TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "FEEDS NOT ACKNOWLEDGED"   TO WS-TOT-LABEL.
            MOVE WS-FEEDS-NOT-ACKED         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "FEEDS WITH WRONG COUNT"   TO WS-TOT-LABEL.
            MOVE WS-FEEDS-WRONG             TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "ACKNOWLEDGMENTS READ"     TO WS-TOT-LABEL.
            MOVE WS-ACKS-READ               TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "ACKS OUTSIDE THE PERIOD"  TO WS-TOT-LABEL.
            MOVE WS-ACKS-OUTSIDE            TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "ACKS MATCHING NO FEED"    TO WS-TOT-LABEL.
            MOVE WS-ACKS-UNMATCHED          TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            MOVE "REPEAT ACKNOWLEDGMENTS"   TO WS-TOT-LABEL.
            MOVE WS-ACKS-EXTRA              TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE.
            WRITE ACK-REPORT-LINE.

            IF WS-LOG-OVERFLOW IS GREATER THAN ZERO
                MOVE "LOG LINES NOT MATCHED"    TO WS-TOT-LABEL
                MOVE WS-LOG-OVERFLOW            TO WS-TOT-COUNT
                MOVE WS-RPT-TOTAL               TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE
            END-IF.

       DISPLAY-ACK-TOTALS.

            DISPLAY "=================================================".
            DISPLAY "SUBSCRIBER ACKNOWLEDGMENTS - CONTROL TOTALS".
            DISPLAY "PERIOD  . . . . . . . . . : " WS-FROM-DATE
                    " TO " WS-TO-DATE.
            DISPLAY "FEEDS SENT IN PERIOD  . . : " WS-SENT-USED.
            DISPLAY "FEEDS ACKNOWLEDGED  . . . : " WS-FEEDS-ACKED.
            DISPLAY "FEEDS NOT ACKNOWLEDGED  . : " WS-FEEDS-NOT-ACKED.
            DISPLAY "FEEDS WITH WRONG COUNT  . : " WS-FEEDS-WRONG.
            DISPLAY "ACKS MATCHING NO FEED . . : " WS-ACKS-UNMATCHED.
            IF WS-LOG-OVERFLOW IS GREATER THAN ZERO
                DISPLAY "LOG LINES NOT MATCHED . . : " WS-LOG-OVERFLOW
                        " - NARROW FROMDATE/TODATE"
            END-IF.
            IF RESEND-REQUESTED
                DISPLAY "FEED RE-CUT FOR . . . . . : " WS-RESEND-SUB-ID
                        " SENT ON " WS-RESEND-DATE
                DISPLAY "ROWS RE-CUT . . . . . . . : " WS-RESEND-ROWS
            END-IF.
            DISPLAY "=================================================".

       END PROGRAM MATHACKM.
