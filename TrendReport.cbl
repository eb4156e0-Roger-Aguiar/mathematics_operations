      *          reconciliation mismatches ever seen in the window,
      *          and error spikes - turning the end-of-run control
      *          totals into an operational trend instead of a
      *          one-night snapshot.  A night the merge went ahead
      *          without a late source extract is flagged too, naming
      *          the source, from the late-extract control file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TREND-REPORT-FILE ASSIGN TO TRNDREPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LATE-CONTROL-FILE ASSIGN TO LATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  TREND-LINE             PIC X(132).

       FD  LATE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY MATHLATE.

       WORKING-STORAGE SECTION.

        01  WS-EOF-FLAG        PIC X(01) VALUE 'N'.

        01  WS-EXCEPTIONS      PIC 9(03)         COMP VALUE ZERO.

      * Sources the latest run's night went ahead without, and the
      * day each was caught up, once it has been.  The catch-up's
      * volumes never reach the run history, so the night stays
      * flagged either way.
        01  WS-LATECTL-STATUS  PIC X(02) VALUE SPACES.
        01  WS-LATECTL-EOF     PIC X(01) VALUE 'N'.
            88  END-OF-LATE-CONTROL        VALUE 'Y'.
        01  WS-LATE-SOURCE-TABLE.
            05  WS-LATE-SOURCE-ENTRY OCCURS 3 TIMES.
                10  WS-LATE-SOURCE-SW     PIC X(01) VALUE 'N'.
                10  WS-LATE-CAUGHT-DATE   PIC 9(08) VALUE ZERO.
        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.
        01  WS-LATE-IX         PIC 9(02)         COMP VALUE ZERO.

        01  WS-LATE-TEXT.
            05  FILLER         PIC X(07) VALUE "SOURCE ".
            05  WS-LATE-TEXT-SOURCE PIC X(02).
            05  FILLER         PIC X(33) VALUE
                " EXTRACT LATE - LEFT OUT OF RUN, ".
            05  WS-LATE-TEXT-STATUS.
                10  WS-LATE-TEXT-WORD     PIC X(10).
                10  WS-LATE-TEXT-DATE     PIC 9(08).

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(31) VALUE
                "BATCH RUN TREND REPORT FOR RUN ".
                PERFORM CHECK-ERROR-SPIKE
            END-IF.

            PERFORM CHECK-LATE-EXTRACTS.

            IF WS-EXCEPTIONS IS EQUAL TO ZERO
                MOVE "NO EXCEPTIONS - RUN IS IN LINE WITH HISTORY"
                    TO TREND-LINE
                END-IF
            END-IF.

       CHECK-LATE-EXTRACTS.

      * A night that went ahead without a source always reads as a
      * volume drop - naming the source tells the morning reader why,
      * and that the figures are short until it is caught up.
            OPEN INPUT LATE-CONTROL-FILE.

            IF WS-LATECTL-STATUS IS EQUAL TO "00"
                PERFORM READ-LATE-CONTROL-RECORD
                PERFORM LOAD-LATE-CONTROL-RECORD
                    UNTIL END-OF-LATE-CONTROL
                CLOSE LATE-CONTROL-FILE
            END-IF.

            PERFORM FLAG-LATE-SOURCE
                VARYING WS-LATE-IX FROM 1 BY 1
                UNTIL WS-LATE-IX IS GREATER THAN 3.

       READ-LATE-CONTROL-RECORD.

            READ LATE-CONTROL-FILE
                AT END
                    SET END-OF-LATE-CONTROL TO TRUE
            END-READ.

       LOAD-LATE-CONTROL-RECORD.

            IF LATE-NIGHT-DATE IS EQUAL TO WS-RING-DATE (WS-LATEST-IX)
                PERFORM MATCH-LATE-SOURCE
                    VARYING WS-LATE-IX FROM 1 BY 1
                    UNTIL WS-LATE-IX IS GREATER THAN 3
            END-IF.

            PERFORM READ-LATE-CONTROL-RECORD.

       MATCH-LATE-SOURCE.

            IF LATE-SOURCE-SYSTEM IS EQUAL TO WS-SOURCE-TAG (WS-LATE-IX)
                IF LATE-OUTSTANDING
                    MOVE 'Y'  TO WS-LATE-SOURCE-SW (WS-LATE-IX)
                    MOVE ZERO TO WS-LATE-CAUGHT-DATE (WS-LATE-IX)
                END-IF
                IF LATE-CAUGHT-UP
                  AND WS-LATE-SOURCE-SW (WS-LATE-IX) IS EQUAL TO 'Y'
                    MOVE LATE-ACTION-DATE
                        TO WS-LATE-CAUGHT-DATE (WS-LATE-IX)
                END-IF
            END-IF.

       FLAG-LATE-SOURCE.

            IF WS-LATE-SOURCE-SW (WS-LATE-IX) IS EQUAL TO 'Y'
                MOVE WS-SOURCE-TAG (WS-LATE-IX) TO WS-LATE-TEXT-SOURCE
                IF WS-LATE-CAUGHT-DATE (WS-LATE-IX) IS EQUAL TO ZERO
                    MOVE "NOT YET CAUGHT UP" TO WS-LATE-TEXT-STATUS
                ELSE
                    MOVE "CAUGHT UP " TO WS-LATE-TEXT-WORD
                    MOVE WS-LATE-CAUGHT-DATE (WS-LATE-IX)
                        TO WS-LATE-TEXT-DATE
                END-IF
                MOVE WS-LATE-TEXT     TO WS-EXC-TEXT
                MOVE WS-RPT-EXCEPTION TO TREND-LINE
                WRITE TREND-LINE
                ADD 1 TO WS-EXCEPTIONS
            END-IF.

       END PROGRAM MATHTRND.
