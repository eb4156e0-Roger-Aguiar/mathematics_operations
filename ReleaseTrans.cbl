           SELECT REPORT-FILE ASSIGN TO RELSRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RELS-PARM-FILE ASSIGN TO RELSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-INPUT-FILE
           05  RCYC-RECORD-KEY           PIC X(06).
           05  RCYC-SOURCE-SYSTEM        PIC X(02).
           05  RCYC-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                    PIC X(124).

       FD  PENDING-INPUT-FILE
           RECORDING MODE IS F.
           05  PEND-RECORD-KEY           PIC X(06).
           05  PEND-SOURCE-SYSTEM        PIC X(02).
           05  PEND-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                    PIC X(124).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.

       FD  RELEASE-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RELEASE-OUTPUT-RECORD  PIC X(141).

       FD  PENDING-OUTPUT-FILE
           RECORDING MODE IS F.
       01  PENDING-OUTPUT-RECORD  PIC X(141).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE            PIC X(80).

       FD  RELS-PARM-FILE
           RECORDING MODE IS F.
       01  RELS-PARM-CARD         PIC X(80).

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).
        01  WS-PEND-RELEASED   PIC 9(07)         COMP VALUE ZERO.
        01  WS-PEND-STILL      PIC 9(07)         COMP VALUE ZERO.

      * Released and pended totals across all three inputs, for the
      * control-count file.
        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.

      * Run-control cards on RELSPARM.  CTLSTEP names the step the
      * control counts are filed under - the late-extract catch-up
      * files its own apart from the night's.
        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.
        01  WS-CTL-STEP-NAME   PIC X(08) VALUE "RELEASE".
        01  WS-TOTAL-RELEASED  PIC 9(07)         COMP VALUE ZERO.
        01  WS-TOTAL-PENDED    PIC 9(07)         COMP VALUE ZERO.

      * Newly parked future-dated records by source system, for the
      * scorecard evidence left on the control file - daily and
      * recycle records only, since the pending file re-parks the
      * same records night after night.  A record whose tag is not
      * S1, S2 or S3 is left out of this table only.
        01  WS-SOURCE-PARKED-TABLE.
            05  WS-SOURCE-PARKED PIC 9(07) COMP OCCURS 3 TIMES
                                 VALUE ZERO.

        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.

        01  WS-SOURCE-IX       PIC 9(02)         COMP VALUE ZERO.

      * The whole record in flight plus its effective date, so the
      * daily pass and the pending sweep share one release decision.
        01  WS-RELEASE-WORK    PIC X(141).
        01  WS-WORK-EFF-DATE   PIC X(08) VALUE SPACES.
        01  WS-ADJUSTED-DATE   PIC 9(08) VALUE ZERO.
        01  WS-RELEASE-SW      PIC X(01) VALUE 'Y'.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM READ-RELS-PARMS.

            PERFORM LOAD-CALENDAR-TABLE.

            OPEN INPUT  DAILY-INPUT-FILE.

            PERFORM DISPLAY-RELEASE-TOTALS.

            PERFORM WRITE-CONTROL-COUNTS.

            STOP RUN.

       LOAD-CALENDAR-TABLE.
                WRITE PENDING-OUTPUT-RECORD
                ADD 1 TO WS-DAILY-PENDED
                PERFORM TALLY-PENDING-INVENTORY
                PERFORM TALLY-SOURCE-PARKED
            END-IF.

            PERFORM READ-DAILY-RECORD.
                WRITE PENDING-OUTPUT-RECORD
                ADD 1 TO WS-RCYC-PENDED
                PERFORM TALLY-PENDING-INVENTORY
                PERFORM TALLY-SOURCE-PARKED
            END-IF.

            PERFORM READ-RECYCLE-RECORD.
                END-IF
            END-IF.

       TALLY-SOURCE-PARKED.

      * The source tag sits in the same place on every input - the
      * transaction shape - so it is read off the record in flight.
            EVALUATE WS-RELEASE-WORK(8:2)
                WHEN "S1"
                    MOVE 1 TO WS-SOURCE-IX
                WHEN "S2"
                    MOVE 2 TO WS-SOURCE-IX
                WHEN "S3"
                    MOVE 3 TO WS-SOURCE-IX
                WHEN OTHER
                    MOVE 0 TO WS-SOURCE-IX
            END-EVALUATE.

            IF WS-SOURCE-IX IS GREATER THAN ZERO
                ADD 1 TO WS-SOURCE-PARKED (WS-SOURCE-IX)
            END-IF.

       LOCATE-INVENTORY-ENTRY.

            IF WS-INV-DATE (WS-INV-IX) IS EQUAL TO WS-WORK-EFF-DATE
            DISPLAY "STILL PENDING . . . . . . : " WS-PEND-STILL.
            DISPLAY "=================================================".

       READ-RELS-PARMS.

            OPEN INPUT RELS-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-RELS-PARM-CARD
                PERFORM PROCESS-RELS-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE RELS-PARM-FILE
            END-IF.

       READ-RELS-PARM-CARD.

            READ RELS-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-RELS-PARM-CARD.

            IF RELS-PARM-CARD IS EQUAL TO SPACES
              OR RELS-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING RELS-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-RELS-PARM-CARD
            END-IF.

            PERFORM READ-RELS-PARM-CARD.

       APPLY-RELS-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "CTLSTEP"
                    IF WS-PARM-VALUE(1:8) IS NOT EQUAL TO SPACES
                        MOVE WS-PARM-VALUE(1:8) TO WS-CTL-STEP-NAME
                    ELSE
                        DISPLAY "RELSPARM - INVALID CTLSTEP IGNORED: "
                                WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "RELSPARM - UNRECOGNIZED CONTROL CARD: "
                            RELS-PARM-CARD
            END-EVALUATE.

       WRITE-CONTROL-COUNTS.

      * Tonight's counts go on the control file for the balancing
      * step - what came in from the clean daily file, the recycle
      * generation and the carried pending generation must equal
      * what was released to the batch plus what was parked on the
      * new pending generation.
            COMPUTE WS-TOTAL-RELEASED = WS-DAILY-RELEASED
                                      + WS-RCYC-RELEASED
                                      + WS-PEND-RELEASED.
            COMPUTE WS-TOTAL-PENDED   = WS-DAILY-PENDED
                                      + WS-RCYC-PENDED
                                      + WS-PEND-STILL.

            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                SET CTL-DAILY-READ TO TRUE
                MOVE WS-DAILY-READ      TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECYCLE-READ TO TRUE
                MOVE WS-RCYC-READ       TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-PENDING-READ TO TRUE
                MOVE WS-PEND-READ       TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECORDS-RELEASED TO TRUE
                MOVE WS-TOTAL-RELEASED  TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECORDS-PENDED TO TRUE
                MOVE WS-TOTAL-PENDED    TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                PERFORM WRITE-SOURCE-PARKED-ROW
                    VARYING WS-SOURCE-IX FROM 1 BY 1
                    UNTIL WS-SOURCE-IX IS GREATER THAN 3
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - RELEASE COUNTS NOT RECORDED"
            END-IF.

       WRITE-SOURCE-PARKED-ROW.

      * Zero counts are written too - a rerun of the step must be
      * able to overwrite a source that parked nothing the second
      * time round.
            SET CTL-FUTURE-DATES-PARKED TO TRUE.
            MOVE WS-SOURCE-PARKED (WS-SOURCE-IX) TO CTL-COUNT-VALUE.
            MOVE WS-SOURCE-TAG (WS-SOURCE-IX)    TO CTL-SOURCE-SYSTEM.
            MOVE ZERO                            TO CTL-REASON-CODE.

            PERFORM WRITE-CONTROL-COUNT-ROW.

       WRITE-CONTROL-COUNT-ROW.

            MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
            MOVE "MATHRELS"      TO CTL-PROGRAM-ID.
            MOVE WS-CTL-STEP-NAME TO CTL-STEP-NAME.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       END PROGRAM MATHRELS.
