           SELECT SUMMARY-FILE ASSIGN TO EDITSUM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL EDIT-PARM-FILE ASSIGN TO EDITPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-INPUT-FILE

       FD  EDIT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  EDIT-OUTPUT-RECORD     PIC X(141).

       FD  REJECT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SUMMARY-LINE           PIC X(80).

       FD  EDIT-PARM-FILE
           RECORDING MODE IS F.
       01  EDIT-PARM-CARD         PIC X(80).

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).
        01  WS-RECORDS-ACCEPTED PIC 9(07)        COMP VALUE ZERO.
        01  WS-RECORDS-REJECTED PIC 9(07)        COMP VALUE ZERO.

        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.

      * Run-control cards on EDITPARM.  CTLSTEP names the step the
      * control counts are filed under - the late-extract catch-up
      * files its own apart from the night's.
        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.
        01  WS-CTL-STEP-NAME   PIC X(08) VALUE "EDIT".

        01  WS-LAST-GOOD-KEY   PIC 9(06) VALUE ZERO.

      * Reason 0 means the record passed every edit.  The sequence
            05  WS-REASON-COUNT PIC 9(07)        COMP OCCURS 11 TIMES
                                                 VALUE ZERO.

      * The same rejects again by source system, for the scorecard
      * evidence left on the control file.  A record whose tag is not
      * S1, S2 or S3 cannot be laid at any source's door and is left
      * out of this table only.
        01  WS-SOURCE-REJECT-TABLE.
            05  WS-SOURCE-REJECTS OCCURS 3 TIMES.
                10  WS-SOURCE-REASON-COUNT PIC 9(07) COMP
                                           OCCURS 11 TIMES
                                           VALUE ZERO.

        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.

        01  WS-SOURCE-IX       PIC 9(02)         COMP VALUE ZERO.

        01  WS-OPERAND-IX      PIC 9(02)         COMP VALUE ZERO.

        01  WS-REASON-IX       PIC 9(02)         COMP VALUE ZERO.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM READ-EDIT-PARMS.

            OPEN INPUT  EDIT-INPUT-FILE.
            OPEN OUTPUT EDIT-OUTPUT-FILE.
            OPEN OUTPUT REJECT-FILE.
            CLOSE REJECT-FILE.
            CLOSE SUMMARY-FILE.

            PERFORM WRITE-CONTROL-COUNTS.

      * A non-zero condition code tells the scheduler the source
      * system sent garbage even though the clean file still went
      * forward to the math operations batch.
            ADD 1 TO WS-RECORDS-REJECTED.
            ADD 1 TO WS-REASON-COUNT (WS-REJECT-REASON).

            PERFORM SET-SOURCE-INDEX.

            IF WS-SOURCE-IX IS GREATER THAN ZERO
                ADD 1 TO WS-SOURCE-REASON-COUNT (WS-SOURCE-IX,
                                                 WS-REJECT-REASON)
            END-IF.

            DISPLAY "RECORD REJECTED - REASON " WS-REJECT-REASON
                    " " WS-REASON-TEXT (WS-REJECT-REASON).

       SET-SOURCE-INDEX.

            EVALUATE TRANS-SOURCE-SYSTEM
                WHEN "S1"
                    MOVE 1 TO WS-SOURCE-IX
                WHEN "S2"
                    MOVE 2 TO WS-SOURCE-IX
                WHEN "S3"
                    MOVE 3 TO WS-SOURCE-IX
                WHEN OTHER
                    MOVE 0 TO WS-SOURCE-IX
            END-EVALUATE.

       WRITE-SUMMARY-REPORT.

            MOVE WS-CURRENT-DATE TO WS-SUM-DATE.
            MOVE WS-SUM-DETAIL                 TO SUMMARY-LINE.
            WRITE SUMMARY-LINE.

       READ-EDIT-PARMS.

            OPEN INPUT EDIT-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-EDIT-PARM-CARD
                PERFORM PROCESS-EDIT-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE EDIT-PARM-FILE
            END-IF.

       READ-EDIT-PARM-CARD.

            READ EDIT-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-EDIT-PARM-CARD.

            IF EDIT-PARM-CARD IS EQUAL TO SPACES
              OR EDIT-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING EDIT-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-EDIT-PARM-CARD
            END-IF.

            PERFORM READ-EDIT-PARM-CARD.

       APPLY-EDIT-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "CTLSTEP"
                    IF WS-PARM-VALUE(1:8) IS NOT EQUAL TO SPACES
                        MOVE WS-PARM-VALUE(1:8) TO WS-CTL-STEP-NAME
                    ELSE
                        DISPLAY "EDITPARM - INVALID CTLSTEP IGNORED: "
                                WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "EDITPARM - UNRECOGNIZED CONTROL CARD: "
                            EDIT-PARM-CARD
            END-EVALUATE.

       WRITE-CONTROL-COUNTS.

      * Tonight's counts go on the control file for the balancing
      * step - every record read is either on the clean file or on
      * the rejects generation, and between them they must account
      * for everything the merge passed on.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                SET CTL-RECORDS-READ TO TRUE
                MOVE WS-RECORDS-READ     TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECORDS-ACCEPTED TO TRUE
                MOVE WS-RECORDS-ACCEPTED TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-RECORDS-REJECTED TO TRUE
                MOVE WS-RECORDS-REJECTED TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                PERFORM WRITE-SOURCE-REJECT-ROW
                    VARYING WS-SOURCE-IX FROM 1 BY 1
                    UNTIL WS-SOURCE-IX IS GREATER THAN 3
                    AFTER WS-REASON-IX FROM 1 BY 1
                    UNTIL WS-REASON-IX IS GREATER THAN 11
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - EDIT COUNTS NOT RECORDED"
            END-IF.

       WRITE-SOURCE-REJECT-ROW.

      * Zero counts are written too - a rerun of the step must be
      * able to overwrite a reason that no longer rejects anything.
            SET CTL-SOURCE-REJECTS TO TRUE.
            MOVE WS-SOURCE-REASON-COUNT (WS-SOURCE-IX, WS-REASON-IX)
                                           TO CTL-COUNT-VALUE.
            MOVE WS-SOURCE-TAG (WS-SOURCE-IX) TO CTL-SOURCE-SYSTEM.
            MOVE WS-REASON-IX              TO CTL-REASON-CODE.

            PERFORM WRITE-CONTROL-COUNT-ROW.

       WRITE-CONTROL-COUNT-ROW.

            MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
            MOVE "MATHEDIT"      TO CTL-PROGRAM-ID.
            MOVE WS-CTL-STEP-NAME TO CTL-STEP-NAME.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       END PROGRAM MATHEDIT.
