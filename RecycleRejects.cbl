           SELECT SUMMARY-FILE ASSIGN TO RCYCSUM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-INPUT-FILE

       FD  STILL-REJECT-FILE
           RECORDING MODE IS F.
       01  STILL-REJECT-RECORD    PIC X(175).

       FD  SUMMARY-FILE
           RECORDING MODE IS F.
       01  SUMMARY-LINE           PIC X(80).

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).
        01  WS-RECORDS-STILL-REJ PIC 9(07)       COMP VALUE ZERO.
        01  WS-RECORDS-FALLEN-OUT PIC 9(07)      COMP VALUE ZERO.

        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.

      * Repair results by source system, for the scorecard evidence
      * left on the control file - records cleared, the attempts
      * they took to clear (this one included), and records that
      * fell out for good.  A record whose tag is not S1, S2 or S3
      * is left out of this table only.
        01  WS-SOURCE-REPAIR-TABLE.
            05  WS-SOURCE-REPAIRS OCCURS 3 TIMES.
                10  WS-SOURCE-CLEARED  PIC 9(07) COMP VALUE ZERO.
                10  WS-SOURCE-PASSES   PIC 9(09) COMP VALUE ZERO.
                10  WS-SOURCE-FALLOUTS PIC 9(07) COMP VALUE ZERO.

        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.

        01  WS-SOURCE-IX       PIC 9(02)         COMP VALUE ZERO.

        01  WS-PASS-COUNT      PIC 9(02) VALUE ZERO.
        01  WS-NEXT-PASS       PIC 9(03)         COMP VALUE ZERO.


      * Same reason codes and texts as the front-end edit - the
      * recycle re-runs the same edits, so the morning summary reads
      * the same way whichever program rejected the record.  Reason
      * 12 is the batch's own - a resubmission of input already on
      * the results master - and reason 13 the review run's, a
      * result held for review that operations rejected.
        01  WS-REASON-TEXT-VALUES.
            05  FILLER  PIC X(30) VALUE "KEY MISSING OR NOT NUMERIC".
            05  FILLER  PIC X(30) VALUE "KEY OUT OF ASCENDING ORDER".
            05  FILLER  PIC X(30) VALUE "GROUP OPERAND NOT NUMERIC".
            05  FILLER  PIC X(30) VALUE "BAD EFFECTIVE DATE".
            05  FILLER  PIC X(30) VALUE "INVALID GROUP OPERATION CODE".
            05  FILLER  PIC X(30) VALUE "RESUBMITTED - ALREADY ON FILE".
            05  FILLER  PIC X(30) VALUE
                "HELD RESULT REJECTED ON REVIEW".
        01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
            05  WS-REASON-TEXT PIC X(30) OCCURS 13 TIMES.

        01  WS-REASON-COUNT-TABLE.
            05  WS-REASON-COUNT PIC 9(07)        COMP OCCURS 13 TIMES
                                                 VALUE ZERO.

        01  WS-OPERAND-IX      PIC 9(02)         COMP VALUE ZERO.

            PERFORM WRITE-RECYCLE-SUMMARY.

            PERFORM WRITE-CONTROL-COUNTS.

            CLOSE RECYCLE-INPUT-FILE.
            CLOSE RECYCLE-OUTPUT-FILE.
            CLOSE STILL-REJECT-FILE.

            PERFORM VALIDATE-TRANSACTION-RECORD.

      * A resubmission passes every edit - it is rejected because
      * the results master already holds the same input.  Sent back
      * untouched it would only be rejected again tonight, so it
      * stays on the rejects until a correction card changes it.
      * A held result rejected on review is the same - untouched it
      * would only compute the figures operations turned down.
            IF WS-REJECT-REASON IS EQUAL TO ZERO
              AND (REJECT-REASON-CODE IS EQUAL TO 12
                OR REJECT-REASON-CODE IS EQUAL TO 13)
              AND MATH-TRANS-RECORD IS EQUAL TO REJECT-TRANS-DATA
                MOVE REJECT-REASON-CODE TO WS-REJECT-REASON
            END-IF.

            IF WS-REJECT-REASON IS EQUAL TO ZERO
                PERFORM WRITE-RECYCLED-RECORD
            ELSE

            ADD 1 TO WS-RECORDS-ACCEPTED.

            PERFORM SET-SOURCE-INDEX.

            IF WS-SOURCE-IX IS GREATER THAN ZERO
                ADD 1 TO WS-SOURCE-CLEARED (WS-SOURCE-IX)
                COMPUTE WS-SOURCE-PASSES (WS-SOURCE-IX) =
                        WS-SOURCE-PASSES (WS-SOURCE-IX)
                        + WS-PASS-COUNT + 1
            END-IF.

      * Past the table the duplicate screen goes quiet rather than
      * rejecting good records - the overflow count flags it on the
      * summary so operations can see the screen was not complete.

            IF WS-NEXT-PASS IS NOT LESS THAN WS-MAX-PASSES
                ADD 1 TO WS-RECORDS-FALLEN-OUT
                PERFORM SET-SOURCE-INDEX
                IF WS-SOURCE-IX IS GREATER THAN ZERO
                    ADD 1 TO WS-SOURCE-FALLOUTS (WS-SOURCE-IX)
                END-IF
                DISPLAY "RECORD FALLEN OUT PERMANENTLY - KEY "
                        REJECT-TRANS-DATA(2:6)
                        " AFTER " WS-NEXT-PASS " ATTEMPT(S)"

            PERFORM WRITE-SUMMARY-REASON-LINE
                VARYING WS-REASON-IX FROM 1 BY 1
                UNTIL WS-REASON-IX IS GREATER THAN 13.

            MOVE "REJECTS READ"        TO WS-SUM-TOTAL-LABEL.
            MOVE WS-RECORDS-READ       TO WS-SUM-TOTAL-COUNT.
            MOVE WS-SUM-DETAIL                 TO SUMMARY-LINE.
            WRITE SUMMARY-LINE.

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

       WRITE-CONTROL-COUNTS.

      * Today's repair results go on the control file by source for
      * the monthly data-quality scorecard.  Zero counts are written
      * too, so a rerun of the job overwrites the earlier figures.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                PERFORM WRITE-SOURCE-REPAIR-ROWS
                    VARYING WS-SOURCE-IX FROM 1 BY 1
                    UNTIL WS-SOURCE-IX IS GREATER THAN 3
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - RECYCLE COUNTS NOT RECORDED"
            END-IF.

       WRITE-SOURCE-REPAIR-ROWS.

            SET CTL-REPAIRS-CLEARED TO TRUE.
            MOVE WS-SOURCE-CLEARED (WS-SOURCE-IX)  TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.

            SET CTL-REPAIR-PASSES TO TRUE.
            MOVE WS-SOURCE-PASSES (WS-SOURCE-IX)   TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.

            SET CTL-REPAIR-FALLOUTS TO TRUE.
            MOVE WS-SOURCE-FALLOUTS (WS-SOURCE-IX) TO CTL-COUNT-VALUE.
            PERFORM WRITE-CONTROL-COUNT-ROW.

       WRITE-CONTROL-COUNT-ROW.

            MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
            MOVE "MATHRCYC"      TO CTL-PROGRAM-ID.
            MOVE "RECYCLE"       TO CTL-STEP-NAME.
            MOVE WS-SOURCE-TAG (WS-SOURCE-IX) TO CTL-SOURCE-SYSTEM.
            MOVE ZERO            TO CTL-REASON-CODE.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       END PROGRAM MATHRCYC.
