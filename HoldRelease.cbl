      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Release or reject the results the nightly batch held
      *          for review.  A result whose figures fall outside
      *          the hold-for-review limits is written to the results
      *          master marked as held - distribution sends it to no
      *          subscriber - and queued with the reason.  Operations
      *          looks each one over and keys a decision card:
      *          RELEASE clears the hold so the result goes out in
      *          the next distribution; REJECT puts the previous
      *          result back on the master (or takes the key off,
      *          when there was none) and sends the transaction back
      *          on the rejects file for the source to correct.  An
      *          entry with no card stays on the queue for the next
      *          review; an entry the master no longer holds - the
      *          key reprocessed or backed out since - is dropped.
      *          A released/rejected/outstanding report is written
      *          for the operators who keyed the deck.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHHREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-CARD-FILE ASSIGN TO HOLDCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-QUEUE-FILE ASSIGN TO HOLDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-STATUS.

           SELECT OUTSTANDING-QUEUE-FILE ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESULTS-MASTER-FILE ASSIGN TO MATHRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULT-RECORD-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT REJECT-FILE ASSIGN TO MATHREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Decision cards may arrive in any order.  Blank cards and
      * cards with an asterisk in column 1 are comments, the same
      * convention as every other deck.
       FD  REVIEW-CARD-FILE
           RECORDING MODE IS F.
           COPY MATHHRVC.

       FD  HOLD-QUEUE-FILE
           RECORDING MODE IS F.
           COPY MATHHOLD.

      * Everything not decided this run is carried forward here and
      * copied back over the queue by the next job step.
       FD  OUTSTANDING-QUEUE-FILE
           RECORDING MODE IS F.
       01  OUTSTANDING-QUEUE-RECORD PIC X(569).

       FD  RESULTS-MASTER-FILE.
           COPY MATHRSLT.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY MATHREJD.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-HOLDIN-STATUS   PIC X(02) VALUE SPACES.
        01  WS-RESULTS-STATUS  PIC X(02) VALUE SPACES.
        01  WS-REJECT-STATUS   PIC X(02) VALUE SPACES.

        01  WS-CARD-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-CARD-FILE           VALUE 'Y'.
        01  WS-QUEUE-EOF       PIC X(01) VALUE 'N'.
            88  END-OF-HOLD-QUEUE          VALUE 'Y'.
        01  WS-REJECT-OPEN-SW  PIC X(01) VALUE 'N'.
            88  REJECT-FILE-OPEN           VALUE 'Y'.

      * Decision cards ride in storage so each queue entry can find
      * its card whatever order the deck was keyed in - 200 is far
      * beyond the results any night has ever held.
        01  WS-DECISION-TABLE.
            05  WS-DECISION OCCURS 200 TIMES.
                10  WS-DEC-ACTION     PIC X(07).
                10  WS-DEC-KEY        PIC 9(06).
                10  WS-DEC-OPERATOR   PIC X(08).
                10  WS-DEC-USED-SW    PIC X(01).
        01  WS-DECISION-USED   PIC 9(03)         COMP VALUE ZERO.
        01  WS-DECISION-IX     PIC 9(03)         COMP VALUE ZERO.
        01  WS-MATCHED-IX      PIC 9(03)         COMP VALUE ZERO.
        01  WS-FIND-KEY        PIC 9(06) VALUE ZERO.

        01  WS-CARD-OK-SW      PIC X(01) VALUE 'Y'.
            88  CARD-IS-VALID              VALUE 'Y'.

      * What the master says about a queue entry.  CURRENT - the
      * master still holds the result the entry was queued for.
      * SUPERSEDED - a later night held the key again; the entry is
      * kept, because rejecting the later result puts this one back.
      * STALE - the key is gone, no longer held, or held from an
      * earlier night than the entry (a backout put it back); the
      * entry has nothing left to decide and is dropped.
        01  WS-ENTRY-STATE-SW  PIC X(01) VALUE SPACE.
            88  ENTRY-IS-CURRENT           VALUE 'C'.
            88  ENTRY-IS-SUPERSEDED        VALUE 'S'.
            88  ENTRY-IS-STALE             VALUE 'X'.
        01  WS-APPLY-OK-SW     PIC X(01) VALUE 'Y'.
            88  DECISION-APPLIED           VALUE 'Y'.

        01  WS-REFUSAL-TEXT    PIC X(40) VALUE SPACES.

        01  WS-CARDS-READ      PIC 9(07)         COMP VALUE ZERO.
        01  WS-CARDS-INVALID   PIC 9(07)         COMP VALUE ZERO.
        01  WS-CARDS-OVERFLOW  PIC 9(07)         COMP VALUE ZERO.
        01  WS-CARDS-UNMATCHED PIC 9(07)         COMP VALUE ZERO.
        01  WS-ENTRIES-READ    PIC 9(07)         COMP VALUE ZERO.
        01  WS-HELD-RELEASED   PIC 9(07)         COMP VALUE ZERO.
        01  WS-HELD-REJECTED   PIC 9(07)         COMP VALUE ZERO.
        01  WS-HELD-NOT-APPLIED PIC 9(07)        COMP VALUE ZERO.
        01  WS-HELD-OUTSTANDING PIC 9(07)        COMP VALUE ZERO.
        01  WS-ENTRIES-SUPERSEDED PIC 9(07)      COMP VALUE ZERO.
        01  WS-ENTRIES-DROPPED PIC 9(07)         COMP VALUE ZERO.

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(41) VALUE
                "RESULTS HELD FOR REVIEW - DECISIONS - RUN".
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-HDR-DATE    PIC 9(08).
            05  FILLER         PIC X(82) VALUE SPACES.

        01  WS-RPT-DETAIL.
            05  WS-DET-ACTION  PIC X(09).
            05  FILLER         PIC X(04) VALUE "KEY ".
            05  WS-DET-KEY     PIC 9(06).
            05  FILLER         PIC X(05) VALUE " RUN ".
            05  WS-DET-RUN-DATE PIC 9(08).
            05  FILLER         PIC X(05) VALUE " SRC ".
            05  WS-DET-SOURCE  PIC X(02).
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-DET-FIELD   PIC X(24).
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-DET-REASON  PIC X(13).
            05  FILLER         PIC X(05) VALUE " NEW ".
            05  WS-DET-NEW     PIC +Z(13)9.9(04).
            05  FILLER         PIC X(05) VALUE " LIM ".
            05  WS-DET-LIMIT   PIC Z(13)9.
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-DET-OPERATOR PIC X(08).
            05  FILLER         PIC X(01) VALUE SPACE.

        01  WS-RPT-REFUSAL.
            05  FILLER         PIC X(09) VALUE "REFUSED  ".
            05  WS-REF-CARD    PIC X(80).
            05  FILLER         PIC X(03) VALUE " - ".
            05  WS-REF-TEXT    PIC X(40).

        01  WS-RPT-TOTAL.
            05  WS-TOT-LABEL   PIC X(28).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-TOT-COUNT   PIC Z(06)9.
            05  FILLER         PIC X(94) VALUE SPACES.

        01  WS-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            OPEN OUTPUT REVIEW-REPORT-FILE.

            MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
            MOVE WS-RPT-HEADER   TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE WS-BLANK-LINE   TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            PERFORM LOAD-DECISION-DECK.

            OPEN I-O RESULTS-MASTER-FILE.

      * Nothing is decided, and the queue is not rewritten, unless
      * the master can be brought into line with the decisions.
            IF WS-RESULTS-STATUS IS NOT EQUAL TO "00"
                DISPLAY "HELD RESULTS NOT REVIEWED - RESULTS MASTER "
                        "STATUS " WS-RESULTS-STATUS
                CLOSE REVIEW-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT HOLD-QUEUE-FILE.

            IF WS-HOLDIN-STATUS IS NOT EQUAL TO "00"
                DISPLAY "HELD RESULTS NOT REVIEWED - HOLD QUEUE "
                        "STATUS " WS-HOLDIN-STATUS
                CLOSE RESULTS-MASTER-FILE
                CLOSE REVIEW-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT OUTSTANDING-QUEUE-FILE.

            PERFORM OPEN-REJECT-FILE.

            PERFORM READ-HOLD-QUEUE.

            PERFORM PROCESS-QUEUE-ENTRY
                UNTIL END-OF-HOLD-QUEUE.

            PERFORM REPORT-UNUSED-DECISION
                VARYING WS-DECISION-IX FROM 1 BY 1
                UNTIL WS-DECISION-IX IS GREATER THAN WS-DECISION-USED.

            CLOSE HOLD-QUEUE-FILE.
            CLOSE OUTSTANDING-QUEUE-FILE.
            CLOSE RESULTS-MASTER-FILE.

            IF REJECT-FILE-OPEN
                CLOSE REJECT-FILE
            END-IF.

            PERFORM WRITE-REVIEW-TOTALS.

            CLOSE REVIEW-REPORT-FILE.

      * RC=4 tells the scheduler part of the deck was not applied
      * so the operators who keyed it know to look at the report.
      * Results still waiting for a decision are the normal state
      * of the queue and do not raise it.
            IF WS-CARDS-INVALID IS GREATER THAN ZERO
              OR WS-CARDS-OVERFLOW IS GREATER THAN ZERO
              OR WS-CARDS-UNMATCHED IS GREATER THAN ZERO
              OR WS-HELD-NOT-APPLIED IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       OPEN-REJECT-FILE.

      * Rejected transactions are added to the newest rejects
      * generation, behind whatever the night already put there, so
      * the sources get them back with the rest in the morning.  A
      * run that cannot reach it still rejects, on the console.
            OPEN EXTEND REJECT-FILE.

            IF WS-REJECT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT REJECT-FILE
            END-IF.

            IF WS-REJECT-STATUS IS EQUAL TO "00"
                MOVE 'Y' TO WS-REJECT-OPEN-SW
            ELSE
                DISPLAY "REJECTS FILE UNAVAILABLE - STATUS "
                        WS-REJECT-STATUS
                        " - REJECTED TRANSACTIONS REPORTED HERE ONLY"
            END-IF.

       LOAD-DECISION-DECK.

            OPEN INPUT REVIEW-CARD-FILE.

            PERFORM READ-REVIEW-CARD.

            PERFORM LOAD-REVIEW-CARD
                UNTIL END-OF-CARD-FILE.

            CLOSE REVIEW-CARD-FILE.

            DISPLAY "HOLD REVIEW - " WS-DECISION-USED
                    " DECISION CARD(S) LOADED".

       READ-REVIEW-CARD.

            READ REVIEW-CARD-FILE
                AT END
                    SET END-OF-CARD-FILE TO TRUE
            END-READ.

       LOAD-REVIEW-CARD.

            IF HOLD-REVIEW-CARD IS EQUAL TO SPACES
              OR HOLD-REVIEW-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                ADD 1 TO WS-CARDS-READ
                PERFORM VALIDATE-REVIEW-CARD
                IF CARD-IS-VALID
                    PERFORM STORE-REVIEW-CARD
                ELSE
                    ADD 1 TO WS-CARDS-INVALID
                    PERFORM REPORT-REFUSED-CARD
                END-IF
            END-IF.

            PERFORM READ-REVIEW-CARD.

       VALIDATE-REVIEW-CARD.

            MOVE 'Y'    TO WS-CARD-OK-SW.
            MOVE SPACES TO WS-REFUSAL-TEXT.

            IF NOT HRVC-RELEASE
              AND NOT HRVC-REJECT
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "ACTION NOT RELEASE OR REJECT" TO WS-REFUSAL-TEXT
            END-IF.

            IF CARD-IS-VALID
              AND HRVC-RECORD-KEY-X IS NOT NUMERIC
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "KEY NOT NUMERIC" TO WS-REFUSAL-TEXT
            END-IF.

            IF CARD-IS-VALID
              AND HRVC-OPERATOR-ID IS EQUAL TO SPACES
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "OPERATOR ID MISSING" TO WS-REFUSAL-TEXT
            END-IF.

      * One decision per key - a second card for the same key is
      * either a duplicate or a contradiction, and neither should
      * be settled by the order the deck happened to be keyed in.
            IF CARD-IS-VALID
                MOVE HRVC-RECORD-KEY TO WS-FIND-KEY
                PERFORM FIND-KEY-DECISION
                IF WS-MATCHED-IX IS GREATER THAN ZERO
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE "KEY ALREADY DECIDED IN THIS DECK"
                        TO WS-REFUSAL-TEXT
                END-IF
            END-IF.

       FIND-KEY-DECISION.

            MOVE ZERO TO WS-MATCHED-IX.

            PERFORM MATCH-ONE-DECISION
                VARYING WS-DECISION-IX FROM 1 BY 1
                UNTIL WS-DECISION-IX IS GREATER THAN WS-DECISION-USED
                   OR WS-MATCHED-IX IS GREATER THAN ZERO.

       MATCH-ONE-DECISION.

            IF WS-DEC-KEY (WS-DECISION-IX) IS EQUAL TO WS-FIND-KEY
                MOVE WS-DECISION-IX TO WS-MATCHED-IX
            END-IF.

       STORE-REVIEW-CARD.

            IF WS-DECISION-USED IS EQUAL TO 200
                ADD 1 TO WS-CARDS-OVERFLOW
                MOVE "DECISION TABLE FULL" TO WS-REFUSAL-TEXT
                PERFORM REPORT-REFUSED-CARD
            ELSE
                ADD 1 TO WS-DECISION-USED
                MOVE HRVC-ACTION
                    TO WS-DEC-ACTION (WS-DECISION-USED)
                MOVE HRVC-RECORD-KEY
                    TO WS-DEC-KEY (WS-DECISION-USED)
                MOVE HRVC-OPERATOR-ID
                    TO WS-DEC-OPERATOR (WS-DECISION-USED)
                MOVE 'N'
                    TO WS-DEC-USED-SW (WS-DECISION-USED)
            END-IF.

       REPORT-REFUSED-CARD.

            MOVE HOLD-REVIEW-CARD TO WS-REF-CARD.
            MOVE WS-REFUSAL-TEXT  TO WS-REF-TEXT.
            MOVE WS-RPT-REFUSAL   TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            DISPLAY "HOLD REVIEW CARD REFUSED - " WS-REFUSAL-TEXT
                    " - " HOLD-REVIEW-CARD.

       READ-HOLD-QUEUE.

            READ HOLD-QUEUE-FILE
                AT END
                    SET END-OF-HOLD-QUEUE TO TRUE
            END-READ.

       PROCESS-QUEUE-ENTRY.

            ADD 1 TO WS-ENTRIES-READ.

            PERFORM JUDGE-QUEUE-ENTRY.

      * The card is looked up for a current entry only - a decision
      * is about the result the master holds now, and a card for a
      * key with no current entry is reported as unmatched below.
            EVALUATE TRUE
                WHEN ENTRY-IS-STALE
                    ADD 1 TO WS-ENTRIES-DROPPED
                    MOVE "DROPPED  " TO WS-DET-ACTION
                    MOVE SPACES      TO WS-DET-OPERATOR
                    PERFORM REPORT-QUEUE-ENTRY
                WHEN ENTRY-IS-SUPERSEDED
                    ADD 1 TO WS-ENTRIES-SUPERSEDED
                    WRITE OUTSTANDING-QUEUE-RECORD
                        FROM HOLD-QUEUE-RECORD
                WHEN OTHER
                    MOVE HOLD-RECORD-KEY TO WS-FIND-KEY
                    PERFORM FIND-KEY-DECISION
                    IF WS-MATCHED-IX IS EQUAL TO ZERO
                        ADD 1 TO WS-HELD-OUTSTANDING
                        WRITE OUTSTANDING-QUEUE-RECORD
                            FROM HOLD-QUEUE-RECORD
                        MOVE "HELD     " TO WS-DET-ACTION
                        MOVE SPACES      TO WS-DET-OPERATOR
                        PERFORM REPORT-QUEUE-ENTRY
                    ELSE
                        MOVE 'Y' TO WS-DEC-USED-SW (WS-MATCHED-IX)
                        PERFORM APPLY-DECISION
                    END-IF
            END-EVALUATE.

            PERFORM READ-HOLD-QUEUE.

       JUDGE-QUEUE-ENTRY.

            MOVE HOLD-RECORD-KEY TO RESULT-RECORD-KEY.

            READ RESULTS-MASTER-FILE
                INVALID KEY
                    CONTINUE
            END-READ.

            EVALUATE TRUE
                WHEN WS-RESULTS-STATUS IS NOT EQUAL TO "00"
                    MOVE 'X' TO WS-ENTRY-STATE-SW
                WHEN NOT RESULT-HELD-FOR-REVIEW
                    MOVE 'X' TO WS-ENTRY-STATE-SW
                WHEN RESULT-RUN-DATE IS EQUAL TO HOLD-RUN-DATE
                    MOVE 'C' TO WS-ENTRY-STATE-SW
                WHEN RESULT-RUN-DATE IS GREATER THAN HOLD-RUN-DATE
                    MOVE 'S' TO WS-ENTRY-STATE-SW
                WHEN OTHER
                    MOVE 'X' TO WS-ENTRY-STATE-SW
            END-EVALUATE.

       APPLY-DECISION.

            MOVE 'Y'    TO WS-APPLY-OK-SW.
            MOVE SPACES TO WS-REFUSAL-TEXT.

            IF WS-DEC-ACTION (WS-MATCHED-IX) IS EQUAL TO "RELEASE"
                PERFORM RELEASE-HELD-RESULT
            ELSE
                PERFORM REJECT-HELD-RESULT
            END-IF.

      * A decision the master would not take leaves the entry on
      * the queue exactly as it was, for the next review.
            IF DECISION-APPLIED
                MOVE WS-DEC-OPERATOR (WS-MATCHED-IX) TO WS-DET-OPERATOR
                PERFORM REPORT-QUEUE-ENTRY
            ELSE
                ADD 1 TO WS-HELD-NOT-APPLIED
                WRITE OUTSTANDING-QUEUE-RECORD FROM HOLD-QUEUE-RECORD
                PERFORM REPORT-REFUSED-DECISION
            END-IF.

       RELEASE-HELD-RESULT.

      * The released date is what the changed-only subscribers go
      * by - they have never had these figures.
            MOVE 'N'             TO RESULT-HELD-SW.
            MOVE WS-CURRENT-DATE TO RESULT-RELEASED-DATE.

            REWRITE RESULT-RECORD
                INVALID KEY
                    MOVE 'N' TO WS-APPLY-OK-SW
                    MOVE "RESULTS MASTER REWRITE FAILED"
                        TO WS-REFUSAL-TEXT
            END-REWRITE.

            IF DECISION-APPLIED
                ADD 1 TO WS-HELD-RELEASED
                MOVE "RELEASED " TO WS-DET-ACTION
            END-IF.

       REJECT-HELD-RESULT.

      * The held figures never went out, so putting the previous
      * result back leaves every subscriber where it already was.
            IF HOLD-PRIOR-ON-FILE
                MOVE HOLD-PRIOR-IMAGE TO RESULT-RECORD
                REWRITE RESULT-RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-APPLY-OK-SW
                        MOVE "RESULTS MASTER REWRITE FAILED"
                            TO WS-REFUSAL-TEXT
                END-REWRITE
            ELSE
                DELETE RESULTS-MASTER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-APPLY-OK-SW
                        MOVE "RESULTS MASTER DELETE FAILED"
                            TO WS-REFUSAL-TEXT
                END-DELETE
            END-IF.

            IF DECISION-APPLIED
                ADD 1 TO WS-HELD-REJECTED
                MOVE "REJECTED " TO WS-DET-ACTION
                PERFORM WRITE-REJECTED-TRANSACTION
            END-IF.

       WRITE-REJECTED-TRANSACTION.

            DISPLAY "HELD RESULT REJECTED ON REVIEW - KEY "
                    HOLD-RECORD-KEY " SOURCE " HOLD-SOURCE-SYSTEM.

            IF REJECT-FILE-OPEN
                MOVE HOLD-TRANS-DATA   TO REJECT-TRANS-DATA
                MOVE 13                TO REJECT-REASON-CODE
                MOVE "HELD RESULT REJECTED ON REVIEW"
                                       TO REJECT-REASON-TEXT
                MOVE ZERO              TO REJECT-PASS-COUNT
                WRITE REJECT-RECORD
            END-IF.

       REPORT-QUEUE-ENTRY.

            MOVE HOLD-RECORD-KEY    TO WS-DET-KEY.
            MOVE HOLD-RUN-DATE      TO WS-DET-RUN-DATE.
            MOVE HOLD-SOURCE-SYSTEM TO WS-DET-SOURCE.
            MOVE HOLD-FIELD-NAME    TO WS-DET-FIELD.
            MOVE HOLD-NEW-VALUE     TO WS-DET-NEW.
            MOVE HOLD-LIMIT-VALUE   TO WS-DET-LIMIT.

            EVALUATE TRUE
                WHEN HOLD-OVER-CEILING
                    MOVE "OVER CEILING"  TO WS-DET-REASON
                WHEN HOLD-OVER-PRIOR-CHANGE
                    MOVE "OVER CHANGE %" TO WS-DET-REASON
                WHEN OTHER
                    MOVE SPACES          TO WS-DET-REASON
            END-EVALUATE.

            MOVE WS-RPT-DETAIL TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

       REPORT-REFUSED-DECISION.

      * The card is rebuilt from the table so the operators see
      * exactly what they keyed.
            MOVE SPACES                          TO HOLD-REVIEW-CARD.
            MOVE WS-DEC-ACTION (WS-MATCHED-IX)   TO HRVC-ACTION.
            MOVE WS-DEC-KEY (WS-MATCHED-IX)      TO HRVC-RECORD-KEY.
            MOVE WS-DEC-OPERATOR (WS-MATCHED-IX) TO HRVC-OPERATOR-ID.

            PERFORM REPORT-REFUSED-CARD.

       REPORT-UNUSED-DECISION.

            IF WS-DEC-USED-SW (WS-DECISION-IX) IS EQUAL TO 'N'
                ADD 1 TO WS-CARDS-UNMATCHED
                MOVE WS-DECISION-IX TO WS-MATCHED-IX
                MOVE "NO HELD RESULT QUEUED FOR THE KEY"
                    TO WS-REFUSAL-TEXT
                PERFORM REPORT-REFUSED-DECISION
            END-IF.

       WRITE-REVIEW-TOTALS.

            MOVE WS-BLANK-LINE          TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "DECISION CARDS READ"    TO WS-TOT-LABEL.
            MOVE WS-CARDS-READ            TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "CARDS REFUSED AS INVALID" TO WS-TOT-LABEL.
            MOVE WS-CARDS-INVALID         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "QUEUE ENTRIES READ"     TO WS-TOT-LABEL.
            MOVE WS-ENTRIES-READ          TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "RESULTS RELEASED"       TO WS-TOT-LABEL.
            MOVE WS-HELD-RELEASED         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "RESULTS REJECTED"       TO WS-TOT-LABEL.
            MOVE WS-HELD-REJECTED         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "DECISIONS NOT APPLIED"  TO WS-TOT-LABEL.
            MOVE WS-HELD-NOT-APPLIED      TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "RESULTS STILL HELD"     TO WS-TOT-LABEL.
            MOVE WS-HELD-OUTSTANDING      TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "SUPERSEDED ENTRIES KEPT" TO WS-TOT-LABEL.
            MOVE WS-ENTRIES-SUPERSEDED    TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "ENTRIES NO LONGER HELD" TO WS-TOT-LABEL.
            MOVE WS-ENTRIES-DROPPED       TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            MOVE "CARDS UNMATCHED"        TO WS-TOT-LABEL.
            MOVE WS-CARDS-UNMATCHED       TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO REVIEW-REPORT-LINE.
            WRITE REVIEW-REPORT-LINE.

            IF WS-CARDS-OVERFLOW IS GREATER THAN ZERO
                MOVE "CARDS PAST THE CARD TABLE" TO WS-TOT-LABEL
                MOVE WS-CARDS-OVERFLOW    TO WS-TOT-COUNT
                MOVE WS-RPT-TOTAL         TO REVIEW-REPORT-LINE
                WRITE REVIEW-REPORT-LINE
            END-IF.

            DISPLAY "HOLD REVIEW COMPLETE - RELEASED "
                    WS-HELD-RELEASED " REJECTED " WS-HELD-REJECTED
                    " STILL HELD " WS-HELD-OUTSTANDING.

       END PROGRAM MATHHREL.
