      *          sent to whom each night.  Downstream systems read
      *          their feed instead of the VSAM master, so the
      *          master's layout can move without breaking them.
      *          After a backout the same program cuts the reversal:
      *          given the backout's changed-keys generation, the
      *          changed-only subscribers get the keys put back and
      *          a delete row for each key taken off the master.
      *          Every row sent, trailer included, is also kept on
      *          the feed history, so a subscriber's feed for a past
      *          night can be cut again without rerunning the batch.
      *          A result the batch held for review goes to no
      *          subscriber until the review run releases it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEED5-FILE ASSIGN TO SUBFEED5
               ORGANIZATION IS SEQUENTIAL.

      * Supplied only by the backout job - the nightly run has no
      * BKOKEYS DD, which makes this an ordinary distribution.
           SELECT OPTIONAL BACKOUT-KEYS-FILE ASSIGN TO BKOKEYS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO DISTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-MASTER-FILE.
           RECORDING MODE IS F.
       01  FEED5-RECORD           PIC X(50).

       FD  BACKOUT-KEYS-FILE
           RECORDING MODE IS F.
           COPY MATHCHGK.

       FD  DIST-LOG-FILE
           RECORDING MODE IS F.
       01  DIST-LOG-RECORD        PIC X(80).

       FD  FEED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY MATHFHST.

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-RESULTS-STATUS  PIC X(02) VALUE SPACES.
        01  WS-LOG-STATUS      PIC X(02) VALUE SPACES.
        01  WS-BKO-STATUS      PIC X(02) VALUE SPACES.
        01  WS-FHST-STATUS     PIC X(02) VALUE SPACES.

        01  WS-MASTER-EOF      PIC X(01) VALUE 'N'.
            88  END-OF-MASTER-FILE         VALUE 'Y'.
        01  WS-PROFILE-EOF     PIC X(01) VALUE 'N'.
            88  END-OF-PROFILE-FILE        VALUE 'Y'.
        01  WS-BKO-EOF         PIC X(01) VALUE 'N'.
            88  END-OF-BACKOUT-KEYS        VALUE 'Y'.

        01  WS-REVERSAL-SW     PIC X(01) VALUE 'N'.
            88  REVERSAL-DISTRIBUTION      VALUE 'Y'.
        01  WS-BACKED-OUT-SW   PIC X(01) VALUE 'N'.
            88  MASTER-KEY-BACKED-OUT      VALUE 'Y'.
        01  WS-FHST-OPEN-SW    PIC X(01) VALUE 'N'.
            88  FEED-HISTORY-OPEN          VALUE 'Y'.

        01  WS-MASTERS-READ    PIC 9(07)         COMP VALUE ZERO.
        01  WS-BACKOUT-KEYS-READ PIC 9(07)       COMP VALUE ZERO.
        01  WS-HELD-SKIPPED    PIC 9(07)         COMP VALUE ZERO.

      * The feed record is assembled here and moved to whichever
      * feed file the profile routes it to.
            OPEN OUTPUT FEED4-FILE.
            OPEN OUTPUT FEED5-FILE.

            PERFORM OPEN-FEED-HISTORY.

            PERFORM OPEN-BACKOUT-KEYS.

            PERFORM READ-MASTER-RECORD.

            PERFORM DISTRIBUTE-MASTER-RECORD
                UNTIL END-OF-MASTER-FILE.

      * Keys deleted above the last key left on the master are
      * still owed their delete rows.
            IF REVERSAL-DISTRIBUTION
                PERFORM SEND-BACKOUT-DELETE
                    UNTIL END-OF-BACKOUT-KEYS
                CLOSE BACKOUT-KEYS-FILE
            END-IF.

            PERFORM WRITE-FEED-TRAILERS
                VARYING WS-SUB-IX FROM 1 BY 1
                UNTIL WS-SUB-IX IS GREATER THAN WS-SUB-USED.
            CLOSE FEED4-FILE.
            CLOSE FEED5-FILE.

            IF FEED-HISTORY-OPEN
                CLOSE FEED-HISTORY-FILE
            END-IF.

            PERFORM WRITE-DISTRIBUTION-LOG.

            DISPLAY "DISTRIBUTION COMPLETE - " WS-MASTERS-READ
                    " MASTER RECORDS READ FOR " WS-SUB-USED
                    " SUBSCRIBER(S)".

            IF REVERSAL-DISTRIBUTION
                DISPLAY "DISTRIBUTION - REVERSAL CUT FOR "
                        WS-BACKOUT-KEYS-READ " BACKED-OUT KEY(S)"
            END-IF.

            IF WS-HELD-SKIPPED IS GREATER THAN ZERO
                DISPLAY "DISTRIBUTION - " WS-HELD-SKIPPED
                        " RESULT(S) HELD FOR REVIEW, NOT SENT"
            END-IF.

            STOP RUN.

       OPEN-FEED-HISTORY.

      * Appended with the same EXTEND-or-create idiom as the log.  A
      * history that cannot be opened does not stop the feeds going
      * out - it only means tonight cannot be re-cut later.
            OPEN EXTEND FEED-HISTORY-FILE.

            IF WS-FHST-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT FEED-HISTORY-FILE
            END-IF.

            IF WS-FHST-STATUS IS EQUAL TO "00"
                MOVE 'Y' TO WS-FHST-OPEN-SW
            ELSE
                DISPLAY "FEED HISTORY UNAVAILABLE - STATUS "
                        WS-FHST-STATUS
                        " - TONIGHT'S FEEDS CANNOT BE RE-CUT"
            END-IF.

       OPEN-BACKOUT-KEYS.

      * An empty or absent backout generation leaves this an
      * ordinary distribution.
            OPEN INPUT BACKOUT-KEYS-FILE.

            IF WS-BKO-STATUS IS EQUAL TO "00"
                PERFORM READ-BACKOUT-KEY
                IF END-OF-BACKOUT-KEYS
                    CLOSE BACKOUT-KEYS-FILE
                ELSE
                    MOVE 'Y' TO WS-REVERSAL-SW
                END-IF
            ELSE
                IF WS-BKO-STATUS IS EQUAL TO "05"
                    CLOSE BACKOUT-KEYS-FILE
                END-IF
            END-IF.

       READ-BACKOUT-KEY.

            READ BACKOUT-KEYS-FILE
                AT END
                    SET END-OF-BACKOUT-KEYS TO TRUE
            END-READ.

            IF NOT END-OF-BACKOUT-KEYS
                ADD 1 TO WS-BACKOUT-KEYS-READ
            END-IF.

       LOAD-SUBSCRIBER-PROFILES.

            OPEN INPUT PROFILE-FILE.

       DISTRIBUTE-MASTER-RECORD.

            IF REVERSAL-DISTRIBUTION
                PERFORM MATCH-BACKOUT-KEY
            END-IF.

            IF RESULT-HELD-FOR-REVIEW
                ADD 1 TO WS-HELD-SKIPPED
            END-IF.

            PERFORM OFFER-RECORD-TO-SUBSCRIBER
                VARYING WS-SUB-IX FROM 1 BY 1
                UNTIL WS-SUB-IX IS GREATER THAN WS-SUB-USED.

            PERFORM READ-MASTER-RECORD.

       MATCH-BACKOUT-KEY.

      * Both files are in key order.  Backout keys below the master
      * key are gone from the master and go out as delete rows; a
      * backout key equal to it was put back and goes out in full.
            MOVE 'N' TO WS-BACKED-OUT-SW.

            PERFORM SEND-BACKOUT-DELETE
                UNTIL END-OF-BACKOUT-KEYS
                   OR CHGK-RECORD-KEY IS NOT LESS THAN
                        RESULT-RECORD-KEY.

            IF NOT END-OF-BACKOUT-KEYS
              AND CHGK-RECORD-KEY IS EQUAL TO RESULT-RECORD-KEY
                MOVE 'Y' TO WS-BACKED-OUT-SW
                PERFORM READ-BACKOUT-KEY
            END-IF.

       SEND-BACKOUT-DELETE.

            IF CHGK-NEW-RUN-DATE IS EQUAL TO ZERO
                PERFORM OFFER-DELETE-TO-SUBSCRIBER
                    VARYING WS-SUB-IX FROM 1 BY 1
                    UNTIL WS-SUB-IX IS GREATER THAN WS-SUB-USED
            END-IF.

            PERFORM READ-BACKOUT-KEY.

       OFFER-DELETE-TO-SUBSCRIBER.

      * The record is gone, so there is no source system to filter
      * on - every changed-only subscriber whose key range covers
      * the key is told it was taken off.
            IF WS-SUB-CONTENT (WS-SUB-IX) IS EQUAL TO 'C'
              AND CHGK-RECORD-KEY IS NOT LESS THAN
                    WS-SUB-KEY-LOW (WS-SUB-IX)
              AND CHGK-RECORD-KEY IS NOT GREATER THAN
                    WS-SUB-KEY-HIGH (WS-SUB-IX)
                ADD 1 TO WS-SUB-MATCHED (WS-SUB-IX)
                MOVE SPACES            TO FEED-WORK-RECORD
                MOVE 'X'               TO FEED-RECORD-TYPE
                MOVE CHGK-RECORD-KEY   TO FEED-RECORD-KEY
                MOVE CHGK-RECORD-TYPE  TO FEED-RESULT-TYPE
                MOVE CHGK-OLD-RUN-DATE TO FEED-RUN-DATE
                MOVE ZERO              TO FEED-FIELD-VALUE
                PERFORM WRITE-TO-ASSIGNED-FEED
                ADD 1 TO WS-SUB-ROWS (WS-SUB-IX)
            END-IF.

       OFFER-RECORD-TO-SUBSCRIBER.

            PERFORM CHECK-SUBSCRIBER-MATCH.
                MOVE 'N' TO WS-MATCH-SW
            END-IF.

      * A held result waits for review whatever the subscriber -
      * the figures on file tripped a hold-for-review limit, and
      * nobody downstream sees them until operations releases them.
            IF RESULT-HELD-FOR-REVIEW
                MOVE 'N' TO WS-MATCH-SW
            END-IF.

      * Changed-records-only means records tonight's run touched -
      * the run date on the master says which those are.  A manual
      * override applied today changed the figures too, even though
      * the batch did not write them, so its date counts as well -
      * and so does a held result released today, which no
      * subscriber has had yet.
      * On a reversal the backout's keys are the only changes.
            IF SUBSCRIBER-MATCHES
              AND WS-SUB-CONTENT (WS-SUB-IX) IS EQUAL TO 'C'
                IF REVERSAL-DISTRIBUTION
                    IF NOT MASTER-KEY-BACKED-OUT
                        MOVE 'N' TO WS-MATCH-SW
                    END-IF
                ELSE
                    IF RESULT-RUN-DATE IS NOT EQUAL TO WS-CURRENT-DATE
                      AND RESULT-ADJUSTED-DATE IS NOT EQUAL TO
                            WS-CURRENT-DATE
                      AND RESULT-RELEASED-DATE IS NOT EQUAL TO
                            WS-CURRENT-DATE
                        MOVE 'N' TO WS-MATCH-SW
                    END-IF
                END-IF
            END-IF.

       WRITE-SUBSCRIBER-FIELDS.
                    WRITE FEED5-RECORD
            END-EVALUATE.

            IF FEED-HISTORY-OPEN
                MOVE SPACES                   TO FEED-HISTORY-RECORD
                MOVE WS-CURRENT-DATE          TO FHST-DIST-DATE
                MOVE WS-SUB-ID (WS-SUB-IX)    TO FHST-SUB-ID
                MOVE WS-SUB-FEED (WS-SUB-IX)  TO FHST-FEED-NUMBER
                MOVE FEED-WORK-RECORD         TO FHST-FEED-ROW
                WRITE FEED-HISTORY-RECORD
            END-IF.

       WRITE-FEED-TRAILERS.

            MOVE SPACES TO FEED-WORK-RECORD.
            MOVE 'T'    TO FEED-RECORD-TYPE.
            MOVE WS-SUB-ROWS (WS-SUB-IX) TO FEED-RECORD-COUNT.
            MOVE WS-CURRENT-DATE         TO FEED-TRAILER-DATE.
            MOVE WS-SUB-ID (WS-SUB-IX)   TO FEED-TRAILER-SUB-ID.

            PERFORM WRITE-TO-ASSIGNED-FEED.

