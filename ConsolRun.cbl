      *          downstream reporting reads.  Appends each stream's
      *          audit trail to the live trail in stream order, sums
      *          the per-stream run-history rows into one combined
      *          row on the run-history file, adds the streams' held
      *          results to the one review queue and their rejects to
      *          tonight's rejects generation, and prints one combined
      *          control report - so the trend report, the activity
      *          report and the archival cannot tell a split run from
      *          the sequential batch they have always read.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGK-IN-STATUS.

           SELECT OPTIONAL STREAM1-HOLD-FILE ASSIGN TO CONSHLD1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.

           SELECT OPTIONAL STREAM2-HOLD-FILE ASSIGN TO CONSHLD2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.

           SELECT OPTIONAL STREAM3-HOLD-FILE ASSIGN TO CONSHLD3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.

           SELECT OPTIONAL STREAM4-HOLD-FILE ASSIGN TO CONSHLD4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.

           SELECT OPTIONAL STREAM1-REJ-FILE ASSIGN TO CONSREJ1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-IN-STATUS.

           SELECT OPTIONAL STREAM2-REJ-FILE ASSIGN TO CONSREJ2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-IN-STATUS.

           SELECT OPTIONAL STREAM3-REJ-FILE ASSIGN TO CONSREJ3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-IN-STATUS.

           SELECT OPTIONAL STREAM4-REJ-FILE ASSIGN TO CONSREJ4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-IN-STATUS.

           SELECT HOLD-OUTPUT-FILE ASSIGN TO MATHHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-OUT-STATUS.

           SELECT REJECT-OUTPUT-FILE ASSIGN TO MATHREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-OUT-STATUS.

           SELECT AUDIT-OUTPUT-FILE ASSIGN TO MATHAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGK-OUT-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM1-AUDIT-FILE
           RECORDING MODE IS F.
       01  STREAM1-AUDIT-RECORD   PIC X(68).

       FD  STREAM2-AUDIT-FILE
           RECORDING MODE IS F.
       01  STREAM2-AUDIT-RECORD   PIC X(68).

       FD  STREAM3-AUDIT-FILE
           RECORDING MODE IS F.
       01  STREAM3-AUDIT-RECORD   PIC X(68).

       FD  STREAM4-AUDIT-FILE
           RECORDING MODE IS F.
       01  STREAM4-AUDIT-RECORD   PIC X(68).

       FD  STREAM1-HIST-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  STREAM4-CHGK-RECORD    PIC X(24).

       FD  STREAM1-HOLD-FILE
           RECORDING MODE IS F.
       01  STREAM1-HOLD-RECORD    PIC X(569).

       FD  STREAM2-HOLD-FILE
           RECORDING MODE IS F.
       01  STREAM2-HOLD-RECORD    PIC X(569).

       FD  STREAM3-HOLD-FILE
           RECORDING MODE IS F.
       01  STREAM3-HOLD-RECORD    PIC X(569).

       FD  STREAM4-HOLD-FILE
           RECORDING MODE IS F.
       01  STREAM4-HOLD-RECORD    PIC X(569).

       FD  STREAM1-REJ-FILE
           RECORDING MODE IS F.
       01  STREAM1-REJ-RECORD     PIC X(175).

       FD  STREAM2-REJ-FILE
           RECORDING MODE IS F.
       01  STREAM2-REJ-RECORD     PIC X(175).

       FD  STREAM3-REJ-FILE
           RECORDING MODE IS F.
       01  STREAM3-REJ-RECORD     PIC X(175).

       FD  STREAM4-REJ-FILE
           RECORDING MODE IS F.
       01  STREAM4-REJ-RECORD     PIC X(175).

       FD  HOLD-OUTPUT-FILE
           RECORDING MODE IS F.
           COPY MATHHOLD.

       FD  REJECT-OUTPUT-FILE
           RECORDING MODE IS F.
           COPY MATHREJD.

       FD  AUDIT-OUTPUT-FILE
           RECORDING MODE IS F.
           COPY MATHAUDT.
           RECORDING MODE IS F.
           COPY MATHCHGK.

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).
        01  WS-HISTORY-STATUS  PIC X(02) VALUE SPACES.
        01  WS-CHGK-IN-STATUS  PIC X(02) VALUE SPACES.
        01  WS-CHGK-OUT-STATUS PIC X(02) VALUE SPACES.
        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.
        01  WS-HOLD-IN-STATUS  PIC X(02) VALUE SPACES.
        01  WS-HOLD-OUT-STATUS PIC X(02) VALUE SPACES.
        01  WS-REJ-IN-STATUS   PIC X(02) VALUE SPACES.
        01  WS-REJ-OUT-STATUS  PIC X(02) VALUE SPACES.

        01  WS-STREAM-EOF      PIC X(01) VALUE 'N'.
            88  END-OF-STREAM-FILE         VALUE 'Y'.
        01  WS-STREAMS-SEEN    PIC 9(02)         COMP VALUE ZERO.
        01  WS-AUDIT-ROWS      PIC 9(09)         COMP VALUE ZERO.
        01  WS-CHGK-ROWS       PIC 9(07)         COMP VALUE ZERO.
        01  WS-HOLD-ROWS       PIC 9(07)         COMP VALUE ZERO.
        01  WS-REJ-ROWS        PIC 9(07)         COMP VALUE ZERO.

      * The stream history row parsed through the copybook shape -
      * the rows arrive as plain text so one work area serves all

            PERFORM COMBINE-CHANGED-KEYS.

            PERFORM FOLD-HELD-RESULTS.

            PERFORM FOLD-STREAM-REJECTS.

            PERFORM TALLY-STREAM1-HISTORY.
            PERFORM TALLY-STREAM2-HISTORY.
            PERFORM TALLY-STREAM3-HISTORY.

            PERFORM WRITE-COMBINED-HISTORY.

            PERFORM WRITE-CONTROL-COUNTS.

            PERFORM DISPLAY-COMBINED-REPORT.

            STOP RUN.
                    ADD 1 TO WS-CHGK-ROWS
            END-READ.

       FOLD-HELD-RESULTS.

      * Each stream queues what it holds on its own permanent queue
      * file - the streams may run at once, and no two of them can
      * hold one MOD data set together.  The rows are appended here
      * to the one queue the review run works from, and each stream
      * file is then emptied so they are never queued twice.  A
      * stream file the queue could not take stays as it is for the
      * next consolidation.
            OPEN EXTEND HOLD-OUTPUT-FILE.

            IF WS-HOLD-OUT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT HOLD-OUTPUT-FILE
            END-IF.

            IF WS-HOLD-OUT-STATUS IS EQUAL TO "00"
                PERFORM APPEND-STREAM1-HOLD
                PERFORM APPEND-STREAM2-HOLD
                PERFORM APPEND-STREAM3-HOLD
                PERFORM APPEND-STREAM4-HOLD
                CLOSE HOLD-OUTPUT-FILE
            ELSE
                DISPLAY "HOLD-FOR-REVIEW QUEUE UNAVAILABLE - STATUS "
                        WS-HOLD-OUT-STATUS
                        " - STREAM QUEUES LEFT IN PLACE"
                MOVE 4 TO RETURN-CODE
            END-IF.

       APPEND-STREAM1-HOLD.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM1-HOLD-FILE.

            IF WS-HOLD-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM1-HOLD-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM1-HOLD-FILE
                OPEN OUTPUT STREAM1-HOLD-FILE
                CLOSE STREAM1-HOLD-FILE
            END-IF.

       COPY-STREAM1-HOLD-ROW.

            READ STREAM1-HOLD-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM1-HOLD-RECORD TO HOLD-QUEUE-RECORD
                    WRITE HOLD-QUEUE-RECORD
                    ADD 1 TO WS-HOLD-ROWS
            END-READ.

       APPEND-STREAM2-HOLD.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM2-HOLD-FILE.

            IF WS-HOLD-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM2-HOLD-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM2-HOLD-FILE
                OPEN OUTPUT STREAM2-HOLD-FILE
                CLOSE STREAM2-HOLD-FILE
            END-IF.

       COPY-STREAM2-HOLD-ROW.

            READ STREAM2-HOLD-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM2-HOLD-RECORD TO HOLD-QUEUE-RECORD
                    WRITE HOLD-QUEUE-RECORD
                    ADD 1 TO WS-HOLD-ROWS
            END-READ.

       APPEND-STREAM3-HOLD.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM3-HOLD-FILE.

            IF WS-HOLD-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM3-HOLD-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM3-HOLD-FILE
                OPEN OUTPUT STREAM3-HOLD-FILE
                CLOSE STREAM3-HOLD-FILE
            END-IF.

       COPY-STREAM3-HOLD-ROW.

            READ STREAM3-HOLD-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM3-HOLD-RECORD TO HOLD-QUEUE-RECORD
                    WRITE HOLD-QUEUE-RECORD
                    ADD 1 TO WS-HOLD-ROWS
            END-READ.

       APPEND-STREAM4-HOLD.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM4-HOLD-FILE.

            IF WS-HOLD-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM4-HOLD-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM4-HOLD-FILE
                OPEN OUTPUT STREAM4-HOLD-FILE
                CLOSE STREAM4-HOLD-FILE
            END-IF.

       COPY-STREAM4-HOLD-ROW.

            READ STREAM4-HOLD-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM4-HOLD-RECORD TO HOLD-QUEUE-RECORD
                    WRITE HOLD-QUEUE-RECORD
                    ADD 1 TO WS-HOLD-ROWS
            END-READ.

       FOLD-STREAM-REJECTS.

      * The streams' resubmission rejects are kept apart for the
      * same reason, and added here to tonight's rejects generation
      * behind the edit step's own, so the sources still get one
      * rejects file back in the morning.
            OPEN EXTEND REJECT-OUTPUT-FILE.

            IF WS-REJ-OUT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT REJECT-OUTPUT-FILE
            END-IF.

            IF WS-REJ-OUT-STATUS IS EQUAL TO "00"
                PERFORM APPEND-STREAM1-REJ
                PERFORM APPEND-STREAM2-REJ
                PERFORM APPEND-STREAM3-REJ
                PERFORM APPEND-STREAM4-REJ
                CLOSE REJECT-OUTPUT-FILE
            ELSE
                DISPLAY "REJECTS FILE UNAVAILABLE - STATUS "
                        WS-REJ-OUT-STATUS
                        " - STREAM REJECTS LEFT IN PLACE"
                MOVE 4 TO RETURN-CODE
            END-IF.

       APPEND-STREAM1-REJ.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM1-REJ-FILE.

            IF WS-REJ-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM1-REJ-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM1-REJ-FILE
                OPEN OUTPUT STREAM1-REJ-FILE
                CLOSE STREAM1-REJ-FILE
            END-IF.

       COPY-STREAM1-REJ-ROW.

            READ STREAM1-REJ-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM1-REJ-RECORD TO REJECT-RECORD
                    WRITE REJECT-RECORD
                    ADD 1 TO WS-REJ-ROWS
            END-READ.

       APPEND-STREAM2-REJ.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM2-REJ-FILE.

            IF WS-REJ-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM2-REJ-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM2-REJ-FILE
                OPEN OUTPUT STREAM2-REJ-FILE
                CLOSE STREAM2-REJ-FILE
            END-IF.

       COPY-STREAM2-REJ-ROW.

            READ STREAM2-REJ-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM2-REJ-RECORD TO REJECT-RECORD
                    WRITE REJECT-RECORD
                    ADD 1 TO WS-REJ-ROWS
            END-READ.

       APPEND-STREAM3-REJ.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM3-REJ-FILE.

            IF WS-REJ-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM3-REJ-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM3-REJ-FILE
                OPEN OUTPUT STREAM3-REJ-FILE
                CLOSE STREAM3-REJ-FILE
            END-IF.

       COPY-STREAM3-REJ-ROW.

            READ STREAM3-REJ-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM3-REJ-RECORD TO REJECT-RECORD
                    WRITE REJECT-RECORD
                    ADD 1 TO WS-REJ-ROWS
            END-READ.

       APPEND-STREAM4-REJ.

            MOVE 'N' TO WS-STREAM-EOF.

            OPEN INPUT STREAM4-REJ-FILE.

            IF WS-REJ-IN-STATUS IS EQUAL TO "00"
                PERFORM COPY-STREAM4-REJ-ROW
                    UNTIL END-OF-STREAM-FILE
                CLOSE STREAM4-REJ-FILE
                OPEN OUTPUT STREAM4-REJ-FILE
                CLOSE STREAM4-REJ-FILE
            END-IF.

       COPY-STREAM4-REJ-ROW.

            READ STREAM4-REJ-FILE
                AT END
                    SET END-OF-STREAM-FILE TO TRUE
                NOT AT END
                    MOVE STREAM4-REJ-RECORD TO REJECT-RECORD
                    WRITE REJECT-RECORD
                    ADD 1 TO WS-REJ-ROWS
            END-READ.

       TALLY-STREAM1-HISTORY.

            MOVE 'N' TO WS-STREAM-EOF.

            CLOSE HISTORY-OUTPUT-FILE.

       WRITE-CONTROL-COUNTS.

      * The combined figures go on the control file for the
      * balancing step, which proves them against the sum of what
      * the streams themselves reported - an audit generation or a
      * history row lost between a stream and here shows up there.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                SET CTL-AUDIT-ROWS TO TRUE
                MOVE WS-AUDIT-ROWS  TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-HIST-PAIRS TO TRUE
                MOVE WS-SUM-PAIRS   TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                SET CTL-HIST-GROUPS TO TRUE
                MOVE WS-SUM-GROUPS  TO CTL-COUNT-VALUE
                PERFORM WRITE-CONTROL-COUNT-ROW
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - COMBINED COUNTS NOT RECORDED"
            END-IF.

       WRITE-CONTROL-COUNT-ROW.

            MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
            MOVE "MATHCONS"      TO CTL-PROGRAM-ID.
            MOVE "CONSOL"        TO CTL-STEP-NAME.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       DISPLAY-COMBINED-REPORT.

            DISPLAY "=================================================".
            DISPLAY "STREAMS CONSOLIDATED  . . : " WS-STREAMS-SEEN.
            DISPLAY "AUDIT ROWS APPENDED . . . : " WS-AUDIT-ROWS.
            DISPLAY "CHANGED KEYS COMBINED . . : " WS-CHGK-ROWS.
            DISPLAY "HELD RESULTS QUEUED . . . : " WS-HOLD-ROWS.
            DISPLAY "STREAM REJECTS APPENDED . : " WS-REJ-ROWS.
            DISPLAY "PAIRS PROCESSED . . . . . : " WS-SUM-PAIRS.
            DISPLAY "GROUPS PROCESSED  . . . . : " WS-SUM-GROUPS.
            DISPLAY "ERRORS/VALIDATIONS SKIPPED : " WS-SUM-ERRORS.
