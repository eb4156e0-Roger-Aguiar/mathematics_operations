      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Backs one night's batch out of the results master.
      *          Given the run date on a control card, reads the
      *          before-image journal the batch appends to, takes the
      *          oldest image that run date recorded for each key -
      *          the record as it stood before that night first
      *          touched it - and puts the master back to it: keys
      *          the night added are deleted, keys it rewrote get
      *          their prior record back.  A key the master no longer
      *          holds that night's figures for (a later run has
      *          rewritten it, or operations adjusted it since) is
      *          left alone and reported, so a backout never wipes
      *          out work done after the bad night.  Every key
      *          reversed goes to a changed-keys generation in key
      *          order, which the distribution step reads so the
      *          changed-only subscribers see the reversal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHBKO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKOUT-PARM-FILE ASSIGN TO BKOPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BEFORE-IMAGE-FILE ASSIGN TO BKOJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RESULTS-MASTER-FILE ASSIGN TO MATHRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULT-RECORD-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT BACKOUT-KEYS-FILE ASSIGN TO BKOKEYS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO BKOREPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE
           RECORDING MODE IS F.
       01  BACKOUT-PARM-CARD      PIC X(80).

      * The journal DD is the concatenation of the single-stream
      * journal and the four per-stream journals, so rows for one
      * key can arrive from more than one of them.
       FD  BEFORE-IMAGE-FILE
           RECORDING MODE IS F.
           COPY MATHBFIM.

       FD  RESULTS-MASTER-FILE.
           COPY MATHRSLT.

       FD  BACKOUT-KEYS-FILE
           RECORDING MODE IS F.
           COPY MATHCHGK.

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-LINE    PIC X(132).

      * The arrival sequence keeps each key's rows in the order the
      * batch journaled them, so the first row returned for a key is
      * the oldest.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-RECORD-KEY        PIC 9(06).
           05  SRT-SEQUENCE          PIC 9(09).
           05  SRT-JOURNAL-ROW       PIC X(350).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.

      * There is no default - backing out the wrong night would do
      * more damage than the night being backed out, so the run
      * refuses to start without a RUNDATE card.
        01  WS-BACKOUT-DATE    PIC 9(08) VALUE ZERO.

        01  WS-JOURNAL-STATUS  PIC X(02) VALUE SPACES.
        01  WS-RESULTS-STATUS  PIC X(02) VALUE SPACES.

        01  WS-JOURNAL-EOF     PIC X(01) VALUE 'N'.
            88  END-OF-JOURNAL             VALUE 'Y'.
        01  WS-SORT-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-SORTED-IMAGES       VALUE 'Y'.
        01  WS-JOURNAL-OK-SW   PIC X(01) VALUE 'Y'.
            88  JOURNAL-AVAILABLE          VALUE 'Y'.

        01  WS-KEY-IN-HAND     PIC 9(06) VALUE ZERO.
        01  WS-BACKOUT-OK-SW   PIC X(01) VALUE 'N'.
            88  KEY-CAN-BACK-OUT           VALUE 'Y'.
        01  WS-ALREADY-SW      PIC X(01) VALUE 'N'.
            88  KEY-ALREADY-BACKED-OUT     VALUE 'Y'.
        01  WS-REFUSAL-TEXT    PIC X(50) VALUE SPACES.

      * The oldest journal row for the key in hand, in the journal
      * layout so its action and image can be tested by name.
        COPY MATHBFIM REPLACING ==BEFORE-IMAGE-RECORD== BY
                                ==WS-OLDEST-ROW==
                                LEADING ==BFIM== BY ==OLDEST==.

        01  WS-SEQUENCE        PIC 9(09) VALUE ZERO.

        01  WS-JOURNAL-READ    PIC 9(07)         COMP VALUE ZERO.
        01  WS-ROWS-SELECTED   PIC 9(07)         COMP VALUE ZERO.
        01  WS-KEYS-RESTORED   PIC 9(07)         COMP VALUE ZERO.
        01  WS-KEYS-DELETED    PIC 9(07)         COMP VALUE ZERO.
        01  WS-KEYS-ALREADY    PIC 9(07)         COMP VALUE ZERO.
        01  WS-KEYS-REFUSED    PIC 9(07)         COMP VALUE ZERO.

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(40) VALUE
                "RESULTS MASTER BACKOUT OF RUN DATE      ".
            05  WS-HDR-BACKOUT-DATE PIC 9(08).
            05  FILLER         PIC X(10) VALUE " - RUN ON ".
            05  WS-HDR-DATE    PIC 9(08).
            05  FILLER         PIC X(66) VALUE SPACES.

        01  WS-RPT-DETAIL.
            05  WS-DET-ACTION  PIC X(15).
            05  FILLER         PIC X(04) VALUE "KEY ".
            05  WS-DET-KEY     PIC 9(06).
            05  FILLER         PIC X(03) VALUE " - ".
            05  WS-DET-TEXT    PIC X(50).
            05  FILLER         PIC X(54) VALUE SPACES.

        01  WS-RPT-RESTORED-TEXT.
            05  FILLER         PIC X(24) VALUE
                "FIGURES FROM RUN DATE   ".
            05  WS-DET-RESTORED-DATE PIC 9(08).
            05  FILLER         PIC X(18) VALUE SPACES.

        01  WS-RPT-TOTAL.
            05  WS-TOT-LABEL   PIC X(28).
            05  FILLER         PIC X(03) VALUE " : ".
            05  WS-TOT-COUNT   PIC Z(06)9.
            05  FILLER         PIC X(94) VALUE SPACES.

        01  WS-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM READ-BACKOUT-PARMS.

            IF WS-BACKOUT-DATE IS EQUAL TO ZERO
                DISPLAY "BACKOUT NOT RUN - NO VALID RUNDATE CARD "
                        "ON BKOPARM"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT BACKOUT-REPORT-FILE.

            MOVE WS-BACKOUT-DATE TO WS-HDR-BACKOUT-DATE.
            MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
            MOVE WS-RPT-HEADER   TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

            MOVE WS-BLANK-LINE   TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

            OPEN I-O RESULTS-MASTER-FILE.

            IF WS-RESULTS-STATUS IS NOT EQUAL TO "00"
                DISPLAY "BACKOUT NOT RUN - RESULTS MASTER "
                        "STATUS " WS-RESULTS-STATUS
                CLOSE BACKOUT-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT BACKOUT-KEYS-FILE.

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-RECORD-KEY
                   ASCENDING KEY SRT-SEQUENCE
                INPUT PROCEDURE IS SELECT-RUN-BEFORE-IMAGES
                OUTPUT PROCEDURE IS BACK-OUT-RUN-BEFORE-IMAGES.

            CLOSE RESULTS-MASTER-FILE.
            CLOSE BACKOUT-KEYS-FILE.

            PERFORM WRITE-BACKOUT-TOTALS.

            CLOSE BACKOUT-REPORT-FILE.

      * RC=8 means the journal could not be read and nothing was
      * backed out.  RC=4 means part of the night was left on the
      * master (or the journal held nothing for that date - usually
      * a mistyped RUNDATE card), so operations must read the
      * report before the reversal goes out.
            IF NOT JOURNAL-AVAILABLE
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-KEYS-REFUSED IS GREATER THAN ZERO
                  OR WS-ROWS-SELECTED IS EQUAL TO ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

            STOP RUN.

       READ-BACKOUT-PARMS.

            OPEN INPUT BACKOUT-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-BACKOUT-PARM-CARD
                PERFORM PROCESS-BACKOUT-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE BACKOUT-PARM-FILE
            END-IF.

       READ-BACKOUT-PARM-CARD.

            READ BACKOUT-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-BACKOUT-PARM-CARD.

            IF BACKOUT-PARM-CARD IS EQUAL TO SPACES
              OR BACKOUT-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING BACKOUT-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-BACKOUT-PARM-CARD
            END-IF.

            PERFORM READ-BACKOUT-PARM-CARD.

       APPLY-BACKOUT-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "RUNDATE"
                    IF WS-PARM-VALUE(1:8) IS NUMERIC
                      AND WS-PARM-VALUE(5:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(5:2) IS LESS THAN "13"
                      AND WS-PARM-VALUE(7:2) IS GREATER THAN "00"
                      AND WS-PARM-VALUE(7:2) IS LESS THAN "32"
                        MOVE WS-PARM-VALUE(1:8) TO WS-BACKOUT-DATE
                    ELSE
                        DISPLAY "BKOPARM - INVALID RUNDATE "
                                "IGNORED: " WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "BKOPARM - UNRECOGNIZED CONTROL CARD: "
                            BACKOUT-PARM-CARD
            END-EVALUATE.

       SELECT-RUN-BEFORE-IMAGES.

            OPEN INPUT BEFORE-IMAGE-FILE.

            IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
                DISPLAY "BACKOUT NOT RUN - BEFORE-IMAGE JOURNAL "
                        "STATUS " WS-JOURNAL-STATUS
                MOVE 'N' TO WS-JOURNAL-OK-SW
            ELSE
                PERFORM READ-BEFORE-IMAGE
                PERFORM RELEASE-RUN-BEFORE-IMAGE
                    UNTIL END-OF-JOURNAL
                CLOSE BEFORE-IMAGE-FILE
            END-IF.

       READ-BEFORE-IMAGE.

            READ BEFORE-IMAGE-FILE
                AT END
                    SET END-OF-JOURNAL TO TRUE
            END-READ.

            IF NOT END-OF-JOURNAL
                ADD 1 TO WS-JOURNAL-READ
            END-IF.

       RELEASE-RUN-BEFORE-IMAGE.

            IF BFIM-RUN-DATE IS EQUAL TO WS-BACKOUT-DATE
                ADD 1 TO WS-SEQUENCE
                ADD 1 TO WS-ROWS-SELECTED
                MOVE BFIM-RECORD-KEY     TO SRT-RECORD-KEY
                MOVE WS-SEQUENCE         TO SRT-SEQUENCE
                MOVE BEFORE-IMAGE-RECORD TO SRT-JOURNAL-ROW
                RELEASE SORT-WORK-RECORD
            END-IF.

            PERFORM READ-BEFORE-IMAGE.

       BACK-OUT-RUN-BEFORE-IMAGES.

            PERFORM RETURN-SORTED-IMAGE.

            PERFORM BACK-OUT-ONE-KEY
                UNTIL END-OF-SORTED-IMAGES.

       RETURN-SORTED-IMAGE.

            RETURN SORT-WORK-FILE
                AT END
                    SET END-OF-SORTED-IMAGES TO TRUE
            END-RETURN.

       BACK-OUT-ONE-KEY.

      * Only the oldest row matters - it is the state before the
      * night first touched the key.  Later rows for the same key
      * (a rerun of the same night) are passed over.
            MOVE SRT-RECORD-KEY  TO WS-KEY-IN-HAND.
            MOVE SRT-JOURNAL-ROW TO WS-OLDEST-ROW.

            PERFORM CHECK-KEY-STILL-FROM-RUN.

            IF KEY-CAN-BACK-OUT
                IF OLDEST-KEY-ADDED
                    PERFORM DELETE-ADDED-KEY
                ELSE
                    PERFORM RESTORE-REWRITTEN-KEY
                END-IF
            ELSE
                IF KEY-ALREADY-BACKED-OUT
                    ADD 1 TO WS-KEYS-ALREADY
                    MOVE "ALREADY OUT" TO WS-DET-ACTION
                ELSE
                    ADD 1 TO WS-KEYS-REFUSED
                    MOVE "NOT BACKED OUT" TO WS-DET-ACTION
                END-IF
                MOVE WS-REFUSAL-TEXT TO WS-DET-TEXT
                PERFORM WRITE-BACKOUT-DETAIL
            END-IF.

            PERFORM SKIP-LATER-KEY-IMAGE
                UNTIL END-OF-SORTED-IMAGES
                   OR SRT-RECORD-KEY IS NOT EQUAL TO WS-KEY-IN-HAND.

       SKIP-LATER-KEY-IMAGE.

            PERFORM RETURN-SORTED-IMAGE.

       CHECK-KEY-STILL-FROM-RUN.

      * The master must still hold exactly what the night left - its
      * run date on the record and no manual override since.  A key
      * already put back (a second backout of the same night) is
      * recognised and passed over quietly rather than refused.
            MOVE 'Y'    TO WS-BACKOUT-OK-SW.
            MOVE 'N'    TO WS-ALREADY-SW.
            MOVE SPACES TO WS-REFUSAL-TEXT.

            MOVE WS-KEY-IN-HAND TO RESULT-RECORD-KEY.

            READ RESULTS-MASTER-FILE
                INVALID KEY
                    MOVE 'N' TO WS-BACKOUT-OK-SW
                    IF OLDEST-KEY-ADDED
                        MOVE 'Y' TO WS-ALREADY-SW
                        MOVE "KEY ALREADY REMOVED FROM THE MASTER"
                            TO WS-REFUSAL-TEXT
                    ELSE
                        MOVE "KEY NO LONGER ON THE MASTER"
                            TO WS-REFUSAL-TEXT
                    END-IF
            END-READ.

            IF KEY-CAN-BACK-OUT
              AND OLDEST-KEY-REWRITTEN
              AND RESULT-RECORD IS EQUAL TO OLDEST-PRIOR-IMAGE
                MOVE 'N' TO WS-BACKOUT-OK-SW
                MOVE 'Y' TO WS-ALREADY-SW
                MOVE "PRIOR FIGURES ALREADY RESTORED"
                    TO WS-REFUSAL-TEXT
            END-IF.

            IF KEY-CAN-BACK-OUT
              AND RESULT-RUN-DATE IS NOT EQUAL TO WS-BACKOUT-DATE
                MOVE 'N' TO WS-BACKOUT-OK-SW
                MOVE "MASTER NO LONGER HOLDS THIS RUN'S FIGURES"
                    TO WS-REFUSAL-TEXT
            END-IF.

            IF KEY-CAN-BACK-OUT
              AND RESULT-MANUALLY-ADJUSTED
                MOVE 'N' TO WS-BACKOUT-OK-SW
                MOVE "MANUALLY ADJUSTED SINCE THE RUN - RELEASE FIRST"
                    TO WS-REFUSAL-TEXT
            END-IF.

       DELETE-ADDED-KEY.

            MOVE RESULT-RECORD-TYPE TO CHGK-RECORD-TYPE.

            DELETE RESULTS-MASTER-FILE RECORD
                INVALID KEY
                    MOVE 'N' TO WS-BACKOUT-OK-SW
            END-DELETE.

            IF KEY-CAN-BACK-OUT
                ADD 1 TO WS-KEYS-DELETED
                MOVE ZERO TO CHGK-NEW-RUN-DATE
                PERFORM WRITE-BACKOUT-KEY
                MOVE "DELETED" TO WS-DET-ACTION
                MOVE "ADDED BY THIS RUN - REMOVED FROM THE MASTER"
                    TO WS-DET-TEXT
            ELSE
                ADD 1 TO WS-KEYS-REFUSED
                MOVE "NOT BACKED OUT" TO WS-DET-ACTION
                MOVE "DELETE FAILED - MASTER STATUS " TO WS-DET-TEXT
                MOVE WS-RESULTS-STATUS TO WS-DET-TEXT(31:2)
            END-IF.

            PERFORM WRITE-BACKOUT-DETAIL.

       RESTORE-REWRITTEN-KEY.

            MOVE OLDEST-PRIOR-IMAGE TO RESULT-RECORD.

            REWRITE RESULT-RECORD
                INVALID KEY
                    MOVE 'N' TO WS-BACKOUT-OK-SW
            END-REWRITE.

            IF KEY-CAN-BACK-OUT
                ADD 1 TO WS-KEYS-RESTORED
                MOVE RESULT-RECORD-TYPE TO CHGK-RECORD-TYPE
                MOVE RESULT-RUN-DATE    TO CHGK-NEW-RUN-DATE
                PERFORM WRITE-BACKOUT-KEY
                MOVE "RESTORED" TO WS-DET-ACTION
                MOVE RESULT-RUN-DATE TO WS-DET-RESTORED-DATE
                MOVE WS-RPT-RESTORED-TEXT TO WS-DET-TEXT
            ELSE
                ADD 1 TO WS-KEYS-REFUSED
                MOVE "NOT BACKED OUT" TO WS-DET-ACTION
                MOVE "REWRITE FAILED - MASTER STATUS " TO WS-DET-TEXT
                MOVE WS-RESULTS-STATUS TO WS-DET-TEXT(32:2)
            END-IF.

            PERFORM WRITE-BACKOUT-DETAIL.

       WRITE-BACKOUT-KEY.

      * Flagged over tolerance so every changed-only subscriber
      * re-pulls the key whatever tolerance it was cut against.
            MOVE WS-KEY-IN-HAND  TO CHGK-RECORD-KEY.
            MOVE WS-BACKOUT-DATE TO CHGK-OLD-RUN-DATE.
            MOVE 'Y'             TO CHGK-TOLERANCE-SW.

            WRITE CHANGED-KEY-RECORD.

       WRITE-BACKOUT-DETAIL.

            MOVE WS-KEY-IN-HAND TO WS-DET-KEY.
            MOVE WS-RPT-DETAIL  TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

       WRITE-BACKOUT-TOTALS.

            MOVE WS-BLANK-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

            MOVE "JOURNAL ROWS READ"       TO WS-TOT-LABEL.
            MOVE WS-JOURNAL-READ           TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "ROWS FOR THIS RUN DATE"  TO WS-TOT-LABEL.
            MOVE WS-ROWS-SELECTED          TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "KEYS RESTORED"           TO WS-TOT-LABEL.
            MOVE WS-KEYS-RESTORED          TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "KEYS DELETED"            TO WS-TOT-LABEL.
            MOVE WS-KEYS-DELETED           TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "KEYS ALREADY BACKED OUT" TO WS-TOT-LABEL.
            MOVE WS-KEYS-ALREADY           TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

            MOVE "KEYS NOT BACKED OUT"     TO WS-TOT-LABEL.
            MOVE WS-KEYS-REFUSED           TO WS-TOT-COUNT.
            PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.

            MOVE WS-RPT-TOTAL TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

       END PROGRAM MATHBKO.
