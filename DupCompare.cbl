           SELECT REPORT-FILE ASSIGN TO DCMPREPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DCMP-PARM-FILE ASSIGN TO DCMPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGED-FILE
           05  DUP-GROUP-DETAIL REDEFINES DUP-RECORD-BODY.
               10  DUP-OPERAND-COUNT     PIC X(02).
               10  DUP-OPERAND           PIC X(06) OCCURS 20 TIMES.
           05  DUP-CORRECTION-SW         PIC X(01).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE            PIC X(132).

       FD  DCMP-PARM-FILE
           RECORDING MODE IS F.
       01  DCMP-PARM-CARD         PIC X(80).

       FD  CONTROL-COUNT-FILE
           RECORDING MODE IS F.
           COPY MATHCTLC.

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).
        01  WS-DUPS-UNMATCHED  PIC 9(07)         COMP VALUE ZERO.
        01  WS-FIELDS-FLAGGED  PIC 9(07)         COMP VALUE ZERO.

        01  WS-CTLCOUNT-STATUS PIC X(02) VALUE SPACES.

      * Run-control cards on DCMPPARM.  CTLSTEP names the step the
      * control counts are filed under - the late-extract catch-up
      * files its own apart from the night's.
        01  WS-PARM-STATUS     PIC X(02) VALUE SPACES.
        01  WS-PARM-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-PARM-FILE           VALUE 'Y'.
        01  WS-PARM-KEYWORD    PIC X(20) VALUE SPACES.
        01  WS-PARM-VALUE      PIC X(60) VALUE SPACES.
        01  WS-CTL-STEP-NAME   PIC X(08) VALUE "COMPARE".

      * Disagreements by source system, for the scorecard evidence
      * left on the control file.  A disagreement is held against
      * both parties - the source that kept the key and the source
      * that was diverted - since either may be the one in error.
        01  WS-SOURCE-DISAGREE-TABLE.
            05  WS-SOURCE-DISAGREE PIC 9(07) COMP OCCURS 3 TIMES
                                   VALUE ZERO.

        01  WS-SOURCE-TAG-VALUES.
            05  FILLER         PIC X(06) VALUE "S1S2S3".
        01  WS-SOURCE-TAG-TABLE REDEFINES WS-SOURCE-TAG-VALUES.
            05  WS-SOURCE-TAG  PIC X(02) OCCURS 3 TIMES.

        01  WS-SOURCE-IX       PIC 9(02)         COMP VALUE ZERO.
        01  WS-SOURCE-TEST     PIC X(02) VALUE SPACES.

        01  WS-OPERAND-IX      PIC 9(02)         COMP VALUE ZERO.
        01  WS-OPERAND-NO      PIC 9(02) VALUE ZERO.
        01  WS-FIELD-NAME      PIC X(14) VALUE SPACES.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM READ-DCMP-PARMS.

            OPEN INPUT  MERGED-FILE.
            OPEN INPUT  DUPLICATE-FILE.
            OPEN OUTPUT REPORT-FILE.

            PERFORM WRITE-COMPARE-TOTALS.

            PERFORM WRITE-CONTROL-COUNTS.

            CLOSE MERGED-FILE.
            CLOSE DUPLICATE-FILE.
            CLOSE REPORT-FILE.
            ELSE
                PERFORM REPORT-FIELD-DISCREPANCIES
                ADD 1 TO WS-DUPS-DISCREPANT
                PERFORM COUNT-SOURCE-DISAGREEMENT
            END-IF.

       COUNT-SOURCE-DISAGREEMENT.

            MOVE TRANS-SOURCE-SYSTEM TO WS-SOURCE-TEST.
            PERFORM SET-SOURCE-INDEX.

            IF WS-SOURCE-IX IS GREATER THAN ZERO
                ADD 1 TO WS-SOURCE-DISAGREE (WS-SOURCE-IX)
            END-IF.

            IF DUP-SOURCE-SYSTEM IS NOT EQUAL TO TRANS-SOURCE-SYSTEM
                MOVE DUP-SOURCE-SYSTEM TO WS-SOURCE-TEST
                PERFORM SET-SOURCE-INDEX
                IF WS-SOURCE-IX IS GREATER THAN ZERO
                    ADD 1 TO WS-SOURCE-DISAGREE (WS-SOURCE-IX)
                END-IF
            END-IF.

       SET-SOURCE-INDEX.

            EVALUATE WS-SOURCE-TEST
                WHEN "S1"
                    MOVE 1 TO WS-SOURCE-IX
                WHEN "S2"
                    MOVE 2 TO WS-SOURCE-IX
                WHEN "S3"
                    MOVE 3 TO WS-SOURCE-IX
                WHEN OTHER
                    MOVE 0 TO WS-SOURCE-IX
            END-EVALUATE.

       REPORT-FIELD-DISCREPANCIES.

            IF TRANS-RECORD-TYPE IS NOT EQUAL TO DUP-RECORD-TYPE
            MOVE WS-RPT-TOTAL               TO REPORT-LINE.
            WRITE REPORT-LINE.

       READ-DCMP-PARMS.

            OPEN INPUT DCMP-PARM-FILE.

            IF WS-PARM-STATUS IS EQUAL TO "00"
                PERFORM READ-DCMP-PARM-CARD
                PERFORM PROCESS-DCMP-PARM-CARD
                    UNTIL END-OF-PARM-FILE
                CLOSE DCMP-PARM-FILE
            END-IF.

       READ-DCMP-PARM-CARD.

            READ DCMP-PARM-FILE
                AT END
                    SET END-OF-PARM-FILE TO TRUE
            END-READ.

       PROCESS-DCMP-PARM-CARD.

            IF DCMP-PARM-CARD IS EQUAL TO SPACES
              OR DCMP-PARM-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING DCMP-PARM-CARD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD
                         WS-PARM-VALUE
                END-UNSTRING
                PERFORM APPLY-DCMP-PARM-CARD
            END-IF.

            PERFORM READ-DCMP-PARM-CARD.

       APPLY-DCMP-PARM-CARD.

            EVALUATE WS-PARM-KEYWORD
                WHEN "CTLSTEP"
                    IF WS-PARM-VALUE(1:8) IS NOT EQUAL TO SPACES
                        MOVE WS-PARM-VALUE(1:8) TO WS-CTL-STEP-NAME
                    ELSE
                        DISPLAY "DCMPPARM - INVALID CTLSTEP IGNORED: "
                                WS-PARM-VALUE(1:8)
                    END-IF
                WHEN OTHER
                    DISPLAY "DCMPPARM - UNRECOGNIZED CONTROL CARD: "
                            DCMP-PARM-CARD
            END-EVALUATE.

       WRITE-CONTROL-COUNTS.

      * Tonight's disagreements go on the control file by source for
      * the monthly data-quality scorecard.  Zero counts are written
      * too, so a rerun of the step overwrites the earlier figures.
            OPEN EXTEND CONTROL-COUNT-FILE.

            IF WS-CTLCOUNT-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT CONTROL-COUNT-FILE
            END-IF.

            IF WS-CTLCOUNT-STATUS IS EQUAL TO "00"
                MOVE SPACES TO CONTROL-COUNT-RECORD
                PERFORM WRITE-CONTROL-COUNT-ROW
                    VARYING WS-SOURCE-IX FROM 1 BY 1
                    UNTIL WS-SOURCE-IX IS GREATER THAN 3
                CLOSE CONTROL-COUNT-FILE
            ELSE
                DISPLAY "CONTROL COUNT FILE UNAVAILABLE - STATUS "
                        WS-CTLCOUNT-STATUS
                        " - COMPARE COUNTS NOT RECORDED"
            END-IF.

       WRITE-CONTROL-COUNT-ROW.

            SET CTL-DUP-DISAGREEMENTS TO TRUE.
            MOVE WS-SOURCE-DISAGREE (WS-SOURCE-IX) TO CTL-COUNT-VALUE.
            MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
            MOVE "MATHDCMP"      TO CTL-PROGRAM-ID.
            MOVE WS-CTL-STEP-NAME TO CTL-STEP-NAME.
            MOVE WS-SOURCE-TAG (WS-SOURCE-IX) TO CTL-SOURCE-SYSTEM.
            MOVE ZERO            TO CTL-REASON-CODE.

            WRITE CONTROL-COUNT-RECORD.

            MOVE SPACES TO CONTROL-COUNT-RECORD.

       END PROGRAM MATHDCMP.
