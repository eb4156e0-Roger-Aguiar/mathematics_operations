      ******************************************************************
      * Author: Roger Silva Santos Aguiar
      * Date: October 15, 2026
      * Purpose: Dual-control manual adjustments to the results
      *          master.  When a source system admits a figure on
      *          PROD.MATH.RESULTS is wrong and a re-send is not
      *          practical, operations keys the override on an
      *          entry card and a second operator keys a matching
      *          approval card.  An override is applied only when
      *          both cards agree on key, field, value and reason
      *          and were keyed by two different operators.  Every
      *          override applied goes to the permanent adjustments
      *          journal and marks the master record as manually
      *          adjusted, so the nightly batch reports the conflict
      *          instead of wiping the override on its next rewrite.
      *          A RELEASE card pair hands a key back to the batch.
      *          An applied/refused report is written for the
      *          operators who keyed the deck.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-CARD-FILE ASSIGN TO ADJCARDS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESULTS-MASTER-FILE ASSIGN TO MATHRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULT-RECORD-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT ADJUSTMENT-JOURNAL-FILE ASSIGN TO ADJJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO ADJREPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Entry and approval cards may arrive in any order - the two
      * operators' decks are usually concatenated one behind the
      * other.  Blank cards and cards with an asterisk in column 1
      * are comments, the same convention as every other deck.
       FD  ADJUSTMENT-CARD-FILE
           RECORDING MODE IS F.
           COPY MATHADJC.

       FD  RESULTS-MASTER-FILE.
           COPY MATHRSLT.

       FD  ADJUSTMENT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MATHADJJ.

       FD  ADJUSTMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-CURRENT-DATE    PIC 9(08).

        01  WS-RESULTS-STATUS  PIC X(02) VALUE SPACES.
        01  WS-JOURNAL-STATUS  PIC X(02) VALUE SPACES.

        01  WS-CARD-EOF        PIC X(01) VALUE 'N'.
            88  END-OF-CARD-FILE           VALUE 'Y'.

      * Entry and approval cards ride in storage so every entry can
      * be matched against every approval whatever order the two
      * decks arrive in - 200 of each is far beyond any deck
      * operations has ever keyed.
        01  WS-ENTRY-TABLE.
            05  WS-ENTRY OCCURS 200 TIMES.
                10  WS-ENT-KEY        PIC 9(06).
                10  WS-ENT-FIELD      PIC X(24).
                10  WS-ENT-VALUE-X    PIC X(19).
                10  WS-ENT-VALUE REDEFINES WS-ENT-VALUE-X
                                      PIC S9(14)V9(04)
                                      SIGN IS LEADING SEPARATE.
                10  WS-ENT-REASON     PIC X(02).
                10  WS-ENT-OPERATOR   PIC X(08).
        01  WS-ENTRY-USED      PIC 9(03)         COMP VALUE ZERO.
        01  WS-ENTRY-IX        PIC 9(03)         COMP VALUE ZERO.

        01  WS-APPROVAL-TABLE.
            05  WS-APPROVAL OCCURS 200 TIMES.
                10  WS-APP-KEY        PIC 9(06).
                10  WS-APP-FIELD      PIC X(24).
                10  WS-APP-VALUE-X    PIC X(19).
                10  WS-APP-REASON     PIC X(02).
                10  WS-APP-OPERATOR   PIC X(08).
                10  WS-APP-USED-SW    PIC X(01).
        01  WS-APPROVAL-USED   PIC 9(03)         COMP VALUE ZERO.
        01  WS-APPROVAL-IX     PIC 9(03)         COMP VALUE ZERO.
        01  WS-MATCHED-IX      PIC 9(03)         COMP VALUE ZERO.

        01  WS-CARD-OK-SW      PIC X(01) VALUE 'Y'.
            88  CARD-IS-VALID              VALUE 'Y'.
        01  WS-APPROVAL-FOUND-SW PIC X(01) VALUE 'N'.
            88  APPROVAL-FOUND             VALUE 'Y'.
        01  WS-SELF-APPROVAL-SW PIC X(01) VALUE 'N'.
            88  SELF-APPROVAL-ALLOWED      VALUE 'Y'.
        01  WS-APPLY-OK-SW     PIC X(01) VALUE 'Y'.
            88  ADJUSTMENT-CAN-APPLY       VALUE 'Y'.
        01  WS-FIELD-OK-SW     PIC X(01) VALUE 'N'.
            88  FIELD-NAME-KNOWN           VALUE 'Y'.

      * Every MATHRSLT figure an override may replace, plus the
      * RELEASE pseudo-field.  The error flags, key, type, dates and
      * source are not figures and cannot be adjusted.
        01  WS-ADJ-FIELD-VALUES.
            05  FILLER  PIC X(24) VALUE "RESULT-SUM".
            05  FILLER  PIC X(24) VALUE "RESULT-SUBTRACTION".
            05  FILLER  PIC X(24) VALUE "RESULT-MULTIPLICATION".
            05  FILLER  PIC X(24) VALUE "RESULT-DIVISION".
            05  FILLER  PIC X(24) VALUE "RESULT-REMAINDER".
            05  FILLER  PIC X(24) VALUE "RESULT-EXPONENT".
            05  FILLER  PIC X(24) VALUE "RESULT-AVERAGE".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-SUM".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-AVERAGE".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-MINIMUM".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-MAXIMUM".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-MEDIAN".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-STDDEV".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-RANGE".
            05  FILLER  PIC X(24) VALUE "RESULT-GROUP-PRODUCT".
            05  FILLER  PIC X(24) VALUE "RELEASE".
        01  WS-ADJ-FIELD-TABLE REDEFINES WS-ADJ-FIELD-VALUES.
            05  WS-ADJ-FIELD-NAME PIC X(24) OCCURS 16 TIMES.
        01  WS-ADJ-FIELD-IX    PIC 9(02)         COMP VALUE ZERO.

        01  WS-OLD-VALUE       PIC S9(14)V9(04)  COMP-3 VALUE ZERO.
        01  WS-FIELD-VALUE     PIC S9(14)V9(04)  COMP-3 VALUE ZERO.
        01  WS-REFUSAL-TEXT    PIC X(40) VALUE SPACES.

        01  WS-CARDS-READ      PIC 9(07)         COMP VALUE ZERO.
        01  WS-CARDS-INVALID   PIC 9(07)         COMP VALUE ZERO.
        01  WS-CARDS-OVERFLOW  PIC 9(07)         COMP VALUE ZERO.
        01  WS-ADJ-APPLIED     PIC 9(07)         COMP VALUE ZERO.
        01  WS-ADJ-RELEASED    PIC 9(07)         COMP VALUE ZERO.
        01  WS-ADJ-REFUSED     PIC 9(07)         COMP VALUE ZERO.
        01  WS-APP-UNMATCHED   PIC 9(07)         COMP VALUE ZERO.

        01  WS-RPT-HEADER.
            05  FILLER         PIC X(40) VALUE
                "RESULTS MASTER MANUAL ADJUSTMENTS - RUN ".
            05  WS-HDR-DATE    PIC 9(08).
            05  FILLER         PIC X(84) VALUE SPACES.

        01  WS-RPT-DETAIL.
            05  WS-DET-ACTION  PIC X(09).
            05  FILLER         PIC X(04) VALUE "KEY ".
            05  WS-DET-KEY     PIC X(06).
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-DET-FIELD   PIC X(24).
            05  FILLER         PIC X(05) VALUE " OLD ".
            05  WS-DET-OLD     PIC +Z(13)9.9(04).
            05  FILLER         PIC X(05) VALUE " NEW ".
            05  WS-DET-NEW     PIC +Z(13)9.9(04).
            05  FILLER         PIC X(08) VALUE " REASON ".
            05  WS-DET-REASON  PIC X(02).
            05  FILLER         PIC X(01) VALUE SPACE.
            05  WS-DET-ENTERED PIC X(08).
            05  FILLER         PIC X(01) VALUE "/".
            05  WS-DET-APPROVED PIC X(08).
            05  FILLER         PIC X(10) VALUE SPACES.

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

            OPEN OUTPUT ADJUSTMENT-REPORT-FILE.

            MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
            MOVE WS-RPT-HEADER   TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE WS-BLANK-LINE   TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            PERFORM LOAD-ADJUSTMENT-DECK.

            OPEN I-O RESULTS-MASTER-FILE.

            IF WS-RESULTS-STATUS IS NOT EQUAL TO "00"
                DISPLAY "ADJUSTMENTS NOT APPLIED - RESULTS MASTER "
                        "STATUS " WS-RESULTS-STATUS
                CLOSE ADJUSTMENT-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM OPEN-ADJUSTMENT-JOURNAL.

            PERFORM PROCESS-ADJUSTMENT-ENTRY
                VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX IS GREATER THAN WS-ENTRY-USED.

            PERFORM REPORT-UNUSED-APPROVAL
                VARYING WS-APPROVAL-IX FROM 1 BY 1
                UNTIL WS-APPROVAL-IX IS GREATER THAN WS-APPROVAL-USED.

            CLOSE RESULTS-MASTER-FILE.
            CLOSE ADJUSTMENT-JOURNAL-FILE.

            PERFORM WRITE-ADJUSTMENT-TOTALS.

            CLOSE ADJUSTMENT-REPORT-FILE.

      * RC=4 tells the scheduler part of the deck was not applied
      * so the operators who keyed it know to look at the report.
            IF WS-ADJ-REFUSED IS GREATER THAN ZERO
              OR WS-CARDS-INVALID IS GREATER THAN ZERO
              OR WS-CARDS-OVERFLOW IS GREATER THAN ZERO
              OR WS-APP-UNMATCHED IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       OPEN-ADJUSTMENT-JOURNAL.

      * The journal is permanent - the same EXTEND-or-create idiom
      * the audit trail uses, so no run ever truncates it.
            OPEN EXTEND ADJUSTMENT-JOURNAL-FILE.

            IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT ADJUSTMENT-JOURNAL-FILE
            END-IF.

      * No override goes on the master unless it can go on the
      * journal too - stop before the first rewrite.
            IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
                DISPLAY "ADJUSTMENTS NOT APPLIED - ADJUSTMENTS JOURNAL "
                        "STATUS " WS-JOURNAL-STATUS
                CLOSE RESULTS-MASTER-FILE
                CLOSE ADJUSTMENT-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-ADJUSTMENT-DECK.

            OPEN INPUT ADJUSTMENT-CARD-FILE.

            PERFORM READ-ADJUSTMENT-CARD.

            PERFORM LOAD-ADJUSTMENT-CARD
                UNTIL END-OF-CARD-FILE.

            CLOSE ADJUSTMENT-CARD-FILE.

            DISPLAY "ADJUSTMENTS - " WS-ENTRY-USED
                    " ENTRY CARD(S), " WS-APPROVAL-USED
                    " APPROVAL CARD(S) LOADED".

       READ-ADJUSTMENT-CARD.

            READ ADJUSTMENT-CARD-FILE
                AT END
                    SET END-OF-CARD-FILE TO TRUE
            END-READ.

       LOAD-ADJUSTMENT-CARD.

            IF ADJUSTMENT-CARD IS EQUAL TO SPACES
              OR ADJUSTMENT-CARD(1:1) IS EQUAL TO "*"
                CONTINUE
            ELSE
                ADD 1 TO WS-CARDS-READ
                PERFORM VALIDATE-ADJUSTMENT-CARD
                IF CARD-IS-VALID
                    PERFORM STORE-ADJUSTMENT-CARD
                ELSE
                    ADD 1 TO WS-CARDS-INVALID
                    PERFORM REPORT-REFUSED-CARD
                END-IF
            END-IF.

            PERFORM READ-ADJUSTMENT-CARD.

       VALIDATE-ADJUSTMENT-CARD.

            MOVE 'Y'    TO WS-CARD-OK-SW.
            MOVE SPACES TO WS-REFUSAL-TEXT.

            IF NOT ADJC-ENTRY-CARD
              AND NOT ADJC-APPROVAL-CARD
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "CARD TYPE NOT E OR A" TO WS-REFUSAL-TEXT
            END-IF.

            IF CARD-IS-VALID
              AND ADJC-RECORD-KEY IS NOT NUMERIC
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "KEY NOT NUMERIC" TO WS-REFUSAL-TEXT
            END-IF.

            IF CARD-IS-VALID
                MOVE 'N' TO WS-FIELD-OK-SW
                PERFORM MATCH-ADJUSTABLE-FIELD
                    VARYING WS-ADJ-FIELD-IX FROM 1 BY 1
                    UNTIL WS-ADJ-FIELD-IX IS GREATER THAN 16
                       OR FIELD-NAME-KNOWN
                IF NOT FIELD-NAME-KNOWN
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE "FIELD NAME NOT ADJUSTABLE"
                        TO WS-REFUSAL-TEXT
                END-IF
            END-IF.

      * The value is checked in its byte view first - explicit sign,
      * clean digits - so no numeric test ever touches a bad sign.
      * A RELEASE card carries no value.
            IF CARD-IS-VALID
              AND ADJC-FIELD-NAME IS NOT EQUAL TO "RELEASE"
                IF (ADJC-NEW-VALUE-SIGN IS NOT EQUAL TO "+"
                  AND ADJC-NEW-VALUE-SIGN IS NOT EQUAL TO "-")
                  OR ADJC-NEW-VALUE-DIGITS IS NOT NUMERIC
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE "VALUE NOT SIGN PLUS 18 DIGITS"
                        TO WS-REFUSAL-TEXT
                END-IF
            END-IF.

            IF CARD-IS-VALID
              AND ADJC-REASON-CODE IS EQUAL TO SPACES
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "REASON CODE MISSING" TO WS-REFUSAL-TEXT
            END-IF.

            IF CARD-IS-VALID
              AND ADJC-OPERATOR-ID IS EQUAL TO SPACES
                MOVE 'N' TO WS-CARD-OK-SW
                MOVE "OPERATOR ID MISSING" TO WS-REFUSAL-TEXT
            END-IF.

       MATCH-ADJUSTABLE-FIELD.

            IF WS-ADJ-FIELD-NAME (WS-ADJ-FIELD-IX) IS EQUAL TO
                    ADJC-FIELD-NAME
                MOVE 'Y' TO WS-FIELD-OK-SW
            END-IF.

       STORE-ADJUSTMENT-CARD.

      * A RELEASE card's value is normalized to zero so the entry
      * and approval match on key, field and reason alone.
            IF ADJC-FIELD-NAME IS EQUAL TO "RELEASE"
                MOVE ZERO TO ADJC-NEW-VALUE
            END-IF.

            IF ADJC-ENTRY-CARD
                IF WS-ENTRY-USED IS EQUAL TO 200
                    ADD 1 TO WS-CARDS-OVERFLOW
                    MOVE "ENTRY TABLE FULL" TO WS-REFUSAL-TEXT
                    PERFORM REPORT-REFUSED-CARD
                ELSE
                    ADD 1 TO WS-ENTRY-USED
                    MOVE ADJC-RECORD-KEY
                        TO WS-ENT-KEY (WS-ENTRY-USED)
                    MOVE ADJC-FIELD-NAME
                        TO WS-ENT-FIELD (WS-ENTRY-USED)
                    MOVE ADJC-NEW-VALUE-X
                        TO WS-ENT-VALUE-X (WS-ENTRY-USED)
                    MOVE ADJC-REASON-CODE
                        TO WS-ENT-REASON (WS-ENTRY-USED)
                    MOVE ADJC-OPERATOR-ID
                        TO WS-ENT-OPERATOR (WS-ENTRY-USED)
                END-IF
            ELSE
                IF WS-APPROVAL-USED IS EQUAL TO 200
                    ADD 1 TO WS-CARDS-OVERFLOW
                    MOVE "APPROVAL TABLE FULL" TO WS-REFUSAL-TEXT
                    PERFORM REPORT-REFUSED-CARD
                ELSE
                    ADD 1 TO WS-APPROVAL-USED
                    MOVE ADJC-RECORD-KEY
                        TO WS-APP-KEY (WS-APPROVAL-USED)
                    MOVE ADJC-FIELD-NAME
                        TO WS-APP-FIELD (WS-APPROVAL-USED)
                    MOVE ADJC-NEW-VALUE-X
                        TO WS-APP-VALUE-X (WS-APPROVAL-USED)
                    MOVE ADJC-REASON-CODE
                        TO WS-APP-REASON (WS-APPROVAL-USED)
                    MOVE ADJC-OPERATOR-ID
                        TO WS-APP-OPERATOR (WS-APPROVAL-USED)
                    MOVE 'N'
                        TO WS-APP-USED-SW (WS-APPROVAL-USED)
                END-IF
            END-IF.

       REPORT-REFUSED-CARD.

            MOVE ADJUSTMENT-CARD  TO WS-REF-CARD.
            MOVE WS-REFUSAL-TEXT  TO WS-REF-TEXT.
            MOVE WS-RPT-REFUSAL   TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            DISPLAY "ADJUSTMENT CARD REFUSED - " WS-REFUSAL-TEXT
                    " - " ADJUSTMENT-CARD.

       PROCESS-ADJUSTMENT-ENTRY.

            MOVE 'Y'    TO WS-APPLY-OK-SW.
            MOVE SPACES TO WS-REFUSAL-TEXT.
            MOVE ZERO   TO WS-OLD-VALUE.

            PERFORM FIND-MATCHING-APPROVAL.

      * Dual control means two people - an approval keyed under the
      * entering operator's own ID is no approval at all.  The search
      * passes over such cards, so one keyed by a second operator
      * anywhere in the deck still approves the entry; only when
      * there is none is the entering operator's own card taken up
      * and the entry refused on it.
            IF NOT APPROVAL-FOUND
                MOVE 'N' TO WS-APPLY-OK-SW
                MOVE "NO MATCHING APPROVAL CARD" TO WS-REFUSAL-TEXT
            ELSE
                MOVE 'Y' TO WS-APP-USED-SW (WS-MATCHED-IX)
                IF WS-APP-OPERATOR (WS-MATCHED-IX) IS EQUAL TO
                        WS-ENT-OPERATOR (WS-ENTRY-IX)
                    MOVE 'N' TO WS-APPLY-OK-SW
                    MOVE "APPROVED BY THE ENTERING OPERATOR"
                        TO WS-REFUSAL-TEXT
                END-IF
            END-IF.

            IF ADJUSTMENT-CAN-APPLY
                MOVE WS-ENT-KEY (WS-ENTRY-IX) TO RESULT-RECORD-KEY
                READ RESULTS-MASTER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-APPLY-OK-SW
                        MOVE "KEY NOT ON RESULTS MASTER"
                            TO WS-REFUSAL-TEXT
                END-READ
            END-IF.

            IF ADJUSTMENT-CAN-APPLY
                IF WS-ENT-FIELD (WS-ENTRY-IX) IS EQUAL TO "RELEASE"
                    PERFORM RELEASE-MANUAL-ADJUSTMENT
                ELSE
                    PERFORM REPLACE-RESULT-FIGURE
                END-IF
            END-IF.

      * The journal row goes down before the master is rewritten, so
      * an override can never stand on the master with no journal
      * row behind it.
            IF ADJUSTMENT-CAN-APPLY
                PERFORM WRITE-ADJUSTMENT-JOURNAL
                REWRITE RESULT-RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-APPLY-OK-SW
                        MOVE "RESULTS MASTER REWRITE FAILED"
                            TO WS-REFUSAL-TEXT
                END-REWRITE
            END-IF.

            IF ADJUSTMENT-CAN-APPLY
                PERFORM REPORT-APPLIED-ENTRY
            ELSE
                ADD 1 TO WS-ADJ-REFUSED
                PERFORM REPORT-REFUSED-ENTRY
            END-IF.

       FIND-MATCHING-APPROVAL.

            MOVE 'N'  TO WS-APPROVAL-FOUND-SW.
            MOVE ZERO TO WS-MATCHED-IX.

            MOVE 'N'  TO WS-SELF-APPROVAL-SW.
            PERFORM MATCH-ONE-APPROVAL
                VARYING WS-APPROVAL-IX FROM 1 BY 1
                UNTIL WS-APPROVAL-IX IS GREATER THAN WS-APPROVAL-USED
                   OR APPROVAL-FOUND.

            IF NOT APPROVAL-FOUND
                MOVE 'Y'  TO WS-SELF-APPROVAL-SW
                PERFORM MATCH-ONE-APPROVAL
                    VARYING WS-APPROVAL-IX FROM 1 BY 1
                    UNTIL WS-APPROVAL-IX IS GREATER THAN
                              WS-APPROVAL-USED
                       OR APPROVAL-FOUND
            END-IF.

       MATCH-ONE-APPROVAL.

            IF WS-APP-USED-SW (WS-APPROVAL-IX) IS EQUAL TO 'N'
              AND WS-APP-KEY (WS-APPROVAL-IX) IS EQUAL TO
                    WS-ENT-KEY (WS-ENTRY-IX)
              AND WS-APP-FIELD (WS-APPROVAL-IX) IS EQUAL TO
                    WS-ENT-FIELD (WS-ENTRY-IX)
              AND WS-APP-VALUE-X (WS-APPROVAL-IX) IS EQUAL TO
                    WS-ENT-VALUE-X (WS-ENTRY-IX)
              AND WS-APP-REASON (WS-APPROVAL-IX) IS EQUAL TO
                    WS-ENT-REASON (WS-ENTRY-IX)
              AND (SELF-APPROVAL-ALLOWED
                   OR WS-APP-OPERATOR (WS-APPROVAL-IX) IS NOT EQUAL TO
                        WS-ENT-OPERATOR (WS-ENTRY-IX))
                MOVE 'Y' TO WS-APPROVAL-FOUND-SW
                MOVE WS-APPROVAL-IX TO WS-MATCHED-IX
            END-IF.

       RELEASE-MANUAL-ADJUSTMENT.

            IF NOT RESULT-MANUALLY-ADJUSTED
                MOVE 'N' TO WS-APPLY-OK-SW
                MOVE "KEY IS NOT MANUALLY ADJUSTED"
                    TO WS-REFUSAL-TEXT
            ELSE
                MOVE 'N'  TO RESULT-ADJUSTED-SW
                MOVE ZERO TO RESULT-ADJUSTED-DATE
                ADD 1 TO WS-ADJ-RELEASED
            END-IF.

       REPLACE-RESULT-FIGURE.

            PERFORM FETCH-RESULT-FIGURE.
            MOVE WS-FIELD-VALUE TO WS-OLD-VALUE.

      * COMPUTE rather than MOVE so a value too wide for the field
      * is refused instead of silently losing its high digits; the
      * unsigned figures cannot take a negative value at all.
            EVALUATE WS-ENT-FIELD (WS-ENTRY-IX)
                WHEN "RESULT-SUM"
                    COMPUTE RESULT-SUM = WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-SUBTRACTION"
                    COMPUTE RESULT-SUBTRACTION =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-MULTIPLICATION"
                    COMPUTE RESULT-MULTIPLICATION =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-DIVISION"
                    COMPUTE RESULT-DIVISION =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-REMAINDER"
                    COMPUTE RESULT-REMAINDER =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-EXPONENT"
                    COMPUTE RESULT-EXPONENT =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-AVERAGE"
                    COMPUTE RESULT-AVERAGE =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-GROUP-SUM"
                    COMPUTE RESULT-GROUP-SUM =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-GROUP-AVERAGE"
                    COMPUTE RESULT-GROUP-AVERAGE =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-GROUP-MEDIAN"
                    COMPUTE RESULT-GROUP-MEDIAN =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN "RESULT-GROUP-STDDEV"
                    COMPUTE RESULT-GROUP-STDDEV =
                        WS-ENT-VALUE (WS-ENTRY-IX)
                        ON SIZE ERROR
                            PERFORM REFUSE-VALUE-TOO-WIDE
                    END-COMPUTE
                WHEN OTHER
                    PERFORM REPLACE-UNSIGNED-FIGURE
            END-EVALUATE.

      * A value with more decimals than the field carries would be
      * cut short without a size error - reading the figure back
      * and comparing catches it, so a keying error is refused
      * rather than quietly stored as something nobody approved.
            IF ADJUSTMENT-CAN-APPLY
                PERFORM FETCH-RESULT-FIGURE
                IF WS-FIELD-VALUE IS NOT EQUAL TO
                        WS-ENT-VALUE (WS-ENTRY-IX)
                    MOVE 'N' TO WS-APPLY-OK-SW
                    MOVE "MORE DECIMALS THAN THE FIELD CARRIES"
                        TO WS-REFUSAL-TEXT
                END-IF
            END-IF.

            IF ADJUSTMENT-CAN-APPLY
                MOVE 'Y'             TO RESULT-ADJUSTED-SW
                MOVE WS-CURRENT-DATE TO RESULT-ADJUSTED-DATE
                ADD 1 TO WS-ADJ-APPLIED
            END-IF.

       REPLACE-UNSIGNED-FIGURE.

            IF WS-ENT-VALUE (WS-ENTRY-IX) IS LESS THAN ZERO
                MOVE 'N' TO WS-APPLY-OK-SW
                MOVE "NEGATIVE VALUE FOR UNSIGNED FIELD"
                    TO WS-REFUSAL-TEXT
            ELSE
                EVALUATE WS-ENT-FIELD (WS-ENTRY-IX)
                    WHEN "RESULT-GROUP-MINIMUM"
                        COMPUTE RESULT-GROUP-MINIMUM =
                            WS-ENT-VALUE (WS-ENTRY-IX)
                            ON SIZE ERROR
                                PERFORM REFUSE-VALUE-TOO-WIDE
                        END-COMPUTE
                    WHEN "RESULT-GROUP-MAXIMUM"
                        COMPUTE RESULT-GROUP-MAXIMUM =
                            WS-ENT-VALUE (WS-ENTRY-IX)
                            ON SIZE ERROR
                                PERFORM REFUSE-VALUE-TOO-WIDE
                        END-COMPUTE
                    WHEN "RESULT-GROUP-RANGE"
                        COMPUTE RESULT-GROUP-RANGE =
                            WS-ENT-VALUE (WS-ENTRY-IX)
                            ON SIZE ERROR
                                PERFORM REFUSE-VALUE-TOO-WIDE
                        END-COMPUTE
                    WHEN OTHER
                        COMPUTE RESULT-GROUP-PRODUCT =
                            WS-ENT-VALUE (WS-ENTRY-IX)
                            ON SIZE ERROR
                                PERFORM REFUSE-VALUE-TOO-WIDE
                        END-COMPUTE
                END-EVALUATE
            END-IF.

       FETCH-RESULT-FIGURE.

            EVALUATE WS-ENT-FIELD (WS-ENTRY-IX)
                WHEN "RESULT-SUM"
                    MOVE RESULT-SUM            TO WS-FIELD-VALUE
                WHEN "RESULT-SUBTRACTION"
                    MOVE RESULT-SUBTRACTION    TO WS-FIELD-VALUE
                WHEN "RESULT-MULTIPLICATION"
                    MOVE RESULT-MULTIPLICATION TO WS-FIELD-VALUE
                WHEN "RESULT-DIVISION"
                    MOVE RESULT-DIVISION       TO WS-FIELD-VALUE
                WHEN "RESULT-REMAINDER"
                    MOVE RESULT-REMAINDER      TO WS-FIELD-VALUE
                WHEN "RESULT-EXPONENT"
                    MOVE RESULT-EXPONENT       TO WS-FIELD-VALUE
                WHEN "RESULT-AVERAGE"
                    MOVE RESULT-AVERAGE        TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-SUM"
                    MOVE RESULT-GROUP-SUM      TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-AVERAGE"
                    MOVE RESULT-GROUP-AVERAGE  TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-MINIMUM"
                    MOVE RESULT-GROUP-MINIMUM  TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-MAXIMUM"
                    MOVE RESULT-GROUP-MAXIMUM  TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-MEDIAN"
                    MOVE RESULT-GROUP-MEDIAN   TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-STDDEV"
                    MOVE RESULT-GROUP-STDDEV   TO WS-FIELD-VALUE
                WHEN "RESULT-GROUP-RANGE"
                    MOVE RESULT-GROUP-RANGE    TO WS-FIELD-VALUE
                WHEN OTHER
                    MOVE RESULT-GROUP-PRODUCT  TO WS-FIELD-VALUE
            END-EVALUATE.

       REFUSE-VALUE-TOO-WIDE.

            MOVE 'N' TO WS-APPLY-OK-SW.
            MOVE "VALUE TOO WIDE FOR THE FIELD" TO WS-REFUSAL-TEXT.

       WRITE-ADJUSTMENT-JOURNAL.

            MOVE WS-CURRENT-DATE             TO ADJJ-APPLIED-DATE.
            MOVE WS-ENT-KEY (WS-ENTRY-IX)    TO ADJJ-RECORD-KEY.
            MOVE WS-ENT-FIELD (WS-ENTRY-IX)  TO ADJJ-FIELD-NAME.
            MOVE WS-OLD-VALUE                TO ADJJ-OLD-VALUE.
            MOVE WS-ENT-VALUE (WS-ENTRY-IX)  TO ADJJ-NEW-VALUE.
            MOVE WS-ENT-REASON (WS-ENTRY-IX) TO ADJJ-REASON-CODE.
            MOVE WS-ENT-OPERATOR (WS-ENTRY-IX)
                                             TO ADJJ-ENTERED-BY.
            MOVE WS-APP-OPERATOR (WS-MATCHED-IX)
                                             TO ADJJ-APPROVED-BY.

            WRITE ADJUSTMENT-JOURNAL-RECORD.

            IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
                DISPLAY "ADJUSTMENTS STOPPED - ADJUSTMENTS JOURNAL "
                        "WRITE STATUS " WS-JOURNAL-STATUS
                        " AT KEY " WS-ENT-KEY (WS-ENTRY-IX)
                        " - THIS AND LATER ENTRIES NOT APPLIED"
                CLOSE RESULTS-MASTER-FILE
                CLOSE ADJUSTMENT-JOURNAL-FILE
                CLOSE ADJUSTMENT-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       REPORT-APPLIED-ENTRY.

            IF WS-ENT-FIELD (WS-ENTRY-IX) IS EQUAL TO "RELEASE"
                MOVE "RELEASED " TO WS-DET-ACTION
            ELSE
                MOVE "APPLIED  " TO WS-DET-ACTION
            END-IF.

            MOVE WS-ENT-KEY (WS-ENTRY-IX)      TO WS-DET-KEY.
            MOVE WS-ENT-FIELD (WS-ENTRY-IX)    TO WS-DET-FIELD.
            MOVE WS-OLD-VALUE                  TO WS-DET-OLD.
            MOVE WS-ENT-VALUE (WS-ENTRY-IX)    TO WS-DET-NEW.
            MOVE WS-ENT-REASON (WS-ENTRY-IX)   TO WS-DET-REASON.
            MOVE WS-ENT-OPERATOR (WS-ENTRY-IX) TO WS-DET-ENTERED.
            MOVE WS-APP-OPERATOR (WS-MATCHED-IX)
                                               TO WS-DET-APPROVED.
            MOVE WS-RPT-DETAIL TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

       REPORT-REFUSED-ENTRY.

      * The entry card is rebuilt from the table so the operators
      * see exactly what they keyed.
            MOVE SPACES                        TO ADJUSTMENT-CARD.
            MOVE 'E'                           TO ADJC-CARD-TYPE.
            MOVE WS-ENT-KEY (WS-ENTRY-IX)      TO ADJC-RECORD-KEY.
            MOVE WS-ENT-FIELD (WS-ENTRY-IX)    TO ADJC-FIELD-NAME.
            MOVE WS-ENT-VALUE-X (WS-ENTRY-IX)  TO ADJC-NEW-VALUE-X.
            MOVE WS-ENT-REASON (WS-ENTRY-IX)   TO ADJC-REASON-CODE.
            MOVE WS-ENT-OPERATOR (WS-ENTRY-IX) TO ADJC-OPERATOR-ID.

            PERFORM REPORT-REFUSED-CARD.

       REPORT-UNUSED-APPROVAL.

            IF WS-APP-USED-SW (WS-APPROVAL-IX) IS EQUAL TO 'N'
                ADD 1 TO WS-APP-UNMATCHED
                MOVE SPACES TO ADJUSTMENT-CARD
                MOVE 'A'    TO ADJC-CARD-TYPE
                MOVE WS-APP-KEY (WS-APPROVAL-IX)
                    TO ADJC-RECORD-KEY
                MOVE WS-APP-FIELD (WS-APPROVAL-IX)
                    TO ADJC-FIELD-NAME
                MOVE WS-APP-VALUE-X (WS-APPROVAL-IX)
                    TO ADJC-NEW-VALUE-X
                MOVE WS-APP-REASON (WS-APPROVAL-IX)
                    TO ADJC-REASON-CODE
                MOVE WS-APP-OPERATOR (WS-APPROVAL-IX)
                    TO ADJC-OPERATOR-ID
                MOVE "APPROVAL MATCHED NO ENTRY CARD"
                    TO WS-REFUSAL-TEXT
                PERFORM REPORT-REFUSED-CARD
            END-IF.

       WRITE-ADJUSTMENT-TOTALS.

            MOVE WS-BLANK-LINE          TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE "ADJUSTMENT CARDS READ"  TO WS-TOT-LABEL.
            MOVE WS-CARDS-READ            TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE "CARDS REFUSED AS INVALID" TO WS-TOT-LABEL.
            MOVE WS-CARDS-INVALID         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE "OVERRIDES APPLIED"      TO WS-TOT-LABEL.
            MOVE WS-ADJ-APPLIED           TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE "KEYS RELEASED TO BATCH" TO WS-TOT-LABEL.
            MOVE WS-ADJ-RELEASED          TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE "ENTRIES NOT APPLIED"    TO WS-TOT-LABEL.
            MOVE WS-ADJ-REFUSED           TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            MOVE "APPROVALS UNMATCHED"    TO WS-TOT-LABEL.
            MOVE WS-APP-UNMATCHED         TO WS-TOT-COUNT.
            MOVE WS-RPT-TOTAL             TO ADJUSTMENT-REPORT-LINE.
            WRITE ADJUSTMENT-REPORT-LINE.

            IF WS-CARDS-OVERFLOW IS GREATER THAN ZERO
                MOVE "CARDS PAST THE CARD TABLES" TO WS-TOT-LABEL
                MOVE WS-CARDS-OVERFLOW    TO WS-TOT-COUNT
                MOVE WS-RPT-TOTAL         TO ADJUSTMENT-REPORT-LINE
                WRITE ADJUSTMENT-REPORT-LINE
            END-IF.

            DISPLAY "ADJUSTMENT RUN COMPLETE - APPLIED "
                    WS-ADJ-APPLIED " RELEASED " WS-ADJ-RELEASED
                    " NOT APPLIED " WS-ADJ-REFUSED.

       END PROGRAM MATHADJ.
