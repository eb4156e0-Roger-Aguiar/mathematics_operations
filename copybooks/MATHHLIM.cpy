      ******************************************************************
      * Copybook : MATHHLIM
      * Purpose  : Card layout for the hold-for-review limits the
      *            nightly batch screens every result against before
      *            it can be distributed - one card per MATHRSLT
      *            figure (RESULT-SUM, RESULT-GROUP-AVERAGE and so
      *            on, the same names the adjustment run uses).
      *            HLIM-CEILING holds a figure whose size, either
      *            sign, exceeds it - whole units, zero for no
      *            ceiling.  HLIM-CHANGE-PCT holds a figure that has
      *            moved by more than that percentage of the value
      *            the key's previous result carried on the master -
      *            zero for no check; 99900 holds a figure a
      *            thousand times its old size.  A figure without a
      *            card is not screened.  Blank cards and cards with
      *            an asterisk in column 1 are comments.
      ******************************************************************
       01  HOLD-LIMIT-CARD.
           05  HLIM-FIELD-NAME           PIC X(24).
           05  FILLER                    PIC X(01).
           05  HLIM-CEILING-X            PIC X(14).
           05  HLIM-CEILING REDEFINES HLIM-CEILING-X
                                         PIC 9(14).
           05  FILLER                    PIC X(01).
           05  HLIM-CHANGE-PCT-X         PIC X(05).
           05  HLIM-CHANGE-PCT REDEFINES HLIM-CHANGE-PCT-X
                                         PIC 9(05).
           05  FILLER                    PIC X(35).
