      ******************************************************************
      * Copybook : MATHHRVC
      * Purpose  : Card layout for the hold-for-review run (MATHHREL).
      *            One card per held result operations has decided -
      *            RELEASE lets the result out in the next
      *            distribution, REJECT sends the transaction back on
      *            the rejects file for the source to correct and
      *            puts the previous result back on the master.  The
      *            operator ID is carried onto the review report.
      *            Blank cards and cards with an asterisk in column 1
      *            are comments.
      ******************************************************************
       01  HOLD-REVIEW-CARD.
           05  HRVC-ACTION               PIC X(07).
               88  HRVC-RELEASE               VALUE 'RELEASE'.
               88  HRVC-REJECT                VALUE 'REJECT '.
           05  FILLER                    PIC X(01).
           05  HRVC-RECORD-KEY-X         PIC X(06).
           05  HRVC-RECORD-KEY REDEFINES HRVC-RECORD-KEY-X
                                         PIC 9(06).
           05  FILLER                    PIC X(01).
           05  HRVC-OPERATOR-ID          PIC X(08).
           05  FILLER                    PIC X(57).
