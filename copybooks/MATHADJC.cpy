      ******************************************************************
      * Copybook : MATHADJC
      * Purpose  : Card layout for the dual-control adjustment run
      *            (MATHADJ).  One operator keys an "E" entry card -
      *            the results master key, the MATHRSLT field to
      *            override (RESULT-SUM, RESULT-GROUP-AVERAGE and so
      *            on), the replacement value, a reason code and
      *            their own operator ID.  A second operator keys a
      *            matching "A" approval card carrying the same key,
      *            field, value and reason under their own ID.
      *            Nothing is applied without both.  The value is an
      *            explicit sign plus eighteen digits, the last four
      *            of them decimals.  The field name RELEASE clears
      *            the manual-adjustment mark on a key so the nightly
      *            batch may rewrite it again; its value is ignored.
      *            ADJC-NEW-VALUE-EDIT is the byte view the run
      *            validates before the numeric view is touched.
      ******************************************************************
       01  ADJUSTMENT-CARD.
           05  ADJC-CARD-TYPE            PIC X(01).
               88  ADJC-ENTRY-CARD            VALUE 'E'.
               88  ADJC-APPROVAL-CARD         VALUE 'A'.
           05  FILLER                    PIC X(01).
           05  ADJC-RECORD-KEY           PIC X(06).
           05  FILLER                    PIC X(01).
           05  ADJC-FIELD-NAME           PIC X(24).
           05  FILLER                    PIC X(01).
           05  ADJC-NEW-VALUE-X          PIC X(19).
           05  ADJC-NEW-VALUE REDEFINES ADJC-NEW-VALUE-X
                                         PIC S9(14)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  ADJC-NEW-VALUE-EDIT REDEFINES ADJC-NEW-VALUE-X.
               10  ADJC-NEW-VALUE-SIGN   PIC X(01).
               10  ADJC-NEW-VALUE-DIGITS PIC X(18).
           05  FILLER                    PIC X(01).
           05  ADJC-REASON-CODE          PIC X(02).
           05  FILLER                    PIC X(01).
           05  ADJC-OPERATOR-ID          PIC X(08).
           05  FILLER                    PIC X(15).
