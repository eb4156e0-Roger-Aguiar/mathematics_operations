      ******************************************************************
      * Copybook : MATHADJJ
      * Purpose  : Record layout for the permanent adjustments
      *            journal - one row per manual override applied to
      *            the results master by the dual-control adjustment
      *            run (MATHADJ): the day it was applied, the key and
      *            field, the figure replaced and the figure put in
      *            its place, the reason code, and both operators -
      *            the one who entered it and the one who approved
      *            it.  Release rows (field RELEASE) record the day a
      *            key was handed back to the nightly batch, with
      *            both values zero.
      ******************************************************************
       01  ADJUSTMENT-JOURNAL-RECORD.
           05  ADJJ-APPLIED-DATE         PIC 9(08).
           05  ADJJ-RECORD-KEY           PIC 9(06).
           05  ADJJ-FIELD-NAME           PIC X(24).
           05  ADJJ-OLD-VALUE            PIC S9(14)V9(04).
           05  ADJJ-NEW-VALUE            PIC S9(14)V9(04).
           05  ADJJ-REASON-CODE          PIC X(02).
           05  ADJJ-ENTERED-BY           PIC X(08).
           05  ADJJ-APPROVED-BY          PIC X(08).
