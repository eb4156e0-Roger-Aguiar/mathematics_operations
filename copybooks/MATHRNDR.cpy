      ******************************************************************
      * Copybook : MATHRNDR
      * Purpose  : Card layout for the rounding rules the nightly
      *            batch loads before it reads a transaction - one
      *            card per source system and fractional figure,
      *            saying how the figure is brought to the places
      *            it is published at.  RRUL-SOURCE-SYSTEM is S1, S2
      *            or S3, or AL for every source without a card of
      *            its own.  RRUL-OPERATION is the audit-trail name
      *            of the figure - DIVISION, AVERAGE, GROUP-AVERAGE,
      *            GROUP-MEDIAN or GROUP-STDDEV.  RRUL-ROUNDING-MODE
      *            is T to truncate, U to round half-up (a half goes
      *            away from zero) or E to round half-even (a half
      *            goes to the even digit).  RRUL-DECIMAL-PLACES is
      *            0 through the places the figure carries on the
      *            results master - 4, or 2 for the median; the
      *            figure is carried at those places with zeros
      *            beyond them.  A figure with no card for its
      *            source or for AL is truncated at the places it
      *            carries, as the batch always has.  The rule that
      *            applied is recorded with the figure on the audit
      *            trail and the results master.  Blank cards and
      *            cards with an asterisk in column 1 are comments.
      ******************************************************************
       01  ROUNDING-RULE-CARD.
           05  RRUL-SOURCE-SYSTEM        PIC X(02).
           05  FILLER                    PIC X(01).
           05  RRUL-OPERATION            PIC X(14).
           05  FILLER                    PIC X(01).
           05  RRUL-ROUNDING-MODE        PIC X(01).
               88  RRUL-TRUNCATE              VALUE 'T'.
               88  RRUL-ROUND-HALF-UP         VALUE 'U'.
               88  RRUL-ROUND-HALF-EVEN       VALUE 'E'.
               88  RRUL-MODE-VALID            VALUES 'T' 'U' 'E'.
           05  FILLER                    PIC X(01).
           05  RRUL-DECIMAL-PLACES-X     PIC X(01).
           05  RRUL-DECIMAL-PLACES REDEFINES RRUL-DECIMAL-PLACES-X
                                         PIC 9(01).
           05  FILLER                    PIC X(59).
