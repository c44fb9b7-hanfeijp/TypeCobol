      *================================================================
      * STEPDEPS - Step dependency control card, one per predecessor
      *            a step of the nightly flow needs: the step, the
      *            predecessor that must have ended that business
      *            date, and the highest RETURN-CODE the predecessor
      *            may end with (blank reads as 04, so warnings pass
      *            and failures hold). Maintained as a flat file by
      *            operations, in no particular order; STEPGATE reads
      *            it at the top of every step. A step with no cards
      *            is never held.
      *================================================================
       01  STEP-DEPENDENCY-RECORD.
           05  DP-STEP-NAME            PIC X(08).
           05  DP-PREDECESSOR          PIC X(08).
           05  DP-MAX-RETURN-CODE      PIC X(02).
           05  DP-MAX-RC-NUM REDEFINES DP-MAX-RETURN-CODE
                                       PIC 9(02).
           05  DP-DESCRIPTION          PIC X(40).
           05  FILLER                  PIC X(22).
