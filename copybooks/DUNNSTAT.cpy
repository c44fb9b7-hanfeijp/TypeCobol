      *================================================================
      * DUNNSTAT - Dunning state row (DUNSTATE, VSAM KSDS), one per
      *            billed contract CONTPAYM is chasing for premium,
      *            kept from night to night and cycle to cycle. The
      *            stage is the last notice sent: first reminder,
      *            second reminder, final notice (none yet after a
      *            part payment). DS-CLOCK-DATE is the date the
      *            reminder offsets count from - the billing date,
      *            or the night of the last part payment, which
      *            starts the dunning over; DS-STAGE-DATE is the
      *            night the current stage's notice went out, which
      *            the grace period counts from once the final notice
      *            is out. DS-LAST-PAID-AMOUNT is what had been paid
      *            against DS-BILLING-DATE's bill when the clock last
      *            started, so only a further part payment starts it
      *            over again. Payment in full deletes the row, and so
      *            does the cancellation the final notice leads to.
      *================================================================
       01  DUNNING-STATE-RECORD.
           05  DS-CONTRACT-NUMBER      PIC X(10).
           05  DS-DUNNING-STAGE        PIC 9.
               88  DS-STAGE-NONE           VALUE 0.
               88  DS-STAGE-FIRST          VALUE 1.
               88  DS-STAGE-SECOND         VALUE 2.
               88  DS-STAGE-FINAL          VALUE 3.
           05  DS-CLOCK-DATE           PIC X(08).
           05  DS-STAGE-DATE           PIC X(08).
           05  DS-BILLING-DATE         PIC X(08).
           05  DS-LAST-PAID-AMOUNT     PIC S9(09)V99 COMP-3.
