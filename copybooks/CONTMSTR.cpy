      * CONTMSTR - Contract master record, keyed by contract number.
      *            Used by CONTRACT-MASTER (VSAM KSDS) and by any
      *            sequential extract of it (e.g. month-end snapshots).
      *            The billing frequency picks the installment plan
      *            CONTBILL bills on (blank reads as annual, the way
      *            contracts written before installment plans are
      *            billed) and the next-due date is the date the
      *            next installment falls due; CONTBILL moves it on
      *            one installment each time it bills the contract.
      *            The agent id is the writing agent on AGENT-MASTER
      *            the contract was sold by; commission is paid to
      *            that agent off the payments collected (blank on
      *            contracts written before the agent was carried).
      *================================================================
       01  CONTRACT-MASTER-RECORD.
           05  CM-CONTRACT-NUMBER      PIC X(10).
               88  CM-STATUS-CANCELLED     VALUE 'CA'.
               88  CM-STATUS-EXPIRED       VALUE 'EX'.
           05  CM-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  CM-BILLING-FREQUENCY    PIC X.
               88  CM-BILL-MONTHLY         VALUE 'M'.
               88  CM-BILL-QUARTERLY       VALUE 'Q'.
               88  CM-BILL-SEMI-ANNUAL     VALUE 'S'.
               88  CM-BILL-ANNUAL          VALUE 'A'.
           05  CM-NEXT-DUE-DATE        PIC X(08).
           05  CM-AGENT-ID             PIC X(10).
