      *            entry, in the same online calling convention
      *            CONTINQ proved out: tran id and one MAINT-TRANS
      *            worth of fields in, result flag and reason code
      *            out. The detail mirrors the 80-byte CONTTRAN
      *            transaction layout byte for byte. An applied
      *            transaction answers 'Y' with a blank reason; a
      *            rejected one answers 'N' with the same M01-M21
      *            reason code the batch reject file would carry; a
      *            future-dated one parks on CONTPEND and answers 'S'
      *            so the desk knows it is suspended, not applied.
      *            MP-OPERATOR-ID names the operator keying it (blank
      *            rejects M14). A premium movement over the dual-
      *            control threshold, or the inactivation of an
      *            active contract, parks on the CONTAPRQ approval
      *            queue and answers 'Q' with the movement reason (PM
      *            or IN) in MP-REASON-CODE; a second operator decides
      *            it in the CONTAPPR approval run. MP-APPROVER-ID is
      *            set only on the batch CONTAPPR feeds back and is
      *            ignored online. Function R reinstates a cancelled
      *            or expired contract (MP-EXPIRY-DATE, and optionally
      *            the plan and next due date, as on a CHANGE); it
      *            applies at once or rejects M15-M21 - never suspends
      *            or queues.
      *================================================================
       01  CONTRACT-MAINT-PARM-BLOCK.
           05  MP-TRAN-ID              PIC X(04).
               10  MP-EXPIRY-DATE      PIC X(08).
               10  MP-STATUS-CODE      PIC X(02).
               10  MP-PREMIUM-AMOUNT   PIC S9(09)V99 COMP-3.
               10  MP-BILLING-FREQUENCY PIC X.
               10  MP-NEXT-DUE-DATE    PIC X(08).
               10  MP-AGENT-ID         PIC X(10).
               10  MP-OPERATOR-ID      PIC X(08).
               10  MP-APPROVER-ID      PIC X(08).
           05  MP-RESULT-FLAG          PIC X.
               88  MP-TRANS-APPLIED        VALUE 'Y'.
               88  MP-TRANS-REJECTED       VALUE 'N'.
               88  MP-TRANS-SUSPENDED      VALUE 'S'.
               88  MP-TRANS-QUEUED         VALUE 'Q'.
           05  MP-REASON-CODE          PIC X(04).
