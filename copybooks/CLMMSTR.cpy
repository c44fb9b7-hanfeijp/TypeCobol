      *================================================================
      * CLMMSTR - Claim master record, keyed by claim number. Used by
      *            CLAIM-MASTER (VSAM KSDS), maintained by the CLMMAIN
      *            claims intake run and read by the CLMRGSTR open-
      *            claims register. A claim registers against one
      *            coverage on one contract; the holder id is taken
      *            off the contract at registration so the claim
      *            still names its holder if the contract is later
      *            purged. The reserve is the amount currently held
      *            for the claim; closing a claim releases it to zero.
      *================================================================
       01  CLAIM-MASTER-RECORD.
           05  CL-CLAIM-NUMBER         PIC X(10).
           05  CL-CONTRACT-NUMBER      PIC X(10).
           05  CL-HOLDER-ID            PIC X(10).
           05  CL-COVERAGE-CODE        PIC X(04).
           05  CL-LOSS-DATE            PIC X(08).
           05  CL-REGISTERED-DATE      PIC X(08).
           05  CL-STATUS-CODE          PIC X(02).
               88  CL-STATUS-OPEN          VALUE 'OP'.
               88  CL-STATUS-CLOSED        VALUE 'CL'.
           05  CL-RESERVE-AMOUNT       PIC S9(09)V99 COMP-3.
           05  CL-LAST-CHANGE-DATE     PIC X(08).
           05  CL-CLOSED-DATE          PIC X(08).
