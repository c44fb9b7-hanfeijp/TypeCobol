      *================================================================
      * REFNDRT  - Return-premium method table, one entry per
      *            cancellation reason CONTRFND derives from the
      *            journal row that took the contract out of force:
      *              NP  non-payment (cancelled by the CONTPAYM run)
      *              IN  inactivated
      *              HR  cancelled at the holder's request (any other
      *                  cancellation)
      *              OT  anything else taking the contract out of
      *                  force before its expiry date
      *            Method P refunds the unearned premium pro-rata by
      *            days remaining to expiry. Method S refunds on the
      *            short-rate scale carried with the entry: the earned
      *            percent of premium for each tenth of the term
      *            elapsed (first column = under 10% elapsed, last =
      *            90% or more). The scale is ignored for method P.
      *            A reason not in the table refunds on the OT entry.
      *================================================================
       01  RR-REASON-TABLE-DATA.
           05  FILLER PIC X(45) VALUE
               'NPNON-PAYMENT P000000000000000000000000000000'.
           05  FILLER PIC X(45) VALUE
               'ININACTIVATED P000000000000000000000000000000'.
           05  FILLER PIC X(45) VALUE
               'HRHOLDER REQ  S019030040048056064072080090100'.
           05  FILLER PIC X(45) VALUE
               'OTOTHER       P000000000000000000000000000000'.
       01  RR-REASON-TABLE REDEFINES RR-REASON-TABLE-DATA.
           05  RR-REASON-ENTRY OCCURS 4 TIMES.
               10  RR-REASON-CODE          PIC X(02).
               10  RR-REASON-CAPTION       PIC X(12).
               10  RR-REFUND-METHOD        PIC X.
                   88  RR-METHOD-PRO-RATA      VALUE 'P'.
                   88  RR-METHOD-SHORT-RATE    VALUE 'S'.
               10  RR-EARNED-PCT           PIC 9(03) OCCURS 10 TIMES.
       01  RR-REASON-TABLE-MAX             PIC S9(04) COMP VALUE 4.
       01  RR-OTHER-ENTRY                  PIC S9(04) COMP VALUE 4.
