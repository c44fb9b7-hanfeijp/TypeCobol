      *================================================================
      * AGNTRATE - Agent commission rate table, one entry per
      *            commission class AG-COMMISSION-CLASS may carry:
      *            caption, the percent of collected premium paid in
      *            the contract's first year (billing date before the
      *            first anniversary of CM-EFFECTIVE-DATE) and the
      *            percent paid on renewal premium thereafter. AGNTMAIN
      *            edits new classes against it and AGNTCOMM pays from
      *            it. House accounts are carried at zero so direct
      *            business still shows on the statements.
      *================================================================
       01  AR-RATE-TABLE-DATA.
           05  FILLER PIC X(22) VALUE
               'STSTANDARD    20000500'.
           05  FILLER PIC X(22) VALUE
               'SRSENIOR      25000750'.
           05  FILLER PIC X(22) VALUE
               'BRBROKER      15000300'.
           05  FILLER PIC X(22) VALUE
               'HOHOUSE       00000000'.
       01  AR-RATE-TABLE REDEFINES AR-RATE-TABLE-DATA.
           05  AR-RATE-ENTRY OCCURS 4 TIMES.
               10  AR-COMMISSION-CLASS     PIC X(02).
               10  AR-CLASS-CAPTION        PIC X(12).
               10  AR-FIRST-YEAR-PCT       PIC 9(02)V99.
               10  AR-RENEWAL-PCT          PIC 9(02)V99.
       01  AR-RATE-TABLE-MAX               PIC S9(04) COMP VALUE 4.
