      *================================================================
      * BILLFREQ - Installment plan table, one entry per billing
      *            frequency CM-BILLING-FREQUENCY may carry: caption,
      *            installments a year, months between installments
      *            and the installment loading percent added to each
      *            installment for the cost of billing more often.
      *            CONTBILL bills from it and CONTBALN re-derives the
      *            billed amounts from it, so a loading change here
      *            moves both together. A frequency not in the table
      *            (blank on contracts written before installment
      *            plans) is billed on the ANNUAL entry.
      *================================================================
       01  BF-FREQ-TABLE-DATA.
           05  FILLER PIC X(21) VALUE
               'MMONTHLY     12010300'.
           05  FILLER PIC X(21) VALUE
               'QQUARTERLY   04030200'.
           05  FILLER PIC X(21) VALUE
               'SSEMI-ANNUAL 02060100'.
           05  FILLER PIC X(21) VALUE
               'AANNUAL      01120000'.
       01  BF-FREQ-TABLE REDEFINES BF-FREQ-TABLE-DATA.
           05  BF-FREQ-ENTRY OCCURS 4 TIMES.
               10  BF-FREQ-CODE            PIC X.
               10  BF-FREQ-CAPTION         PIC X(12).
               10  BF-INSTALLMENTS         PIC 9(02).
               10  BF-MONTHS-PER-INST      PIC 9(02).
               10  BF-LOADING-PCT          PIC 9(02)V99.
       01  BF-FREQ-TABLE-MAX               PIC S9(04) COMP VALUE 4.
       01  BF-ANNUAL-ENTRY                 PIC S9(04) COMP VALUE 4.
