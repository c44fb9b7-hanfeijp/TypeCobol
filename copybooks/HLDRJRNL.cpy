      *================================================================
      * HLDRJRNL - Holder change journal row, one per transaction
      *            HLDRMAIN applied to HOLDER-MASTER or HOLDER-ADDRESS
      *            (failed transactions are not journalled): the
      *            HLDRTRAN function code (A/C/I on the master, M/R on
      *            the address), the business-date timestamp and the
      *            holder id. A daily file like CONTJRNL; CONTCDCX
      *            reads it to find the holders changed that night
      *            and takes their values from the masters themselves.
      *================================================================
       01  HOLDER-JOURNAL-RECORD.
           05  HJ-FUNCTION-CODE        PIC X.
               88  HJ-FUNCTION-ADD          VALUE 'A'.
               88  HJ-FUNCTION-CHANGE       VALUE 'C'.
               88  HJ-FUNCTION-INACTIVATE   VALUE 'I'.
               88  HJ-FUNCTION-ADDRESS      VALUE 'M'.
               88  HJ-FUNCTION-RETURNED     VALUE 'R'.
           05  HJ-TIMESTAMP.
               10  HJ-DATE             PIC X(08).
               10  HJ-TIME             PIC X(08).
           05  HJ-HOLDER-ID            PIC X(10).
