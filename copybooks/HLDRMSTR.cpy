      * HLDRMSTR - Holder master record, keyed by holder id. Used by
      *            HOLDER-MASTER (VSAM KSDS), maintained by HLDRMAIN,
      *            and read by the holder-exists edits in CONTMAIN and
      *            PGM2.CheckContract. The holder's mailing address
      *            is kept apart, on HLDRADDR.
      *================================================================
       01  HOLDER-MASTER-RECORD.
           05  HM-HOLDER-ID            PIC X(10).
