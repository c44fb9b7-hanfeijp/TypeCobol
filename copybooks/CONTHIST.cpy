      *================================================================
      * CONTHIST - Contract history row (CONTHIST, VSAM KSDS), one
      *            per CONTJRNL row loaded by the nightly CONTHLOD
      *            step, so a contract's changes outlive the daily
      *            journal. Keyed by contract number and journal
      *            timestamp; CH-ROW-SEQ separates rows for the same
      *            contract stamped in the same hundredth of a second
      *            (an ADD and its coverages, say). Master, coverage
      *            and purge rows all load. The status and premium
      *            pairs are decoded from the journal images for the
      *            CONTINQ history tran: master rows carry the master
      *            status and premium; coverage rows (V/W/X) carry the
      *            coverage code and coverage premium with the status
      *            blank. A side with no image (the before side of an
      *            add, the after side of a drop or purge) is blank
      *            status and zero premium. The full journal images
      *            and both operators ride along unchanged.
      *================================================================
       01  CONTRACT-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-CONTRACT-NUMBER  PIC X(10).
               10  CH-JOURNAL-DATE     PIC X(08).
               10  CH-JOURNAL-TIME     PIC X(08).
               10  CH-ROW-SEQ          PIC 9(03).
           05  CH-FUNCTION-CODE        PIC X.
           05  CH-COVERAGE-CODE        PIC X(04).
           05  CH-OLD-STATUS           PIC X(02).
           05  CH-NEW-STATUS           PIC X(02).
           05  CH-OLD-PREMIUM          PIC S9(09)V99 COMP-3.
           05  CH-NEW-PREMIUM          PIC S9(09)V99 COMP-3.
           05  CH-ENTERED-BY           PIC X(08).
           05  CH-APPROVED-BY          PIC X(08).
           05  CH-BEFORE-IMAGE         PIC X(63).
           05  CH-AFTER-IMAGE          PIC X(63).
