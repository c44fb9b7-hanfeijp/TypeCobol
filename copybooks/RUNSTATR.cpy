      *            the step name, business-date timestamp, records
      *            processed and final RETURN-CODE. Read by RPTRNSTA
      *            to show the duty operator how far the night got.
      *            STEPGATE writes a held record instead of a start
      *            record for a step whose predecessor on STEPDEPS did
      *            not end acceptably: the predecessor goes in
      *            RST-HELD-BY, why in RST-HOLD-REASON, and for a
      *            return code over the limit the predecessor's code
      *            in RST-RETURN-CODE. Both are blank on start and end
      *            records.
      *================================================================
       01  RUN-STATUS-RECORD.
           05  RST-STEP-NAME           PIC X(08).
           05  RST-RECORD-TYPE         PIC X.
               88  RST-TYPE-START          VALUE 'S'.
               88  RST-TYPE-END            VALUE 'E'.
               88  RST-TYPE-HELD           VALUE 'H'.
           05  RST-TIMESTAMP.
               10  RST-DATE            PIC X(08).
               10  RST-TIME            PIC X(08).
           05  RST-RECORDS-PROCESSED   PIC 9(07).
           05  RST-RETURN-CODE         PIC S9(04) COMP.
           05  RST-HELD-BY             PIC X(08).
           05  RST-HOLD-REASON         PIC X.
               88  RST-HOLD-NOT-RUN        VALUE 'N'.
               88  RST-HOLD-NOT-ENDED      VALUE 'S'.
               88  RST-HOLD-PRED-HELD      VALUE 'H'.
               88  RST-HOLD-RC-OVER        VALUE 'C'.
