      *================================================================
      * SWEEPCNT - Partitioned CONTSWEP control totals. Each partition
      *            writes one P row at the end of its sweep (a restart
      *            rewrites it) with its key range as carded and what
      *            it read, passed, rejected and skipped on restart.
      *            CONTSWMG reads every partition's row, fills in the
      *            master records it counted in the range, the merged
      *            reject/warning rows falling in it and the proof
      *            state, and adds a T row for the run as a whole
      *            (audit rows carry no contract key, so they are
      *            only known in total). RPTSUMRY prints the result.
      *================================================================
       01  SWEEP-COUNT-RECORD.
           05  SC-RECORD-TYPE          PIC X.
               88  SC-PARTITION-ROW        VALUE 'P'.
               88  SC-TOTAL-ROW            VALUE 'T'.
           05  SC-PARTITION-ID         PIC X(02).
           05  SC-FROM-KEY             PIC X(10).
           05  SC-TO-KEY               PIC X(10).
           05  SC-BUSINESS-DATE        PIC X(08).
           05  SC-READ-COUNT           PIC 9(07).
           05  SC-VALID-COUNT          PIC 9(07).
           05  SC-REJECTED-COUNT       PIC 9(07).
           05  SC-SKIPPED-COUNT        PIC 9(07).
           05  SC-RETURN-CODE          PIC S9(04) COMP.
           05  SC-MASTER-COUNT         PIC 9(07).
           05  SC-REJECT-ROWS          PIC 9(07).
           05  SC-WARNING-ROWS         PIC 9(07).
           05  SC-AUDIT-ROWS           PIC 9(07).
           05  SC-PROOF-STATE          PIC X.
               88  SC-PROOF-AGREES         VALUE 'A'.
               88  SC-PROOF-DIFFERS        VALUE 'D'.
               88  SC-PROOF-MISSING        VALUE 'M'.
               88  SC-PROOF-FAILED         VALUE 'F'.
           05  FILLER                  PIC X(10).
