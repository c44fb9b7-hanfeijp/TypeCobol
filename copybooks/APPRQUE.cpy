      *================================================================
      * APPRQUE  - Dual-control approval queue row (CONTAPRQ), one
      *            per contract transaction CONTMAIN held back for a
      *            second operator: a CHANGE moving the premium by
      *            more than the dual-control threshold (reason PM) or
      *            a CHANGE/INACTIVATE taking an active contract
      *            inactive (reason IN). The queue key is the business
      *            date, time and a per-run sequence number stamped
      *            when the item parked; the approver quotes it on the
      *            APPRDECN decision card. AQ-OLD-PREMIUM is the master
      *            premium when the item parked, so the audit report
      *            shows the movement. AQ-TRANS-IMAGE is the 80-byte
      *            CONTTRAN transaction unchanged, entering operator
      *            included; CONTAPPR stamps the approver into it and
      *            re-feeds it to CONTMAIN as a controlled batch.
      *================================================================
       01  APPROVAL-QUEUE-RECORD.
           05  AQ-QUEUE-KEY.
               10  AQ-ENTRY-DATE       PIC X(08).
               10  AQ-ENTRY-TIME       PIC X(08).
               10  AQ-ENTRY-SEQ        PIC 9(04).
           05  AQ-QUEUE-REASON         PIC X(02).
               88  AQ-REASON-PREMIUM       VALUE 'PM'.
               88  AQ-REASON-INACTIVATE    VALUE 'IN'.
           05  AQ-OLD-PREMIUM          PIC S9(09)V99 COMP-3.
           05  AQ-TRANS-IMAGE          PIC X(80).
