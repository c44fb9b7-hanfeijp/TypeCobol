      *================================================================
      * AGNTMSTR - Agent (producer) master record, keyed by agent id.
      *            Used by AGENT-MASTER (VSAM KSDS), maintained by
      *            AGNTMAIN, and read by the writing-agent edits in
      *            CONTMAIN and PGM2.CheckContract and by the AGNTCOMM
      *            monthly commission run. The commission class picks
      *            the agent's first-year and renewal rates off the
      *            AGNTRATE table.
      *================================================================
       01  AGENT-MASTER-RECORD.
           05  AG-AGENT-ID             PIC X(10).
           05  AG-AGENT-NAME           PIC X(30).
           05  AG-STATUS-CODE          PIC X(02).
               88  AG-STATUS-ACTIVE        VALUE 'AC'.
               88  AG-STATUS-INACTIVE      VALUE 'IN'.
           05  AG-COMMISSION-CLASS     PIC X(02).
