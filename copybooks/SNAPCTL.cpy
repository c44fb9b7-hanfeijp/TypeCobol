      *================================================================
      * SNAPCTL - Snapshot control record (CONTSCTL), the one row
      *           CONTUNLD writes beside each CONTSNAP unload: the
      *           selection it ran under, the master records read,
      *           and the count and premium hash of the records it
      *           wrote to the snapshot. A consumer proves the
      *           snapshot it read against this row rather than
      *           against totals of its own making.
      *================================================================
       01  SNAPSHOT-CONTROL-RECORD.
           05  SCT-UNLOAD-MODE         PIC X(15).
           05  SCT-RECORDS-READ        PIC 9(07).
           05  SCT-RECORD-COUNT        PIC 9(07).
           05  SCT-PREMIUM-HASH        PIC S9(13)V99 COMP-3.
