      *================================================================
      * SWEEPPRT - CONTSWEP partition control card. The validation
      *            sweep runs as several concurrent jobs, each given
      *            one card naming its partition and the range of
      *            CM-CONTRACT-NUMBER it sweeps (both ends inclusive;
      *            a blank from key means the start of the master, a
      *            blank to key its end). The full deck, one card per
      *            partition in ascending key order with no overlap,
      *            is what CONTSWMG proves the partitions against. No
      *            card at all is the old single-stream sweep.
      *================================================================
       01  SWEEP-PARTITION-RECORD.
           05  SP-PARTITION-ID         PIC X(02).
           05  SP-PARTITION-NUM REDEFINES SP-PARTITION-ID
                                       PIC 9(02).
           05  SP-FROM-KEY             PIC X(10).
           05  SP-TO-KEY               PIC X(10).
           05  SP-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(28).
