      *           and the checkpoint cascade for keys at or before
      *           RS-RESTART-KEY, counting what it skipped; the first
      *           key past the restart point flips the state to done.
      *           RS-CHECKPOINT-JOB-ID is the job id StartCheckpoint
      *           stamps on its checkpoints; blank leaves its own
      *           NIGHTBAT, and a partitioned CONTSWEP sets its
      *           partition's step name so each partition's trail (and
      *           the restart card CKRESTRT punches from it) names the
      *           partition it belongs to.
      *================================================================
       01  RESTART-CONTROL-RECORD EXTERNAL.
           05  RS-RESTART-STATE        PIC X VALUE 'N'.
               88  RS-RESTART-DONE         VALUE 'D'.
           05  RS-RESTART-KEY          PIC X(20).
           05  RS-SKIPPED-COUNT        PIC 9(07) VALUE 0.
           05  RS-CHECKPOINT-JOB-ID    PIC X(08) VALUE SPACES.
