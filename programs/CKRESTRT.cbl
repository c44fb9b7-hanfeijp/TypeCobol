      *written by PGM1.StartCheckpoint (f1c0385c), reports it to
      *SYSOUT, and punches a RESTART-PARM-FILE record the JCL can pick
      *up to re-position its input instead of starting at record 1.
      *The card carries the checkpoint's job id, so a partition of the
      *CONTSWEP sweep restarted alone off its own checkpoint file only
      *accepts a card punched from that partition's trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RESTART-PARM-RECORD.
           05  RP-KEYWORD              PIC X(08) VALUE 'RESTART='.
           05  RP-LAST-KEY             PIC X(20).
           05  RP-JOB-ID               PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Checkpoint-Status        PIC XX.
           OPEN OUTPUT RESTART-PARM-FILE
           IF WS-Parm-OK
               MOVE WS-Last-Key TO RP-LAST-KEY
               MOVE WS-Last-Job-Id TO RP-JOB-ID
               WRITE RESTART-PARM-RECORD
               CLOSE RESTART-PARM-FILE
           ELSE
