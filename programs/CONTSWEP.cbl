      *call, so a restarted sweep skips from record 1; the RUNCTL
      *mode card stays on SYSIN where the PGM1 wrapper reads it on
      *the first cascade.
      *The sweep can run as several concurrent jobs, each given one
      *SWEEPPRT card naming its partition and the contract-number
      *range it sweeps. A partition runs, gates and logs as step
      *CONTSWnn, stamps its checkpoints with that name, and expects
      *its own JCL-allocated CHKPTOUT, RESTPARM, CONTREJC, CONTWARN
      *and AUDITLOG datasets, so one failed partition is restarted
      *alone through CKRESTRT (a restart card punched from another
      *partition's trail, or for a key outside the range, is refused
      *with RC 8). Each partition ends by writing its SWEEPCNT row
      *for CONTSWMG to merge and prove. No card sweeps the whole
      *master in a single stream as before.
      *CheckContract answers RC 4 for a rejected contract and RC 16
      *when its own NIGHTBAT step gate holds it; a held CheckContract
      *has validated nothing, so the sweep stops there and ends RC
      *16 rather than counting the contract rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTART-PARM-FILE ASSIGN TO 'RESTPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Restparm-Status.
           SELECT PARTITION-CARD-FILE ASSIGN TO 'SWEEPPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Partition-Status.
           SELECT SWEEP-COUNT-FILE ASSIGN TO 'SWEEPCNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Count-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       01  RESTART-PARM-RECORD.
           05  RP-KEYWORD              PIC X(08).
           05  RP-LAST-KEY             PIC X(20).
           05  RP-JOB-ID               PIC X(08).
       FD  PARTITION-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SWEEPPRT.
       FD  SWEEP-COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SWEEPCNT.

       WORKING-STORAGE SECTION.
       COPY RESTCTL.
       COPY BUSDATE.
       COPY TCLIBMAP.
       01  TC-PGM2                     PIC X(08) VALUE 'PGM2'.
       01  PGM2-Fct-f73481e6-CheckContra PIC X(30)
           88  WS-Master-EOF               VALUE '10'.
       01  WS-Restparm-Status          PIC XX.
           88  WS-Restparm-OK              VALUE '00'.
       01  WS-Partition-Status         PIC XX.
           88  WS-Partition-OK             VALUE '00'.
       01  WS-Count-Status             PIC XX.
           88  WS-Count-OK                 VALUE '00'.

      *The key range this run sweeps: the whole master unless a
      *SWEEPPRT card makes it one partition of a parallel sweep.
       01  WS-Partition-Switch         PIC X VALUE 'N'.
           88  WS-Partitioned              VALUE 'Y'.
           88  WS-Single-Stream            VALUE 'N'.
       01  WS-Card-Switch              PIC X VALUE 'V'.
           88  WS-Card-Valid               VALUE 'V'.
           88  WS-Card-Invalid             VALUE 'I'.
       01  WS-Sweep-From-Key           PIC X(10) VALUE LOW-VALUES.
       01  WS-Sweep-To-Key             PIC X(10) VALUE HIGH-VALUES.
      *Job id StartCheckpoint stamps on this run's checkpoints, and so
      *the one a restart card must carry to be accepted.
       01  WS-Checkpoint-Job           PIC X(08) VALUE 'NIGHTBAT'.

       01  WS-Param1                   PIC X(10).
       01  WS-Abort-Switch             PIC X VALUE 'N'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       PROCEDURE DIVISION.
      *The partition card comes first: it decides the step name the
      *gate and the RUNSTAT rows go under.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE
           PERFORM READ-PARTITION-CARD
           CALL 'STEPGATE' USING WS-Runstat-Step WS-Gate-Switch
           IF WS-Step-Held
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-Runstat-Type
           PERFORM LOG-RUN-STATUS
           IF WS-Card-Invalid
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RESOLVE-PROC-ID
               PERFORM READ-RESTART-PARM
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT CONTRACT-MASTER
               IF NOT WS-Master-OK
                   DISPLAY 'CONTSWEP: CONTRACT-MASTER NOT AVAILABLE, '
                           'STATUS ' WS-Master-Status UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SWEEP-CONTRACT-MASTER
                   CLOSE CONTRACT-MASTER
                   IF NOT WS-Abort-Sweep AND WS-Rejected-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           IF WS-Partitioned AND WS-Card-Valid
               PERFORM WRITE-PARTITION-COUNTS
           END-IF
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

      *Only the first card is read; a partition's own SWEEPPRT holds
      *just its card. Blank range ends mean the ends of the master.
       READ-PARTITION-CARD.
           OPEN INPUT PARTITION-CARD-FILE
           IF WS-Partition-OK
               READ PARTITION-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-Partitioned TO TRUE
               END-READ
               CLOSE PARTITION-CARD-FILE
           END-IF
           IF WS-Partitioned
               IF SP-FROM-KEY NOT = SPACES
                   MOVE SP-FROM-KEY TO WS-Sweep-From-Key
               END-IF
               IF SP-TO-KEY NOT = SPACES
                   MOVE SP-TO-KEY TO WS-Sweep-To-Key
               END-IF
               IF SP-PARTITION-NUM NOT NUMERIC
                  OR SP-PARTITION-NUM = 0
                   DISPLAY 'CONTSWEP: PARTITION CARD ID '
                           SP-PARTITION-ID ' IS NOT 01-99'
                           UPON SYSOUT
                   SET WS-Card-Invalid TO TRUE
               ELSE
                   MOVE 'CONTSW' TO WS-Runstat-Step (1:6)
                   MOVE SP-PARTITION-ID TO WS-Runstat-Step (7:2)
                   MOVE WS-Runstat-Step TO WS-Checkpoint-Job
                   MOVE WS-Runstat-Step TO RS-CHECKPOINT-JOB-ID
                   IF WS-Sweep-From-Key > WS-Sweep-To-Key
                       DISPLAY 'CONTSWEP: PARTITION ' SP-PARTITION-ID
                               ' FROM KEY ' SP-FROM-KEY
                               ' IS AFTER TO KEY ' SP-TO-KEY
                               UPON SYSOUT
                       SET WS-Card-Invalid TO TRUE
                   ELSE
                       DISPLAY 'CONTSWEP: PARTITION ' SP-PARTITION-ID
                               ' RUNNING AS ' WS-Runstat-Step
                               ', KEYS ' SP-FROM-KEY
                               ' THROUGH ' SP-TO-KEY UPON SYSOUT
                   END-IF
               END-IF
           END-IF
           .

      *Same pattern as the PGM1 driver: pick up the restart card
      *CKRESTRT punched, if the recovery JCL supplied RESTPARM, so
      *CheckContract's skip-forward is armed before the first record
      *rather than after the first cascade. A card from another
      *partition's checkpoint trail would skip the wrong keys, so it
      *is refused; a card without a job id predates partitioning and
      *is only held to the key range.
       READ-RESTART-PARM.
           OPEN INPUT RESTART-PARM-FILE
           IF WS-Restparm-OK
                       CONTINUE
                   NOT AT END
                       IF RP-KEYWORD = 'RESTART='
                           PERFORM ARM-RESTART
                       END-IF
               END-READ
               CLOSE RESTART-PARM-FILE
           END-IF
           .

       ARM-RESTART.
           EVALUATE TRUE
               WHEN RP-JOB-ID NOT = SPACES
                AND RP-JOB-ID NOT = WS-Checkpoint-Job
                    DISPLAY 'CONTSWEP: RESTART CARD IS FOR JOB '
                            RP-JOB-ID ', NOT ' WS-Checkpoint-Job
                            ', RESTART REFUSED' UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN RP-LAST-KEY (1:10) < WS-Sweep-From-Key
                 OR RP-LAST-KEY (1:10) > WS-Sweep-To-Key
                    DISPLAY 'CONTSWEP: RESTART KEY ' RP-LAST-KEY
                            ' IS OUTSIDE PARTITION ' SP-PARTITION-ID
                            ', RESTART REFUSED' UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN OTHER
                    MOVE RP-LAST-KEY TO RS-RESTART-KEY
                    SET RS-RESTART-ACTIVE TO TRUE
                    DISPLAY 'CONTSWEP: RESTART ACTIVE, '
                            'SKIPPING KEYS THROUGH '
                            RS-RESTART-KEY UPON SYSOUT
           END-EVALUATE
           .

       SWEEP-CONTRACT-MASTER.
           MOVE WS-Sweep-From-Key TO CM-CONTRACT-NUMBER
           START CONTRACT-MASTER KEY NOT < CM-CONTRACT-NUMBER
               INVALID KEY
                   SET WS-Master-EOF TO TRUE
                   AT END
                       SET WS-Master-EOF TO TRUE
                   NOT AT END
                       IF CM-CONTRACT-NUMBER > WS-Sweep-To-Key
                           SET WS-Master-EOF TO TRUE
                       ELSE
                           PERFORM SWEEP-ONE-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           .
               WHEN RETURN-CODE = 4
                    MOVE 0 TO RETURN-CODE
                    ADD 1 TO WS-Rejected-Count
               WHEN RETURN-CODE = 16
                    DISPLAY 'CONTSWEP: CHECKCONTRACT HELD BY ITS STEP '
                            'GATE AT ' CM-CONTRACT-NUMBER
                            ', SWEEP STOPPED' UPON SYSOUT
                    SET WS-Abort-Sweep TO TRUE
               WHEN OTHER
                    DISPLAY 'CONTSWEP: CHECKCONTRACT CALL FAILED, '
                            'RETURN-CODE ' RETURN-CODE ' FOR '
           .

       DISPLAY-SUMMARY.
           DISPLAY WS-Runstat-Step ' SUMMARY -'
                   ' READ: '     WS-Read-Count
                   ' VALID: '    WS-Valid-Count
                   ' REJECTED: ' WS-Rejected-Count
                   ' RESTART SKIPPED: ' RS-SKIPPED-COUNT
                   UPON SYSOUT
           .
      *OPEN OUTPUT, so a restarted partition replaces the row its
      *failed run may have left; the counts are those of the run that
      *finished, with the keys it skipped on restart shown apart.
       WRITE-PARTITION-COUNTS.
           CALL 'GETBDATE'
           OPEN OUTPUT SWEEP-COUNT-FILE
           IF NOT WS-Count-OK
               DISPLAY 'CONTSWEP: SWEEPCNT NOT AVAILABLE, STATUS '
                       WS-Count-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES              TO SWEEP-COUNT-RECORD
               SET SC-PARTITION-ROW     TO TRUE
               MOVE SP-PARTITION-ID     TO SC-PARTITION-ID
               MOVE SP-FROM-KEY         TO SC-FROM-KEY
               MOVE SP-TO-KEY           TO SC-TO-KEY
               MOVE BD-BUSINESS-DATE    TO SC-BUSINESS-DATE
               MOVE WS-Read-Count       TO SC-READ-COUNT
               MOVE WS-Valid-Count      TO SC-VALID-COUNT
               MOVE WS-Rejected-Count   TO SC-REJECTED-COUNT
               MOVE RS-SKIPPED-COUNT    TO SC-SKIPPED-COUNT
               MOVE RETURN-CODE         TO SC-RETURN-CODE
               MOVE 0                   TO SC-MASTER-COUNT
               MOVE 0                   TO SC-REJECT-ROWS
               MOVE 0                   TO SC-WARNING-ROWS
               MOVE 0                   TO SC-AUDIT-ROWS
               WRITE SWEEP-COUNT-RECORD
               IF NOT WS-Count-OK
                   DISPLAY 'CONTSWEP: SWEEPCNT WRITE FAILED, STATUS '
                           WS-Count-Status UPON SYSOUT
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE SWEEP-COUNT-FILE
           END-IF
           .
       END PROGRAM CONTSWEP.
