       01 RESTART-PARM-RECORD.
           05 RP-KEYWORD           PIC X(08).
           05 RP-LAST-KEY          PIC X(20).
           05 RP-JOB-ID            PIC X(08).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CHKPTREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY RESTCTL.
       01 WS-Checkpoint-Status     PIC XX.
           88 WS-Checkpoint-OK         VALUE '00'.
       01 WS-Job-Id                PIC X(08) VALUE 'NIGHTBAT'.
      *Generated code for PGM1.StartCheckpoint - persists a restart
      *point (job id / timestamp / last key processed) to
      *CHECKPOINT-FILE so CKRESTRT can re-position a failed job
      *instead of rerunning it from record 1. A driver that runs as
      *one of several partitions names itself in RS-CHECKPOINT-JOB-ID.
           MOVE 0 TO RETURN-CODE
           OPEN EXTEND CHECKPOINT-FILE
           IF NOT WS-Checkpoint-OK
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-Checkpoint-OK
               IF RS-CHECKPOINT-JOB-ID NOT = SPACES
                   MOVE RS-CHECKPOINT-JOB-ID TO CKPT-JOB-ID
               ELSE
                   MOVE WS-Job-Id   TO CKPT-JOB-ID
               END-IF
               CALL 'GETBDATE'
               MOVE BD-BUSINESS-DATE TO CKPT-DATE
               ACCEPT CKPT-TIME FROM TIME
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVERAGE-KEY
               FILE STATUS IS WS-Coverage-Status.
           SELECT AGENT-MASTER ASSIGN TO 'AGNTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENT-ID
               FILE STATUS IS WS-Agent-Status.
           SELECT CONTRACT-WARNINGS ASSIGN TO 'CONTWARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Warning-Status.
           SELECT REASON-MASTER ASSIGN TO 'REASMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reason-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       COPY AUDITREC.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  AGENT-MASTER.
       COPY AGNTMSTR.
      *Warning rows share the reject layout so RPTREJCT and RPTSUMRY
      *read both files with the same fields.
       FD  CONTRACT-WARNINGS
           LABEL RECORDS ARE STANDARD.
           COPY CONTREJC REPLACING
               ==CONTRACT-REJECT-RECORD== BY ==CONTRACT-WARNING-RECORD==
               ==CREJ-CONTRACT-VALUE==    BY ==CWRN-CONTRACT-VALUE==
               ==CREJ-RULE-FAILED==       BY ==CWRN-RULE-FAILED==
               ==CREJ-REASON-CODE==       BY ==CWRN-REASON-CODE==
               ==CREJ-TIMESTAMP==         BY ==CWRN-TIMESTAMP==
               ==CREJ-DATE==              BY ==CWRN-DATE==
               ==CREJ-TIME==              BY ==CWRN-TIME==.
       FD  REASON-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REASMSTR.
       WORKING-STORAGE SECTION.
      *PGM1.CheckContract - Params :
      *     input(param1: pic X(10))
           88 WS-Holder-OK              VALUE '00'.
       01 WS-Coverage-Status       PIC XX.
           88 WS-Coverage-OK            VALUE '00'.
       01 WS-Agent-Status          PIC XX.
           88 WS-Agent-OK               VALUE '00'.
       01 WS-Warning-Status        PIC XX.
           88 WS-Warning-OK             VALUE '00'.
       01 WS-Reason-Status         PIC XX.
           88 WS-Reason-OK              VALUE '00'.
           88 WS-Reason-EOF             VALUE '10'.

      *Per-rule action, loaded from REASMSTR at first call so data
      *control can soften or switch off an edit without a code
      *change: R rejects (blank, or a code not on file, rejects too),
      *W writes a CONTWARN row and lets the contract cascade on, and
      *D skips the edit altogether, counting each skip per rule for
      *the end-of-run SYSOUT tally.
       01 WS-Rule-Table.
           05 WS-Rule-Entry OCCURS 50 TIMES.
              10 WS-RT-Reason-Code    PIC X(04).
              10 WS-RT-Action         PIC X.
              10 WS-RT-Skip-Count     PIC 9(07).
       01 WS-Rule-Count            PIC 9(03) VALUE 0.
       01 WS-Rule-Idx              PIC 9(03).
       01 WS-Rule-Code             PIC X(04).
       01 WS-Rule-Action           PIC X.
           88 WS-Rule-Reject           VALUE 'R'.
           88 WS-Rule-Warn             VALUE 'W'.
           88 WS-Rule-Disabled         VALUE 'D'.
           88 WS-Rule-Enabled          VALUE 'R' 'W'.
       01 WS-Warning-Count         PIC 9(07) VALUE 0.
       01 WS-Disabled-Count        PIC 9(07) VALUE 0.
       01 WS-Agent-Found-Action    PIC X.

      *Holder edits run only when HOLDER-MASTER opened; a missing or
      *unloaded holder master is warned loudly but does not stop the
       01 WS-Holder-Edit-Switch    PIC X VALUE 'N'.
           88 WS-Holder-Edit-Active    VALUE 'Y'.

      *Writing-agent edits, phased in the same way: they run only
      *when AGENT-MASTER opened. A contract written before the agent
      *was carried (blank CM-AGENT-ID) has no agent to edit.
       01 WS-Agent-Edit-Switch     PIC X VALUE 'N'.
           88 WS-Agent-Edit-Active     VALUE 'Y'.

      *Coverage-sum edit runs only when CONTRACT-COVERAGE opened, the
      *same phase-in as the holder edit. A contract with no coverage
      *rows at all passes (the breakdown is still being loaded); one
       01 WS-Runstat-Type          PIC X.
       01 WS-Runstat-Records       PIC 9(07) VALUE 0.
       01 WS-Runstat-RC            PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer on the first call: held means a NIGHTBAT
      *predecessor on STEPDEPS did not end acceptably tonight, so no
      *file is opened and every call ends RC 16 untouched until RESET
      *- not RC 4, which callers read as the contract rejected.
       01 WS-Gate-Switch           PIC X VALUE 'R'.
           88 WS-Step-Held             VALUE 'H'.

       LINKAGE SECTION.
      *PGM1.CheckContract - Params :
      *param1 carries the full 10-character contract number; the old
      *one-byte squeeze (ZEROES plus a low-order character) meant at
      *most ten distinct contracts could ever be truly edited.
      *Each edit first looks up its REASMSTR action; a disabled rule
      *is skipped (for R01, a missing master simply stops the edits),
      *and a failed rule either rejects or only warns.
           SET WS-Contract-Accepted TO TRUE
           MOVE param1 TO CM-CONTRACT-NUMBER
           MOVE 'R01' TO WS-Rule-Code
           PERFORM LOOKUP-RULE-ACTION
           READ CONTRACT-MASTER
               INVALID KEY
                    IF WS-Rule-Enabled
                         PERFORM REJECT-NO-MASTER-RECORD
                    END-IF
               NOT INVALID KEY
                    PERFORM EDIT-CONTRACT-FIELDS
           END-READ
      *not the CPU clock, so a rerun of a failed night edits exactly
      *as the night it replaces would have.
           MOVE BD-BUSINESS-DATE TO WS-Today
           MOVE 'R02' TO WS-Rule-Code
           PERFORM LOOKUP-RULE-ACTION
           IF WS-Rule-Enabled
              AND CM-EFFECTIVE-DATE > WS-Today
                PERFORM REJECT-EFFECTIVE-DATE-FUTURE
           END-IF
           MOVE 'R03' TO WS-Rule-Code
           PERFORM LOOKUP-RULE-ACTION
           IF WS-Rule-Enabled
              AND NOT (CM-STATUS-ACTIVE OR CM-STATUS-INACTIVE
                   OR CM-STATUS-PENDING OR CM-STATUS-CANCELLED
                   OR CM-STATUS-EXPIRED)
                PERFORM REJECT-STATUS-INVALID
           END-IF
           MOVE 'R04' TO WS-Rule-Code
           PERFORM LOOKUP-RULE-ACTION
           IF WS-Rule-Enabled
              AND CM-PREMIUM-AMOUNT NOT NUMERIC
                PERFORM REJECT-PREMIUM-NOT-NUMERIC
           END-IF
           IF WS-Holder-Edit-Active
                MOVE 'R05' TO WS-Rule-Code
                PERFORM LOOKUP-RULE-ACTION
                IF WS-Rule-Enabled
                     MOVE CM-HOLDER-ID TO HM-HOLDER-ID
                     READ HOLDER-MASTER
                         INVALID KEY
                              PERFORM REJECT-HOLDER-NOT-FOUND
                     END-READ
                END-IF
           END-IF
           IF WS-Agent-Edit-Active
              AND CM-AGENT-ID NOT = SPACES
                PERFORM EDIT-WRITING-AGENT
           END-IF
           IF WS-Coverage-Edit-Active
                MOVE 'R06' TO WS-Rule-Code
                PERFORM LOOKUP-RULE-ACTION
                IF WS-Rule-Enabled
                     PERFORM EDIT-COVERAGE-SUM
                END-IF
           END-IF
           .
      *=================================================================
       EDIT-WRITING-AGENT.
      *=================================================================
      *R07 (agent on file) and R08 (agent active) share the one read;
      *the read is skipped only when both rules are disabled.
           MOVE 'R07' TO WS-Rule-Code
           PERFORM LOOKUP-RULE-ACTION
           MOVE WS-Rule-Action TO WS-Agent-Found-Action
           MOVE 'R08' TO WS-Rule-Code
           PERFORM LOOKUP-RULE-ACTION
           IF WS-Agent-Found-Action = 'D'
              AND WS-Rule-Disabled
                CONTINUE
           ELSE
                MOVE CM-AGENT-ID TO AG-AGENT-ID
                READ AGENT-MASTER
                    INVALID KEY
                         IF WS-Agent-Found-Action NOT = 'D'
                              MOVE WS-Agent-Found-Action
                                TO WS-Rule-Action
                              PERFORM REJECT-AGENT-NOT-FOUND
                         END-IF
                    NOT INVALID KEY
                         IF WS-Rule-Enabled
                            AND NOT AG-STATUS-ACTIVE
                              PERFORM REJECT-AGENT-INACTIVE
                         END-IF
                END-READ
           END-IF
           .
      *=================================================================
      *=================================================================
       REJECT-NO-MASTER-RECORD.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'MASTER-LOOKUP'    TO CREJ-RULE-FAILED
           MOVE 'R01'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-EFFECTIVE-DATE-FUTURE.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'EFFDT-FUTURE'     TO CREJ-RULE-FAILED
           MOVE 'R02'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-STATUS-INVALID.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'STATUS-INVALID'   TO CREJ-RULE-FAILED
           MOVE 'R03'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-PREMIUM-NOT-NUMERIC.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'PREMIUM-NOT-NUM'  TO CREJ-RULE-FAILED
           MOVE 'R04'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-HOLDER-NOT-FOUND.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'HOLDER-NOT-FOUND' TO CREJ-RULE-FAILED
           MOVE 'R05'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-AGENT-NOT-FOUND.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'AGENT-NOT-FOUND'  TO CREJ-RULE-FAILED
           MOVE 'R07'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-AGENT-INACTIVE.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'AGENT-INACTIVE'   TO CREJ-RULE-FAILED
           MOVE 'R08'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       REJECT-COVERAGE-SUM.
      *=================================================================
           MOVE CM-CONTRACT-NUMBER TO CREJ-CONTRACT-VALUE
           MOVE 'COVERAGE-SUM'     TO CREJ-RULE-FAILED
           MOVE 'R06'              TO CREJ-REASON-CODE
           PERFORM RECORD-RULE-FAILURE
           .
      *=================================================================
       RECORD-RULE-FAILURE.
      *=================================================================
      *A warn-action rule writes the row to CONTRACT-WARNINGS and
      *leaves the contract accepted; every other failure rejects.
           IF WS-Rule-Warn
                PERFORM WRITE-CONTRACT-WARNING
           ELSE
                SET WS-Contract-Rejected TO TRUE
                PERFORM WRITE-CONTRACT-REJECT
           END-IF
           .
      *=================================================================
       WRITE-CONTRACT-REJECT.
           ACCEPT CREJ-TIME FROM TIME
           WRITE CONTRACT-REJECT-RECORD
           .
      *=================================================================
       WRITE-CONTRACT-WARNING.
      *=================================================================
           MOVE BD-BUSINESS-DATE TO CREJ-DATE
           ACCEPT CREJ-TIME FROM TIME
           MOVE CONTRACT-REJECT-RECORD TO CONTRACT-WARNING-RECORD
           WRITE CONTRACT-WARNING-RECORD
           IF WS-Warning-OK
                ADD 1 TO WS-Warning-Count
           END-IF
           .
      *=================================================================
       LOOKUP-RULE-ACTION.
      *=================================================================
      *Sets WS-Rule-Action for WS-Rule-Code; a code REASMSTR does not
      *carry rejects, as every rule did before actions existed.
           MOVE 'R' TO WS-Rule-Action
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
               IF WS-RT-Reason-Code (WS-Rule-Idx) = WS-Rule-Code
                    MOVE WS-RT-Action (WS-Rule-Idx) TO WS-Rule-Action
                    IF WS-Rule-Disabled
                         ADD 1 TO WS-RT-Skip-Count (WS-Rule-Idx)
                         ADD 1 TO WS-Disabled-Count
                    END-IF
                    MOVE WS-Rule-Count TO WS-Rule-Idx
               END-IF
           END-PERFORM
           .
      *=================================================================
       CASCADE-TO-CHECKPOINT.
      *=================================================================
                 SET TC-NthCall TO TRUE
                 SET ADDRESS OF TC-PGM1-f1c0385c-Item  TO NULL
                 CALL 'GETBDATE'
                 CALL 'STEPGATE' USING WS-Runstat-Step WS-Gate-Switch
                 IF NOT WS-Step-Held
                      PERFORM OPEN-RUNTIME-FILES
                      PERFORM LOAD-RULE-ACTIONS
                      PERFORM RESOLVE-PROC-ID
                      PERFORM TC-LOAD-POINTERS-PGM1
                 END-IF
            END-IF
            IF WS-Step-Held
                 MOVE 16 TO RETURN-CODE
            END-IF
            .
      *=================================================================
                         'NOT AVAILABLE, STATUS ' WS-Coverage-Status
                         ', COVERAGE-SUM EDIT BYPASSED' UPON SYSOUT
            END-IF
            OPEN INPUT AGENT-MASTER
            IF WS-Agent-OK
                 SET WS-Agent-Edit-Active TO TRUE
            ELSE
                 DISPLAY 'CHECKCONTRACT: WARNING - AGENT-MASTER NOT '
                         'AVAILABLE, STATUS ' WS-Agent-Status
                         ', AGENT EDITS BYPASSED' UPON SYSOUT
            END-IF
            OPEN EXTEND CONTRACT-WARNINGS
            IF NOT WS-Warning-OK
                 OPEN OUTPUT CONTRACT-WARNINGS
                 IF NOT WS-Warning-OK
                      DISPLAY 'CHECKCONTRACT: CONTRACT-WARNINGS NOT '
                              'AVAILABLE, STATUS ' WS-Warning-Status
                              UPON SYSOUT
                      MOVE 12 TO RETURN-CODE
                 END-IF
            END-IF
            .
      *=================================================================
       LOAD-RULE-ACTIONS.
      *=================================================================
      *Only R-series rows are CheckContract's; CLMMAIN's C-series rows
      *share the file and are passed over. Without REASMSTR every
      *rule rejects, exactly as before rule actions were carried.
            MOVE 0 TO WS-Rule-Count
            MOVE 0 TO WS-Warning-Count
            MOVE 0 TO WS-Disabled-Count
            OPEN INPUT REASON-MASTER
            IF NOT WS-Reason-OK
                 DISPLAY 'CHECKCONTRACT: WARNING - REASMSTR NOT '
                         'AVAILABLE, STATUS ' WS-Reason-Status
                         ', ALL RULES REJECT' UPON SYSOUT
            ELSE
                 PERFORM UNTIL NOT WS-Reason-OK
                     READ REASON-MASTER
                         AT END
                              CONTINUE
                         NOT AT END
                              IF RM-REASON-CODE (1:1) = 'R'
                                 AND WS-Rule-Count < 50
                                   ADD 1 TO WS-Rule-Count
                                   MOVE RM-REASON-CODE TO
                                       WS-RT-Reason-Code (WS-Rule-Count)
                                   IF RM-ACTION-WARN
                                      OR RM-ACTION-DISABLED
                                        MOVE RM-RULE-ACTION TO
                                          WS-RT-Action (WS-Rule-Count)
                                   ELSE
                                        MOVE 'R' TO
                                          WS-RT-Action (WS-Rule-Count)
                                   END-IF
                                   MOVE 0 TO
                                       WS-RT-Skip-Count (WS-Rule-Count)
                              END-IF
                     END-READ
                 END-PERFORM
                 CLOSE REASON-MASTER
            END-IF
            .
      *=================================================================
       RESOLVE-PROC-ID.
      *a later TC-FirstCall re-open starts clean rather than failing
      *on an already-open file. A CLOSE against a file this instance
      *never managed to open is a harmless no-op (file status goes
      *non-zero, which nothing here checks). A held step opened
      *nothing and wrote no start row, so it writes no end row.
           IF WS-Step-Held
                SET TC-FirstCall TO TRUE
                GOBACK
           END-IF
           CLOSE CONTRACT-MASTER
           CLOSE CONTRACT-REJECTS
           CLOSE AUDIT-LOG-FILE
           CLOSE HOLDER-MASTER
           CLOSE CONTRACT-COVERAGE
           CLOSE AGENT-MASTER
           CLOSE CONTRACT-WARNINGS
           IF WS-Warning-Count > 0
                DISPLAY 'CHECKCONTRACT: ' WS-Warning-Count
                        ' WARNING-ONLY EDIT FAILURES ON CONTWARN'
                        UPON SYSOUT
           END-IF
           IF WS-Disabled-Count > 0
                PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                        UNTIL WS-Rule-Idx > WS-Rule-Count
                    IF WS-RT-Skip-Count (WS-Rule-Idx) > 0
                         DISPLAY 'CHECKCONTRACT: RULE '
                                 WS-RT-Reason-Code (WS-Rule-Idx)
                                 ' DISABLED, '
                                 WS-RT-Skip-Count (WS-Rule-Idx)
                                 ' EDITS SKIPPED' UPON SYSOUT
                    END-IF
                END-PERFORM
           END-IF
           MOVE 'E' TO WS-Runstat-Type
           MOVE RETURN-CODE TO WS-Runstat-RC
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
