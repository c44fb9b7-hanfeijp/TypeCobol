       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPGATE.
      *Predecessor gate called at the top of every step in the nightly
      *flow, before its start record and before it opens a file: the
      *step's predecessors come from the STEPDEPS control cards, and
      *each must have an end record on RUNSTAT for tonight's business
      *date with a RETURN-CODE no higher than its card allows. A step
      *can run more than once a night under one name (CONTMAIN takes
      *the CONTTRAN batch, then the RELTRAN and APPRTRAN batches), so
      *every record for the predecessor counts, not just the last:
      *the worst RETURN-CODE over all its end records is the one
      *checked, a start record with no end record after it is a run
      *still going (or abended), and a held record anywhere holds.
      *A clean later run therefore never hides a failed earlier one;
      *once a failure has been put right, the operator releases the
      *steps behind it by raising that card's limit for the night.
      *The first
      *predecessor that fails the check holds the step: a held
      *record naming it goes to RUNSTAT (which in turn holds anything
      *that needs this step) and the caller is answered H, to end
      *without touching its files. No STEPDEPS cards for the step, or
      *no STEPDEPS at all (warned), releases it. Like RUNSTLOG it
      *never touches the RETURN-CODE special register; the caller
      *sets its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEPENDENCIES ASSIGN TO 'STEPDEPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Depend-Status.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Status-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-DEPENDENCIES
           LABEL RECORDS ARE STANDARD.
       COPY STEPDEPS.
       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNSTATR.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Depend-Status            PIC XX.
           88  WS-Depend-OK                VALUE '00'.
           88  WS-Depend-EOF               VALUE '10'.
       01  WS-Status-File-Status       PIC XX.
           88  WS-Status-File-OK           VALUE '00'.
           88  WS-Status-File-EOF          VALUE '10'.

      *This step's predecessors and what RUNSTAT says of each tonight:
      *the worst end RETURN-CODE, whether an end record was seen,
      *whether the last start is still without its end, and whether
      *it was held at any point.
       01  WS-Pred-Table.
           05  WS-Pred-Entry OCCURS 20 TIMES.
               10  WS-PT-Name          PIC X(08).
               10  WS-PT-Max-RC        PIC S9(04) COMP.
               10  WS-PT-State         PIC X.
                   88  WS-PT-Not-Run       VALUE 'N'.
                   88  WS-PT-Started       VALUE 'S'.
                   88  WS-PT-Ended         VALUE 'E'.
                   88  WS-PT-Held          VALUE 'H'.
               10  WS-PT-Return-Code   PIC S9(04) COMP.
               10  WS-PT-Ended-Switch  PIC X.
                   88  WS-PT-End-Seen      VALUE 'Y'.
               10  WS-PT-Open-Switch   PIC X.
                   88  WS-PT-Run-Open      VALUE 'Y'.
               10  WS-PT-Held-Switch   PIC X.
                   88  WS-PT-Hold-Seen     VALUE 'Y'.
       01  WS-Pred-Count               PIC S9(04) COMP VALUE 0.
       01  WS-Pred-Idx                 PIC S9(04) COMP.
       01  WS-Hold-Idx                 PIC S9(04) COMP.
       01  WS-RC-Disp                  PIC ZZZ9-.
       01  WS-Max-Disp                 PIC ZZZ9-.

       LINKAGE SECTION.
       01  LS-Step-Name                PIC X(08).
       01  LS-Gate-Result              PIC X.
           88  LS-Step-Released            VALUE 'R'.
           88  LS-Step-Held                VALUE 'H'.

       PROCEDURE DIVISION USING LS-Step-Name LS-Gate-Result.
       MAIN-LOGIC.
           SET LS-Step-Released TO TRUE
           MOVE 0 TO WS-Pred-Count
           MOVE 0 TO WS-Hold-Idx
           CALL 'GETBDATE'
           PERFORM LOAD-PREDECESSORS
           IF WS-Pred-Count > 0
               PERFORM SCAN-RUN-STATUS
               PERFORM VARYING WS-Pred-Idx FROM 1 BY 1
                       UNTIL WS-Pred-Idx > WS-Pred-Count
                          OR WS-Hold-Idx > 0
                   PERFORM CHECK-PREDECESSOR
               END-PERFORM
               IF WS-Hold-Idx > 0
                   SET LS-Step-Held TO TRUE
                   PERFORM WRITE-HELD-RECORD
               END-IF
           END-IF
           GOBACK.

       LOAD-PREDECESSORS.
           OPEN INPUT STEP-DEPENDENCIES
           IF NOT WS-Depend-OK
               DISPLAY 'STEPGATE: WARNING - STEPDEPS NOT AVAILABLE, '
                       'STATUS ' WS-Depend-Status ', ' LS-Step-Name
                       ' RUNS UNGATED' UPON SYSOUT
           ELSE
               PERFORM UNTIL WS-Depend-EOF
                   READ STEP-DEPENDENCIES
                       AT END
                           SET WS-Depend-EOF TO TRUE
                       NOT AT END
                           IF DP-STEP-NAME = LS-Step-Name
                               PERFORM ADD-PREDECESSOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-DEPENDENCIES
           END-IF
           .

       ADD-PREDECESSOR.
           IF WS-Pred-Count < 20
               ADD 1 TO WS-Pred-Count
               MOVE DP-PREDECESSOR TO WS-PT-Name (WS-Pred-Count)
               IF DP-MAX-RC-NUM NUMERIC
                   MOVE DP-MAX-RC-NUM TO WS-PT-Max-RC (WS-Pred-Count)
               ELSE
                   MOVE 4 TO WS-PT-Max-RC (WS-Pred-Count)
               END-IF
               SET WS-PT-Not-Run (WS-Pred-Count) TO TRUE
               MOVE 0 TO WS-PT-Return-Code (WS-Pred-Count)
               MOVE 'N' TO WS-PT-Ended-Switch (WS-Pred-Count)
                           WS-PT-Open-Switch (WS-Pred-Count)
                           WS-PT-Held-Switch (WS-Pred-Count)
           ELSE
               DISPLAY 'STEPGATE: WARNING - MORE THAN 20 PREDECESSORS '
                       'FOR ' LS-Step-Name ', DROPPING '
                       DP-PREDECESSOR UPON SYSOUT
           END-IF
           .

      *No RUNSTAT at all leaves every predecessor not run, so the
      *step holds: there is no evidence anything before it ran.
       SCAN-RUN-STATUS.
           OPEN INPUT RUN-STATUS-FILE
           IF WS-Status-File-OK
               PERFORM UNTIL WS-Status-File-EOF
                   READ RUN-STATUS-FILE
                       AT END
                           SET WS-Status-File-EOF TO TRUE
                       NOT AT END
                           IF RST-DATE = BD-BUSINESS-DATE
                               PERFORM POST-PREDECESSOR-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATUS-FILE
           END-IF
           .

      *RUNSTAT is in time order, so an end record closes the start
      *before it; the worst end code of the night is kept.
       POST-PREDECESSOR-STATE.
           PERFORM VARYING WS-Pred-Idx FROM 1 BY 1
                   UNTIL WS-Pred-Idx > WS-Pred-Count
               IF WS-PT-Name (WS-Pred-Idx) = RST-STEP-NAME
                   EVALUATE TRUE
                       WHEN RST-TYPE-START
                            SET WS-PT-Run-Open (WS-Pred-Idx) TO TRUE
                       WHEN RST-TYPE-END
                            MOVE 'N' TO WS-PT-Open-Switch (WS-Pred-Idx)
                            IF NOT WS-PT-End-Seen (WS-Pred-Idx)
                               OR RST-RETURN-CODE
                                  > WS-PT-Return-Code (WS-Pred-Idx)
                                MOVE RST-RETURN-CODE
                                    TO WS-PT-Return-Code (WS-Pred-Idx)
                            END-IF
                            SET WS-PT-End-Seen (WS-Pred-Idx) TO TRUE
                       WHEN RST-TYPE-HELD
                            SET WS-PT-Hold-Seen (WS-Pred-Idx) TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      *Held anywhere tonight, then still running, then never ended,
      *then the worst end code over the card's limit.
       CHECK-PREDECESSOR.
           EVALUATE TRUE
               WHEN WS-PT-Hold-Seen (WS-Pred-Idx)
                    SET WS-PT-Held (WS-Pred-Idx) TO TRUE
               WHEN WS-PT-Run-Open (WS-Pred-Idx)
                    SET WS-PT-Started (WS-Pred-Idx) TO TRUE
               WHEN NOT WS-PT-End-Seen (WS-Pred-Idx)
                    SET WS-PT-Not-Run (WS-Pred-Idx) TO TRUE
               WHEN OTHER
                    SET WS-PT-Ended (WS-Pred-Idx) TO TRUE
           END-EVALUATE
           IF NOT WS-PT-Ended (WS-Pred-Idx)
              OR WS-PT-Return-Code (WS-Pred-Idx)
                 > WS-PT-Max-RC (WS-Pred-Idx)
               MOVE WS-Pred-Idx TO WS-Hold-Idx
           END-IF
           .

       WRITE-HELD-RECORD.
           MOVE WS-PT-Return-Code (WS-Hold-Idx) TO WS-RC-Disp
           MOVE WS-PT-Max-RC (WS-Hold-Idx)      TO WS-Max-Disp
           EVALUATE TRUE
               WHEN WS-PT-Not-Run (WS-Hold-Idx)
                    DISPLAY 'STEPGATE: ' LS-Step-Name ' HELD - '
                            WS-PT-Name (WS-Hold-Idx)
                            ' HAS NOT RUN FOR ' BD-BUSINESS-DATE
                            UPON SYSOUT
               WHEN WS-PT-Started (WS-Hold-Idx)
                    DISPLAY 'STEPGATE: ' LS-Step-Name ' HELD - '
                            WS-PT-Name (WS-Hold-Idx)
                            ' STARTED BUT HAS NOT ENDED' UPON SYSOUT
               WHEN WS-PT-Held (WS-Hold-Idx)
                    DISPLAY 'STEPGATE: ' LS-Step-Name ' HELD - '
                            WS-PT-Name (WS-Hold-Idx)
                            ' WAS ITSELF HELD' UPON SYSOUT
               WHEN OTHER
                    DISPLAY 'STEPGATE: ' LS-Step-Name ' HELD - '
                            WS-PT-Name (WS-Hold-Idx)
                            ' ENDED RC ' WS-RC-Disp
                            ', LIMIT ' WS-Max-Disp UPON SYSOUT
           END-EVALUATE
           OPEN EXTEND RUN-STATUS-FILE
           IF NOT WS-Status-File-OK
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF WS-Status-File-OK
               MOVE LS-Step-Name          TO RST-STEP-NAME
               SET RST-TYPE-HELD          TO TRUE
               MOVE BD-BUSINESS-DATE      TO RST-DATE
               ACCEPT RST-TIME FROM TIME
               MOVE 0                     TO RST-RECORDS-PROCESSED
               MOVE WS-PT-Name (WS-Hold-Idx) TO RST-HELD-BY
               EVALUATE TRUE
                   WHEN WS-PT-Not-Run (WS-Hold-Idx)
                        SET RST-HOLD-NOT-RUN TO TRUE
                        MOVE 0 TO RST-RETURN-CODE
                   WHEN WS-PT-Started (WS-Hold-Idx)
                        SET RST-HOLD-NOT-ENDED TO TRUE
                        MOVE 0 TO RST-RETURN-CODE
                   WHEN WS-PT-Held (WS-Hold-Idx)
                        SET RST-HOLD-PRED-HELD TO TRUE
                        MOVE 0 TO RST-RETURN-CODE
                   WHEN OTHER
                        SET RST-HOLD-RC-OVER TO TRUE
                        MOVE WS-PT-Return-Code (WS-Hold-Idx)
                            TO RST-RETURN-CODE
               END-EVALUATE
               WRITE RUN-STATUS-RECORD
               IF NOT WS-Status-File-OK
                   DISPLAY 'STEPGATE: HELD RECORD WRITE FAILED, '
                           'STATUS ' WS-Status-File-Status ' FOR '
                           LS-Step-Name UPON SYSOUT
               END-IF
               CLOSE RUN-STATUS-FILE
           ELSE
               DISPLAY 'STEPGATE: RUNSTAT NOT AVAILABLE, STATUS '
                       WS-Status-File-Status ' FOR ' LS-Step-Name
                       UPON SYSOUT
           END-IF
           .
       END PROGRAM STEPGATE.
