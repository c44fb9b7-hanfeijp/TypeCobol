      *timestamps, elapsed time and records processed, so a tight
      *window no longer means guessing from scattered SYSOUT. Steps
      *are preloaded in flow order; a step name on the file that is
      *not in the expected flow is appended and reported too. A step
      *STEPGATE held is reported HELD with the predecessor that held
      *it and why - not run, still running, itself held, or ended
      *over its limit (with that return code) - timed from the held
      *record, until a rerun's start record releases it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The expected nightly flow, in step order; extra names found on
      *RUNSTAT are appended after these.
       01  WS-Step-Table.
           05  WS-Step-Entry OCCURS 40 TIMES.
               10  WS-SE-Name          PIC X(08).
               10  WS-SE-Started-Sw    PIC X.
                   88  WS-SE-Started       VALUE 'Y'.
               10  WS-SE-End-Time      PIC X(08).
               10  WS-SE-Records       PIC 9(07).
               10  WS-SE-Return-Code   PIC S9(04) COMP.
               10  WS-SE-Held-Sw       PIC X.
                   88  WS-SE-Held          VALUE 'Y'.
               10  WS-SE-Held-By       PIC X(08).
               10  WS-SE-Hold-Reason   PIC X.
                   88  WS-SE-Hold-Not-Run      VALUE 'N'.
                   88  WS-SE-Hold-Not-Ended    VALUE 'S'.
                   88  WS-SE-Hold-Pred-Held    VALUE 'H'.
               10  WS-SE-Held-RC       PIC S9(04) COMP.
       01  WS-Step-Count               PIC S9(04) COMP VALUE 5.
       01  WS-Step-Idx                 PIC S9(04) COMP.
       01  WS-Match-Idx                PIC S9(04) COMP.
           05  WS-D-Elapsed            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Records            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Held-By            PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'RPTREJCT' TO WS-SE-Name (4)
           MOVE 'RPTSUMRY' TO WS-SE-Name (5)
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > 40
               MOVE 'N' TO WS-SE-Started-Sw (WS-Step-Idx)
               MOVE 'N' TO WS-SE-Ended-Sw (WS-Step-Idx)
               MOVE 'N' TO WS-SE-Held-Sw (WS-Step-Idx)
               MOVE SPACES TO WS-SE-Held-By (WS-Step-Idx)
               MOVE 0   TO WS-SE-Held-RC (WS-Step-Idx)
               MOVE 0   TO WS-SE-Records (WS-Step-Idx)
               MOVE 0   TO WS-SE-Return-Code (WS-Step-Idx)
           END-PERFORM
               END-IF
           END-PERFORM
           IF WS-Match-Idx = 0
               IF WS-Step-Count < 40
                   ADD 1 TO WS-Step-Count
                   MOVE RST-STEP-NAME
                       TO WS-SE-Name (WS-Step-Count)
           .

      *A start record opens (or re-opens, on a rerun) the step; an
      *end record closes it; a held record marks it held and not
      *started. File order is write order, so the last state posted
      *for a step is its current state.
       APPLY-STATUS-RECORD.
           EVALUATE TRUE
               WHEN RST-TYPE-START
                    MOVE 'Y' TO WS-SE-Started-Sw (WS-Match-Idx)
                    MOVE 'N' TO WS-SE-Ended-Sw (WS-Match-Idx)
                    MOVE 'N' TO WS-SE-Held-Sw (WS-Match-Idx)
                    MOVE SPACES TO WS-SE-Held-By (WS-Match-Idx)
                    MOVE RST-DATE TO WS-SE-Start-Date (WS-Match-Idx)
                    MOVE RST-TIME TO WS-SE-Start-Time (WS-Match-Idx)
               WHEN RST-TYPE-HELD
                    MOVE 'Y' TO WS-SE-Held-Sw (WS-Match-Idx)
                    MOVE 'N' TO WS-SE-Started-Sw (WS-Match-Idx)
                    MOVE 'N' TO WS-SE-Ended-Sw (WS-Match-Idx)
                    MOVE RST-HELD-BY TO WS-SE-Held-By (WS-Match-Idx)
                    MOVE RST-HOLD-REASON
                        TO WS-SE-Hold-Reason (WS-Match-Idx)
                    MOVE RST-RETURN-CODE
                        TO WS-SE-Held-RC (WS-Match-Idx)
                    MOVE RST-DATE TO WS-SE-Start-Date (WS-Match-Idx)
                    MOVE RST-TIME TO WS-SE-Start-Time (WS-Match-Idx)
               WHEN OTHER
                    MOVE 'Y' TO WS-SE-Ended-Sw (WS-Match-Idx)
                    MOVE RST-DATE TO WS-SE-End-Date (WS-Match-Idx)
                    MOVE RST-TIME TO WS-SE-End-Time (WS-Match-Idx)
                    MOVE RST-RECORDS-PROCESSED
                        TO WS-SE-Records (WS-Match-Idx)
                    MOVE RST-RETURN-CODE
                        TO WS-SE-Return-Code (WS-Match-Idx)
           END-EVALUATE
           .

       WRITE-FLOW-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING '  STEP      STATE           START'
                  '              END                ELAPSED'
                  '    RECORDS HELD BY'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
           MOVE SPACES TO WS-Detail-Line
           MOVE WS-SE-Name (WS-Step-Idx) TO WS-D-Step
           EVALUATE TRUE
               WHEN WS-SE-Held (WS-Step-Idx)
                    PERFORM FORMAT-HELD-STATE
                    PERFORM FORMAT-START-TIMESTAMP
               WHEN NOT WS-SE-Started (WS-Step-Idx)
                    MOVE 'NOT STARTED' TO WS-D-State
               WHEN NOT WS-SE-Ended (WS-Step-Idx)
           WRITE REPORT-LINE
           .

       FORMAT-HELD-STATE.
           MOVE WS-SE-Held-By (WS-Step-Idx) TO WS-D-Held-By
           EVALUATE TRUE
               WHEN WS-SE-Hold-Not-Run (WS-Step-Idx)
                    MOVE 'HELD (NOT RUN)' TO WS-D-State
               WHEN WS-SE-Hold-Not-Ended (WS-Step-Idx)
                    MOVE 'HELD (RUNNING)' TO WS-D-State
               WHEN WS-SE-Hold-Pred-Held (WS-Step-Idx)
                    MOVE 'HELD (HELD)' TO WS-D-State
               WHEN OTHER
                    MOVE WS-SE-Held-RC (WS-Step-Idx) TO WS-RC-Disp
                    MOVE SPACES TO WS-D-State
                    STRING 'HELD RC=' WS-RC-Disp
                           DELIMITED BY SIZE INTO WS-D-State
           END-EVALUATE
           .

       FORMAT-START-TIMESTAMP.
           MOVE SPACES TO WS-D-Start
           STRING WS-SE-Start-Date (WS-Step-Idx) '-'
