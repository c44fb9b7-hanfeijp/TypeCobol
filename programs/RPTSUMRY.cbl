      *time) and CONTRACT-REJECTS (tallied by CREJ-RULE-FAILED into an
      *in-memory table, since this step runs straight off the file
      *CheckContract wrote with no intervening sort) to produce a
      *one-page proof the run completed. Warn-action edit failures
      *(CONTWARN, same layout) are tallied by rule in a section of
      *their own after the rejects, so a warned contract - which still
      *went on to checkpoint - is never counted as rejected.
      *When the validation sweep ran partitioned, the SWEEPTOT rows
      *CONTSWMG wrote for tonight's business date add a section with
      *each partition's range, counts and proof state and the run in
      *total; the reject and warning sections then read the merged
      *CONTREJC/CONTWARN as before. No SWEEPTOT, or none for tonight,
      *is a single-stream night and the section is left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-REJECTS ASSIGN TO 'CONTREJC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT CONTRACT-WARNINGS ASSIGN TO 'CONTWARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Warning-Status.
           SELECT SWEEP-TOTALS ASSIGN TO 'SWEEPTOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Totals-Status.
           SELECT SUMMARY-REPORT ASSIGN TO 'SUMRYRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       FD  CONTRACT-REJECTS
           LABEL RECORDS ARE STANDARD.
       COPY CONTREJC.
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
       FD  SWEEP-TOTALS
           LABEL RECORDS ARE STANDARD.
       COPY SWEEPCNT.
       FD  SUMMARY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Checkpoint-Status        PIC XX.
           88  WS-Checkpoint-OK            VALUE '00'.
           88  WS-Checkpoint-EOF           VALUE '10'.
       01  WS-Reject-Status            PIC XX.
           88  WS-Reject-OK                VALUE '00'.
           88  WS-Reject-EOF               VALUE '10'.
       01  WS-Warning-Status           PIC XX.
           88  WS-Warning-OK               VALUE '00'.
           88  WS-Warning-EOF              VALUE '10'.
       01  WS-Totals-Status            PIC XX.
           88  WS-Totals-OK                VALUE '00'.
           88  WS-Totals-EOF               VALUE '10'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

       01  WS-Elapsed-SS               PIC 99.

       01  WS-Reject-Grand-Total       PIC 9(07) VALUE 0.
       01  WS-Warning-Grand-Total      PIC 9(07) VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'RPTSUMRY'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

      *Tallied by rule in an in-memory table rather than a sorted
      *control-break: CONTRACT-REJECTS arrives in the write order
           88  WS-Rule-Found                VALUE 'Y'.
           88  WS-Rule-Not-Found            VALUE 'N'.

      *Partitioned sweep section, one line per partition and one for
      *the run; an open range end prints as FIRST/LAST.
       01  WS-Partition-Heading-Switch PIC X VALUE 'N'.
           88  WS-Partition-Heading-Done   VALUE 'Y'.
       01  WS-Partition-Heading.
           05  FILLER                  PIC X(27)
               VALUE '  PT FROM KEY   TO KEY     '.
           05  FILLER                  PIC X(32)
               VALUE '   READ   VALID  REJECT SKIPPED '.
           05  FILLER                  PIC X(21)
               VALUE ' MASTER PROOF'.
       01  WS-Partition-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-Partition         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-From-Key          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-To-Key            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-Read              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-Valid             PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-Rejected          PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-Skipped           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-Master            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-Proof             PIC X(07).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-Reason-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RL-Rule              PIC X(16).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE
           CALL 'STEPGATE' USING WS-Runstat-Step WS-Gate-Switch
           IF WS-Step-Held
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-Runstat-Type
           PERFORM LOG-RUN-STATUS
           OPEN OUTPUT SUMMARY-REPORT
               MOVE 'NIGHTLY RUN SUMMARY' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM SUMMARIZE-CHECKPOINTS
               PERFORM SUMMARIZE-PARTITIONS
               PERFORM SUMMARIZE-REJECTS
               PERFORM SUMMARIZE-WARNINGS
               CLOSE SUMMARY-REPORT
           END-IF
           MOVE 'E' TO WS-Runstat-Type
           ADD 1 TO WS-Records-Processed
           .

       SUMMARIZE-PARTITIONS.
           OPEN INPUT SWEEP-TOTALS
           IF WS-Totals-OK
               CALL 'GETBDATE'
               PERFORM UNTIL WS-Totals-EOF
                   READ SWEEP-TOTALS
                       AT END
                           SET WS-Totals-EOF TO TRUE
                       NOT AT END
                           IF SC-BUSINESS-DATE = BD-BUSINESS-DATE
                               PERFORM WRITE-PARTITION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-TOTALS
           END-IF
           .

       WRITE-PARTITION-LINE.
           IF NOT WS-Partition-Heading-Done
               SET WS-Partition-Heading-Done TO TRUE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'VALIDATION SWEEP BY PARTITION:' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-Partition-Heading TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SC-PARTITION-ID   TO WS-PL-Partition
           MOVE SC-FROM-KEY       TO WS-PL-From-Key
           MOVE SC-TO-KEY         TO WS-PL-To-Key
           IF SC-TOTAL-ROW
               MOVE 'TOTAL'       TO WS-PL-From-Key
           ELSE
               IF SC-FROM-KEY = SPACES
                   MOVE 'FIRST'   TO WS-PL-From-Key
               END-IF
               IF SC-TO-KEY = SPACES
                   MOVE 'LAST'    TO WS-PL-To-Key
               END-IF
           END-IF
           MOVE SC-READ-COUNT     TO WS-PL-Read
           MOVE SC-VALID-COUNT    TO WS-PL-Valid
           MOVE SC-REJECTED-COUNT TO WS-PL-Rejected
           MOVE SC-SKIPPED-COUNT  TO WS-PL-Skipped
           MOVE SC-MASTER-COUNT   TO WS-PL-Master
           EVALUATE TRUE
               WHEN SC-PROOF-AGREES
                    MOVE 'AGREES'  TO WS-PL-Proof
               WHEN SC-PROOF-DIFFERS
                    MOVE 'DIFFERS' TO WS-PL-Proof
               WHEN SC-PROOF-MISSING
                    MOVE 'MISSING' TO WS-PL-Proof
               WHEN SC-PROOF-FAILED
                    MOVE 'FAILED'  TO WS-PL-Proof
               WHEN OTHER
                    MOVE SPACES    TO WS-PL-Proof
           END-EVALUATE
           MOVE WS-Partition-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF SC-TOTAL-ROW
               MOVE SPACES TO REPORT-LINE
               STRING 'MERGED ROWS - REJECT: ' SC-REJECT-ROWS
                      '  WARNING: ' SC-WARNING-ROWS
                      '  AUDIT: ' SC-AUDIT-ROWS
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       SUMMARIZE-REJECTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Reject-Grand-Total
           .

      *The rule table is free again once the reject lines are out, so
      *the warnings tally reuses it from empty.
       SUMMARIZE-WARNINGS.
           MOVE 0 TO WS-Rule-Entry-Count
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTRACTS WARNED BY RULE (NOT REJECTED):'
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CONTRACT-WARNINGS
           IF WS-Warning-OK
               PERFORM UNTIL WS-Warning-EOF
                   READ CONTRACT-WARNINGS
                       AT END
                           SET WS-Warning-EOF TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-WARNING
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                       UNTIL WS-Rule-Idx > WS-Rule-Entry-Count
                   PERFORM WRITE-REASON-LINE
               END-PERFORM
               CLOSE CONTRACT-WARNINGS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL EDIT WARNINGS: ' WS-Warning-Grand-Total
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       ACCUMULATE-WARNING.
           SET WS-Rule-Not-Found TO TRUE
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Entry-Count
               IF WS-Rule-Name (WS-Rule-Idx) = CWRN-RULE-FAILED
                   ADD 1 TO WS-Rule-Tally (WS-Rule-Idx)
                   SET WS-Rule-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Rule-Not-Found
               IF WS-Rule-Entry-Count < 20
                   ADD 1 TO WS-Rule-Entry-Count
                   MOVE CWRN-RULE-FAILED
                       TO WS-Rule-Name (WS-Rule-Entry-Count)
                   MOVE 1 TO WS-Rule-Tally (WS-Rule-Entry-Count)
               ELSE
                   DISPLAY 'WARNING: RPTSUMRY RULE TABLE FULL, '
                           'DROPPING TALLY FOR ' CWRN-RULE-FAILED
                           UPON SYSOUT
               END-IF
           END-IF
           ADD 1 TO WS-Warning-Grand-Total
           .

       WRITE-REASON-LINE.
           MOVE WS-Rule-Name (WS-Rule-Idx)  TO WS-RL-Rule
           MOVE WS-Rule-Tally (WS-Rule-Idx) TO WS-RL-Count
