      *REJHIST history file keyed by business date, off the same
      *tally table, so RPTRTRND can show the R01 count actually
      *falling after an upstream feed is tightened.
      *Rules REASMSTR sets to warn write CONTWARN instead of CONTREJC;
      *those rows print in their own section after the reject grand
      *total, with their own by-rule tally and total, and never touch
      *the reject counts or REJHIST. CONTWARN is optional - a night
      *with no warn-action rules may not have one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-REJECTS ASSIGN TO 'CONTREJC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT CONTRACT-WARNINGS ASSIGN TO 'CONTWARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Warning-Status.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT SORTED-REJECTS ASSIGN TO 'SRTREJC'
               ORGANIZATION IS SEQUENTIAL
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
      *GnuCOBOL's COPY REPLACING only matches whole words, not a bare
      *prefix, so every CREJ- field is spelled out (see CONTRECN.cbl
      *for the same limitation on CM- fields).
       01  WS-Reject-Status            PIC XX.
           88  WS-Reject-OK                VALUE '00'.
           88  WS-Reject-EOF               VALUE '10'.
       01  WS-Warning-Status           PIC XX.
           88  WS-Warning-OK               VALUE '00'.
       01  WS-Sorted-Status            PIC XX.
           88  WS-Sorted-OK                VALUE '00'.
           88  WS-Sorted-EOF               VALUE '10'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

      *Tallied by reason in an in-memory table rather than a sorted
      *control-break: CONTRACT-REJECTS arrives in the write order
           88  WS-Rule-Found                VALUE 'Y'.
           88  WS-Rule-Not-Found            VALUE 'N'.

      *Warn-action rows tallied apart from the rejects above, so the
      *reject summary, grand total and REJHIST stay rejects only.
       01  WS-Warn-Table.
           05  WS-Warn-Entry OCCURS 20 TIMES.
               10  WS-Warn-Name         PIC X(16).
               10  WS-Warn-Reason       PIC X(04).
               10  WS-Warn-Severity     PIC X(01).
               10  WS-Warn-Action       PIC X(40).
               10  WS-Warn-Tally        PIC 9(07).
       01  WS-Warn-Entry-Count          PIC S9(04) COMP VALUE 0.
       01  WS-Warn-Idx                  PIC S9(04) COMP.
       01  WS-Warn-Total                PIC 9(07) VALUE 0.

       01  WS-Detail-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Contract           PIC X(10).
           05  WS-GT-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-Warn-Total-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                                            'GRAND TOTAL WARN.'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-WT-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE
           CALL 'GETBDATE'
           CALL 'STEPGATE' USING WS-Runstat-Step WS-Gate-Switch
           IF WS-Step-Held
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-Runstat-Type
           PERFORM LOG-RUN-STATUS
           PERFORM LOAD-REASON-MASTER
                       PERFORM WRITE-GRAND-TOTAL
                       PERFORM APPEND-REJECT-HISTORY
                       CLOSE SORTED-REJECTS
                       PERFORM REPORT-CONTRACT-WARNINGS
                       CLOSE REJECT-REPORT
                   END-IF
               END-IF
           PERFORM ACCUMULATE-REJECT
           .

      *The warnings reuse the sort work file and the SRTREJC sorted
      *file the reject pass has finished with, so the detail line and
      *reason decode are the reject section's own.
       REPORT-CONTRACT-WARNINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CONTRACT-WARNINGS
           IF NOT WS-Warning-OK
               MOVE 'CONTRACT WARNINGS: NONE ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               CLOSE CONTRACT-WARNINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-RULE-FAILED
                   ON ASCENDING KEY SD-CONTRACT-VALUE
                   USING CONTRACT-WARNINGS
                   GIVING SORTED-REJECTS
               OPEN INPUT SORTED-REJECTS
               IF NOT WS-Sorted-OK
                   DISPLAY 'RPTREJCT: SORT OF CONTRACT-WARNINGS '
                           'FAILED, STATUS ' WS-Sorted-Status
                           UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'CONTRACT WARNINGS (NOT REJECTED)'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM UNTIL WS-Sorted-EOF
                       READ SORTED-REJECTS
                           AT END
                               SET WS-Sorted-EOF TO TRUE
                           NOT AT END
                               PERFORM PROCESS-WARNING-RECORD
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-WARNING-SUMMARY
                   CLOSE SORTED-REJECTS
               END-IF
           END-IF
           .

       PROCESS-WARNING-RECORD.
           PERFORM LOOKUP-REASON-CODE
           MOVE SREJ-CONTRACT-VALUE TO WS-D-Contract
           MOVE SREJ-RULE-FAILED    TO WS-D-Rule
           MOVE SREJ-REASON-CODE    TO WS-D-Reason
           MOVE WS-Lookup-Severity  TO WS-D-Severity
           MOVE WS-Lookup-Description TO WS-D-Description
           MOVE SREJ-DATE           TO WS-D-Date
           MOVE SREJ-TIME           TO WS-D-Time
           MOVE WS-Detail-Line      TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM ACCUMULATE-WARNING
           .

       ACCUMULATE-WARNING.
           SET WS-Rule-Not-Found TO TRUE
           PERFORM VARYING WS-Warn-Idx FROM 1 BY 1
                   UNTIL WS-Warn-Idx > WS-Warn-Entry-Count
               IF WS-Warn-Name (WS-Warn-Idx) = SREJ-RULE-FAILED
                   ADD 1 TO WS-Warn-Tally (WS-Warn-Idx)
                   SET WS-Rule-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Rule-Not-Found
               IF WS-Warn-Entry-Count < 20
                   ADD 1 TO WS-Warn-Entry-Count
                   MOVE SREJ-RULE-FAILED
                       TO WS-Warn-Name (WS-Warn-Entry-Count)
                   MOVE SREJ-REASON-CODE
                       TO WS-Warn-Reason (WS-Warn-Entry-Count)
                   MOVE WS-Lookup-Severity
                       TO WS-Warn-Severity (WS-Warn-Entry-Count)
                   MOVE WS-Lookup-Action
                       TO WS-Warn-Action (WS-Warn-Entry-Count)
                   MOVE 1 TO WS-Warn-Tally (WS-Warn-Entry-Count)
               ELSE
                   DISPLAY 'WARNING: RPTREJCT WARNING TABLE FULL, '
                           'DROPPING TALLY FOR ' SREJ-RULE-FAILED
                           UPON SYSOUT
               END-IF
           END-IF
           ADD 1 TO WS-Warn-Total
           .

      *The detail body is already in rule order, so the by-rule
      *tally prints in the order the rules were met.
       WRITE-WARNING-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WARNINGS BY RULE:' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Warn-Idx FROM 1 BY 1
                   UNTIL WS-Warn-Idx > WS-Warn-Entry-Count
               MOVE WS-Warn-Severity (WS-Warn-Idx) TO WS-RT-Severity
               MOVE WS-Warn-Reason (WS-Warn-Idx)   TO WS-RT-Reason
               MOVE WS-Warn-Name (WS-Warn-Idx)     TO WS-RT-Rule
               MOVE WS-Warn-Tally (WS-Warn-Idx)    TO WS-RT-Count
               MOVE WS-Warn-Action (WS-Warn-Idx)   TO WS-RT-Action
               MOVE WS-Rule-Total-Line TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-Warn-Total TO WS-WT-Count
           MOVE WS-Warn-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       LOAD-REASON-MASTER.
           OPEN INPUT REASON-MASTER
           IF NOT WS-Reason-OK
