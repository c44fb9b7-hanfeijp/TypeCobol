       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAPPR.
      *Dual-control approval run, at the top of each night beside the
      *CONTPREL release sweep and before CONTMAIN: reads the CONTAPRQ
      *queue where CONTMAIN parks high-value premium movements and
      *inactivations of active contracts, and the APPRDECN decision
      *cards the approvers keyed during the day - one per queued item,
      *quoting its queue key, A to release or D to decline, and the
      *approver's operator id. A decision only counts when it comes
      *from a second operator: a card with no approver, or signed by
      *the operator who entered the transaction, is refused and the
      *item keeps waiting. Released items go out as a properly
      *header/trailered CONTTRAN batch on APPRTRAN, source CONTAPPR,
      *with the approver stamped on each transaction, for that
      *night's CONTMAIN to apply under the normal batch controls;
      *declined items are dropped; everything still undecided carries
      *to CONTAQST - the CONTPREL split-file pattern - so the JCL
      *swaps CONTAQST in as the next CONTAPRQ and nothing is ever
      *released twice. APPRRPRT is the daily audit report: items
      *approved, declined and still waiting, and every decision card
      *that was not acted on, with the reason. Any such card ends
      *RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO 'CONTAPRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Queue-Status.
           SELECT DECISION-FILE ASSIGN TO 'APPRDECN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Decision-Status.
           SELECT APPROVED-TRANS-FILE ASSIGN TO 'APPRTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Approved-Status.
           SELECT STILL-WAITING-FILE ASSIGN TO 'CONTAQST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Waiting-Status.
           SELECT APPROVAL-REPORT ASSIGN TO 'APPRRPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APPRQUE.
      *One card per decision, keyed by the approver off the waiting
      *section of the previous audit report.
       FD  DECISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-RECORD.
           05  AD-QUEUE-KEY            PIC X(20).
           05  AD-DECISION             PIC X.
               88  AD-DECISION-APPROVE     VALUE 'A'.
               88  AD-DECISION-DECLINE     VALUE 'D'.
           05  AD-APPROVER-ID          PIC X(08).
      *Same 80-byte layout CONTMAIN reads as CONTTRAN, bracketed by
      *the same header and trailer control records.
       FD  APPROVED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVED-TRANS-RECORD.
           05  AT-FUNCTION-CODE        PIC X.
           05  AT-CONTRACT-NUMBER      PIC X(10).
           05  AT-HOLDER-ID            PIC X(10).
           05  AT-EFFECTIVE-DATE       PIC X(08).
           05  AT-EXPIRY-DATE          PIC X(08).
           05  AT-STATUS-CODE          PIC X(02).
           05  AT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  AT-BILLING-FREQUENCY    PIC X.
           05  AT-NEXT-DUE-DATE        PIC X(08).
           05  AT-AGENT-ID             PIC X(10).
           05  AT-OPERATOR-ID          PIC X(08).
           05  AT-APPROVER-ID          PIC X(08).
       01  APPROVED-HEADER-RECORD REDEFINES APPROVED-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  AH-SOURCE-SYSTEM        PIC X(08).
           05  AH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  APPROVED-TRAILER-RECORD REDEFINES APPROVED-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  AR-TRANS-COUNT          PIC 9(07).
           05  AR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
       FD  STILL-WAITING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STILL-WAITING-RECORD        PIC X(108).
       FD  APPROVAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Queue-Status             PIC XX.
           88  WS-Queue-OK                 VALUE '00'.
           88  WS-Queue-EOF                VALUE '10'.
       01  WS-Decision-Status          PIC XX.
           88  WS-Decision-OK              VALUE '00'.
       01  WS-Approved-Status          PIC XX.
           88  WS-Approved-OK              VALUE '00'.
       01  WS-Waiting-Status           PIC XX.
           88  WS-Waiting-OK               VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *Transaction view of the queued image, for the entering operator
      *and the fields the report prints.
       01  QUEUED-TRANS-VIEW.
           05  QT-FUNCTION-CODE        PIC X.
           05  QT-CONTRACT-NUMBER      PIC X(10).
           05  QT-HOLDER-ID            PIC X(10).
           05  QT-EFFECTIVE-DATE       PIC X(08).
           05  QT-EXPIRY-DATE          PIC X(08).
           05  QT-STATUS-CODE          PIC X(02).
           05  QT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  QT-BILLING-FREQUENCY    PIC X.
           05  QT-NEXT-DUE-DATE        PIC X(08).
           05  QT-AGENT-ID             PIC X(10).
           05  QT-OPERATOR-ID          PIC X(08).
           05  QT-APPROVER-ID          PIC X(08).

      *Decision cards loaded up front. WS-DC-State records what became
      *of each card: U unused (no such item on the queue), T taken,
      *S same operator, B no approver, C bad decision code, D a
      *second card for a key already decided.
       01  WS-Decision-Table.
           05  WS-Decision-Entry OCCURS 500 TIMES.
               10  WS-DC-Key            PIC X(20).
               10  WS-DC-Decision       PIC X.
               10  WS-DC-Approver       PIC X(08).
               10  WS-DC-State          PIC X.
       01  WS-Decision-Entry-Count      PIC S9(04) COMP VALUE 0.
       01  WS-Decision-Idx              PIC S9(04) COMP.
       01  WS-Match-Idx                 PIC S9(04) COMP.
       01  WS-Search-Key                PIC X(20).

      *Outcome of one queued item for the section being printed.
       01  WS-Item-Outcome              PIC X.
           88  WS-Item-Approved             VALUE 'A'.
           88  WS-Item-Declined             VALUE 'D'.
           88  WS-Item-Waiting              VALUE 'W'.
       01  WS-Section-Wanted            PIC X.
       01  WS-Item-Approver             PIC X(08).

       01  WS-Counters.
           05  WS-Queue-Read-Count     PIC 9(07) VALUE 0.
           05  WS-Approved-Count       PIC 9(07) VALUE 0.
           05  WS-Declined-Count       PIC 9(07) VALUE 0.
           05  WS-Waiting-Count        PIC 9(07) VALUE 0.
           05  WS-Decision-Read-Count  PIC 9(07) VALUE 0.
           05  WS-Refused-Count        PIC 9(07) VALUE 0.
       01  WS-Approved-Premium-Hash    PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-Column-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE 'QUEUE KEY'.
           05  FILLER                  PIC X(03) VALUE 'RS'.
           05  FILLER                  PIC X(11) VALUE 'CONTRACT'.
           05  FILLER                  PIC X(09) VALUE 'ENTERED'.
           05  FILLER                  PIC X(09) VALUE 'DECIDED'.
           05  FILLER                  PIC X(13) VALUE ' OLD PREMIUM'.
           05  FILLER                  PIC X(12) VALUE ' NEW PREMIUM'.

       01  WS-Detail-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Key                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Reason             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Contract           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Entered            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Decided            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Old-Premium        PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-New-Premium        PIC Z(08)9.99.

       01  WS-Refused-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-Key                PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-Decision           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-Approver           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-Reason             PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-Total-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-T-Caption            PIC X(26).
           05  WS-T-Count              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTAPPR'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

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
           PERFORM LOAD-DECISION-CARDS
           OPEN OUTPUT APPROVED-TRANS-FILE
           OPEN OUTPUT STILL-WAITING-FILE
           OPEN OUTPUT APPROVAL-REPORT
           IF NOT WS-Approved-OK OR NOT WS-Waiting-OK
              OR NOT WS-Report-OK
               DISPLAY 'CONTAPPR: OUTPUT FILE NOT AVAILABLE - '
                       'APPROVED ' WS-Approved-Status
                       ' WAITING ' WS-Waiting-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TRANS-HEADER
               PERFORM WRITE-REPORT-HEADING
               MOVE 'A' TO WS-Section-Wanted
               MOVE '  APPROVED' TO REPORT-LINE
               PERFORM REPORT-QUEUE-SECTION
               MOVE 'D' TO WS-Section-Wanted
               MOVE '  DECLINED' TO REPORT-LINE
               PERFORM REPORT-QUEUE-SECTION
               MOVE 'W' TO WS-Section-Wanted
               MOVE '  STILL WAITING' TO REPORT-LINE
               PERFORM REPORT-QUEUE-SECTION
               PERFORM REPORT-REFUSED-CARDS
               PERFORM WRITE-REPORT-TOTALS
               PERFORM WRITE-TRANS-TRAILER
               IF WS-Refused-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE APPROVED-TRANS-FILE
           CLOSE STILL-WAITING-FILE
           CLOSE APPROVAL-REPORT
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Queue-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

      *No decision cards is a normal day's answer: everything on the
      *queue simply keeps waiting.
       LOAD-DECISION-CARDS.
           OPEN INPUT DECISION-FILE
           IF NOT WS-Decision-OK
               DISPLAY 'CONTAPPR: APPRDECN NOT AVAILABLE, STATUS '
                       WS-Decision-Status ', NOTHING DECIDED'
                       UPON SYSOUT
           ELSE
               PERFORM UNTIL NOT WS-Decision-OK
                   READ DECISION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-DECISION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF
           .

       LOAD-DECISION-ENTRY.
           ADD 1 TO WS-Decision-Read-Count
           IF WS-Decision-Entry-Count < 500
               MOVE AD-QUEUE-KEY TO WS-Search-Key
               PERFORM FIND-DECISION-KEY
               ADD 1 TO WS-Decision-Entry-Count
               MOVE AD-QUEUE-KEY
                   TO WS-DC-Key (WS-Decision-Entry-Count)
               MOVE AD-DECISION
                   TO WS-DC-Decision (WS-Decision-Entry-Count)
               MOVE AD-APPROVER-ID
                   TO WS-DC-Approver (WS-Decision-Entry-Count)
               IF WS-Match-Idx > 0
                   MOVE 'D' TO WS-DC-State (WS-Decision-Entry-Count)
               ELSE
                   MOVE 'U' TO WS-DC-State (WS-Decision-Entry-Count)
               END-IF
           ELSE
               ADD 1 TO WS-Refused-Count
               DISPLAY 'WARNING: CONTAPPR DECISION TABLE FULL, '
                       'DROPPING CARD FOR ' AD-QUEUE-KEY UPON SYSOUT
           END-IF
           .

      *First card loaded for the key, or zero.
       FIND-DECISION-KEY.
           MOVE 0 TO WS-Match-Idx
           PERFORM VARYING WS-Decision-Idx FROM 1 BY 1
                   UNTIL WS-Decision-Idx > WS-Decision-Entry-Count
                      OR WS-Match-Idx > 0
               IF WS-DC-Key (WS-Decision-Idx) = WS-Search-Key
                   MOVE WS-Decision-Idx TO WS-Match-Idx
               END-IF
           END-PERFORM
           .

      *One pass of the queue per report section, so each section
      *prints in queue order. The approved pass feeds APPRTRAN and
      *the waiting pass feeds CONTAQST; the outcome of an item is
      *worked out the same way on every pass.
       REPORT-QUEUE-SECTION.
           WRITE REPORT-LINE
           MOVE WS-Column-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-Queue-Status
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF NOT WS-Queue-OK
               IF WS-Section-Wanted = 'A'
                   DISPLAY 'CONTAPPR: CONTAPRQ NOT AVAILABLE, STATUS '
                           WS-Queue-Status ', NOTHING QUEUED'
                           UPON SYSOUT
               END-IF
           ELSE
               PERFORM UNTIL WS-Queue-EOF
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           SET WS-Queue-EOF TO TRUE
                       NOT AT END
                           PERFORM DECIDE-QUEUED-ITEM
                           IF WS-Item-Outcome = WS-Section-Wanted
                               PERFORM HANDLE-QUEUED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           .

       DECIDE-QUEUED-ITEM.
           MOVE AQ-TRANS-IMAGE TO QUEUED-TRANS-VIEW
           MOVE AQ-QUEUE-KEY TO WS-Search-Key
           PERFORM FIND-DECISION-KEY
           SET WS-Item-Waiting TO TRUE
           MOVE SPACES TO WS-Item-Approver
           IF WS-Match-Idx > 0
               EVALUATE TRUE
                   WHEN WS-DC-Approver (WS-Match-Idx) = SPACES
                        MOVE 'B' TO WS-DC-State (WS-Match-Idx)
                   WHEN WS-DC-Approver (WS-Match-Idx)
                        = QT-OPERATOR-ID
                        MOVE 'S' TO WS-DC-State (WS-Match-Idx)
                   WHEN WS-DC-Decision (WS-Match-Idx) = 'A'
                        MOVE 'T' TO WS-DC-State (WS-Match-Idx)
                        SET WS-Item-Approved TO TRUE
                        MOVE WS-DC-Approver (WS-Match-Idx)
                            TO WS-Item-Approver
                   WHEN WS-DC-Decision (WS-Match-Idx) = 'D'
                        MOVE 'T' TO WS-DC-State (WS-Match-Idx)
                        SET WS-Item-Declined TO TRUE
                        MOVE WS-DC-Approver (WS-Match-Idx)
                            TO WS-Item-Approver
                   WHEN OTHER
                        MOVE 'C' TO WS-DC-State (WS-Match-Idx)
               END-EVALUATE
           END-IF
           .

       HANDLE-QUEUED-ITEM.
           EVALUATE TRUE
               WHEN WS-Item-Approved
                    ADD 1 TO WS-Queue-Read-Count
                    ADD 1 TO WS-Approved-Count
                    MOVE AQ-TRANS-IMAGE TO APPROVED-TRANS-RECORD
                    MOVE WS-Item-Approver TO AT-APPROVER-ID
                    WRITE APPROVED-TRANS-RECORD
                    ADD AT-PREMIUM-AMOUNT TO WS-Approved-Premium-Hash
               WHEN WS-Item-Declined
                    ADD 1 TO WS-Queue-Read-Count
                    ADD 1 TO WS-Declined-Count
               WHEN OTHER
                    ADD 1 TO WS-Queue-Read-Count
                    ADD 1 TO WS-Waiting-Count
                    MOVE APPROVAL-QUEUE-RECORD TO STILL-WAITING-RECORD
                    WRITE STILL-WAITING-RECORD
           END-EVALUATE
           MOVE AQ-QUEUE-KEY       TO WS-D-Key
           MOVE AQ-QUEUE-REASON    TO WS-D-Reason
           MOVE QT-CONTRACT-NUMBER TO WS-D-Contract
           MOVE QT-OPERATOR-ID     TO WS-D-Entered
           MOVE WS-Item-Approver   TO WS-D-Decided
           MOVE AQ-OLD-PREMIUM     TO WS-D-Old-Premium
           MOVE QT-PREMIUM-AMOUNT  TO WS-D-New-Premium
      *A zero premium on a CHANGE keeps the premium it has.
           IF QT-PREMIUM-AMOUNT = 0
               MOVE AQ-OLD-PREMIUM TO WS-D-New-Premium
           END-IF
           MOVE WS-Detail-Line     TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *Every card that did not decide an item, and why.
       REPORT-REFUSED-CARDS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  DECISION CARDS NOT ACTED ON' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Decision-Idx FROM 1 BY 1
                   UNTIL WS-Decision-Idx > WS-Decision-Entry-Count
               IF WS-DC-State (WS-Decision-Idx) NOT = 'T'
                   ADD 1 TO WS-Refused-Count
                   MOVE WS-DC-Key (WS-Decision-Idx) TO WS-R-Key
                   MOVE WS-DC-Decision (WS-Decision-Idx)
                       TO WS-R-Decision
                   MOVE WS-DC-Approver (WS-Decision-Idx)
                       TO WS-R-Approver
                   EVALUATE WS-DC-State (WS-Decision-Idx)
                       WHEN 'U'
                            MOVE 'NOT ON APPROVAL QUEUE'
                                TO WS-R-Reason
                       WHEN 'S'
                            MOVE 'APPROVER ENTERED THE ITEM'
                                TO WS-R-Reason
                       WHEN 'B'
                            MOVE 'NO APPROVER ON CARD'
                                TO WS-R-Reason
                       WHEN 'C'
                            MOVE 'DECISION NOT A OR D'
                                TO WS-R-Reason
                       WHEN OTHER
                            MOVE 'SECOND CARD FOR THE ITEM'
                                TO WS-R-Reason
                   END-EVALUATE
                   MOVE WS-Refused-Line TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY 'CONTAPPR: DECISION NOT ACTED ON FOR '
                           WS-R-Key ' - ' WS-R-Reason UPON SYSOUT
               END-IF
           END-PERFORM
           .

       WRITE-REPORT-HEADING.
           MOVE 'DUAL-CONTROL APPROVAL AUDIT REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BUSINESS DATE ' BD-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS APPROVED'      TO WS-T-Caption
           MOVE WS-Approved-Count     TO WS-T-Count
           MOVE WS-Total-Line         TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS DECLINED'      TO WS-T-Caption
           MOVE WS-Declined-Count     TO WS-T-Count
           MOVE WS-Total-Line         TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS STILL WAITING' TO WS-T-Caption
           MOVE WS-Waiting-Count      TO WS-T-Count
           MOVE WS-Total-Line         TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CARDS NOT ACTED ON'  TO WS-T-Caption
           MOVE WS-Refused-Count      TO WS-T-Count
           MOVE WS-Total-Line         TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-TRANS-HEADER.
           MOVE SPACES     TO APPROVED-TRANS-RECORD
           MOVE 'H'        TO AT-FUNCTION-CODE
           MOVE 'CONTAPPR' TO AH-SOURCE-SYSTEM
           MOVE BD-BUSINESS-DATE TO AH-BUSINESS-DATE
           WRITE APPROVED-TRANS-RECORD
           .

       WRITE-TRANS-TRAILER.
           MOVE SPACES TO APPROVED-TRANS-RECORD
           MOVE 'T'    TO AT-FUNCTION-CODE
           MOVE WS-Approved-Count        TO AR-TRANS-COUNT
           MOVE WS-Approved-Premium-Hash TO AR-PREMIUM-HASH
           WRITE APPROVED-TRANS-RECORD
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTAPPR SUMMARY -'
                   ' QUEUED: '   WS-Queue-Read-Count
                   ' APPROVED: ' WS-Approved-Count
                   ' DECLINED: ' WS-Declined-Count
                   ' WAITING: '  WS-Waiting-Count
                   ' CARDS NOT ACTED ON: ' WS-Refused-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTAPPR.
