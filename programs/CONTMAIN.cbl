      *reject file. The batch controls above still govern the bulk
      *CONTTRAN feed; the CONTMAIN-RESET entry closes the online
      *files down and re-arms the first-call initialisation.
      *ADD and CHANGE carry the installment plan: billing frequency
      *(M monthly, Q quarterly, S semi-annual, A annual) and the
      *next-due date CONTBILL bills from. An ADD left blank is set
      *up annual and first due on its effective date; a CHANGE left
      *blank keeps the plan the master already carries. A frequency
      *outside the plan table rejects M10, a next-due date that is
      *not a date rejects M11.
      *A CHANGE replaces only what it carries: a blank holder,
      *effective date, expiry date or status, or a zero premium,
      *keeps what the master already has, the same as a blank plan
      *field or agent. The batch runs that punch CHANGEs fill in
      *only the field they own, so two of them working the same
      *contract the same night cannot put back each other's work.
      *ADD and CHANGE also carry the writing agent. An ADD must name
      *an agent on AGENT-MASTER with status active; a CHANGE left
      *blank keeps the agent the master carries, and one naming the
      *agent already on the contract is not re-edited, so the status
      *flips the other runs punch still apply after the agent leaves.
      *An agent not on file rejects M12, one not active rejects M13.
      *The agent edits phase in the way the holder edits did: with
      *no AGENT-MASTER available they are warned and bypassed.
      *Dual control: every transaction names the operator who keyed
      *it (a blank operator rejects M14; the batch runs that punch
      *CONTTRAN sign with their own program name). A CHANGE moving
      *the premium by more than the dual-control threshold either
      *way, and a CHANGE or INACTIVATE taking an active contract
      *out of force (any status other than active), is not applied,
      *bar the non-payment cancellations CONTPAYM punches and the
      *expiries CONTRNWL punches: it parks on the CONTAPRQ approval
      *queue (online it answers 'Q'), and a second operator releases
      *or declines it in the CONTAPPR approval run. Released items
      *come back as CONTAPPR's own controlled batch with the approver
      *stamped on them; only on that batch, and only when the
      *approver is not the entering operator, do they go straight
      *through. The journal row carries both operators.
      *Reinstatement (function R) brings a contract CONTPAYM
      *cancelled for non-payment, or CONTRNWL expired, back into
      *force. The cancellation is found on the CONTHIST history file
      *(the last journalled change that took the contract cancelled
      *or expired) and the reinstatement must fall within the
      *reinstatement window, in business days off GETBDAYS, of that
      *date. The arrears for the lapsed period - one installment on
      *the contract's plan, plus one more for each full installment
      *period since the cancellation, each priced off the sum of the
      *contract's coverage premiums (the master premium when it has
      *no coverages), as CONTBILL bills - must be covered by payments
      *received since the cancellation on the PAYMRECV payments file.
      *A reinstatement with no next-due date of its own moves the
      *master's next-due date on past the lapsed installments those
      *arrears paid for, so CONTBILL does not bill them twice.
      *An expired contract needs a new expiry date on the
      *transaction. Coverage changes journalled since the
      *cancellation are undone, newest first, so the contract comes
      *back with the coverage set it lapsed with; each restored
      *coverage journals as its own V/W/X row, and the batch and the
      *RESET entry tell CONTBALN how many on a CONTMRCV RUNSTAT row.
      *The reinstatement journals as function R, so CONTGLEX posts
      *it apart from new business. Failures reject M15-M21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOLDER-ID
               FILE STATUS IS WS-Holder-Status.
           SELECT AGENT-MASTER ASSIGN TO 'AGNTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENT-ID
               FILE STATUS IS WS-Agent-Status.
           SELECT CONTRACT-HISTORY ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS WS-History-Status.
           SELECT PAYMENTS-RECEIVED ASSIGN TO 'PAYMRECV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payment-Status.
           SELECT PENDING-TRANS-FILE ASSIGN TO 'CONTPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO 'CONTAPRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Approval-Status.
           SELECT MAINT-CHECKPOINT-FILE ASSIGN TO 'CONTCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
      *closed on the online path.
       FD  MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-TRANS-INPUT-RECORD    PIC X(80).
      *Failed transactions go out unchanged and in full as the first
      *80 bytes, so the data-control clerks can correct this file and
      *feed it straight back in as the next run's CONTTRAN; the
      *appended reason code and timestamp say why each one failed.
       FD  MAINT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REJECT-RECORD.
           05  MR-TRANS-IMAGE          PIC X(80).
           05  MR-REASON-CODE          PIC X(04).
           05  MR-TIMESTAMP.
               10  MR-DATE             PIC X(08).
       COPY CONTJRNL.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  AGENT-MASTER.
       COPY AGNTMSTR.
       FD  CONTRACT-HISTORY.
       COPY CONTHIST.
      *Same layout CONTPAYM reads: receivables' payments received.
       FD  PAYMENTS-RECEIVED
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-RECORD.
           05  PR-CONTRACT-NUMBER      PIC X(10).
           05  PR-PAYMENT-DATE         PIC X(08).
           05  PR-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
      *Future-dated transactions park here unchanged and in full, so
      *the CONTPREL release sweep can re-feed them as a proper
      *CONTTRAN batch on the morning they come due.
       FD  PENDING-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-TRANS-RECORD        PIC X(80).
      *Transactions held for a second operator's approval.
       FD  APPROVAL-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APPRQUE.
       FD  MAINT-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHKPTREC.
       01  MAINT-RESTART-RECORD.
           05  RP-KEYWORD              PIC X(08).
           05  RP-LAST-KEY             PIC X(20).
           05  RP-JOB-ID               PIC X(08).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BUSDAYC.
       COPY BILLFREQ.
       01 TC-Call          PIC X     VALUE 'T'.
           88 TC-FirstCall  VALUE 'T'.
           88 TC-NthCall    VALUE 'F'
           88  WS-Journal-OK               VALUE '00'.
       01  WS-Holder-Status            PIC XX.
           88  WS-Holder-OK                VALUE '00'.
       01  WS-Agent-Status             PIC XX.
           88  WS-Agent-OK                 VALUE '00'.
       01  WS-Coverage-Status          PIC XX.
           88  WS-Coverage-OK              VALUE '00'.
       01  WS-Pending-Status           PIC XX.
           88  WS-Pending-OK               VALUE '00'.
       01  WS-Approval-Status          PIC XX.
           88  WS-Approval-OK              VALUE '00'.
       01  WS-Checkpoint-Status        PIC XX.
           88  WS-Checkpoint-OK            VALUE '00'.
       01  WS-Restparm-Status          PIC XX.
           88  WS-Restparm-OK              VALUE '00'.
       01  WS-History-Status           PIC XX.
           88  WS-History-OK               VALUE '00'.
       01  WS-Payment-Status           PIC XX.
           88  WS-Payment-OK               VALUE '00'.
           88  WS-Payment-EOF              VALUE '10'.

      *Staging area for the transaction being processed: the batch
      *passes READ INTO it and the CONTMAIN-ONLINE entry moves its
               88  MT-FUNCTION-ADD          VALUE 'A'.
               88  MT-FUNCTION-CHANGE       VALUE 'C'.
               88  MT-FUNCTION-INACTIVATE   VALUE 'I'.
               88  MT-FUNCTION-REINSTATE    VALUE 'R'.
               88  MT-BATCH-HEADER          VALUE 'H'.
               88  MT-BATCH-TRAILER         VALUE 'T'.
           05  MT-CONTRACT-NUMBER      PIC X(10).
           05  MT-EXPIRY-DATE          PIC X(08).
           05  MT-STATUS-CODE          PIC X(02).
           05  MT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  MT-BILLING-FREQUENCY    PIC X.
               88  MT-BILL-FREQUENCY-VALID  VALUE 'M' 'Q' 'S' 'A' ' '.
           05  MT-NEXT-DUE-DATE        PIC X(08).
           05  MT-AGENT-ID             PIC X(10).
           05  MT-OPERATOR-ID          PIC X(08).
           05  MT-APPROVER-ID          PIC X(08).
      *Coverage view of the same 80-byte record: V/W/X transactions
      *add, change and drop one coverage under a contract. The
      *coverage premium sits over MT-PREMIUM-AMOUNT so the trailer
      *premium hash covers coverage transactions unchanged.
           05  CT-COVERAGE-DESC        PIC X(20).
           05  FILLER                  PIC X(04).
           05  CT-COVERAGE-PREMIUM     PIC S9(09)V99 COMP-3.
           05  FILLER                  PIC X(35).
      *Batch control views of the same 80-byte record: the upstream
      *areas bracket every CONTTRAN with one header and one trailer.
       01  BATCH-HEADER-RECORD REDEFINES MAINT-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  BH-SOURCE-SYSTEM        PIC X(08).
           05  BH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  BATCH-TRAILER-RECORD REDEFINES MAINT-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  BT-TRANS-COUNT          PIC 9(07).
           05  BT-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).

      *Checkpoint interval card read once from SYSIN; blank means
      *01000 processed transactions between checkpoints.
           88  WS-Online-Rejected          VALUE 'Y'.
       01  WS-Online-Suspend-Switch    PIC X VALUE 'N'.
           88  WS-Online-Suspended         VALUE 'Y'.
       01  WS-Online-Queue-Switch      PIC X VALUE 'N'.
           88  WS-Online-Queued            VALUE 'Y'.

      *Online activity accumulated across calls; the CONTMAIN-RESET
      *entry writes them to RUNSTAT as CONTMONL (applied) and
      *CONTMSUS (suspended) end rows - the same close-down logging
      *the f73481e6 RESET entry does - so CONTBALN's crossing can
      *account for journal rows and suspense records the batch
      *trailers never saw. Items parked for approval go the same way
      *as CONTMQUE.
       01  WS-Online-Applied-Count     PIC 9(07) VALUE 0.
       01  WS-Online-Susp-Count        PIC 9(07) VALUE 0.
       01  WS-Online-Queued-Count      PIC 9(07) VALUE 0.
       01  WS-Online-Restored-Count    PIC 9(07) VALUE 0.

      *Dual control. A CHANGE whose premium moves by more than the
      *threshold either way, or any transaction taking an active
      *contract inactive, parks on CONTAPRQ for a second operator.
      *The approver is honoured only on the CONTAPPR batch.
       01  WS-Approval-Threshold       PIC S9(09)V99 COMP-3
                                           VALUE 5000.00.
       01  WS-Approval-Switch          PIC X VALUE 'N'.
           88  WS-Approval-Needed          VALUE 'Y'.
       01  WS-Approval-Reason          PIC X(02).
           88  WS-Approval-Premium         VALUE 'PM'.
           88  WS-Approval-Inactivate      VALUE 'IN'.
       01  WS-Approved-By              PIC X(08) VALUE SPACES.
       01  WS-Old-Premium              PIC S9(09)V99 COMP-3.
       01  WS-Premium-Movement         PIC S9(09)V99 COMP-3.
       01  WS-Queue-Seq                PIC 9(04) VALUE 0.

      *Reinstatement. The window is counted in business days from the
      *cancellation date on the contract history; calendar days stand
      *in when the business-day calendar cannot answer. Reinstatements
      *run only when CONTHIST opened; without it they reject M17.
       01  WS-Reinstate-Window         PIC S9(05) COMP VALUE 60.
       01  WS-History-Edit-Switch      PIC X VALUE 'N'.
           88  WS-History-Edit-Active      VALUE 'Y'.
       01  WS-History-Scan-Switch      PIC X.
           88  WS-History-Scan-Done        VALUE 'Y'.
       01  WS-Reinstate-Valid-Switch   PIC X VALUE 'Y'.
           88  WS-Reinstate-Valid          VALUE 'Y'.
           88  WS-Reinstate-Invalid        VALUE 'N'.
       01  WS-Cancel-Found-Switch      PIC X VALUE 'N'.
           88  WS-Cancel-Found             VALUE 'Y'.
       01  WS-Cancel-Date              PIC X(08).
       01  WS-Cancel-Date-Num REDEFINES WS-Cancel-Date
                                       PIC 9(08).
       01  WS-Cancel-Date-Parts REDEFINES WS-Cancel-Date.
           05  WS-Cancel-YYYY          PIC 9(04).
           05  WS-Cancel-MM            PIC 9(02).
           05  WS-Cancel-DD            PIC 9(02).
       01  WS-Reinstate-Date           PIC X(08).
       01  WS-Reinstate-Date-Num REDEFINES WS-Reinstate-Date
                                       PIC 9(08).
       01  WS-Reinstate-Date-Parts REDEFINES WS-Reinstate-Date.
           05  WS-Reinstate-YYYY       PIC 9(04).
           05  WS-Reinstate-MM         PIC 9(02).
           05  WS-Reinstate-DD         PIC 9(02).
       01  WS-Reinstate-Expiry         PIC X(08).
       01  WS-Days-Lapsed              PIC S9(07) COMP.
       01  WS-Months-Lapsed            PIC S9(05) COMP.

      *Arrears for the lapsed period, priced on the contract's
      *installment plan the way CONTBILL bills it: the coverage
      *premiums summed, the master premium when there are none.
       01  WS-Arrears-Premium          PIC S9(11)V99 COMP-3.
       01  WS-Arrears-Covg-Count       PIC S9(05) COMP.
       01  WS-Arrears-Scan-Switch      PIC X.
           88  WS-Arrears-Scan-Done        VALUE 'Y'.
       01  WS-Freq-Idx                 PIC S9(04) COMP.
       01  WS-Plan-Idx                 PIC S9(04) COMP.
       01  WS-Plan-Found-Switch        PIC X.
           88  WS-Plan-Found               VALUE 'Y'.
       01  WS-Arrears-Installments     PIC S9(05) COMP.
       01  WS-Arrears-Installment      PIC S9(11)V99 COMP-3.
       01  WS-Arrears-Loading          PIC S9(09)V99 COMP-3.
       01  WS-Arrears-Due              PIC S9(13)V99 COMP-3.
       01  WS-Arrears-Paid             PIC S9(13)V99 COMP-3.
       01  WS-Arrears-Due-Disp         PIC Z(12)9.99-.
       01  WS-Arrears-Paid-Disp        PIC Z(12)9.99-.

      *Next-due date moved past the arrears, the way CONTBILL moves
      *it on: months added, the day put back to the day of the month
      *the contract took effect, cut to the month's end.
       01  WS-Due-Date-Work.
           05  WS-Due-YYYY             PIC 9(04).
           05  WS-Due-MM               PIC 9(02).
           05  WS-Due-DD               PIC 9(02).
       01  WS-Due-Month-Count          PIC S9(05) COMP.
       01  WS-Due-Year-Carry           PIC S9(05) COMP.
       01  WS-Due-Month-Rem            PIC S9(05) COMP.
       01  WS-Anchor-Day               PIC 9(02).
       01  WS-Month-Last-Day           PIC 9(02).
       01  WS-Month-Days-Data          PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-Month-Days-Table REDEFINES WS-Month-Days-Data.
           05  WS-Month-Days           PIC 9(02) OCCURS 12 TIMES.

      *Coverage changes journalled since the cancellation, oldest
      *first, with the coverage picture each one replaced; undone
      *newest first to put the lapsed coverage set back.
       01  WS-Restore-Table.
           05  WS-Restore-Count        PIC S9(04) COMP VALUE 0.
           05  WS-Restore-Overflow-Switch PIC X VALUE 'N'.
               88  WS-Restore-Overflow     VALUE 'Y'.
           05  WS-Restore-Entry OCCURS 50 TIMES.
               10  WS-RS-Function      PIC X.
               10  WS-RS-Coverage-Code PIC X(04).
               10  WS-RS-Before-Image  PIC X(63).
       01  WS-Restore-Max              PIC S9(04) COMP VALUE 50.
       01  WS-Restore-Idx              PIC S9(04) COMP.
       01  WS-Restore-Function         PIC X.
       01  WS-Coverage-On-File-Switch  PIC X.
           88  WS-Coverage-On-File         VALUE 'Y'.

      *Holder edits run only when HOLDER-MASTER opened; a missing or
      *unloaded holder master is warned loudly but does not stop the
           88  WS-Holder-Found             VALUE 'Y'.
           88  WS-Holder-Missing           VALUE 'N'.

      *Writing-agent edits, phased in the same way as the holder
      *edits: they run only when AGENT-MASTER opened.
       01  WS-Agent-Edit-Switch        PIC X VALUE 'N'.
           88  WS-Agent-Edit-Active        VALUE 'Y'.
       01  WS-Agent-Valid-Switch       PIC X VALUE 'Y'.
           88  WS-Agent-Valid              VALUE 'Y'.
           88  WS-Agent-Invalid            VALUE 'N'.
       01  WS-Agent-Reassign-Switch    PIC X VALUE 'N'.
           88  WS-Agent-Reassigned         VALUE 'Y'.

      *Parent-exists edit for the coverage transactions: a V/W/X is
      *only applied when its contract is on CONTRACT-MASTER.
       01  WS-Contract-Found-Switch    PIC X VALUE 'N'.
      *Master image captured after the CHANGE/INACTIVATE read and
      *before the transaction fields overwrite it, so the journal
      *row carries a true before picture. LOW-VALUES for an ADD.
       01  WS-Before-Image             PIC X(63).

      *Reason codes carried on MAINT-REJECT-RECORD (see also the
      *decode on the clerks' correction listing).
           88  WS-Reason-Covg-No-Contract  VALUE 'M07'.
           88  WS-Reason-Covg-Duplicate    VALUE 'M08'.
           88  WS-Reason-Covg-Not-Found    VALUE 'M09'.
           88  WS-Reason-Bad-Frequency     VALUE 'M10'.
           88  WS-Reason-Bad-Next-Due      VALUE 'M11'.
           88  WS-Reason-Agent-Not-Found   VALUE 'M12'.
           88  WS-Reason-Agent-Inactive    VALUE 'M13'.
           88  WS-Reason-No-Operator       VALUE 'M14'.
           88  WS-Reason-Reinst-Not-Found  VALUE 'M15'.
           88  WS-Reason-Reinst-Not-Lapsed VALUE 'M16'.
           88  WS-Reason-Reinst-No-Cancel  VALUE 'M17'.
           88  WS-Reason-Reinst-Window     VALUE 'M18'.
           88  WS-Reason-Reinst-Arrears    VALUE 'M19'.
           88  WS-Reason-Reinst-No-Term    VALUE 'M20'.
           88  WS-Reason-Reinst-Coverage   VALUE 'M21'.

      *Installment plan edit on ADD/CHANGE/REINSTATE, set by
      *EDIT-BILLING-FIELDS.
       01  WS-Billing-Edit-Switch      PIC X VALUE 'Y'.
           88  WS-Billing-Valid            VALUE 'Y'.
           88  WS-Billing-Invalid          VALUE 'N'.

       01  WS-Counters.
           05  WS-Added-Count          PIC 9(07) VALUE 0.
           05  WS-Changed-Count        PIC 9(07) VALUE 0.
           05  WS-Inactivated-Count    PIC 9(07) VALUE 0.
           05  WS-Reinstated-Count     PIC 9(07) VALUE 0.
           05  WS-Covg-Added-Count     PIC 9(07) VALUE 0.
           05  WS-Covg-Changed-Count   PIC 9(07) VALUE 0.
           05  WS-Covg-Dropped-Count   PIC 9(07) VALUE 0.
           05  WS-Covg-Restored-Count  PIC 9(07) VALUE 0.
           05  WS-Suspended-Count      PIC 9(07) VALUE 0.
           05  WS-Queued-Count         PIC 9(07) VALUE 0.
           05  WS-Error-Count          PIC 9(07) VALUE 0.

      *Batch-control audit state for the pre-apply validation pass.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       LINKAGE SECTION.
       COPY CONTMNTC.
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
           PERFORM READ-INTERVAL-CARD
           MOVE 'E' TO WS-Runstat-Type
           COMPUTE WS-Runstat-Records = WS-Added-Count
               + WS-Changed-Count + WS-Inactivated-Count
               + WS-Reinstated-Count
               + WS-Covg-Added-Count + WS-Covg-Changed-Count
               + WS-Covg-Dropped-Count + WS-Suspended-Count
               + WS-Queued-Count + WS-Error-Count
               + WS-Restart-Skipped-Count
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           IF WS-Covg-Restored-Count > 0
               MOVE 'CONTMRCV' TO WS-Runstat-Step
               MOVE WS-Covg-Restored-Count TO WS-Runstat-Records
               MOVE 0 TO WS-Runstat-RC
               PERFORM LOG-RUN-STATUS
               MOVE 'CONTMAIN' TO WS-Runstat-Step
           END-IF
           GOBACK.

      *Pass 1: read the whole of CONTTRAN before touching the master,
                   CLOSE CONTRACT-MASTER
               ELSE
               PERFORM OPEN-HOLDER-MASTER
               PERFORM OPEN-AGENT-MASTER
               PERFORM OPEN-HISTORY-FILE
               OPEN INPUT MAINT-TRANS-FILE
               IF NOT WS-Trans-OK
                   DISPLAY 'CONTMAIN: MAINT-TRANS-FILE NOT AVAILABLE, '
                           CLOSE MAINT-TRANS-FILE
                           CLOSE CONTRACT-COVERAGE
                           CLOSE CONTRACT-MASTER
                       ELSE
                       OPEN EXTEND APPROVAL-QUEUE-FILE
                       IF NOT WS-Approval-OK
                           OPEN OUTPUT APPROVAL-QUEUE-FILE
                       END-IF
                       IF NOT WS-Approval-OK
                           DISPLAY 'CONTMAIN: APPROVAL-QUEUE-FILE NOT '
                                   'AVAILABLE, STATUS '
                                   WS-Approval-Status UPON SYSOUT
                           MOVE 8 TO RETURN-CODE
                           CLOSE PENDING-TRANS-FILE
                           CLOSE CONTRACT-JOURNAL
                           CLOSE MAINT-REJECT-FILE
                           CLOSE MAINT-TRANS-FILE
                           CLOSE CONTRACT-COVERAGE
                           CLOSE CONTRACT-MASTER
                       ELSE
                           PERFORM UNTIL WS-Trans-EOF
                               READ MAINT-TRANS-FILE
                           CLOSE MAINT-REJECT-FILE
                           CLOSE CONTRACT-JOURNAL
                           CLOSE PENDING-TRANS-FILE
                           CLOSE APPROVAL-QUEUE-FILE
                           IF WS-Holder-Edit-Active
                               CLOSE HOLDER-MASTER
                           END-IF
                           IF WS-Agent-Edit-Active
                               CLOSE AGENT-MASTER
                           END-IF
                           IF WS-History-Edit-Active
                               CLOSE CONTRACT-HISTORY
                           END-IF
                           CLOSE CONTRACT-COVERAGE
                           CLOSE CONTRACT-MASTER
                           IF WS-Error-Count > 0
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
                  AND WS-Trans-Seq NOT > WS-Restart-Seq
                   ADD 1 TO WS-Restart-Skipped-Count
               ELSE
                   PERFORM ROUTE-TRANSACTION
                   ADD 1 TO WS-Since-Checkpoint
                   IF WS-Since-Checkpoint >= WS-Checkpoint-Interval
                       PERFORM WRITE-MAINT-CHECKPOINT
           END-IF
           .

      *One transaction, whichever path fed it: no operator rejects,
      *future-dated parks on CONTPEND, dual-control items park on
      *CONTAPRQ, and the rest apply.
       ROUTE-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-OPERATOR-ID = SPACES
                    DISPLAY 'CONTMAIN: NO OPERATOR ID ON '
                            MT-FUNCTION-CODE ' FOR '
                            MT-CONTRACT-NUMBER UPON SYSOUT
                    SET WS-Reason-No-Operator TO TRUE
                    PERFORM WRITE-MAINT-REJECT
               WHEN (MT-FUNCTION-ADD OR MT-FUNCTION-CHANGE
                     OR MT-FUNCTION-INACTIVATE)
                    AND MT-EFFECTIVE-DATE NUMERIC
                    AND MT-EFFECTIVE-DATE > BD-BUSINESS-DATE
                    PERFORM SUSPEND-TRANSACTION
               WHEN OTHER
                    PERFORM CHECK-DUAL-CONTROL
                    IF WS-Approval-Needed
                        PERFORM QUEUE-FOR-APPROVAL
                    ELSE
                        PERFORM APPLY-ONE-TRANSACTION
                    END-IF
           END-EVALUATE
           .

       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-FUNCTION-ADD
                    PERFORM CHANGE-CONTRACT
               WHEN MT-FUNCTION-INACTIVATE
                    PERFORM INACTIVATE-CONTRACT
               WHEN MT-FUNCTION-REINSTATE
                    PERFORM REINSTATE-CONTRACT
               WHEN CT-FUNCTION-COVG-ADD
                    PERFORM ADD-COVERAGE
               WHEN CT-FUNCTION-COVG-CHANGE
           END-IF
           .

      *The approval run's own batch carries the second operator;
      *anywhere else an approver id is ignored, and an approver who
      *is also the entering operator is no approval at all.
       CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-Approval-Switch
           MOVE SPACES TO WS-Approval-Reason
           MOVE SPACES TO WS-Approved-By
           IF WS-Batch-Source-System = 'CONTAPPR'
              AND MT-APPROVER-ID NOT = SPACES
              AND MT-APPROVER-ID NOT = MT-OPERATOR-ID
               MOVE MT-APPROVER-ID TO WS-Approved-By
           ELSE
               IF MT-FUNCTION-CHANGE OR MT-FUNCTION-INACTIVATE
                   MOVE MT-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
                   READ CONTRACT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TEST-DUAL-CONTROL-LIMITS
                   END-READ
               END-IF
           END-IF
           .

      *Inactivation wins the reason when a CHANGE does both. A zero
      *premium on a CHANGE keeps the premium, so moves nothing. Any
      *status other than active takes the contract out of force and
      *needs a second operator, except on the batches CONTPAYM and
      *CONTRNWL punch: their cancellations and expiries follow from
      *the dunning and renewal rules, not from an operator's hand,
      *and are exempted by the batch's source system, never by the
      *status they carry.
       TEST-DUAL-CONTROL-LIMITS.
           MOVE CM-PREMIUM-AMOUNT TO WS-Old-Premium
           IF MT-FUNCTION-CHANGE
              AND MT-PREMIUM-AMOUNT NOT = 0
               COMPUTE WS-Premium-Movement =
                   MT-PREMIUM-AMOUNT - CM-PREMIUM-AMOUNT
               IF WS-Premium-Movement < 0
                   COMPUTE WS-Premium-Movement =
                       0 - WS-Premium-Movement
               END-IF
               IF WS-Premium-Movement > WS-Approval-Threshold
                   SET WS-Approval-Needed TO TRUE
                   SET WS-Approval-Premium TO TRUE
               END-IF
           END-IF
           IF CM-STATUS-ACTIVE
              AND (MT-FUNCTION-INACTIVATE
                   OR (MT-STATUS-CODE NOT = SPACES
                       AND MT-STATUS-CODE NOT = 'AC'))
              AND WS-Batch-Source-System NOT = 'CONTPAYM'
              AND WS-Batch-Source-System NOT = 'CONTRNWL'
               SET WS-Approval-Needed TO TRUE
               SET WS-Approval-Inactivate TO TRUE
           END-IF
           .

      *Parked unchanged and in full, keyed for the approver's
      *decision card by business date, time and run sequence.
       QUEUE-FOR-APPROVAL.
           ADD 1 TO WS-Queued-Count
           IF WS-Online-Mode
               SET WS-Online-Queued TO TRUE
           END-IF
           ADD 1 TO WS-Queue-Seq
           MOVE BD-BUSINESS-DATE   TO AQ-ENTRY-DATE
           ACCEPT AQ-ENTRY-TIME FROM TIME
           MOVE WS-Queue-Seq       TO AQ-ENTRY-SEQ
           MOVE WS-Approval-Reason TO AQ-QUEUE-REASON
           MOVE WS-Old-Premium     TO AQ-OLD-PREMIUM
           MOVE MAINT-TRANS-RECORD TO AQ-TRANS-IMAGE
           WRITE APPROVAL-QUEUE-RECORD
           IF NOT WS-Approval-OK
               DISPLAY 'CONTMAIN: APPROVAL QUEUE WRITE FAILED, STATUS '
                       WS-Approval-Status ' FOR '
                       MT-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       READ-INTERVAL-CARD.
           MOVE SPACES TO WS-Interval-Card
           ACCEPT WS-Interval-Card FROM SYSIN
               SET WS-Reason-Holder-Not-Found TO TRUE
               PERFORM WRITE-MAINT-REJECT
           ELSE
               PERFORM EDIT-BILLING-FIELDS
               IF WS-Billing-Invalid
                   DISPLAY 'CONTMAIN: ADD FAILED, BAD INSTALLMENT PLAN '
                           'FOR ' MT-CONTRACT-NUMBER UPON SYSOUT
                   PERFORM WRITE-MAINT-REJECT
               ELSE
                   PERFORM EDIT-AGENT-FIELD
                   IF WS-Agent-Invalid
                       DISPLAY 'CONTMAIN: ADD FAILED, AGENT '
                               MT-AGENT-ID ' NOT ON FILE OR NOT '
                               'ACTIVE FOR ' MT-CONTRACT-NUMBER
                               UPON SYSOUT
                       PERFORM WRITE-MAINT-REJECT
                   ELSE
                       PERFORM ADD-CONTRACT-RECORD
                   END-IF
               END-IF
           END-IF
           .

           MOVE MT-EXPIRY-DATE     TO CM-EXPIRY-DATE
           MOVE MT-STATUS-CODE     TO CM-STATUS-CODE
           MOVE MT-PREMIUM-AMOUNT  TO CM-PREMIUM-AMOUNT
           IF MT-BILLING-FREQUENCY = SPACE
               SET CM-BILL-ANNUAL TO TRUE
           ELSE
               MOVE MT-BILLING-FREQUENCY TO CM-BILLING-FREQUENCY
           END-IF
           IF MT-NEXT-DUE-DATE = SPACES
               MOVE MT-EFFECTIVE-DATE TO CM-NEXT-DUE-DATE
           ELSE
               MOVE MT-NEXT-DUE-DATE  TO CM-NEXT-DUE-DATE
           END-IF
           MOVE MT-AGENT-ID        TO CM-AGENT-ID
           WRITE CONTRACT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CONTMAIN: ADD FAILED, DUPLICATE KEY '
           END-WRITE
           .

      *A blank holder keeps the holder on the master, which needs
      *no edit.
       CHANGE-CONTRACT.
           SET WS-Holder-Found TO TRUE
           IF MT-HOLDER-ID NOT = SPACES
               PERFORM CHECK-HOLDER-EXISTS
           END-IF
           IF WS-Holder-Missing
               DISPLAY 'CONTMAIN: CHANGE FAILED, HOLDER NOT ON FILE '
                       MT-HOLDER-ID ' FOR ' MT-CONTRACT-NUMBER
               SET WS-Reason-Holder-Not-Found TO TRUE
               PERFORM WRITE-MAINT-REJECT
           ELSE
               PERFORM EDIT-BILLING-FIELDS
               IF WS-Billing-Invalid
                   DISPLAY 'CONTMAIN: CHANGE FAILED, BAD INSTALLMENT '
                           'PLAN FOR ' MT-CONTRACT-NUMBER UPON SYSOUT
                   PERFORM WRITE-MAINT-REJECT
               ELSE
                   PERFORM EDIT-AGENT-FIELD
                   IF WS-Agent-Invalid
                       DISPLAY 'CONTMAIN: CHANGE FAILED, AGENT '
                               MT-AGENT-ID ' NOT ON FILE OR NOT '
                               'ACTIVE FOR ' MT-CONTRACT-NUMBER
                               UPON SYSOUT
                       PERFORM WRITE-MAINT-REJECT
                   ELSE
                       PERFORM CHANGE-CONTRACT-RECORD
                   END-IF
               END-IF
           END-IF
           .

      *The installment plan fields may be left blank (ADD defaults
      *them, CHANGE keeps what the master carries); anything else
      *must be one of the four plan frequencies and a numeric
      *YYYYMMDD next-due date.
       EDIT-BILLING-FIELDS.
           SET WS-Billing-Valid TO TRUE
           IF NOT MT-BILL-FREQUENCY-VALID
               SET WS-Billing-Invalid TO TRUE
               SET WS-Reason-Bad-Frequency TO TRUE
           ELSE
               IF MT-NEXT-DUE-DATE NOT = SPACES
                  AND MT-NEXT-DUE-DATE IS NOT NUMERIC
                   SET WS-Billing-Invalid TO TRUE
                   SET WS-Reason-Bad-Next-Due TO TRUE
               END-IF
           END-IF
           .

      *An ADD always names its writing agent. A CHANGE is edited
      *only when it moves the contract to a different agent; one
      *left blank, or carrying the agent already on the master, has
      *nothing new to prove.
       EDIT-AGENT-FIELD.
           SET WS-Agent-Valid TO TRUE
           IF WS-Agent-Edit-Active
               IF MT-FUNCTION-ADD
                   SET WS-Agent-Reassigned TO TRUE
               ELSE
                   PERFORM CHECK-AGENT-REASSIGNED
               END-IF
               IF WS-Agent-Reassigned
                   PERFORM CHECK-AGENT-ACTIVE
               END-IF
           END-IF
           .

       CHECK-AGENT-REASSIGNED.
           MOVE 'N' TO WS-Agent-Reassign-Switch
           IF MT-AGENT-ID NOT = SPACES
               MOVE MT-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
               READ CONTRACT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-AGENT-ID NOT = MT-AGENT-ID
                           SET WS-Agent-Reassigned TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CHECK-AGENT-ACTIVE.
           MOVE MT-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   SET WS-Agent-Invalid TO TRUE
                   SET WS-Reason-Agent-Not-Found TO TRUE
               NOT INVALID KEY
                   IF NOT AG-STATUS-ACTIVE
                       SET WS-Agent-Invalid TO TRUE
                       SET WS-Reason-Agent-Inactive TO TRUE
                   END-IF
           END-READ
           .

       CHANGE-CONTRACT-RECORD.
           MOVE MT-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
           READ CONTRACT-MASTER
                   PERFORM WRITE-MAINT-REJECT
               NOT INVALID KEY
                   MOVE CONTRACT-MASTER-RECORD TO WS-Before-Image
                   IF MT-HOLDER-ID NOT = SPACES
                       MOVE MT-HOLDER-ID   TO CM-HOLDER-ID
                   END-IF
                   IF MT-EFFECTIVE-DATE NOT = SPACES
                       MOVE MT-EFFECTIVE-DATE
                                           TO CM-EFFECTIVE-DATE
                   END-IF
                   IF MT-EXPIRY-DATE NOT = SPACES
                       MOVE MT-EXPIRY-DATE TO CM-EXPIRY-DATE
                   END-IF
                   IF MT-STATUS-CODE NOT = SPACES
                       MOVE MT-STATUS-CODE TO CM-STATUS-CODE
                   END-IF
                   IF MT-PREMIUM-AMOUNT NOT = 0
                       MOVE MT-PREMIUM-AMOUNT
                                           TO CM-PREMIUM-AMOUNT
                   END-IF
                   IF MT-BILLING-FREQUENCY NOT = SPACE
                       MOVE MT-BILLING-FREQUENCY
                                           TO CM-BILLING-FREQUENCY
                   END-IF
                   IF MT-NEXT-DUE-DATE NOT = SPACES
                       MOVE MT-NEXT-DUE-DATE TO CM-NEXT-DUE-DATE
                   END-IF
                   IF MT-AGENT-ID NOT = SPACES
                       MOVE MT-AGENT-ID    TO CM-AGENT-ID
                   END-IF
                   REWRITE CONTRACT-MASTER-RECORD
                       INVALID KEY
                           SET WS-Reason-Rewrite-Failed TO TRUE
           END-READ
           .

      *Reinstatement: the edits run in the order the desk would ask
      *the questions - is it lapsed, when did it lapse, is that
      *within the window, is there a term left to run, has the
      *holder paid up - and the first failure is the reason given.
       REINSTATE-CONTRACT.
           MOVE MT-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
           READ CONTRACT-MASTER
               INVALID KEY
                   DISPLAY 'CONTMAIN: REINSTATE FAILED, NOT ON FILE '
                           MT-CONTRACT-NUMBER UPON SYSOUT
                   SET WS-Reason-Reinst-Not-Found TO TRUE
                   PERFORM WRITE-MAINT-REJECT
               NOT INVALID KEY
                   PERFORM EDIT-REINSTATEMENT
                   IF WS-Reinstate-Valid
                       PERFORM REINSTATE-CONTRACT-RECORD
                   ELSE
                       DISPLAY 'CONTMAIN: REINSTATE FAILED, REASON '
                               WS-Maint-Reason-Code ' FOR '
                               MT-CONTRACT-NUMBER UPON SYSOUT
                       PERFORM WRITE-MAINT-REJECT
                   END-IF
           END-READ
           .

       EDIT-REINSTATEMENT.
           SET WS-Reinstate-Valid TO TRUE
           MOVE BD-BUSINESS-DATE TO WS-Reinstate-Date
           IF NOT (CM-STATUS-CANCELLED OR CM-STATUS-EXPIRED)
               SET WS-Reinstate-Invalid TO TRUE
               SET WS-Reason-Reinst-Not-Lapsed TO TRUE
           END-IF
           IF WS-Reinstate-Valid
               PERFORM EDIT-BILLING-FIELDS
               IF WS-Billing-Invalid
                   SET WS-Reinstate-Invalid TO TRUE
               END-IF
           END-IF
           IF WS-Reinstate-Valid
               PERFORM FIND-CANCELLATION
               EVALUATE TRUE
                   WHEN NOT WS-Cancel-Found
                        SET WS-Reinstate-Invalid TO TRUE
                        SET WS-Reason-Reinst-No-Cancel TO TRUE
                   WHEN WS-Cancel-Date NOT NUMERIC
                        SET WS-Reinstate-Invalid TO TRUE
                        SET WS-Reason-Reinst-No-Cancel TO TRUE
                   WHEN WS-Restore-Overflow
                        SET WS-Reinstate-Invalid TO TRUE
                        SET WS-Reason-Reinst-Coverage TO TRUE
               END-EVALUATE
           END-IF
           IF WS-Reinstate-Valid
               PERFORM CHECK-REINSTATE-WINDOW
           END-IF
           IF WS-Reinstate-Valid
               PERFORM CHECK-REINSTATE-TERM
           END-IF
           IF WS-Reinstate-Valid
               PERFORM CHECK-ARREARS-SETTLED
           END-IF
           .

      *Walk the contract's history oldest first. The last change
      *that took the contract cancelled or expired is the lapse; a
      *later change bringing it back into force means that lapse is
      *already cured. Coverage changes after the lapse are kept for
      *the restore.
       FIND-CANCELLATION.
           MOVE 'N' TO WS-Cancel-Found-Switch
           MOVE SPACES TO WS-Cancel-Date
           MOVE 0 TO WS-Restore-Count
           MOVE 'N' TO WS-Restore-Overflow-Switch
           IF WS-History-Edit-Active
               MOVE LOW-VALUES TO CH-HISTORY-KEY
               MOVE MT-CONTRACT-NUMBER TO CH-CONTRACT-NUMBER
               MOVE 'N' TO WS-History-Scan-Switch
               START CONTRACT-HISTORY KEY NOT < CH-HISTORY-KEY
                   INVALID KEY
                       SET WS-History-Scan-Done TO TRUE
               END-START
               PERFORM UNTIL WS-History-Scan-Done
                   READ CONTRACT-HISTORY NEXT
                       AT END
                           SET WS-History-Scan-Done TO TRUE
                       NOT AT END
                           PERFORM TRACE-HISTORY-ROW
                   END-READ
               END-PERFORM
           END-IF
           .

       TRACE-HISTORY-ROW.
           EVALUATE TRUE
               WHEN CH-CONTRACT-NUMBER NOT = MT-CONTRACT-NUMBER
                    SET WS-History-Scan-Done TO TRUE
               WHEN CH-FUNCTION-CODE = 'V' OR 'W' OR 'X'
                    IF WS-Cancel-Found
                        PERFORM HOLD-COVERAGE-CHANGE
                    END-IF
               WHEN (CH-NEW-STATUS = 'CA' OR 'EX')
                    AND CH-OLD-STATUS NOT = CH-NEW-STATUS
                    SET WS-Cancel-Found TO TRUE
                    MOVE CH-JOURNAL-DATE TO WS-Cancel-Date
                    MOVE 0 TO WS-Restore-Count
                    MOVE 'N' TO WS-Restore-Overflow-Switch
               WHEN CH-NEW-STATUS = 'AC'
                    AND (CH-OLD-STATUS = 'CA' OR 'EX')
                    MOVE 'N' TO WS-Cancel-Found-Switch
                    MOVE SPACES TO WS-Cancel-Date
                    MOVE 0 TO WS-Restore-Count
                    MOVE 'N' TO WS-Restore-Overflow-Switch
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .

       HOLD-COVERAGE-CHANGE.
           IF WS-Restore-Count >= WS-Restore-Max
               SET WS-Restore-Overflow TO TRUE
           ELSE
               ADD 1 TO WS-Restore-Count
               MOVE CH-FUNCTION-CODE
                   TO WS-RS-Function (WS-Restore-Count)
               MOVE CH-COVERAGE-CODE
                   TO WS-RS-Coverage-Code (WS-Restore-Count)
               MOVE CH-BEFORE-IMAGE
                   TO WS-RS-Before-Image (WS-Restore-Count)
           END-IF
           .

      *Business days from the cancellation date, the way CONTPAYM
      *ages its grace period; calendar days when the calendar cannot
      *answer.
       CHECK-REINSTATE-WINDOW.
           SET BDY-REQUEST-COUNT TO TRUE
           MOVE WS-Cancel-Date    TO BDY-DATE-IN
           MOVE WS-Reinstate-Date TO BDY-DATE-2
           CALL 'GETBDAYS' USING BUSINESS-DAY-PARM-BLOCK
           IF BDY-STATUS-OK
               MOVE BDY-DAY-COUNT TO WS-Days-Lapsed
           ELSE
               COMPUTE WS-Days-Lapsed =
                   FUNCTION INTEGER-OF-DATE(WS-Reinstate-Date-Num)
                   - FUNCTION INTEGER-OF-DATE(WS-Cancel-Date-Num)
           END-IF
           IF WS-Days-Lapsed > WS-Reinstate-Window
               SET WS-Reinstate-Invalid TO TRUE
               SET WS-Reason-Reinst-Window TO TRUE
           END-IF
           .

      *An expired contract comes back only with a new expiry date on
      *the transaction; a blank expiry keeps the master's, which for a
      *cancellation is normally still ahead.
       CHECK-REINSTATE-TERM.
           IF MT-EXPIRY-DATE = SPACES
               MOVE CM-EXPIRY-DATE TO WS-Reinstate-Expiry
           ELSE
               MOVE MT-EXPIRY-DATE TO WS-Reinstate-Expiry
           END-IF
           IF WS-Reinstate-Expiry NOT NUMERIC
              OR WS-Reinstate-Expiry NOT > WS-Reinstate-Date
               SET WS-Reinstate-Invalid TO TRUE
               SET WS-Reason-Reinst-No-Term TO TRUE
           END-IF
           .

      *Arrears: the installment the holder failed to pay, plus one
      *for every full installment period since the cancellation, on
      *the plan the contract lapsed on (annual when none is on file)
      *and the premium CONTBILL bills it on.
       CHECK-ARREARS-SETTLED.
           MOVE 'N' TO WS-Plan-Found-Switch
           MOVE BF-ANNUAL-ENTRY TO WS-Freq-Idx
           PERFORM VARYING WS-Plan-Idx FROM 1 BY 1
                   UNTIL WS-Plan-Idx > BF-FREQ-TABLE-MAX
                      OR WS-Plan-Found
               IF BF-FREQ-CODE (WS-Plan-Idx) = CM-BILLING-FREQUENCY
                   MOVE WS-Plan-Idx TO WS-Freq-Idx
                   SET WS-Plan-Found TO TRUE
               END-IF
           END-PERFORM
           COMPUTE WS-Months-Lapsed =
               (WS-Reinstate-YYYY * 12 + WS-Reinstate-MM)
               - (WS-Cancel-YYYY * 12 + WS-Cancel-MM)
           DIVIDE WS-Months-Lapsed BY BF-MONTHS-PER-INST (WS-Freq-Idx)
               GIVING WS-Arrears-Installments
           ADD 1 TO WS-Arrears-Installments
           PERFORM SUM-ARREARS-COVERAGE
           COMPUTE WS-Arrears-Installment ROUNDED =
               WS-Arrears-Premium / BF-INSTALLMENTS (WS-Freq-Idx)
           COMPUTE WS-Arrears-Loading ROUNDED =
               WS-Arrears-Installment * BF-LOADING-PCT (WS-Freq-Idx)
                   / 100
           COMPUTE WS-Arrears-Due =
               (WS-Arrears-Installment + WS-Arrears-Loading)
               * WS-Arrears-Installments
           PERFORM SUM-ARREARS-PAID
           IF WS-Arrears-Paid < WS-Arrears-Due
               SET WS-Reinstate-Invalid TO TRUE
               SET WS-Reason-Reinst-Arrears TO TRUE
               MOVE WS-Arrears-Due  TO WS-Arrears-Due-Disp
               MOVE WS-Arrears-Paid TO WS-Arrears-Paid-Disp
               DISPLAY 'CONTMAIN: ARREARS FOR ' MT-CONTRACT-NUMBER
                       ' DUE ' WS-Arrears-Due-Disp
                       ' PAID ' WS-Arrears-Paid-Disp UPON SYSOUT
           END-IF
           .

      *The contract's coverage premiums summed, as CONTBILL's
      *SUM-COVERAGE-PREMIUMS does; no coverage rows bills flat on the
      *master premium.
       SUM-ARREARS-COVERAGE.
           MOVE 0 TO WS-Arrears-Premium
           MOVE 0 TO WS-Arrears-Covg-Count
           MOVE CM-CONTRACT-NUMBER TO CV-CONTRACT-NUMBER
           MOVE LOW-VALUES         TO CV-COVERAGE-CODE
           MOVE 'N' TO WS-Arrears-Scan-Switch
           START CONTRACT-COVERAGE KEY NOT < CV-COVERAGE-KEY
               INVALID KEY
                   SET WS-Arrears-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL WS-Arrears-Scan-Done
               READ CONTRACT-COVERAGE NEXT
                   AT END
                       SET WS-Arrears-Scan-Done TO TRUE
                   NOT AT END
                       IF CV-CONTRACT-NUMBER = CM-CONTRACT-NUMBER
                           ADD 1 TO WS-Arrears-Covg-Count
                           ADD CV-COVERAGE-PREMIUM
                               TO WS-Arrears-Premium
                       ELSE
                           SET WS-Arrears-Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Arrears-Covg-Count = 0
               MOVE CM-PREMIUM-AMOUNT TO WS-Arrears-Premium
           END-IF
           .

      *Every payment receivables has returned for the contract since
      *the cancellation counts toward the arrears. No payments file
      *means nothing has been seen paid.
       SUM-ARREARS-PAID.
           MOVE 0 TO WS-Arrears-Paid
           OPEN INPUT PAYMENTS-RECEIVED
           IF NOT WS-Payment-OK
               DISPLAY 'CONTMAIN: PAYMRECV NOT AVAILABLE, STATUS '
                       WS-Payment-Status ', NO ARREARS PAYMENT SEEN '
                       'FOR ' MT-CONTRACT-NUMBER UPON SYSOUT
           ELSE
               PERFORM UNTIL WS-Payment-EOF
                   READ PAYMENTS-RECEIVED
                       AT END
                           SET WS-Payment-EOF TO TRUE
                       NOT AT END
                           IF PR-CONTRACT-NUMBER = MT-CONTRACT-NUMBER
                              AND PR-PAYMENT-DATE NOT < WS-Cancel-Date
                               ADD PR-PAYMENT-AMOUNT
                                   TO WS-Arrears-Paid
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-RECEIVED
           END-IF
           .

      *The master comes back active with the term and plan the
      *transaction carries (blank keeps what the master holds), then
      *the coverage set is put back the way it lapsed. A blank
      *next-due date is moved past the arrears just collected, so
      *CONTBILL does not bill them again.
       REINSTATE-CONTRACT-RECORD.
           MOVE CONTRACT-MASTER-RECORD TO WS-Before-Image
           SET CM-STATUS-ACTIVE TO TRUE
           MOVE WS-Reinstate-Expiry TO CM-EXPIRY-DATE
           IF MT-NEXT-DUE-DATE NOT = SPACES
               MOVE MT-NEXT-DUE-DATE TO CM-NEXT-DUE-DATE
           ELSE
               PERFORM ADVANCE-PAST-ARREARS
           END-IF
           IF MT-BILLING-FREQUENCY NOT = SPACE
               MOVE MT-BILLING-FREQUENCY TO CM-BILLING-FREQUENCY
           END-IF
           REWRITE CONTRACT-MASTER-RECORD
               INVALID KEY
                   SET WS-Reason-Rewrite-Failed TO TRUE
                   PERFORM WRITE-MAINT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-Reinstated-Count
                   PERFORM WRITE-CONTRACT-JOURNAL
                   PERFORM VARYING WS-Restore-Idx
                           FROM WS-Restore-Count BY -1
                           UNTIL WS-Restore-Idx < 1
                       PERFORM UNDO-COVERAGE-CHANGE
                   END-PERFORM
           END-REWRITE
           .

      *The first arrears installment is the one the holder failed
      *to pay, which CONTBILL billed and moved the next-due date past
      *before the cancellation; the rest are the installments that
      *fell due in the lapse, from the old next-due date on. Next-due
      *moves on by those, on the plan the arrears were priced on. A
      *contract with no next-due date on file counts from the
      *cancellation.
       ADVANCE-PAST-ARREARS.
           IF CM-NEXT-DUE-DATE IS NUMERIC
               MOVE CM-NEXT-DUE-DATE TO WS-Due-Date-Work
           ELSE
               MOVE WS-Cancel-Date   TO WS-Due-Date-Work
           END-IF
           IF CM-EFFECTIVE-DATE IS NUMERIC
               MOVE CM-EFFECTIVE-DATE (7:2) TO WS-Anchor-Day
           ELSE
               MOVE WS-Due-DD TO WS-Anchor-Day
           END-IF
           COMPUTE WS-Due-Month-Count =
               WS-Due-MM - 1
               + (WS-Arrears-Installments - 1)
                 * BF-MONTHS-PER-INST (WS-Freq-Idx)
           DIVIDE WS-Due-Month-Count BY 12
               GIVING WS-Due-Year-Carry
               REMAINDER WS-Due-Month-Rem
           ADD WS-Due-Year-Carry TO WS-Due-YYYY
           COMPUTE WS-Due-MM = WS-Due-Month-Rem + 1
           MOVE WS-Month-Days (WS-Due-MM) TO WS-Month-Last-Day
           IF WS-Due-MM = 2
              AND FUNCTION MOD(WS-Due-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-Due-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-Due-YYYY, 400) = 0)
               MOVE 29 TO WS-Month-Last-Day
           END-IF
           IF WS-Anchor-Day = 0 OR WS-Anchor-Day > WS-Month-Last-Day
               MOVE WS-Month-Last-Day TO WS-Due-DD
           ELSE
               MOVE WS-Anchor-Day TO WS-Due-DD
           END-IF
           MOVE WS-Due-Date-Work TO CM-NEXT-DUE-DATE
           .

      *A coverage added since the lapse is dropped; one changed or
      *dropped since is put back to the picture it replaced.
       UNDO-COVERAGE-CHANGE.
           MOVE MT-CONTRACT-NUMBER TO CV-CONTRACT-NUMBER
           MOVE WS-RS-Coverage-Code (WS-Restore-Idx)
               TO CV-COVERAGE-CODE
           MOVE 'N' TO WS-Coverage-On-File-Switch
           READ CONTRACT-COVERAGE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Coverage-On-File TO TRUE
           END-READ
           IF WS-RS-Function (WS-Restore-Idx) = 'V'
               IF WS-Coverage-On-File
                   MOVE SPACES TO WS-Before-Image
                   MOVE CONTRACT-COVERAGE-RECORD TO WS-Before-Image
                   MOVE 'X' TO WS-Restore-Function
                   DELETE CONTRACT-COVERAGE
                       INVALID KEY
                           PERFORM REPORT-RESTORE-FAILURE
                       NOT INVALID KEY
                           PERFORM WRITE-RESTORE-JOURNAL
                   END-DELETE
               END-IF
           ELSE
               IF WS-Coverage-On-File
                   MOVE SPACES TO WS-Before-Image
                   MOVE CONTRACT-COVERAGE-RECORD TO WS-Before-Image
                   MOVE WS-RS-Before-Image (WS-Restore-Idx)
                       TO CONTRACT-COVERAGE-RECORD
                   MOVE 'W' TO WS-Restore-Function
                   REWRITE CONTRACT-COVERAGE-RECORD
                       INVALID KEY
                           PERFORM REPORT-RESTORE-FAILURE
                       NOT INVALID KEY
                           PERFORM WRITE-RESTORE-JOURNAL
                   END-REWRITE
               ELSE
                   MOVE LOW-VALUES TO WS-Before-Image
                   MOVE WS-RS-Before-Image (WS-Restore-Idx)
                       TO CONTRACT-COVERAGE-RECORD
                   MOVE 'V' TO WS-Restore-Function
                   WRITE CONTRACT-COVERAGE-RECORD
                       INVALID KEY
                           PERFORM REPORT-RESTORE-FAILURE
                       NOT INVALID KEY
                           PERFORM WRITE-RESTORE-JOURNAL
                   END-WRITE
               END-IF
           END-IF
           .

       REPORT-RESTORE-FAILURE.
           DISPLAY 'CONTMAIN: COVERAGE RESTORE FAILED, STATUS '
                   WS-Coverage-Status ' FOR ' MT-CONTRACT-NUMBER ' '
                   WS-RS-Coverage-Code (WS-Restore-Idx) UPON SYSOUT
           MOVE 12 TO RETURN-CODE
           .

       ADD-COVERAGE.
           PERFORM CHECK-CONTRACT-EXISTS
           IF WS-Contract-Missing
           END-IF
           .

       OPEN-AGENT-MASTER.
           OPEN INPUT AGENT-MASTER
           IF WS-Agent-OK
               SET WS-Agent-Edit-Active TO TRUE
           ELSE
               DISPLAY 'CONTMAIN: WARNING - AGENT-MASTER NOT '
                       'AVAILABLE, STATUS ' WS-Agent-Status
                       ', AGENT EDITS BYPASSED' UPON SYSOUT
           END-IF
           .

       OPEN-HISTORY-FILE.
           OPEN INPUT CONTRACT-HISTORY
           IF WS-History-OK
               SET WS-History-Edit-Active TO TRUE
           ELSE
               DISPLAY 'CONTMAIN: WARNING - CONTRACT-HISTORY NOT '
                       'AVAILABLE, STATUS ' WS-History-Status
                       ', REINSTATEMENTS WILL REJECT' UPON SYSOUT
           END-IF
           .

       CHECK-HOLDER-EXISTS.
           SET WS-Holder-Found TO TRUE
           IF WS-Holder-Edit-Active
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-Before-Image        TO JRN-BEFORE-IMAGE
           MOVE CONTRACT-MASTER-RECORD TO JRN-AFTER-IMAGE
           MOVE MT-OPERATOR-ID         TO JRN-ENTERED-BY
           MOVE WS-Approved-By         TO JRN-APPROVED-BY
           WRITE CONTRACT-JOURNAL-RECORD
           IF NOT WS-Journal-OK
               DISPLAY 'CONTMAIN: CONTRACT-JOURNAL WRITE FAILED, '
               MOVE SPACES TO JRN-AFTER-IMAGE
               MOVE CONTRACT-COVERAGE-RECORD TO JRN-AFTER-IMAGE
           END-IF
           MOVE MT-OPERATOR-ID         TO JRN-ENTERED-BY
           MOVE WS-Approved-By         TO JRN-APPROVED-BY
           WRITE CONTRACT-JOURNAL-RECORD
           IF NOT WS-Journal-OK
               DISPLAY 'CONTMAIN: CONTRACT-JOURNAL WRITE FAILED, '
           END-IF
           .

      *Coverage rows put back by a reinstatement journal like any
      *other coverage change, under the reinstating operators, and
      *are counted apart for CONTBALN since no transaction of their
      *own stands behind them.
       WRITE-RESTORE-JOURNAL.
           MOVE WS-Restore-Function    TO JRN-FUNCTION-CODE
           MOVE BD-BUSINESS-DATE TO JRN-DATE
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-Before-Image        TO JRN-BEFORE-IMAGE
           IF WS-Restore-Function = 'X'
               MOVE LOW-VALUES TO JRN-AFTER-IMAGE
           ELSE
               MOVE SPACES TO JRN-AFTER-IMAGE
               MOVE CONTRACT-COVERAGE-RECORD TO JRN-AFTER-IMAGE
           END-IF
           MOVE MT-OPERATOR-ID         TO JRN-ENTERED-BY
           MOVE WS-Approved-By         TO JRN-APPROVED-BY
           WRITE CONTRACT-JOURNAL-RECORD
           IF WS-Journal-OK
               IF WS-Online-Mode
                   ADD 1 TO WS-Online-Restored-Count
               ELSE
                   ADD 1 TO WS-Covg-Restored-Count
               END-IF
           ELSE
               DISPLAY 'CONTMAIN: CONTRACT-JOURNAL WRITE FAILED, '
                       'STATUS ' WS-Journal-Status ' FOR '
                       MT-CONTRACT-NUMBER ' '
                       WS-RS-Coverage-Code (WS-Restore-Idx)
                       UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       WRITE-MAINT-REJECT.
           ADD 1 TO WS-Error-Count
           IF WS-Online-Mode
                   ' ADDED: '       WS-Added-Count
                   ' CHANGED: '     WS-Changed-Count
                   ' INACTIVATED: ' WS-Inactivated-Count
                   ' REINSTATED: '  WS-Reinstated-Count
                   ' SUSPENDED: '   WS-Suspended-Count
                   ' QUEUED: '      WS-Queued-Count
                   ' ERRORS: '      WS-Error-Count
                   UPON SYSOUT
           DISPLAY 'CONTMAIN COVERAGE -'
                   ' ADDED: '   WS-Covg-Added-Count
                   ' CHANGED: ' WS-Covg-Changed-Count
                   ' DROPPED: ' WS-Covg-Dropped-Count
                   ' RESTORED: ' WS-Covg-Restored-Count
                   UPON SYSOUT
           DISPLAY 'CONTMAIN RESTART -'
                   ' CHECKPOINTS: ' WS-Checkpoints-Written
                   MOVE 12 TO RETURN-CODE
               END-IF
               PERFORM OPEN-HOLDER-MASTER
               PERFORM OPEN-AGENT-MASTER
               PERFORM OPEN-HISTORY-FILE
               OPEN EXTEND CONTRACT-JOURNAL
               IF NOT WS-Journal-OK
                   OPEN OUTPUT CONTRACT-JOURNAL
                           UPON SYSOUT
                   MOVE 12 TO RETURN-CODE
               END-IF
               OPEN EXTEND APPROVAL-QUEUE-FILE
               IF NOT WS-Approval-OK
                   OPEN OUTPUT APPROVAL-QUEUE-FILE
               END-IF
               IF NOT WS-Approval-OK
                   DISPLAY 'CONTMAIN: APPROVAL-QUEUE-FILE NOT '
                           'AVAILABLE, STATUS ' WS-Approval-Status
                           UPON SYSOUT
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

               SET WS-Online-Mode TO TRUE
               MOVE 'N' TO WS-Online-Reject-Switch
               MOVE 'N' TO WS-Online-Suspend-Switch
               MOVE 'N' TO WS-Online-Queue-Switch
               MOVE SPACES TO WS-Maint-Reason-Code
               MOVE MP-TRANS-DETAIL TO MAINT-TRANS-RECORD
               MOVE SPACES TO MT-APPROVER-ID
               PERFORM ROUTE-TRANSACTION
               EVALUATE TRUE
                   WHEN WS-Online-Suspended
                        SET MP-TRANS-SUSPENDED TO TRUE
                        ADD 1 TO WS-Online-Susp-Count
                   WHEN WS-Online-Queued
                        SET MP-TRANS-QUEUED TO TRUE
                        MOVE WS-Approval-Reason TO MP-REASON-CODE
                        ADD 1 TO WS-Online-Queued-Count
                   WHEN WS-Online-Rejected
                        MOVE WS-Maint-Reason-Code TO MP-REASON-CODE
                        MOVE 4 TO RETURN-CODE
      *TC-FirstCall re-open starts clean rather than failing on an
      *already-open file. A CLOSE against a file this instance never
      *managed to open is a harmless no-op. The region's online
      *applied, suspended and queued tallies go to RUNSTAT here as
      *CONTMONL, CONTMSUS and CONTMQUE end rows for CONTBALN's
      *crossing, with the coverages reinstatements restored as
      *CONTMRCV; run the RESET before the end-of-night balancing
      *step.
           CLOSE CONTRACT-MASTER
           CLOSE CONTRACT-COVERAGE
           CLOSE HOLDER-MASTER
           CLOSE AGENT-MASTER
           IF WS-History-Edit-Active
               CLOSE CONTRACT-HISTORY
               MOVE 'N' TO WS-History-Edit-Switch
           END-IF
           CLOSE CONTRACT-JOURNAL
           CLOSE PENDING-TRANS-FILE
           CLOSE APPROVAL-QUEUE-FILE
           IF WS-Online-Applied-Count > 0
              OR WS-Online-Susp-Count > 0
              OR WS-Online-Queued-Count > 0
              OR WS-Online-Restored-Count > 0
               MOVE 'CONTMONL' TO WS-Runstat-Step
               MOVE 'E' TO WS-Runstat-Type
               MOVE WS-Online-Applied-Count TO WS-Runstat-Records
               MOVE 'CONTMSUS' TO WS-Runstat-Step
               MOVE WS-Online-Susp-Count TO WS-Runstat-Records
               PERFORM LOG-RUN-STATUS
               MOVE 'CONTMQUE' TO WS-Runstat-Step
               MOVE WS-Online-Queued-Count TO WS-Runstat-Records
               PERFORM LOG-RUN-STATUS
               MOVE 'CONTMRCV' TO WS-Runstat-Step
               MOVE WS-Online-Restored-Count TO WS-Runstat-Records
               PERFORM LOG-RUN-STATUS
               MOVE 'CONTMAIN' TO WS-Runstat-Step
               MOVE 0 TO WS-Online-Applied-Count
               MOVE 0 TO WS-Online-Susp-Count
               MOVE 0 TO WS-Online-Queued-Count
               MOVE 0 TO WS-Online-Restored-Count
           END-IF
           SET TC-FirstCall TO TRUE
           GOBACK.
