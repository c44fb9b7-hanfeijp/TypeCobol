       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNTCOMM.
      *Monthly agent commission run: works off the payment-match
      *extract CONTPAYM adds to night by night (PAYMMTCH - one row
      *per billed contract that paid anything, with the writing
      *agent and inception date off the master), sorted here by
      *agent and contract, and pays each agent on the premium
      *actually collected in the month. Until now commission was
      *worked out by hand from the new-business listings.
      *Each row carries everything paid against its bill so far, and
      *CONTPAYM writes one every night the bill has money against
      *it, so only the month's last row for a contract and billing
      *date is paid on, less what the last row of an earlier month
      *had already collected on the same bill; the rows it replaces
      *are counted as superseded.
      *The month comes off a one-card SYSIN parameter (YYYYMM; blank
      *means the month of the business date); match rows from other
      *months are counted and passed over, so the extract can be
      *rolled at whatever point operations choose.
      *Collected premium is the payment held against the bill, less
      *the installment loading it carried (loading is a billing
      *charge, not premium) and capped at the premium billed, so an
      *overpayment earns no commission until it is applied. A bill
      *falling before the first anniversary of CM-EFFECTIVE-DATE is
      *first-year business; anything later is renewal. Each agent's
      *commission class picks the two rates off the AGNTRATE table.
      *Every agent gets a statement (COMMSTMT) listing each contract
      *paid on; agents with commission due get one row on the
      *commission payable extract (COMMPAY) for accounts payable,
      *closed by a trailer carrying the agent count, commissioned
      *premium, commission, and the collected and held premium the
      *run was computed from. Collected premium with no writing
      *agent, an agent not on AGENT-MASTER, or a class not in the
      *rate table is held (RETURN-CODE 4) and still printed, so the
      *statement totals always prove commissioned plus held premium
      *back to the collected premium read; a run that cannot prove
      *it ends RETURN-CODE 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-MATCH-FILE ASSIGN TO 'PAYMMTCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Match-Status.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT SORTED-MATCHES ASSIGN TO 'SRTCOMM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Status.
           SELECT AGENT-MASTER ASSIGN TO 'AGNTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENT-ID
               FILE STATUS IS WS-Agent-Status.
           SELECT COMMISSION-PAYABLE ASSIGN TO 'COMMPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payable-Status.
           SELECT STATEMENT-REPORT ASSIGN TO 'COMMSTMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
      *Same 72-byte layout CONTPAYM writes as PAYMMTCH.
       FD  PAYMENT-MATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-MATCH-RECORD.
           05  PM-CONTRACT-NUMBER      PIC X(10).
           05  PM-AGENT-ID             PIC X(10).
           05  PM-HOLDER-ID            PIC X(10).
           05  PM-EFFECTIVE-DATE       PIC X(08).
           05  PM-BILLING-DATE         PIC X(08).
           05  PM-MATCH-DATE           PIC X(08).
           05  PM-BILLED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  PM-LOADING-AMOUNT       PIC S9(07)V99 COMP-3.
           05  PM-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  PM-MATCH-STATUS         PIC X.
       SD  SORT-WORK-FILE.
       01  SD-MATCH-RECORD.
           05  SD-CONTRACT-NUMBER      PIC X(10).
           05  SD-AGENT-ID             PIC X(10).
           05  SD-HOLDER-ID            PIC X(10).
           05  SD-EFFECTIVE-DATE       PIC X(08).
           05  SD-BILLING-DATE         PIC X(08).
           05  SD-MATCH-DATE           PIC X(08).
           05  SD-BILLED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  SD-LOADING-AMOUNT       PIC S9(07)V99 COMP-3.
           05  SD-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  SD-MATCH-STATUS         PIC X.
       FD  SORTED-MATCHES
           LABEL RECORDS ARE STANDARD.
       01  SORTED-MATCH-RECORD.
           05  SM-CONTRACT-NUMBER      PIC X(10).
           05  SM-AGENT-ID             PIC X(10).
           05  SM-HOLDER-ID            PIC X(10).
           05  SM-EFFECTIVE-DATE       PIC X(08).
           05  SM-BILLING-DATE         PIC X(08).
           05  SM-MATCH-DATE           PIC X(08).
           05  SM-BILLED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  SM-LOADING-AMOUNT       PIC S9(07)V99 COMP-3.
           05  SM-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  SM-MATCH-STATUS         PIC X.
       FD  AGENT-MASTER.
       COPY AGNTMSTR.
      *One detail row per agent paid, then one trailer carrying the
      *controls accounts payable balances the extract against.
       FD  COMMISSION-PAYABLE
           LABEL RECORDS ARE STANDARD.
       01  COMMISSION-PAYABLE-RECORD.
           05  CP-RECORD-TYPE          PIC X.
               88  CP-DETAIL-RECORD        VALUE 'D'.
               88  CP-TRAILER-RECORD       VALUE 'T'.
           05  CP-AGENT-ID             PIC X(10).
           05  CP-AGENT-NAME           PIC X(30).
           05  CP-PERIOD               PIC X(06).
           05  CP-FIRST-YEAR-PREMIUM   PIC S9(11)V99 COMP-3.
           05  CP-RENEWAL-PREMIUM      PIC S9(11)V99 COMP-3.
           05  CP-FIRST-YEAR-COMM      PIC S9(11)V99 COMP-3.
           05  CP-RENEWAL-COMM         PIC S9(11)V99 COMP-3.
           05  CP-COMMISSION-TOTAL     PIC S9(11)V99 COMP-3.
       01  COMMISSION-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  CT-AGENT-COUNT          PIC 9(07).
           05  CT-PERIOD               PIC X(06).
           05  CT-PREMIUM-TOTAL        PIC S9(13)V99 COMP-3.
           05  CT-COMMISSION-TOTAL     PIC S9(13)V99 COMP-3.
           05  CT-COLLECTED-TOTAL      PIC S9(13)V99 COMP-3.
           05  CT-HELD-TOTAL           PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(36).
       FD  STATEMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY AGNTRATE.
       01  WS-Match-Status             PIC XX.
           88  WS-Match-OK                 VALUE '00'.
       01  WS-Sorted-Status            PIC XX.
           88  WS-Sorted-OK                VALUE '00'.
           88  WS-Sorted-EOF               VALUE '10'.
       01  WS-Agent-Status             PIC XX.
           88  WS-Agent-OK                 VALUE '00'.
       01  WS-Payable-Status           PIC XX.
           88  WS-Payable-OK               VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *Commission month card read once from SYSIN; blank means the
      *month of the business date.
       01  WS-Period-Card              PIC X(06).
       01  WS-Period                   PIC X(06).

      *Control-break state: the agent group now printing, and why
      *its commission is held when it cannot be paid.
       01  WS-Current-Agent            PIC X(10).
       01  WS-First-Record-Switch      PIC X VALUE 'Y'.
           88  WS-First-Record             VALUE 'Y'.
       01  WS-Agent-Name               PIC X(30).
       01  WS-Agent-State              PIC X(02).
       01  WS-Agent-Class              PIC X(02).
       01  WS-Class-Caption            PIC X(12).
       01  WS-First-Year-Pct           PIC 9(02)V99.
       01  WS-Renewal-Pct              PIC 9(02)V99.
       01  WS-Agent-Payable-Switch     PIC X.
           88  WS-Agent-Payable            VALUE 'Y'.
           88  WS-Agent-Held               VALUE 'N'.
       01  WS-Held-Reason              PIC X(30).
       01  WS-Rate-Idx                 PIC S9(04) COMP.
       01  WS-Class-Found-Switch       PIC X.
           88  WS-Class-Found              VALUE 'Y'.

      *Per-agent accumulators, cleared at each agent break.
       01  WS-Agent-Totals.
           05  WS-AG-Contract-Count    PIC 9(05).
           05  WS-AG-First-Year-Prem   PIC S9(11)V99 COMP-3.
           05  WS-AG-Renewal-Prem      PIC S9(11)V99 COMP-3.
           05  WS-AG-First-Year-Comm   PIC S9(11)V99 COMP-3.
           05  WS-AG-Renewal-Comm      PIC S9(11)V99 COMP-3.
           05  WS-AG-Commission        PIC S9(11)V99 COMP-3.

      *Match-row break on agent, contract and billing date: the
      *last row of the month for the bill, and what the last row of
      *an earlier month had paid against it.
       01  WS-Match-Group-Switch       PIC X VALUE 'N'.
           88  WS-Match-Group-Open         VALUE 'Y'.
       01  WS-Match-Group-Key.
           05  WS-MG-Agent-Id          PIC X(10).
           05  WS-MG-Contract-Number   PIC X(10).
           05  WS-MG-Billing-Date      PIC X(08).
       01  WS-Period-Row-Switch        PIC X.
           88  WS-Period-Row-Found         VALUE 'Y'.
       01  WS-Prior-Paid               PIC S9(09)V99 COMP-3.
       01  WS-Last-Match.
           05  WS-LM-Contract-Number   PIC X(10).
           05  WS-LM-Agent-Id          PIC X(10).
           05  WS-LM-Holder-Id         PIC X(10).
           05  WS-LM-Effective-Date    PIC X(08).
           05  WS-LM-Billing-Date      PIC X(08).
           05  WS-LM-Match-Date        PIC X(08).
           05  WS-LM-Billed-Amount     PIC S9(09)V99 COMP-3.
           05  WS-LM-Loading-Amount    PIC S9(07)V99 COMP-3.
           05  WS-LM-Paid-Amount       PIC S9(09)V99 COMP-3.
           05  WS-LM-Match-Status      PIC X.

      *One match row worked into premium and commission.
       01  WS-Collected-Premium        PIC S9(09)V99 COMP-3.
       01  WS-Prior-Collected          PIC S9(09)V99 COMP-3.
       01  WS-Premium-Cap              PIC S9(09)V99 COMP-3.
       01  WS-Row-Rate                 PIC 9(02)V99.
       01  WS-Row-Commission           PIC S9(09)V99 COMP-3.
       01  WS-Anniversary-Date         PIC X(08).
       01  WS-Anniversary-Parts REDEFINES WS-Anniversary-Date.
           05  WS-Anniv-Year           PIC 9(04).
           05  WS-Anniv-Month-Day      PIC X(04).
       01  WS-First-Year-Switch        PIC X.
           88  WS-First-Year               VALUE 'Y'.
           88  WS-Renewal-Year             VALUE 'N'.

       01  WS-Counters.
           05  WS-Match-Read-Count     PIC 9(07) VALUE 0.
           05  WS-In-Period-Count      PIC 9(07) VALUE 0.
           05  WS-Other-Period-Count   PIC 9(07) VALUE 0.
           05  WS-Agent-Paid-Count     PIC 9(07) VALUE 0.
           05  WS-Agent-Held-Count     PIC 9(07) VALUE 0.
           05  WS-Renewal-Default-Count PIC 9(07) VALUE 0.
           05  WS-Superseded-Count     PIC 9(07) VALUE 0.

      *Run controls: everything collected in the month, split into
      *what was commissioned and what was held, and the extract's
      *own totals as written, so the balance is proved both ways.
       01  WS-Paid-Total               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Collected-Total          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Held-Total               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-First-Year-Comm-Total    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Renewal-Comm-Total       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Extract-Premium-Total    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Extract-Comm-Total       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Excluded-Total           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Proof-Total              PIC S9(13)V99 COMP-3 VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'AGNTCOMM'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       01  WS-Agent-Head-Line.
           05  FILLER                  PIC X(08) VALUE 'AGENT   '.
           05  WS-AH-Agent             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AH-Name              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AH-Status            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AH-Class             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AH-Caption           PIC X(12).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-Detail-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-Contract           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Billing-Date       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Year               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Premium            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Rate               PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Commission         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-Agent-Total-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-AT-Caption           PIC X(20).
           05  WS-AT-Premium           PIC Z(12)9.99-.
           05  FILLER                  PIC X(13) VALUE
                                           '  COMMISSION '.
           05  WS-AT-Commission        PIC Z(12)9.99-.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-Amount-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-Caption           PIC X(32).
           05  WS-AL-Amount            PIC Z(12)9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-Count-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-Caption           PIC X(32).
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

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
           PERFORM READ-PERIOD-CARD
           PERFORM SORT-MATCHES-BY-AGENT
           PERFORM OPEN-COMMISSION-FILES
           IF RETURN-CODE = 0
               PERFORM WRITE-REPORT-HEADING
               PERFORM UNTIL WS-Sorted-EOF
                   READ SORTED-MATCHES
                       AT END
                           SET WS-Sorted-EOF TO TRUE
                       NOT AT END
                           PERFORM COMMISSION-ONE-MATCH
                   END-READ
               END-PERFORM
               IF WS-Match-Group-Open
                   PERFORM CLOSE-MATCH-GROUP
               END-IF
               IF NOT WS-First-Record
                   PERFORM CLOSE-AGENT-GROUP
               END-IF
               PERFORM WRITE-PAYABLE-TRAILER
               PERFORM PROVE-COMMISSION-BALANCE
               PERFORM WRITE-RECONCILIATION
               CLOSE SORTED-MATCHES
               CLOSE AGENT-MASTER
               CLOSE COMMISSION-PAYABLE
               CLOSE STATEMENT-REPORT
               IF RETURN-CODE = 0
                  AND WS-Agent-Held-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-In-Period-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       READ-PERIOD-CARD.
           MOVE SPACES TO WS-Period-Card
           ACCEPT WS-Period-Card FROM SYSIN
           IF WS-Period-Card = SPACES
               MOVE BD-BUSINESS-DATE (1:6) TO WS-Period
           ELSE
               IF WS-Period-Card NUMERIC
                  AND WS-Period-Card (5:2) >= '01'
                  AND WS-Period-Card (5:2) <= '12'
                   MOVE WS-Period-Card TO WS-Period
               ELSE
                   MOVE BD-BUSINESS-DATE (1:6) TO WS-Period
                   DISPLAY 'AGNTCOMM: INVALID PERIOD CARD '
                           WS-Period-Card ', USING ' WS-Period
                           UPON SYSOUT
               END-IF
           END-IF
           .

      *The match extract is probed first, the way CONTPAYM probes
      *PAYMRECV: a month with no extract at all runs as zero
      *collections and still writes a balanced, empty payable file.
       SORT-MATCHES-BY-AGENT.
           OPEN INPUT PAYMENT-MATCH-FILE
           IF NOT WS-Match-OK
               DISPLAY 'AGNTCOMM: PAYMMTCH NOT AVAILABLE, STATUS '
                       WS-Match-Status
                       ', TREATING MONTH AS ZERO COLLECTIONS'
                       UPON SYSOUT
               OPEN OUTPUT SORTED-MATCHES
               CLOSE SORTED-MATCHES
           ELSE
               CLOSE PAYMENT-MATCH-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-AGENT-ID
                   ON ASCENDING KEY SD-CONTRACT-NUMBER
                   ON ASCENDING KEY SD-BILLING-DATE
                   ON ASCENDING KEY SD-MATCH-DATE
                   USING PAYMENT-MATCH-FILE
                   GIVING SORTED-MATCHES
           END-IF
           .

       OPEN-COMMISSION-FILES.
           OPEN INPUT SORTED-MATCHES
           OPEN INPUT AGENT-MASTER
           OPEN OUTPUT COMMISSION-PAYABLE
           OPEN OUTPUT STATEMENT-REPORT
           IF NOT WS-Sorted-OK OR NOT WS-Agent-OK
              OR NOT WS-Payable-OK OR NOT WS-Report-OK
               DISPLAY 'AGNTCOMM: FILE NOT AVAILABLE - '
                       'SORTED ' WS-Sorted-Status
                       ' AGENT ' WS-Agent-Status
                       ' PAYABLE ' WS-Payable-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *Rows arrive by agent, contract, billing date and match date.
      *A row of an earlier month leaves what it had paid to be taken
      *off; a row of the month replaces the month's row before it.
       COMMISSION-ONE-MATCH.
           ADD 1 TO WS-Match-Read-Count
           IF WS-Match-Group-Open
              AND (SM-AGENT-ID NOT = WS-MG-Agent-Id
                   OR SM-CONTRACT-NUMBER NOT = WS-MG-Contract-Number
                   OR SM-BILLING-DATE NOT = WS-MG-Billing-Date)
               PERFORM CLOSE-MATCH-GROUP
           END-IF
           IF NOT WS-Match-Group-Open
               SET WS-Match-Group-Open TO TRUE
               MOVE SM-AGENT-ID        TO WS-MG-Agent-Id
               MOVE SM-CONTRACT-NUMBER TO WS-MG-Contract-Number
               MOVE SM-BILLING-DATE    TO WS-MG-Billing-Date
               MOVE 'N' TO WS-Period-Row-Switch
               MOVE 0 TO WS-Prior-Paid
           END-IF
           EVALUATE TRUE
               WHEN SM-MATCH-DATE (1:6) < WS-Period
                    ADD 1 TO WS-Other-Period-Count
                    MOVE SM-PAID-AMOUNT TO WS-Prior-Paid
               WHEN SM-MATCH-DATE (1:6) > WS-Period
                    ADD 1 TO WS-Other-Period-Count
               WHEN OTHER
                    ADD 1 TO WS-In-Period-Count
                    IF WS-Period-Row-Found
                        ADD 1 TO WS-Superseded-Count
                    END-IF
                    SET WS-Period-Row-Found TO TRUE
                    MOVE SORTED-MATCH-RECORD TO WS-Last-Match
           END-EVALUATE
           .

      *The bill's last row of the month, when it has one, is paid on
      *under its agent.
       CLOSE-MATCH-GROUP.
           IF WS-Period-Row-Found
               IF WS-First-Record
                   MOVE 'N' TO WS-First-Record-Switch
                   MOVE WS-LM-Agent-Id TO WS-Current-Agent
                   PERFORM OPEN-AGENT-GROUP
               ELSE
                   IF WS-LM-Agent-Id NOT = WS-Current-Agent
                       PERFORM CLOSE-AGENT-GROUP
                       MOVE WS-LM-Agent-Id TO WS-Current-Agent
                       PERFORM OPEN-AGENT-GROUP
                   END-IF
               END-IF
               PERFORM COMPUTE-MATCH-COMMISSION
               PERFORM WRITE-MATCH-DETAIL
           END-IF
           MOVE 'N' TO WS-Match-Group-Switch
           .

       OPEN-AGENT-GROUP.
           INITIALIZE WS-Agent-Totals
           PERFORM LOOKUP-AGENT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Current-Agent  TO WS-AH-Agent
           MOVE WS-Agent-Name     TO WS-AH-Name
           MOVE WS-Agent-State    TO WS-AH-Status
           MOVE WS-Agent-Class    TO WS-AH-Class
           MOVE WS-Class-Caption  TO WS-AH-Caption
           MOVE WS-Agent-Head-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Agent-Held
               MOVE SPACES TO REPORT-LINE
               STRING '    ** COMMISSION HELD - ' WS-Held-Reason
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

      *An agent is paid only when on AGENT-MASTER with a class the
      *rate table knows; an inactive agent is still paid on what was
      *collected on the business written while active.
       LOOKUP-AGENT.
           SET WS-Agent-Held TO TRUE
           MOVE SPACES TO WS-Agent-Class
           MOVE SPACES TO WS-Class-Caption
           MOVE 0 TO WS-First-Year-Pct
           MOVE 0 TO WS-Renewal-Pct
           IF WS-Current-Agent = SPACES
               MOVE '* NO WRITING AGENT *' TO WS-Agent-Name
               MOVE '??' TO WS-Agent-State
               MOVE 'NO WRITING AGENT ON CONTRACT' TO WS-Held-Reason
           ELSE
               MOVE WS-Current-Agent TO AG-AGENT-ID
               READ AGENT-MASTER
                   INVALID KEY
                       MOVE '* NOT ON AGENT MASTER *'
                           TO WS-Agent-Name
                       MOVE '??' TO WS-Agent-State
                       MOVE 'AGENT NOT ON AGENT MASTER'
                           TO WS-Held-Reason
                   NOT INVALID KEY
                       MOVE AG-AGENT-NAME       TO WS-Agent-Name
                       MOVE AG-STATUS-CODE      TO WS-Agent-State
                       MOVE AG-COMMISSION-CLASS TO WS-Agent-Class
                       PERFORM FIND-COMMISSION-RATES
               END-READ
           END-IF
           IF WS-Agent-Payable
               ADD 1 TO WS-Agent-Paid-Count
           ELSE
               ADD 1 TO WS-Agent-Held-Count
           END-IF
           .

       FIND-COMMISSION-RATES.
           MOVE 'N' TO WS-Class-Found-Switch
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > AR-RATE-TABLE-MAX
                      OR WS-Class-Found
               IF AR-COMMISSION-CLASS (WS-Rate-Idx) = WS-Agent-Class
                   SET WS-Class-Found TO TRUE
                   SET WS-Agent-Payable TO TRUE
                   MOVE AR-CLASS-CAPTION (WS-Rate-Idx)
                       TO WS-Class-Caption
                   MOVE AR-FIRST-YEAR-PCT (WS-Rate-Idx)
                       TO WS-First-Year-Pct
                   MOVE AR-RENEWAL-PCT (WS-Rate-Idx)
                       TO WS-Renewal-Pct
               END-IF
           END-PERFORM
           IF NOT WS-Class-Found
               MOVE 'CLASS NOT IN RATE TABLE' TO WS-Held-Reason
           END-IF
           .

      *Premium first, loading last: the part of the payment that
      *counts as premium is capped at the bill less its loading, and
      *the premium an earlier month already collected on the same
      *bill is taken off.
      *A contract with no usable inception date is paid at the
      *renewal rate and counted, never at the first-year rate.
       COMPUTE-MATCH-COMMISSION.
           COMPUTE WS-Paid-Total =
               WS-Paid-Total + WS-LM-Paid-Amount - WS-Prior-Paid
           COMPUTE WS-Premium-Cap =
               WS-LM-Billed-Amount - WS-LM-Loading-Amount
           IF WS-LM-Paid-Amount > WS-Premium-Cap
               MOVE WS-Premium-Cap TO WS-Collected-Premium
           ELSE
               MOVE WS-LM-Paid-Amount TO WS-Collected-Premium
           END-IF
           IF WS-Prior-Paid > WS-Premium-Cap
               MOVE WS-Premium-Cap TO WS-Prior-Collected
           ELSE
               MOVE WS-Prior-Paid TO WS-Prior-Collected
           END-IF
           IF WS-Prior-Collected < 0
               MOVE 0 TO WS-Prior-Collected
           END-IF
           SUBTRACT WS-Prior-Collected FROM WS-Collected-Premium
           IF WS-Collected-Premium < 0
               MOVE 0 TO WS-Collected-Premium
           END-IF
           ADD WS-Collected-Premium TO WS-Collected-Total
           SET WS-Renewal-Year TO TRUE
           IF WS-LM-Effective-Date IS NUMERIC
               MOVE WS-LM-Effective-Date TO WS-Anniversary-Date
               ADD 1 TO WS-Anniv-Year
               IF WS-LM-Billing-Date < WS-Anniversary-Date
                   SET WS-First-Year TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-Renewal-Default-Count
           END-IF
           IF WS-First-Year
               MOVE WS-First-Year-Pct TO WS-Row-Rate
           ELSE
               MOVE WS-Renewal-Pct TO WS-Row-Rate
           END-IF
           IF WS-Agent-Held
               MOVE 0 TO WS-Row-Rate
               ADD WS-Collected-Premium TO WS-Held-Total
           END-IF
           COMPUTE WS-Row-Commission ROUNDED =
               WS-Collected-Premium * WS-Row-Rate / 100
           ADD 1 TO WS-AG-Contract-Count
           IF WS-First-Year
               ADD WS-Collected-Premium TO WS-AG-First-Year-Prem
               ADD WS-Row-Commission    TO WS-AG-First-Year-Comm
           ELSE
               ADD WS-Collected-Premium TO WS-AG-Renewal-Prem
               ADD WS-Row-Commission    TO WS-AG-Renewal-Comm
           END-IF
           ADD WS-Row-Commission TO WS-AG-Commission
           .

       WRITE-MATCH-DETAIL.
           MOVE SPACES TO WS-Detail-Line
           MOVE WS-LM-Contract-Number TO WS-D-Contract
           MOVE WS-LM-Billing-Date   TO WS-D-Billing-Date
           IF WS-First-Year
               MOVE 'FY' TO WS-D-Year
           ELSE
               MOVE 'RN' TO WS-D-Year
           END-IF
           MOVE WS-Collected-Premium TO WS-D-Premium
           MOVE WS-Row-Rate          TO WS-D-Rate
           MOVE WS-Row-Commission    TO WS-D-Commission
           MOVE WS-Detail-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       CLOSE-AGENT-GROUP.
           MOVE 'FIRST-YEAR PREMIUM'   TO WS-AT-Caption
           MOVE WS-AG-First-Year-Prem  TO WS-AT-Premium
           MOVE WS-AG-First-Year-Comm  TO WS-AT-Commission
           MOVE WS-Agent-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENEWAL PREMIUM'      TO WS-AT-Caption
           MOVE WS-AG-Renewal-Prem     TO WS-AT-Premium
           MOVE WS-AG-Renewal-Comm     TO WS-AT-Commission
           MOVE WS-Agent-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Agent-Payable
               PERFORM WRITE-PAYABLE-DETAIL
           END-IF
           .

       WRITE-PAYABLE-DETAIL.
           ADD WS-AG-First-Year-Comm TO WS-First-Year-Comm-Total
           ADD WS-AG-Renewal-Comm    TO WS-Renewal-Comm-Total
           MOVE SPACES TO COMMISSION-PAYABLE-RECORD
           SET CP-DETAIL-RECORD TO TRUE
           MOVE WS-Current-Agent      TO CP-AGENT-ID
           MOVE WS-Agent-Name         TO CP-AGENT-NAME
           MOVE WS-Period             TO CP-PERIOD
           MOVE WS-AG-First-Year-Prem TO CP-FIRST-YEAR-PREMIUM
           MOVE WS-AG-Renewal-Prem    TO CP-RENEWAL-PREMIUM
           MOVE WS-AG-First-Year-Comm TO CP-FIRST-YEAR-COMM
           MOVE WS-AG-Renewal-Comm    TO CP-RENEWAL-COMM
           MOVE WS-AG-Commission      TO CP-COMMISSION-TOTAL
           WRITE COMMISSION-PAYABLE-RECORD
           IF WS-Payable-OK
               ADD WS-AG-First-Year-Prem TO WS-Extract-Premium-Total
               ADD WS-AG-Renewal-Prem    TO WS-Extract-Premium-Total
               ADD WS-AG-Commission      TO WS-Extract-Comm-Total
           ELSE
               DISPLAY 'AGNTCOMM: COMMISSION-PAYABLE WRITE FAILED, '
                       'STATUS ' WS-Payable-Status ' FOR '
                       WS-Current-Agent UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       WRITE-PAYABLE-TRAILER.
           MOVE SPACES TO COMMISSION-TRAILER-RECORD
           SET CP-TRAILER-RECORD TO TRUE
           MOVE WS-Agent-Paid-Count      TO CT-AGENT-COUNT
           MOVE WS-Period                TO CT-PERIOD
           MOVE WS-Extract-Premium-Total TO CT-PREMIUM-TOTAL
           MOVE WS-Extract-Comm-Total    TO CT-COMMISSION-TOTAL
           MOVE WS-Collected-Total       TO CT-COLLECTED-TOTAL
           MOVE WS-Held-Total            TO CT-HELD-TOTAL
           WRITE COMMISSION-PAYABLE-RECORD
           IF NOT WS-Payable-OK
               DISPLAY 'AGNTCOMM: COMMISSION-PAYABLE TRAILER WRITE '
                       'FAILED, STATUS ' WS-Payable-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *Commissioned premium on the extract plus held premium must
      *give back the collected premium read, and the commission on
      *the extract must be the first-year and renewal commission
      *the statements printed.
       PROVE-COMMISSION-BALANCE.
           COMPUTE WS-Proof-Total =
               WS-Extract-Premium-Total + WS-Held-Total
           COMPUTE WS-Excluded-Total =
               WS-Paid-Total - WS-Collected-Total
           IF WS-Proof-Total NOT = WS-Collected-Total
              OR WS-Extract-Comm-Total
                 NOT = WS-First-Year-Comm-Total + WS-Renewal-Comm-Total
               DISPLAY 'AGNTCOMM: COMMISSION EXTRACT OUT OF BALANCE '
                       'WITH COLLECTED PREMIUM' UPON SYSOUT
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       WRITE-REPORT-HEADING.
           MOVE 'AGENT COMMISSION STATEMENTS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PERIOD ' WS-Period
                  '  AS OF ' BD-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    CONTRACT    BILLED    YR'
                  '        COLLECTED   RATE       COMMISSION'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-RECONCILIATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COMMISSION RUN RECONCILIATION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATCH ROWS IN PERIOD:'      TO WS-CL-Caption
           MOVE WS-In-Period-Count           TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATCH ROWS OTHER PERIODS:'  TO WS-CL-Caption
           MOVE WS-Other-Period-Count        TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATCH ROWS SUPERSEDED:'     TO WS-CL-Caption
           MOVE WS-Superseded-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AGENTS PAID:'               TO WS-CL-Caption
           MOVE WS-Agent-Paid-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AGENT GROUPS HELD:'         TO WS-CL-Caption
           MOVE WS-Agent-Held-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Renewal-Default-Count > 0
               MOVE 'NO INCEPTION DATE, PAID RENEWAL:'
                                             TO WS-CL-Caption
               MOVE WS-Renewal-Default-Count TO WS-CL-Count
               MOVE WS-Count-Line TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'PAID AGAINST BILLS:'        TO WS-AL-Caption
           MOVE WS-Paid-Total                TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LESS LOADING AND OVERPAYMENT:' TO WS-AL-Caption
           MOVE WS-Excluded-Total            TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COLLECTED PREMIUM:'         TO WS-AL-Caption
           MOVE WS-Collected-Total           TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COMMISSIONED PREMIUM:'      TO WS-AL-Caption
           MOVE WS-Extract-Premium-Total     TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HELD PREMIUM:'              TO WS-AL-Caption
           MOVE WS-Held-Total                TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FIRST-YEAR COMMISSION:'     TO WS-AL-Caption
           MOVE WS-First-Year-Comm-Total     TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENEWAL COMMISSION:'        TO WS-AL-Caption
           MOVE WS-Renewal-Comm-Total        TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL COMMISSION PAYABLE:'  TO WS-AL-Caption
           MOVE WS-Extract-Comm-Total        TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF RETURN-CODE = 16
               MOVE '  ** EXTRACT OUT OF BALANCE WITH COLLECTED PREMIUM'
                   TO REPORT-LINE
           ELSE
               MOVE '  EXTRACT BALANCED TO COLLECTED PREMIUM'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'AGNTCOMM SUMMARY -'
                   ' PERIOD: '      WS-Period
                   ' MATCHES: '     WS-In-Period-Count
                   ' AGENTS PAID: ' WS-Agent-Paid-Count
                   ' HELD: '        WS-Agent-Held-Count
                   UPON SYSOUT
           .
       END PROGRAM AGNTCOMM.
