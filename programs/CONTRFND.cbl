       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRFND.
      *Nightly return-premium refund run. CONTGLEX reverses the whole
      *before-image premium when a contract leaves active force; the
      *holder's refund of the unearned part used to be worked out by
      *hand. This run picks every master row on the day's
      *CONTRACT-JOURNAL that takes an active contract out of force
      *before its expiry date (a CHANGE or INACTIVATE journalled
      *ahead of BEF expiry; a renewal-run expiry at term end is not
      *mid-term and is passed over), and works out the refund:
      *  - the cancellation reason comes off the row (REFNDRT): the
      *    CONTPAYM run as entering operator is non-payment, an
      *    inactive after image is an inactivation, any other
      *    cancellation is at the holder's request;
      *  - the unearned premium on the before-image (annual)
      *    premium is pro-rata by calendar days remaining from the
      *    journal date to expiry over the days in the term, or off
      *    the reason's short-rate scale where the table says so;
      *  - premium received is every PAYMRECV payment for the
      *    contract dated on or after the term's effective date, less
      *    the installment loading it carried on the contract's plan
      *    (BILLFREQ) - loading is a billing charge, not premium. The
      *    JCL points PAYMRECV at the generations covering the term;
      *  - the refund is premium received less premium earned
      *    (premium less unearned), less whatever was already
      *    refunded on the same term, and nothing when that is not
      *    positive. Each refund paid is carried on REFNDHST
      *    (contract, term effective date, cancel date, amount), so
      *    a contract cancelled, refunded, reinstated (its arrears
      *    paid in on PAYMRECV) and cancelled again is refunded only
      *    what the second cancellation adds. A run with no REFNDHST
      *    yet warns and starts the history empty.
      *Refunds due go to accounts payable on REFNDAP with the holder
      *name off HOLDER-MASTER, closed by a trailer carrying the count
      *and total; a holder not on file holds the refund (RETURN-CODE
      *4), printed but not paid. Every candidate prints on the refund
      *register (REFNDRPT). Each refund paid also writes a debit to
      *the premium receivable and a credit to refunds payable on
      *REFNDGL, in the CONTGLEX GL interface layout, for the ledger
      *load to take with GLEXTR. The register proves the extract
      *total, the GL debits and the GL credits all equal the refunds
      *payable; a run that cannot prove it ends RETURN-CODE 16.
      *A contract cancelled more than once in the day refunds once,
      *on its first row; later rows print as repeats.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-JOURNAL ASSIGN TO 'CONTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT CANDIDATE-FILE ASSIGN TO 'RFNDCAND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Candidate-Status.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT SORTED-CANDIDATES ASSIGN TO 'SRTRFND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Status.
           SELECT PAYMENTS-RECEIVED ASSIGN TO 'PAYMRECV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payment-Status.
           SELECT PAYMENT-SORT-FILE ASSIGN TO 'SRTWORK2'.
           SELECT SORTED-PAYMENTS ASSIGN TO 'SRTRFPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Pay-Status.
           SELECT REFUND-HISTORY ASSIGN TO 'REFNDHST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-History-Status.
           SELECT HISTORY-SORT-FILE ASSIGN TO 'SRTWORK3'.
           SELECT SORTED-HISTORY ASSIGN TO 'SRTRFHST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Hist-Status.
           SELECT HOLDER-MASTER ASSIGN TO 'HLDRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOLDER-ID
               FILE STATUS IS WS-Holder-Status.
           SELECT REFUND-PAYABLE ASSIGN TO 'REFNDAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payable-Status.
           SELECT GL-INTERFACE-FILE ASSIGN TO 'REFNDGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Interface-Status.
           SELECT REFUND-REGISTER ASSIGN TO 'REFNDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY CONTJRNL.
      *One row per journal row that took a contract out of force
      *before expiry, with what the refund is worked from.
       FD  CANDIDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-RECORD.
           05  RC-CONTRACT-NUMBER      PIC X(10).
           05  RC-JOURNAL-DATE         PIC X(08).
           05  RC-JOURNAL-TIME         PIC X(08).
           05  RC-HOLDER-ID            PIC X(10).
           05  RC-EFFECTIVE-DATE       PIC X(08).
           05  RC-EXPIRY-DATE          PIC X(08).
           05  RC-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  RC-BILLING-FREQUENCY    PIC X.
           05  RC-REASON-CODE          PIC X(02).
           05  RC-NEW-STATUS           PIC X(02).
       SD  SORT-WORK-FILE.
       01  SD-CANDIDATE-RECORD.
           05  SD-CONTRACT-NUMBER      PIC X(10).
           05  SD-JOURNAL-DATE         PIC X(08).
           05  SD-JOURNAL-TIME         PIC X(08).
           05  SD-HOLDER-ID            PIC X(10).
           05  SD-EFFECTIVE-DATE       PIC X(08).
           05  SD-EXPIRY-DATE          PIC X(08).
           05  SD-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  SD-BILLING-FREQUENCY    PIC X.
           05  SD-REASON-CODE          PIC X(02).
           05  SD-NEW-STATUS           PIC X(02).
       FD  SORTED-CANDIDATES
           LABEL RECORDS ARE STANDARD.
       01  SORTED-CANDIDATE-RECORD.
           05  SC-CONTRACT-NUMBER      PIC X(10).
           05  SC-JOURNAL-DATE         PIC X(08).
           05  SC-JOURNAL-TIME         PIC X(08).
           05  SC-HOLDER-ID            PIC X(10).
           05  SC-EFFECTIVE-DATE       PIC X(08).
           05  SC-EXPIRY-DATE          PIC X(08).
           05  SC-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  SC-BILLING-FREQUENCY    PIC X.
           05  SC-REASON-CODE          PIC X(02).
           05  SC-NEW-STATUS           PIC X(02).
      *Same layout CONTPAYM reads as PAYMRECV.
       FD  PAYMENTS-RECEIVED
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-RECORD.
           05  PR-CONTRACT-NUMBER      PIC X(10).
           05  PR-PAYMENT-DATE         PIC X(08).
           05  PR-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
       SD  PAYMENT-SORT-FILE.
       01  SD-PAYMENT-RECORD.
           05  SD-PAY-CONTRACT-NUMBER  PIC X(10).
           05  SD-PAYMENT-DATE         PIC X(08).
           05  SD-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
       FD  SORTED-PAYMENTS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PAYMENT-RECORD.
           05  SP-CONTRACT-NUMBER      PIC X(10).
           05  SP-PAYMENT-DATE         PIC X(08).
           05  SP-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
      *One row per refund ever paid, appended night by night.
       FD  REFUND-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  REFUND-HISTORY-RECORD.
           05  RH-CONTRACT-NUMBER      PIC X(10).
           05  RH-EFFECTIVE-DATE       PIC X(08).
           05  RH-CANCEL-DATE          PIC X(08).
           05  RH-REFUND-AMOUNT        PIC S9(09)V99 COMP-3.
           05  RH-BUSINESS-DATE        PIC X(08).
       SD  HISTORY-SORT-FILE.
       01  SD-HISTORY-RECORD.
           05  SD-HIST-CONTRACT-NUMBER PIC X(10).
           05  SD-HIST-EFFECTIVE-DATE  PIC X(08).
           05  SD-HIST-CANCEL-DATE     PIC X(08).
           05  SD-HIST-REFUND-AMOUNT   PIC S9(09)V99 COMP-3.
           05  SD-HIST-BUSINESS-DATE   PIC X(08).
       FD  SORTED-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  SORTED-HISTORY-RECORD.
           05  SH-CONTRACT-NUMBER      PIC X(10).
           05  SH-EFFECTIVE-DATE       PIC X(08).
           05  SH-CANCEL-DATE          PIC X(08).
           05  SH-REFUND-AMOUNT        PIC S9(09)V99 COMP-3.
           05  SH-BUSINESS-DATE        PIC X(08).
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
      *One detail row per refund paid, then one trailer carrying the
      *controls accounts payable balances the extract against.
       FD  REFUND-PAYABLE
           LABEL RECORDS ARE STANDARD.
       01  REFUND-PAYABLE-RECORD.
           05  RA-RECORD-TYPE          PIC X.
               88  RA-DETAIL-RECORD        VALUE 'D'.
               88  RA-TRAILER-RECORD       VALUE 'T'.
           05  RA-CONTRACT-NUMBER      PIC X(10).
           05  RA-HOLDER-ID            PIC X(10).
           05  RA-HOLDER-NAME          PIC X(30).
           05  RA-CANCEL-DATE          PIC X(08).
           05  RA-REASON-CODE          PIC X(02).
           05  RA-REFUND-AMOUNT        PIC S9(09)V99 COMP-3.
       01  REFUND-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  RT-REFUND-COUNT         PIC 9(07).
           05  RT-BUSINESS-DATE        PIC X(08).
           05  RT-REFUND-TOTAL         PIC S9(13)V99 COMP-3.
           05  RT-HELD-TOTAL           PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(35).
       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLPOSTNG.
       FD  REFUND-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BILLFREQ.
       COPY REFNDRT.
       01  WS-Journal-Status           PIC XX.
           88  WS-Journal-OK               VALUE '00'.
           88  WS-Journal-EOF              VALUE '10'.
       01  WS-Candidate-Status         PIC XX.
           88  WS-Candidate-OK             VALUE '00'.
       01  WS-Sorted-Status            PIC XX.
           88  WS-Sorted-OK                VALUE '00'.
           88  WS-Sorted-EOF               VALUE '10'.
       01  WS-Payment-Status           PIC XX.
           88  WS-Payment-OK               VALUE '00'.
       01  WS-Sorted-Pay-Status        PIC XX.
           88  WS-Sorted-Pay-OK            VALUE '00'.
           88  WS-Sorted-Pay-EOF           VALUE '10'.
       01  WS-History-Status           PIC XX.
           88  WS-History-OK               VALUE '00'.
       01  WS-Sorted-Hist-Status       PIC XX.
           88  WS-Sorted-Hist-OK           VALUE '00'.
           88  WS-Sorted-Hist-EOF          VALUE '10'.
       01  WS-Holder-Status            PIC XX.
           88  WS-Holder-OK                VALUE '00'.
       01  WS-Payable-Status           PIC XX.
           88  WS-Payable-OK               VALUE '00'.
       01  WS-Interface-Status         PIC XX.
           88  WS-Interface-OK             VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *The journal images decoded back into master pictures, every
      *CM- field spelled out as in CONTGLEX.
           COPY CONTMSTR REPLACING
               ==CONTRACT-MASTER-RECORD==
                   BY ==BEFORE-MASTER-IMAGE==
               ==CM-CONTRACT-NUMBER== BY ==BEF-CONTRACT-NUMBER==
               ==CM-HOLDER-ID==       BY ==BEF-HOLDER-ID==
               ==CM-EFFECTIVE-DATE==  BY ==BEF-EFFECTIVE-DATE==
               ==CM-EXPIRY-DATE==     BY ==BEF-EXPIRY-DATE==
               ==CM-STATUS-CODE==     BY ==BEF-STATUS-CODE==
               ==CM-STATUS-ACTIVE==   BY ==BEF-STATUS-ACTIVE==
               ==CM-STATUS-INACTIVE==
                   BY ==BEF-STATUS-INACTIVE==
               ==CM-STATUS-PENDING==  BY ==BEF-STATUS-PENDING==
               ==CM-STATUS-CANCELLED==
                   BY ==BEF-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==BEF-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==BEF-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==BEF-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==BEF-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==BEF-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==BEF-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==BEF-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==BEF-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==BEF-AGENT-ID==.
           COPY CONTMSTR REPLACING
               ==CONTRACT-MASTER-RECORD==
                   BY ==AFTER-MASTER-IMAGE==
               ==CM-CONTRACT-NUMBER== BY ==AFT-CONTRACT-NUMBER==
               ==CM-HOLDER-ID==       BY ==AFT-HOLDER-ID==
               ==CM-EFFECTIVE-DATE==  BY ==AFT-EFFECTIVE-DATE==
               ==CM-EXPIRY-DATE==     BY ==AFT-EXPIRY-DATE==
               ==CM-STATUS-CODE==     BY ==AFT-STATUS-CODE==
               ==CM-STATUS-ACTIVE==   BY ==AFT-STATUS-ACTIVE==
               ==CM-STATUS-INACTIVE==
                   BY ==AFT-STATUS-INACTIVE==
               ==CM-STATUS-PENDING==  BY ==AFT-STATUS-PENDING==
               ==CM-STATUS-CANCELLED==
                   BY ==AFT-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==AFT-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==AFT-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==AFT-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==AFT-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==AFT-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==AFT-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==AFT-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==AFT-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==AFT-AGENT-ID==.

      *Chart-of-accounts codes finance assigned to the premium book.
       01  WS-Receivable-Account       PIC X(08) VALUE '14010000'.
       01  WS-Refund-Payable-Account   PIC X(08) VALUE '21050000'.

      *Merge state: the candidate, payment and refund-history keys,
      *and the contract last refunded so a repeat cancellation is not
      *refunded twice.
       01  WS-High-Values-Key          PIC X(10) VALUE HIGH-VALUES.
       01  WS-Cand-Key                 PIC X(10).
       01  WS-Pay-Key                  PIC X(10).
       01  WS-Hist-Key                 PIC X(10).
       01  WS-Last-Contract            PIC X(10) VALUE SPACES.
       01  WS-Paid-This-Contract       PIC S9(11)V99 COMP-3.
       01  WS-Refunded-This-Term       PIC S9(11)V99 COMP-3.

      *One candidate worked into a refund.
       01  WS-Reason-Idx               PIC S9(04) COMP.
       01  WS-Freq-Idx                 PIC S9(04) COMP.
       01  WS-Table-Idx                PIC S9(04) COMP.
       01  WS-Band-Idx                 PIC S9(04) COMP.
       01  WS-Found-Switch             PIC X.
           88  WS-Entry-Found              VALUE 'Y'.
       01  WS-Effective-Num            PIC 9(08).
       01  WS-Expiry-Num               PIC 9(08).
       01  WS-Cancel-Num               PIC 9(08).
       01  WS-Term-Days                PIC S9(07) COMP.
       01  WS-Remaining-Days           PIC S9(07) COMP.
       01  WS-Elapsed-Days             PIC S9(07) COMP.
       01  WS-Earned-Pct               PIC 9(03).
       01  WS-Unearned-Premium         PIC S9(11)V99 COMP-3.
       01  WS-Earned-Premium           PIC S9(11)V99 COMP-3.
       01  WS-Received-Premium         PIC S9(11)V99 COMP-3.
       01  WS-Loading-Retained         PIC S9(11)V99 COMP-3.
       01  WS-Refund-Amount            PIC S9(11)V99 COMP-3.
       01  WS-Holder-Name              PIC X(30).
       01  WS-Refund-Note              PIC X(32).
       01  WS-Refund-State-Switch      PIC X.
           88  WS-Refund-Payable           VALUE 'P'.
           88  WS-Refund-Held              VALUE 'H'.
           88  WS-Refund-None              VALUE 'N'.

       01  WS-Counters.
           05  WS-Journal-Read-Count   PIC 9(07) VALUE 0.
           05  WS-Candidate-Count      PIC 9(07) VALUE 0.
           05  WS-Repeat-Count         PIC 9(07) VALUE 0.
           05  WS-Pro-Rata-Count       PIC 9(07) VALUE 0.
           05  WS-Short-Rate-Count     PIC 9(07) VALUE 0.
           05  WS-No-Refund-Count      PIC 9(07) VALUE 0.
           05  WS-Held-Count           PIC 9(07) VALUE 0.
           05  WS-Refund-Count         PIC 9(07) VALUE 0.
           05  WS-Posting-Count        PIC 9(07) VALUE 0.
           05  WS-History-Count        PIC 9(07) VALUE 0.

      *Run controls, proved against the extract and the GL lines.
       01  WS-Premium-Total            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Unearned-Total           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Received-Total           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Loading-Total            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Earlier-Refund-Total     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Refund-Total             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Held-Total               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Extract-Total            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Debit-Total              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Credit-Total             PIC S9(13)V99 COMP-3 VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTRFND'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       01  WS-Detail-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Contract           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Reason             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Method             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Cancel-Date        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Premium            PIC Z(06)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Unearned           PIC Z(06)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Received           PIC Z(06)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Refund             PIC Z(06)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-Holder-Line.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-HL-Holder            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HL-Name              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HL-Note              PIC X(32).

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
           PERFORM EXTRACT-REFUND-CANDIDATES
           IF RETURN-CODE = 0
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-CONTRACT-NUMBER
                   ON ASCENDING KEY SD-JOURNAL-DATE
                   ON ASCENDING KEY SD-JOURNAL-TIME
                   USING CANDIDATE-FILE
                   GIVING SORTED-CANDIDATES
               PERFORM SORT-PAYMENT-FILE
               PERFORM SORT-HISTORY-FILE
               PERFORM OPEN-REFUND-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM WRITE-REPORT-HEADING
               PERFORM MATCH-CANDIDATES-TO-PAYMENTS
               PERFORM WRITE-PAYABLE-TRAILER
               PERFORM PROVE-REFUND-BALANCE
               PERFORM WRITE-RECONCILIATION
               CLOSE SORTED-CANDIDATES
               CLOSE SORTED-PAYMENTS
               CLOSE SORTED-HISTORY
               CLOSE REFUND-HISTORY
               CLOSE HOLDER-MASTER
               CLOSE REFUND-PAYABLE
               CLOSE GL-INTERFACE-FILE
               CLOSE REFUND-REGISTER
               IF RETURN-CODE = 0
                  AND WS-Held-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Candidate-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

      *Pass 1: the day's journal down to the rows that matter here.
       EXTRACT-REFUND-CANDIDATES.
           OPEN INPUT CONTRACT-JOURNAL
           OPEN OUTPUT CANDIDATE-FILE
           IF NOT WS-Journal-OK OR NOT WS-Candidate-OK
               DISPLAY 'CONTRFND: FILE NOT AVAILABLE - '
                       'JOURNAL ' WS-Journal-Status
                       ' CANDIDATES ' WS-Candidate-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-Journal-EOF
                   READ CONTRACT-JOURNAL
                       AT END
                           SET WS-Journal-EOF TO TRUE
                       NOT AT END
                           PERFORM SELECT-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-JOURNAL
               CLOSE CANDIDATE-FILE
           END-IF
           .

      *Coverage and purge rows carry no master move out of force; an
      *expiry journalled on or after the expiry date is the term
      *running out, not a cancellation.
       SELECT-JOURNAL-ROW.
           ADD 1 TO WS-Journal-Read-Count
           IF JRN-FUNCTION-CHANGE OR JRN-FUNCTION-INACTIVATE
               MOVE JRN-BEFORE-IMAGE TO BEFORE-MASTER-IMAGE
               MOVE JRN-AFTER-IMAGE  TO AFTER-MASTER-IMAGE
               IF BEF-STATUS-ACTIVE AND NOT AFT-STATUS-ACTIVE
                  AND JRN-DATE < BEF-EXPIRY-DATE
                   PERFORM WRITE-CANDIDATE
               END-IF
           END-IF
           .

       WRITE-CANDIDATE.
           MOVE SPACES TO CANDIDATE-RECORD
           MOVE BEF-CONTRACT-NUMBER   TO RC-CONTRACT-NUMBER
           MOVE JRN-DATE              TO RC-JOURNAL-DATE
           MOVE JRN-TIME              TO RC-JOURNAL-TIME
           MOVE BEF-HOLDER-ID         TO RC-HOLDER-ID
           MOVE BEF-EFFECTIVE-DATE    TO RC-EFFECTIVE-DATE
           MOVE BEF-EXPIRY-DATE       TO RC-EXPIRY-DATE
           MOVE BEF-PREMIUM-AMOUNT    TO RC-PREMIUM-AMOUNT
           MOVE BEF-BILLING-FREQUENCY TO RC-BILLING-FREQUENCY
           MOVE AFT-STATUS-CODE       TO RC-NEW-STATUS
           EVALUATE TRUE
               WHEN JRN-ENTERED-BY = 'CONTPAYM'
                    MOVE 'NP' TO RC-REASON-CODE
               WHEN AFT-STATUS-INACTIVE OR JRN-FUNCTION-INACTIVATE
                    MOVE 'IN' TO RC-REASON-CODE
               WHEN AFT-STATUS-CANCELLED
                    MOVE 'HR' TO RC-REASON-CODE
               WHEN OTHER
                    MOVE 'OT' TO RC-REASON-CODE
           END-EVALUATE
           WRITE CANDIDATE-RECORD
           IF WS-Candidate-OK
               ADD 1 TO WS-Candidate-Count
           ELSE
               DISPLAY 'CONTRFND: CANDIDATE WRITE FAILED, STATUS '
                       WS-Candidate-Status ' FOR '
                       RC-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
               SET WS-Journal-EOF TO TRUE
           END-IF
           .

      *PAYMRECV is probed first, the way CONTPAYM probes it: no file
      *runs as nothing received, so nothing is refunded.
       SORT-PAYMENT-FILE.
           OPEN INPUT PAYMENTS-RECEIVED
           IF NOT WS-Payment-OK
               DISPLAY 'CONTRFND: PAYMRECV NOT AVAILABLE, STATUS '
                       WS-Payment-Status
                       ', TREATING TERM AS NOTHING RECEIVED'
                       UPON SYSOUT
               OPEN OUTPUT SORTED-PAYMENTS
               CLOSE SORTED-PAYMENTS
           ELSE
               CLOSE PAYMENTS-RECEIVED
               SORT PAYMENT-SORT-FILE
                   ON ASCENDING KEY SD-PAY-CONTRACT-NUMBER
                   ON ASCENDING KEY SD-PAYMENT-DATE
                   USING PAYMENTS-RECEIVED
                   GIVING SORTED-PAYMENTS
           END-IF
           .

      *REFNDHST is sorted off before tonight's refunds are appended
      *to it; a first run with no history has nothing refunded yet.
       SORT-HISTORY-FILE.
           OPEN INPUT REFUND-HISTORY
           IF NOT WS-History-OK
               DISPLAY 'CONTRFND: REFNDHST NOT AVAILABLE, STATUS '
                       WS-History-Status
                       ', TREATING TERMS AS NOTHING REFUNDED YET'
                       UPON SYSOUT
               OPEN OUTPUT SORTED-HISTORY
               CLOSE SORTED-HISTORY
           ELSE
               CLOSE REFUND-HISTORY
               SORT HISTORY-SORT-FILE
                   ON ASCENDING KEY SD-HIST-CONTRACT-NUMBER
                   ON ASCENDING KEY SD-HIST-CANCEL-DATE
                   USING REFUND-HISTORY
                   GIVING SORTED-HISTORY
           END-IF
           .

       OPEN-REFUND-FILES.
           OPEN INPUT SORTED-CANDIDATES
           OPEN INPUT SORTED-PAYMENTS
           OPEN INPUT SORTED-HISTORY
           OPEN EXTEND REFUND-HISTORY
           IF NOT WS-History-OK
               OPEN OUTPUT REFUND-HISTORY
           END-IF
           OPEN INPUT HOLDER-MASTER
           OPEN OUTPUT REFUND-PAYABLE
           OPEN OUTPUT GL-INTERFACE-FILE
           OPEN OUTPUT REFUND-REGISTER
           IF NOT WS-Sorted-OK OR NOT WS-Sorted-Pay-OK
              OR NOT WS-Sorted-Hist-OK OR NOT WS-History-OK
              OR NOT WS-Holder-OK OR NOT WS-Payable-OK
              OR NOT WS-Interface-OK OR NOT WS-Report-OK
               DISPLAY 'CONTRFND: FILE NOT AVAILABLE - '
                       'CANDIDATES ' WS-Sorted-Status
                       ' PAYMENTS ' WS-Sorted-Pay-Status
                       ' REFUNDED ' WS-Sorted-Hist-Status
                       ' HISTORY ' WS-History-Status
                       ' HOLDER ' WS-Holder-Status
                       ' PAYABLE ' WS-Payable-Status
                       ' INTERFACE ' WS-Interface-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *All three files in contract order: payments and earlier
      *refunds for contracts with no cancellation tonight are passed
      *over; a contract's payments, and what was already refunded on
      *the same term, are summed once, against its first
      *cancellation row.
       MATCH-CANDIDATES-TO-PAYMENTS.
           PERFORM READ-CANDIDATE
           PERFORM READ-PAYMENT
           PERFORM READ-REFUND-HISTORY
           PERFORM UNTIL WS-Cand-Key = WS-High-Values-Key
               PERFORM UNTIL WS-Pay-Key NOT < WS-Cand-Key
                   PERFORM READ-PAYMENT
               END-PERFORM
               PERFORM UNTIL WS-Hist-Key NOT < WS-Cand-Key
                   PERFORM READ-REFUND-HISTORY
               END-PERFORM
               IF SC-CONTRACT-NUMBER = WS-Last-Contract
                   PERFORM REPORT-REPEAT-CANCELLATION
               ELSE
                   MOVE 0 TO WS-Paid-This-Contract
                   PERFORM UNTIL WS-Pay-Key NOT = WS-Cand-Key
                       IF SP-PAYMENT-DATE NOT < SC-EFFECTIVE-DATE
                           ADD SP-PAYMENT-AMOUNT
                               TO WS-Paid-This-Contract
                       END-IF
                       PERFORM READ-PAYMENT
                   END-PERFORM
                   MOVE 0 TO WS-Refunded-This-Term
                   PERFORM UNTIL WS-Hist-Key NOT = WS-Cand-Key
                       IF SH-EFFECTIVE-DATE = SC-EFFECTIVE-DATE
                           ADD SH-REFUND-AMOUNT
                               TO WS-Refunded-This-Term
                       END-IF
                       PERFORM READ-REFUND-HISTORY
                   END-PERFORM
                   MOVE SC-CONTRACT-NUMBER TO WS-Last-Contract
                   PERFORM REFUND-ONE-CANDIDATE
               END-IF
               PERFORM READ-CANDIDATE
           END-PERFORM
           .

       READ-CANDIDATE.
           IF WS-Sorted-EOF
               MOVE WS-High-Values-Key TO WS-Cand-Key
           ELSE
               READ SORTED-CANDIDATES
                   AT END
                       SET WS-Sorted-EOF TO TRUE
                       MOVE WS-High-Values-Key TO WS-Cand-Key
                   NOT AT END
                       MOVE SC-CONTRACT-NUMBER TO WS-Cand-Key
               END-READ
           END-IF
           .

       READ-PAYMENT.
           IF WS-Sorted-Pay-EOF
               MOVE WS-High-Values-Key TO WS-Pay-Key
           ELSE
               READ SORTED-PAYMENTS
                   AT END
                       SET WS-Sorted-Pay-EOF TO TRUE
                       MOVE WS-High-Values-Key TO WS-Pay-Key
                   NOT AT END
                       MOVE SP-CONTRACT-NUMBER TO WS-Pay-Key
               END-READ
           END-IF
           .

       READ-REFUND-HISTORY.
           IF WS-Sorted-Hist-EOF
               MOVE WS-High-Values-Key TO WS-Hist-Key
           ELSE
               READ SORTED-HISTORY
                   AT END
                       SET WS-Sorted-Hist-EOF TO TRUE
                       MOVE WS-High-Values-Key TO WS-Hist-Key
                   NOT AT END
                       MOVE SH-CONTRACT-NUMBER TO WS-Hist-Key
               END-READ
           END-IF
           .

       REFUND-ONE-CANDIDATE.
           SET WS-Refund-None TO TRUE
           MOVE SPACES TO WS-Refund-Note
           MOVE 0 TO WS-Unearned-Premium
           MOVE 0 TO WS-Refund-Amount
           PERFORM FIND-REFUND-METHOD
           PERFORM SPLIT-LOADING-RECEIVED
           PERFORM LOOKUP-HOLDER
           IF SC-EFFECTIVE-DATE NOT NUMERIC
              OR SC-EXPIRY-DATE NOT NUMERIC
              OR SC-JOURNAL-DATE NOT NUMERIC
              OR SC-EXPIRY-DATE NOT > SC-EFFECTIVE-DATE
               SET WS-Refund-Held TO TRUE
               MOVE 'HELD - TERM DATES NOT USABLE' TO WS-Refund-Note
           ELSE
               PERFORM COMPUTE-UNEARNED-PREMIUM
               COMPUTE WS-Earned-Premium =
                   SC-PREMIUM-AMOUNT - WS-Unearned-Premium
               COMPUTE WS-Refund-Amount =
                   WS-Received-Premium - WS-Earned-Premium
                   - WS-Refunded-This-Term
               IF WS-Refund-Amount > 0
                   IF HM-HOLDER-ID = SPACES
                       SET WS-Refund-Held TO TRUE
                       MOVE 'HELD - HOLDER NOT ON FILE'
                           TO WS-Refund-Note
                   ELSE
                       SET WS-Refund-Payable TO TRUE
                   END-IF
               ELSE
                   MOVE 0 TO WS-Refund-Amount
                   MOVE 'NO REFUND - EARNED NOT COVERED'
                       TO WS-Refund-Note
               END-IF
           END-IF
           ADD SC-PREMIUM-AMOUNT   TO WS-Premium-Total
           ADD WS-Unearned-Premium TO WS-Unearned-Total
           ADD WS-Received-Premium TO WS-Received-Total
           ADD WS-Loading-Retained TO WS-Loading-Total
           ADD WS-Refunded-This-Term TO WS-Earlier-Refund-Total
           EVALUATE TRUE
               WHEN WS-Refund-Payable
                    ADD 1 TO WS-Refund-Count
                    ADD WS-Refund-Amount TO WS-Refund-Total
                    PERFORM WRITE-PAYABLE-DETAIL
                    PERFORM WRITE-REFUND-POSTINGS
                    PERFORM WRITE-REFUND-HISTORY
               WHEN WS-Refund-Held
                    ADD 1 TO WS-Held-Count
                    ADD WS-Refund-Amount TO WS-Held-Total
               WHEN OTHER
                    ADD 1 TO WS-No-Refund-Count
           END-EVALUATE
           PERFORM WRITE-REGISTER-DETAIL
           .

       FIND-REFUND-METHOD.
           MOVE RR-OTHER-ENTRY TO WS-Reason-Idx
           MOVE 'N' TO WS-Found-Switch
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > RR-REASON-TABLE-MAX
                      OR WS-Entry-Found
               IF RR-REASON-CODE (WS-Table-Idx) = SC-REASON-CODE
                   MOVE WS-Table-Idx TO WS-Reason-Idx
                   SET WS-Entry-Found TO TRUE
               END-IF
           END-PERFORM
           .

      *What the holder paid carried the plan's installment loading on
      *top of premium; only the premium part is netted off. A plan
      *not in the table is the annual plan, as CONTBILL bills it.
       SPLIT-LOADING-RECEIVED.
           MOVE BF-ANNUAL-ENTRY TO WS-Freq-Idx
           MOVE 'N' TO WS-Found-Switch
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > BF-FREQ-TABLE-MAX
                      OR WS-Entry-Found
               IF BF-FREQ-CODE (WS-Table-Idx) = SC-BILLING-FREQUENCY
                   MOVE WS-Table-Idx TO WS-Freq-Idx
                   SET WS-Entry-Found TO TRUE
               END-IF
           END-PERFORM
           COMPUTE WS-Received-Premium ROUNDED =
               WS-Paid-This-Contract * 100
                   / (100 + BF-LOADING-PCT (WS-Freq-Idx))
           COMPUTE WS-Loading-Retained =
               WS-Paid-This-Contract - WS-Received-Premium
           .

      *Days remaining run from the journal date to expiry; a
      *cancellation journalled before the term began leaves the whole
      *premium unearned.
       COMPUTE-UNEARNED-PREMIUM.
           MOVE SC-EFFECTIVE-DATE TO WS-Effective-Num
           MOVE SC-EXPIRY-DATE    TO WS-Expiry-Num
           MOVE SC-JOURNAL-DATE   TO WS-Cancel-Num
           COMPUTE WS-Term-Days =
               FUNCTION INTEGER-OF-DATE(WS-Expiry-Num)
               - FUNCTION INTEGER-OF-DATE(WS-Effective-Num)
           COMPUTE WS-Remaining-Days =
               FUNCTION INTEGER-OF-DATE(WS-Expiry-Num)
               - FUNCTION INTEGER-OF-DATE(WS-Cancel-Num)
           IF WS-Remaining-Days > WS-Term-Days
               MOVE WS-Term-Days TO WS-Remaining-Days
           END-IF
           IF WS-Remaining-Days < 0
               MOVE 0 TO WS-Remaining-Days
           END-IF
           COMPUTE WS-Elapsed-Days = WS-Term-Days - WS-Remaining-Days
           IF RR-METHOD-SHORT-RATE (WS-Reason-Idx)
               ADD 1 TO WS-Short-Rate-Count
               COMPUTE WS-Band-Idx =
                   (WS-Elapsed-Days * 10) / WS-Term-Days + 1
               IF WS-Band-Idx > 10
                   MOVE 10 TO WS-Band-Idx
               END-IF
               MOVE RR-EARNED-PCT (WS-Reason-Idx, WS-Band-Idx)
                   TO WS-Earned-Pct
               IF WS-Elapsed-Days = 0
                   MOVE 0 TO WS-Earned-Pct
               END-IF
               COMPUTE WS-Unearned-Premium ROUNDED =
                   SC-PREMIUM-AMOUNT * (100 - WS-Earned-Pct) / 100
           ELSE
               ADD 1 TO WS-Pro-Rata-Count
               COMPUTE WS-Unearned-Premium ROUNDED =
                   SC-PREMIUM-AMOUNT * WS-Remaining-Days
                       / WS-Term-Days
           END-IF
           .

      *A holder missing from HOLDER-MASTER leaves HM-HOLDER-ID blank
      *so the refund is held rather than paid to nobody.
       LOOKUP-HOLDER.
           MOVE SC-HOLDER-ID TO HM-HOLDER-ID
           READ HOLDER-MASTER
               INVALID KEY
                   MOVE SPACES TO HM-HOLDER-ID
                   MOVE '* NOT ON HOLDER MASTER *' TO WS-Holder-Name
               NOT INVALID KEY
                   MOVE HM-HOLDER-NAME TO WS-Holder-Name
           END-READ
           .

       REPORT-REPEAT-CANCELLATION.
           ADD 1 TO WS-Repeat-Count
           MOVE SPACES TO WS-Detail-Line
           MOVE SC-CONTRACT-NUMBER TO WS-D-Contract
           MOVE SC-REASON-CODE     TO WS-D-Reason
           MOVE SC-JOURNAL-DATE    TO WS-D-Cancel-Date
           MOVE SC-PREMIUM-AMOUNT  TO WS-D-Premium
           MOVE WS-Detail-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-Holder-Line
           MOVE SC-HOLDER-ID TO WS-HL-Holder
           MOVE 'REPEAT - REFUNDED ON FIRST ROW' TO WS-HL-Note
           MOVE WS-Holder-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO WS-Detail-Line
           MOVE SC-CONTRACT-NUMBER  TO WS-D-Contract
           MOVE SC-REASON-CODE      TO WS-D-Reason
           MOVE RR-REFUND-METHOD (WS-Reason-Idx) TO WS-D-Method
           MOVE SC-JOURNAL-DATE     TO WS-D-Cancel-Date
           MOVE SC-PREMIUM-AMOUNT   TO WS-D-Premium
           MOVE WS-Unearned-Premium TO WS-D-Unearned
           MOVE WS-Received-Premium TO WS-D-Received
           MOVE WS-Refund-Amount    TO WS-D-Refund
           MOVE WS-Detail-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-Holder-Line
           MOVE SC-HOLDER-ID   TO WS-HL-Holder
           MOVE WS-Holder-Name TO WS-HL-Name
           MOVE WS-Refund-Note TO WS-HL-Note
           MOVE WS-Holder-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-PAYABLE-DETAIL.
           MOVE SPACES TO REFUND-PAYABLE-RECORD
           SET RA-DETAIL-RECORD TO TRUE
           MOVE SC-CONTRACT-NUMBER TO RA-CONTRACT-NUMBER
           MOVE SC-HOLDER-ID       TO RA-HOLDER-ID
           MOVE WS-Holder-Name     TO RA-HOLDER-NAME
           MOVE SC-JOURNAL-DATE    TO RA-CANCEL-DATE
           MOVE SC-REASON-CODE     TO RA-REASON-CODE
           MOVE WS-Refund-Amount   TO RA-REFUND-AMOUNT
           WRITE REFUND-PAYABLE-RECORD
           IF WS-Payable-OK
               ADD WS-Refund-Amount TO WS-Extract-Total
           ELSE
               DISPLAY 'CONTRFND: REFUND-PAYABLE WRITE FAILED, '
                       'STATUS ' WS-Payable-Status ' FOR '
                       SC-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *What is carried forward so a later cancellation on the same
      *term takes this refund off what it pays.
       WRITE-REFUND-HISTORY.
           MOVE SPACES TO REFUND-HISTORY-RECORD
           MOVE SC-CONTRACT-NUMBER TO RH-CONTRACT-NUMBER
           MOVE SC-EFFECTIVE-DATE  TO RH-EFFECTIVE-DATE
           MOVE SC-JOURNAL-DATE    TO RH-CANCEL-DATE
           MOVE WS-Refund-Amount   TO RH-REFUND-AMOUNT
           MOVE BD-BUSINESS-DATE   TO RH-BUSINESS-DATE
           WRITE REFUND-HISTORY-RECORD
           IF WS-History-OK
               ADD 1 TO WS-History-Count
           ELSE
               DISPLAY 'CONTRFND: REFNDHST WRITE FAILED, STATUS '
                       WS-History-Status ' FOR '
                       SC-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *The refund clears the holder's credit on the receivable and
      *raises the payable accounts payable settles.
       WRITE-REFUND-POSTINGS.
           MOVE WS-Receivable-Account TO GL-ACCOUNT
           SET GL-DEBIT TO TRUE
           PERFORM WRITE-GL-POSTING
           MOVE WS-Refund-Payable-Account TO GL-ACCOUNT
           SET GL-CREDIT TO TRUE
           PERFORM WRITE-GL-POSTING
           .

       WRITE-GL-POSTING.
           MOVE WS-Refund-Amount   TO GL-AMOUNT
           MOVE BD-BUSINESS-DATE   TO GL-POSTING-DATE
           MOVE SC-CONTRACT-NUMBER TO GL-CONTRACT-NUMBER
           MOVE 'PREMIUM REFUND'   TO GL-POSTING-TYPE
           WRITE GL-POSTING-RECORD
           IF WS-Interface-OK
               ADD 1 TO WS-Posting-Count
               IF GL-DEBIT
                   ADD WS-Refund-Amount TO WS-Debit-Total
               ELSE
                   ADD WS-Refund-Amount TO WS-Credit-Total
               END-IF
           ELSE
               DISPLAY 'CONTRFND: INTERFACE WRITE FAILED, STATUS '
                       WS-Interface-Status ' FOR '
                       GL-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       WRITE-PAYABLE-TRAILER.
           MOVE SPACES TO REFUND-TRAILER-RECORD
           SET RA-TRAILER-RECORD TO TRUE
           MOVE WS-Refund-Count  TO RT-REFUND-COUNT
           MOVE BD-BUSINESS-DATE TO RT-BUSINESS-DATE
           MOVE WS-Extract-Total TO RT-REFUND-TOTAL
           MOVE WS-Held-Total    TO RT-HELD-TOTAL
           WRITE REFUND-PAYABLE-RECORD
           IF NOT WS-Payable-OK
               DISPLAY 'CONTRFND: REFUND-PAYABLE TRAILER WRITE '
                       'FAILED, STATUS ' WS-Payable-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *The refunds the register computed as payable must be what the
      *extract carries and what both sides of the GL lines carry.
       PROVE-REFUND-BALANCE.
           IF WS-Extract-Total NOT = WS-Refund-Total
              OR WS-Debit-Total NOT = WS-Refund-Total
              OR WS-Credit-Total NOT = WS-Refund-Total
               DISPLAY 'CONTRFND: REFUND EXTRACT OR GL LINES OUT OF '
                       'BALANCE WITH REFUNDS PAYABLE' UPON SYSOUT
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       WRITE-REPORT-HEADING.
           MOVE 'RETURN PREMIUM REFUND REGISTER' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BUSINESS DATE ' BD-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CONTRACT   RS M CANCELED     PREMIUM'
                  '    UNEARNED    RECEIVED      REFUND'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '      HOLDER     NAME'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-RECONCILIATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUND RUN RECONCILIATION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'JOURNAL ROWS READ:'         TO WS-CL-Caption
           MOVE WS-Journal-Read-Count        TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OUT OF FORCE BEFORE EXPIRY:' TO WS-CL-Caption
           MOVE WS-Candidate-Count           TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REPEAT CANCELLATIONS:'      TO WS-CL-Caption
           MOVE WS-Repeat-Count              TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PRO-RATA:'                  TO WS-CL-Caption
           MOVE WS-Pro-Rata-Count            TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SHORT-RATE:'                TO WS-CL-Caption
           MOVE WS-Short-Rate-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUNDS PAYABLE:'           TO WS-CL-Caption
           MOVE WS-Refund-Count              TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUNDS HELD:'              TO WS-CL-Caption
           MOVE WS-Held-Count                TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NO REFUND DUE:'             TO WS-CL-Caption
           MOVE WS-No-Refund-Count           TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL LINES WRITTEN:'          TO WS-CL-Caption
           MOVE WS-Posting-Count             TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUND HISTORY ROWS ADDED:' TO WS-CL-Caption
           MOVE WS-History-Count             TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PREMIUM TAKEN OUT OF FORCE:' TO WS-AL-Caption
           MOVE WS-Premium-Total             TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNEARNED PREMIUM:'          TO WS-AL-Caption
           MOVE WS-Unearned-Total            TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PREMIUM RECEIVED:'          TO WS-AL-Caption
           MOVE WS-Received-Total            TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOADING RETAINED:'          TO WS-AL-Caption
           MOVE WS-Loading-Total             TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUNDED EARLIER ON THE TERM:' TO WS-AL-Caption
           MOVE WS-Earlier-Refund-Total      TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUNDS PAYABLE:'           TO WS-AL-Caption
           MOVE WS-Refund-Total              TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUNDS HELD:'              TO WS-AL-Caption
           MOVE WS-Held-Total                TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PAYABLE EXTRACT TOTAL:'     TO WS-AL-Caption
           MOVE WS-Extract-Total             TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL DEBIT TOTAL:'            TO WS-AL-Caption
           MOVE WS-Debit-Total               TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL CREDIT TOTAL:'           TO WS-AL-Caption
           MOVE WS-Credit-Total              TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF RETURN-CODE = 16
               MOVE '  ** EXTRACT OR GL LINES OUT OF BALANCE'
                   TO REPORT-LINE
           ELSE
               MOVE '  EXTRACT AND GL LINES BALANCED TO REFUNDS'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTRFND SUMMARY -'
                   ' CANDIDATES: ' WS-Candidate-Count
                   ' REFUNDS: '    WS-Refund-Count
                   ' HELD: '       WS-Held-Count
                   ' NO REFUND: '  WS-No-Refund-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTRFND.
