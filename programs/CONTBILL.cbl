      *with no coverage rows yet bills the flat CM-PREMIUM-AMOUNT so
      *the extract stays whole while the coverage file is phased in,
      *and those fallbacks are counted on the balance report.
      *Contracts bill on their installment plan (BILLFREQ): an active
      *contract in force is billed only when its CM-NEXT-DUE-DATE has
      *come (a contract with no next-due date on file is due now),
      *for the annual premium divided by the plan's installments plus
      *the plan's installment loading. A contract without a plan on
      *file bills annually. Each billed contract's next-due date is
      *moved on one installment by a CHANGE punched to BILLTRAN -
      *carrying the next-due date alone, every other field left
      *blank or zero for CONTMAIN to keep as the master has it, so
      *a cancellation or re-rate applied the same night stands -
      *under the header and trailer batch controls CONTMAIN demands -
      *so the schedule advances through the same maintained,
      *journalled path as every other master update. The balance
      *report breaks the billed counts, installment premium and
      *loading down by frequency, with the contracts not yet due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-REPORT ASSIGN TO 'BILLBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT NEXT-DUE-TRANS-FILE ASSIGN TO 'BILLTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
           05  BL-CONTRACT-NUMBER      PIC X(10).
           05  BL-BILLING-DATE         PIC X(08).
           05  BL-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  BL-BILLING-FREQUENCY    PIC X.
           05  BL-LOADING-AMOUNT       PIC S9(07)V99 COMP-3.
       FD  BALANCE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
      *Same 80-byte layout CONTMAIN reads as CONTTRAN, bracketed by
      *the same header and trailer control records.
       FD  NEXT-DUE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEXT-DUE-TRANS-RECORD.
           05  DT-FUNCTION-CODE        PIC X.
           05  DT-CONTRACT-NUMBER      PIC X(10).
           05  DT-HOLDER-ID            PIC X(10).
           05  DT-EFFECTIVE-DATE       PIC X(08).
           05  DT-EXPIRY-DATE          PIC X(08).
           05  DT-STATUS-CODE          PIC X(02).
           05  DT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  DT-BILLING-FREQUENCY    PIC X.
           05  DT-NEXT-DUE-DATE        PIC X(08).
           05  DT-AGENT-ID             PIC X(10).
           05  DT-OPERATOR-ID          PIC X(08).
           05  DT-APPROVER-ID          PIC X(08).
       01  NEXT-DUE-HEADER-RECORD REDEFINES NEXT-DUE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  DH-SOURCE-SYSTEM        PIC X(08).
           05  DH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  NEXT-DUE-TRAILER-RECORD REDEFINES NEXT-DUE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  DR-TRANS-COUNT          PIC 9(07).
           05  DR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BILLFREQ.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
           88  WS-Master-EOF               VALUE '10'.
           88  WS-Extract-OK               VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.
       01  WS-Trans-Status             PIC XX.
           88  WS-Trans-OK                 VALUE '00'.

      *Billing date card read once from SYSIN; blank bills as of the
      *run's business date.
       01  WS-Contract-Covg-Count      PIC 9(03).
       01  WS-Contract-Bill-Premium    PIC S9(11)V99 COMP-3.

      *The contract's installment plan: its BILLFREQ entry (the
      *ANNUAL entry when no plan is on file) and the amounts billed.
       01  WS-Freq-Idx                 PIC S9(04) COMP.
       01  WS-Plan-Idx                 PIC S9(04) COMP.
       01  WS-Plan-Found-Switch        PIC X.
           88  WS-Plan-Found               VALUE 'Y'.
           88  WS-Plan-Not-Found           VALUE 'N'.
       01  WS-Installment-Amount       PIC S9(11)V99 COMP-3.
       01  WS-Loading-Amount           PIC S9(09)V99 COMP-3.
       01  WS-Amount-Due               PIC S9(11)V99 COMP-3.

      *Next-due date moved on one installment: months are added to
      *the old next-due date and the day is put back to the day of
      *the month the contract took effect, cut to the month's end.
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
       01  WS-Next-Due-Trans-Count     PIC 9(07) VALUE 0.
       01  WS-Next-Due-Premium-Hash    PIC S9(13)V99 COMP-3 VALUE 0.

      *Counts and amounts by installment plan, in BILLFREQ order.
       01  WS-Freq-Totals.
           05  WS-Freq-Total-Entry OCCURS 4 TIMES.
               10  WS-FT-Billed-Count  PIC 9(07).
               10  WS-FT-Installment   PIC S9(13)V99 COMP-3.
               10  WS-FT-Loading       PIC S9(13)V99 COMP-3.
               10  WS-FT-Not-Due-Count PIC 9(07).

      *Counts and premium totals by master status, for the tie-out.
       01  WS-Status-Table.
           05  WS-Status-Entry OCCURS 6 TIMES.
           05  WS-Billed-Count         PIC 9(07) VALUE 0.
           05  WS-Out-Of-Force-Count   PIC 9(07) VALUE 0.
           05  WS-No-Coverage-Count    PIC 9(07) VALUE 0.
           05  WS-Not-Due-Count        PIC 9(07) VALUE 0.
           05  WS-No-Plan-Count        PIC 9(07) VALUE 0.
       01  WS-Billed-Premium           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Loading-Total            PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-Status-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-Premium           PIC Z(12)9.99-.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-Freq-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-Caption           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-Installment       PIC Z(10)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-Loading           PIC Z(08)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-Not-Due           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTBILL'.
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
           CALL 'STEPGATE' USING WS-Runstat-Step WS-Gate-Switch
           IF WS-Step-Held
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-Runstat-Type
           PERFORM LOG-RUN-STATUS
           PERFORM READ-BILLING-DATE-CARD
           IF RETURN-CODE = 0
               PERFORM BILL-CONTRACT-MASTER
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       BILL-CONTRACT-MASTER.
           PERFORM LOAD-STATUS-TABLE
           OPEN INPUT CONTRACT-MASTER
           PERFORM OPEN-COVERAGE-MASTER
           OPEN OUTPUT BILLING-EXTRACT
           OPEN OUTPUT BALANCE-REPORT
           OPEN OUTPUT NEXT-DUE-TRANS-FILE
           IF NOT WS-Master-OK OR NOT WS-Extract-OK
              OR NOT WS-Report-OK OR NOT WS-Trans-OK
               DISPLAY 'CONTBILL: FILE NOT AVAILABLE - '
                       'MASTER ' WS-Master-Status
                       ' EXTRACT ' WS-Extract-Status
                       ' REPORT ' WS-Report-Status
                       ' TRANS ' WS-Trans-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TRANS-HEADER
               PERFORM SCAN-CONTRACT-MASTER
               PERFORM WRITE-TRANS-TRAILER
               PERFORM WRITE-BALANCE-REPORT
               IF WS-Coverage-File-Active
                   CLOSE CONTRACT-COVERAGE
               CLOSE CONTRACT-MASTER
               CLOSE BILLING-EXTRACT
               CLOSE BALANCE-REPORT
               CLOSE NEXT-DUE-TRANS-FILE
           END-IF
           .

               MOVE 0 TO WS-ST-Count (WS-Status-Idx)
               MOVE 0 TO WS-ST-Premium (WS-Status-Idx)
           END-PERFORM
           PERFORM VARYING WS-Plan-Idx FROM 1 BY 1
                   UNTIL WS-Plan-Idx > BF-FREQ-TABLE-MAX
               MOVE 0 TO WS-FT-Billed-Count (WS-Plan-Idx)
               MOVE 0 TO WS-FT-Installment (WS-Plan-Idx)
               MOVE 0 TO WS-FT-Loading (WS-Plan-Idx)
               MOVE 0 TO WS-FT-Not-Due-Count (WS-Plan-Idx)
           END-PERFORM
           .

       SCAN-CONTRACT-MASTER.
           IF CM-STATUS-ACTIVE
               IF CM-EFFECTIVE-DATE NOT > WS-Billing-Date
                  AND CM-EXPIRY-DATE NOT < WS-Billing-Date
                   PERFORM FIND-BILLING-PLAN
                   IF CM-NEXT-DUE-DATE IS NUMERIC
                      AND CM-NEXT-DUE-DATE > WS-Billing-Date
                       ADD 1 TO WS-Not-Due-Count
                       ADD 1 TO WS-FT-Not-Due-Count (WS-Freq-Idx)
                   ELSE
                       PERFORM WRITE-BILLING-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-Out-Of-Force-Count
               END-IF
           END-IF
           .

      *The contract's plan entry in BILLFREQ; a blank or unknown
      *frequency bills on the ANNUAL entry and is counted.
       FIND-BILLING-PLAN.
           SET WS-Plan-Not-Found TO TRUE
           MOVE BF-ANNUAL-ENTRY TO WS-Freq-Idx
           PERFORM VARYING WS-Plan-Idx FROM 1 BY 1
                   UNTIL WS-Plan-Idx > BF-FREQ-TABLE-MAX
                      OR WS-Plan-Found
               IF BF-FREQ-CODE (WS-Plan-Idx) = CM-BILLING-FREQUENCY
                   MOVE WS-Plan-Idx TO WS-Freq-Idx
                   SET WS-Plan-Found TO TRUE
               END-IF
           END-PERFORM
           .

       WRITE-BILLING-RECORD.
           PERFORM SUM-COVERAGE-PREMIUMS
           PERFORM COMPUTE-INSTALLMENT
           MOVE CM-HOLDER-ID       TO BL-HOLDER-ID
           MOVE CM-CONTRACT-NUMBER TO BL-CONTRACT-NUMBER
           MOVE WS-Billing-Date    TO BL-BILLING-DATE
           MOVE WS-Amount-Due      TO BL-PREMIUM-AMOUNT
           MOVE BF-FREQ-CODE (WS-Freq-Idx) TO BL-BILLING-FREQUENCY
           MOVE WS-Loading-Amount  TO BL-LOADING-AMOUNT
           WRITE BILLING-RECORD
           IF WS-Extract-OK
               ADD 1 TO WS-Billed-Count
               ADD WS-Amount-Due TO WS-Billed-Premium
               ADD WS-Loading-Amount TO WS-Loading-Total
               ADD 1 TO WS-FT-Billed-Count (WS-Freq-Idx)
               ADD WS-Installment-Amount
                   TO WS-FT-Installment (WS-Freq-Idx)
               ADD WS-Loading-Amount TO WS-FT-Loading (WS-Freq-Idx)
               IF WS-Plan-Not-Found
                   ADD 1 TO WS-No-Plan-Count
               END-IF
               PERFORM WRITE-NEXT-DUE-TRANSACTION
           ELSE
               DISPLAY 'CONTBILL: EXTRACT WRITE FAILED, STATUS '
                       WS-Extract-Status ' AT ' CM-CONTRACT-NUMBER
           END-IF
           .

      *The annual premium split over the plan's installments, with
      *the plan's loading percent on top of each installment.
       COMPUTE-INSTALLMENT.
           COMPUTE WS-Installment-Amount ROUNDED =
               WS-Contract-Bill-Premium / BF-INSTALLMENTS (WS-Freq-Idx)
           COMPUTE WS-Loading-Amount ROUNDED =
               WS-Installment-Amount * BF-LOADING-PCT (WS-Freq-Idx)
                   / 100
           COMPUTE WS-Amount-Due =
               WS-Installment-Amount + WS-Loading-Amount
           .

      *The next-due date rides CONTMAIN: a CHANGE carrying only the
      *next-due date moved on; the blank fields and zero premium
      *keep what the master has when CONTMAIN applies it.
       WRITE-NEXT-DUE-TRANSACTION.
           PERFORM ADVANCE-NEXT-DUE-DATE
           MOVE SPACES             TO NEXT-DUE-TRANS-RECORD
           MOVE 'C'                TO DT-FUNCTION-CODE
           MOVE CM-CONTRACT-NUMBER TO DT-CONTRACT-NUMBER
           MOVE 0                  TO DT-PREMIUM-AMOUNT
           MOVE WS-Due-Date-Work   TO DT-NEXT-DUE-DATE
           MOVE 'CONTBILL'         TO DT-OPERATOR-ID
           WRITE NEXT-DUE-TRANS-RECORD
           IF WS-Trans-OK
               ADD 1 TO WS-Next-Due-Trans-Count
               ADD DT-PREMIUM-AMOUNT TO WS-Next-Due-Premium-Hash
           ELSE
               DISPLAY 'CONTBILL: BILLTRAN WRITE FAILED, STATUS '
                       WS-Trans-Status ' AT ' CM-CONTRACT-NUMBER
                       UPON SYSOUT
               MOVE 12 TO RETURN-CODE
               SET WS-Master-EOF TO TRUE
           END-IF
           .

      *One installment on from the old next-due date, or from the
      *billing date when the contract had none on file.
       ADVANCE-NEXT-DUE-DATE.
           IF CM-NEXT-DUE-DATE IS NUMERIC
               MOVE CM-NEXT-DUE-DATE TO WS-Due-Date-Work
           ELSE
               MOVE WS-Billing-Date  TO WS-Due-Date-Work
           END-IF
           IF CM-EFFECTIVE-DATE IS NUMERIC
               MOVE CM-EFFECTIVE-DATE (7:2) TO WS-Anchor-Day
           ELSE
               MOVE WS-Due-DD TO WS-Anchor-Day
           END-IF
           COMPUTE WS-Due-Month-Count =
               WS-Due-MM - 1 + BF-MONTHS-PER-INST (WS-Freq-Idx)
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
           .

       WRITE-TRANS-HEADER.
           MOVE SPACES     TO NEXT-DUE-TRANS-RECORD
           MOVE 'H'        TO DT-FUNCTION-CODE
           MOVE 'CONTBILL' TO DH-SOURCE-SYSTEM
           MOVE WS-Billing-Date TO DH-BUSINESS-DATE
           WRITE NEXT-DUE-TRANS-RECORD
           .

       WRITE-TRANS-TRAILER.
           MOVE SPACES TO NEXT-DUE-TRANS-RECORD
           MOVE 'T'    TO DT-FUNCTION-CODE
           MOVE WS-Next-Due-Trans-Count  TO DR-TRANS-COUNT
           MOVE WS-Next-Due-Premium-Hash TO DR-PREMIUM-HASH
           WRITE NEXT-DUE-TRANS-RECORD
           .

      *One keyed sweep of the contract's coverage rows: position on
      *the contract number with a low coverage code and read forward
      *until the key changes. No rows means the flat master amount
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BILLED (DUE, IN FORCE):   ' TO WS-TL-Caption
           MOVE WS-Billed-Count   TO WS-TL-Count
           MOVE WS-Billed-Premium TO WS-TL-Premium
           MOVE WS-Total-Line TO REPORT-LINE
           MOVE 0 TO WS-TL-Premium
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'IN FORCE, NOT YET DUE:    ' TO WS-TL-Caption
           MOVE WS-Not-Due-Count TO WS-TL-Count
           MOVE 0 TO WS-TL-Premium
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BILLED ANNUAL (NO PLAN):  ' TO WS-TL-Caption
           MOVE WS-No-Plan-Count TO WS-TL-Count
           MOVE 0 TO WS-TL-Premium
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'INSTALLMENT LOADING:      ' TO WS-TL-Caption
           MOVE WS-Billed-Count  TO WS-TL-Count
           MOVE WS-Loading-Total TO WS-TL-Premium
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-FREQUENCY-SECTION
           .

      *Billed count, installment premium and loading by plan; the
      *installment and loading columns add back to the billed total.
       WRITE-FREQUENCY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  FREQUENCY        BILLED      INSTALLMENTS'
                  '        LOADING  NOT DUE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Plan-Idx FROM 1 BY 1
                   UNTIL WS-Plan-Idx > BF-FREQ-TABLE-MAX
               MOVE BF-FREQ-CAPTION (WS-Plan-Idx) TO WS-FL-Caption
               MOVE WS-FT-Billed-Count (WS-Plan-Idx) TO WS-FL-Count
               MOVE WS-FT-Installment (WS-Plan-Idx)
                   TO WS-FL-Installment
               MOVE WS-FT-Loading (WS-Plan-Idx) TO WS-FL-Loading
               MOVE WS-FT-Not-Due-Count (WS-Plan-Idx)
                   TO WS-FL-Not-Due
               MOVE WS-Freq-Line TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

       WRITE-STATUS-LINE.
                   ' BILLED: ' WS-Billed-Count
                   ' OUT OF FORCE: ' WS-Out-Of-Force-Count
                   ' BILLED FLAT: ' WS-No-Coverage-Count
                   ' NOT DUE: ' WS-Not-Due-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTBILL.
