       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTUPRV.
      *Month-end unearned premium reserve valuation. Finance books
      *the reserve every month-end and used to estimate it from the
      *CONTUNLD snapshot in a spreadsheet. This run values every
      *contract on the month-end snapshot (CONTSNAP, the ALL unload)
      *as of a valuation date off a one-card SYSIN parameter
      *(YYYYMMDD; blank means the last business day of the business
      *date's month off the BUSCALND calendar through GETBDAYS, or
      *the last calendar day when the calendar cannot answer):
      *  - written premium is the contract's term premium;
      *  - an active or pending contract earns it pro-rata by
      *    calendar days, unearned being written x days from the
      *    valuation date to expiry / days in the term (all of it
      *    before the term starts, none of it after expiry); term
      *    dates that cannot be used hold the whole premium
      *    unearned and are counted;
      *  - a contract out of force (inactive, cancelled, expired)
      *    carries no reserve: its written premium shows earned, and
      *    any refund of the unearned part is CONTRFND's business.
      *Each contract's figures go to the UPRDETL valuation extract
      *and are spread over its coverages on CONTRACT-COVERAGE in
      *proportion to coverage premium; whatever the coverage
      *premiums do not account for (a contract with no coverages,
      *coverages not adding up to the contract premium, rounding)
      *sits under coverage **** so the coverage summary still adds
      *back. The UPRRPRT reserve report summarises by status and by
      *coverage code, and proves both summaries' written premium to
      *the snapshot premium hash and earned plus unearned to written.
      *The snapshot itself is proved to the control row CONTUNLD
      *wrote beside it on CONTSCTL (SNAPCTL): the ALL unload, with
      *the record count and premium hash read here. A missing or
      *empty CONTSCTL, an active-only unload, or a count or hash
      *that differs fails the proof; a run that cannot prove it ends
      *RETURN-CODE 16.
      *The reserve movement - this valuation's unearned total less
      *the last one, carried month to month on UPRPRIOR/UPRCARRY
      *(no prior file means a first valuation from zero) - posts as
      *one line per account on UPRGL in the CONTGLEX GL layout: an
      *increase debits premium income and credits the unearned
      *premium reserve, a decrease the reverse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO 'CONTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Snapshot-Status.
           SELECT SNAPSHOT-CONTROL ASSIGN TO 'CONTSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT CONTRACT-COVERAGE ASSIGN TO 'CONTCOVG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVERAGE-KEY
               FILE STATUS IS WS-Coverage-Status.
           SELECT PRIOR-RESERVE-FILE ASSIGN TO 'UPRPRIOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Prior-Status.
           SELECT CARRY-RESERVE-FILE ASSIGN TO 'UPRCARRY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Carry-Status.
           SELECT VALUATION-EXTRACT ASSIGN TO 'UPRDETL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT GL-INTERFACE-FILE ASSIGN TO 'UPRGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Interface-Status.
           SELECT RESERVE-REPORT ASSIGN TO 'UPRRPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
      *Same layout CONTUNLD writes, every CM- field spelled out.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTMSTR REPLACING
               ==CONTRACT-MASTER-RECORD==
                   BY ==SNAPSHOT-RECORD==
               ==CM-CONTRACT-NUMBER== BY ==SNP-CONTRACT-NUMBER==
               ==CM-HOLDER-ID==       BY ==SNP-HOLDER-ID==
               ==CM-EFFECTIVE-DATE==  BY ==SNP-EFFECTIVE-DATE==
               ==CM-EXPIRY-DATE==     BY ==SNP-EXPIRY-DATE==
               ==CM-STATUS-CODE==     BY ==SNP-STATUS-CODE==
               ==CM-STATUS-ACTIVE==   BY ==SNP-STATUS-ACTIVE==
               ==CM-STATUS-INACTIVE==
                   BY ==SNP-STATUS-INACTIVE==
               ==CM-STATUS-PENDING==  BY ==SNP-STATUS-PENDING==
               ==CM-STATUS-CANCELLED==
                   BY ==SNP-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==SNP-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==SNP-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==SNP-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==SNP-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==SNP-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==SNP-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==SNP-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==SNP-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==SNP-AGENT-ID==.
       FD  SNAPSHOT-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY SNAPCTL.
       FD  CONTRACT-COVERAGE.
       COPY CONTCOVG.
      *One row: the reserve as last valued, carried to the next run.
       FD  PRIOR-RESERVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-RESERVE-RECORD.
           05  UP-VALUATION-DATE       PIC X(08).
           05  UP-CONTRACT-COUNT       PIC 9(07).
           05  UP-WRITTEN-TOTAL        PIC S9(13)V99 COMP-3.
           05  UP-UNEARNED-TOTAL       PIC S9(13)V99 COMP-3.
       FD  CARRY-RESERVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRY-RESERVE-RECORD.
           05  UC-VALUATION-DATE       PIC X(08).
           05  UC-CONTRACT-COUNT       PIC 9(07).
           05  UC-WRITTEN-TOTAL        PIC S9(13)V99 COMP-3.
           05  UC-UNEARNED-TOTAL       PIC S9(13)V99 COMP-3.
      *One row per snapshot contract as valued.
       FD  VALUATION-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  VALUATION-RECORD.
           05  UV-CONTRACT-NUMBER      PIC X(10).
           05  UV-STATUS-CODE          PIC X(02).
           05  UV-EFFECTIVE-DATE       PIC X(08).
           05  UV-EXPIRY-DATE          PIC X(08).
           05  UV-VALUATION-DATE       PIC X(08).
           05  UV-DAYS-REMAINING       PIC S9(05) COMP-3.
           05  UV-WRITTEN-PREMIUM      PIC S9(09)V99 COMP-3.
           05  UV-EARNED-PREMIUM       PIC S9(09)V99 COMP-3.
           05  UV-UNEARNED-PREMIUM     PIC S9(09)V99 COMP-3.
       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLPOSTNG.
       FD  RESERVE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BUSDAYC.
       01  WS-Snapshot-Status          PIC XX.
           88  WS-Snapshot-OK              VALUE '00'.
           88  WS-Snapshot-EOF             VALUE '10'.
       01  WS-Control-Status           PIC XX.
           88  WS-Control-OK               VALUE '00'.
       01  WS-Coverage-Status          PIC XX.
           88  WS-Coverage-OK              VALUE '00'.
           88  WS-Coverage-EOF             VALUE '10'.
       01  WS-Prior-Status             PIC XX.
           88  WS-Prior-OK                 VALUE '00'.
       01  WS-Carry-Status             PIC XX.
           88  WS-Carry-OK                 VALUE '00'.
       01  WS-Extract-Status           PIC XX.
           88  WS-Extract-OK               VALUE '00'.
       01  WS-Interface-Status         PIC XX.
           88  WS-Interface-OK             VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *Valuation date card read once from SYSIN.
       01  WS-Valuation-Card           PIC X(08).
       01  WS-Valuation-Date           PIC X(08).
       01  WS-Valuation-Num REDEFINES WS-Valuation-Date
                                       PIC 9(08).
       01  WS-Valuation-Int            PIC S9(07) COMP.
       01  WS-Month-Start              PIC X(08).
       01  WS-Month-Start-Num REDEFINES WS-Month-Start
                                       PIC 9(08).
       01  WS-Month-Start-Parts REDEFINES WS-Month-Start.
           05  WS-MS-Year              PIC 9(04).
           05  WS-MS-Month             PIC 9(02).
           05  WS-MS-Day               PIC 9(02).
       01  WS-Date-Source              PIC X(20).

      *Chart-of-accounts codes finance assigned to the premium book.
       01  WS-Income-Account           PIC X(08) VALUE '40010000'.
       01  WS-Reserve-Account          PIC X(08) VALUE '24010000'.

      *Merge state between the snapshot and the coverage file, both
      *in contract order.
       01  WS-High-Values-Key          PIC X(10) VALUE HIGH-VALUES.
       01  WS-Snap-Key                 PIC X(10).
       01  WS-Covg-Key                 PIC X(10).

      *One contract valued.
       01  WS-Effective-Num            PIC 9(08).
       01  WS-Expiry-Num               PIC 9(08).
       01  WS-Term-Days                PIC S9(07) COMP.
       01  WS-Remaining-Days           PIC S9(07) COMP.
       01  WS-Written-Premium          PIC S9(11)V99 COMP-3.
       01  WS-Earned-Premium           PIC S9(11)V99 COMP-3.
       01  WS-Unearned-Premium         PIC S9(11)V99 COMP-3.
       01  WS-Left-Written             PIC S9(11)V99 COMP-3.
       01  WS-Left-Unearned            PIC S9(11)V99 COMP-3.
       01  WS-Covg-Written             PIC S9(11)V99 COMP-3.
       01  WS-Covg-Unearned            PIC S9(11)V99 COMP-3.
       01  WS-Covg-Earned              PIC S9(11)V99 COMP-3.
       01  WS-Bucket-Code              PIC X(04).
       01  WS-Bucket-Count             PIC 9(01).

      *Summary buckets, filled in the order codes are first met; the
      *last entry of each table catches codes past its size, and once
      *it has been opened as the overflow entry every further new
      *code adds into it.
       01  WS-Status-Table.
           05  WS-Status-Used          PIC S9(04) COMP VALUE 0.
           05  WS-Status-Entry OCCURS 12 TIMES.
               10  WS-ST-Code          PIC X(02).
               10  WS-ST-Count         PIC 9(07).
               10  WS-ST-Written       PIC S9(13)V99 COMP-3.
               10  WS-ST-Earned        PIC S9(13)V99 COMP-3.
               10  WS-ST-Unearned      PIC S9(13)V99 COMP-3.
       01  WS-Status-Max               PIC S9(04) COMP VALUE 12.
       01  WS-Coverage-Table.
           05  WS-Covg-Used            PIC S9(04) COMP VALUE 0.
           05  WS-Covg-Entry OCCURS 100 TIMES.
               10  WS-CT-Code          PIC X(04).
               10  WS-CT-Count         PIC 9(07).
               10  WS-CT-Written       PIC S9(13)V99 COMP-3.
               10  WS-CT-Earned        PIC S9(13)V99 COMP-3.
               10  WS-CT-Unearned      PIC S9(13)V99 COMP-3.
       01  WS-Covg-Max                 PIC S9(04) COMP VALUE 100.
       01  WS-Bucket-Idx               PIC S9(04) COMP.
       01  WS-Found-Switch             PIC X.
           88  WS-Bucket-Found             VALUE 'Y'.

       01  WS-Counters.
           05  WS-Snapshot-Count       PIC 9(07) VALUE 0.
           05  WS-In-Force-Count       PIC 9(07) VALUE 0.
           05  WS-Out-Of-Force-Count   PIC 9(07) VALUE 0.
           05  WS-Bad-Term-Count       PIC 9(07) VALUE 0.
           05  WS-Coverage-Read-Count  PIC 9(07) VALUE 0.
           05  WS-Orphan-Covg-Count    PIC 9(07) VALUE 0.
           05  WS-Posting-Count        PIC 9(07) VALUE 0.

      *The unload's own controls off CONTSCTL.
       01  WS-Control-Switch           PIC X VALUE 'N'.
           88  WS-Control-Found            VALUE 'Y'.
       01  WS-Control-Mode             PIC X(15) VALUE SPACES.
       01  WS-Control-Count            PIC 9(07) VALUE 0.
       01  WS-Control-Hash             PIC S9(13)V99 COMP-3 VALUE 0.

      *Run controls.
       01  WS-Snapshot-Hash            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Written-Total            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Earned-Total             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Unearned-Total           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Status-Written-Total     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Covg-Written-Total       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Covg-Unearned-Total      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Prior-Unearned           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Prior-Date               PIC X(08) VALUE SPACES.
       01  WS-Movement                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Posting-Amount           PIC S9(11)V99 COMP-3.
       01  WS-Proof-Switch             PIC X VALUE 'Y'.
           88  WS-Proof-OK                 VALUE 'Y'.
           88  WS-Proof-Failed             VALUE 'N'.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTUPRV'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       01  WS-Summary-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-Code              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-Written           PIC Z(11)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-Earned            PIC Z(11)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-Unearned          PIC Z(11)9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.

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
           PERFORM SET-VALUATION-DATE
           PERFORM READ-PRIOR-RESERVE
           PERFORM READ-SNAPSHOT-CONTROL
           PERFORM OPEN-VALUATION-FILES
           IF RETURN-CODE = 0
               PERFORM WRITE-REPORT-HEADING
               PERFORM VALUE-SNAPSHOT
               PERFORM PROVE-VALUATION
               PERFORM WRITE-RESERVE-SUMMARIES
               PERFORM POST-RESERVE-MOVEMENT
               PERFORM WRITE-CARRY-RESERVE
               PERFORM WRITE-RECONCILIATION
               CLOSE SNAPSHOT-FILE
               CLOSE CONTRACT-COVERAGE
               CLOSE CARRY-RESERVE-FILE
               CLOSE VALUATION-EXTRACT
               CLOSE GL-INTERFACE-FILE
               CLOSE RESERVE-REPORT
               IF WS-Proof-Failed
                   DISPLAY 'CONTUPRV: VALUATION DOES NOT RECONCILE TO '
                           'THE SNAPSHOT, RESERVE NOT TO BE POSTED'
                           UPON SYSOUT
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Snapshot-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       SET-VALUATION-DATE.
           MOVE SPACES TO WS-Valuation-Card
           ACCEPT WS-Valuation-Card FROM SYSIN
           EVALUATE TRUE
               WHEN WS-Valuation-Card = SPACES
                    PERFORM DEFAULT-VALUATION-DATE
               WHEN WS-Valuation-Card NUMERIC
                    AND WS-Valuation-Card (5:2) >= '01'
                    AND WS-Valuation-Card (5:2) <= '12'
                    AND WS-Valuation-Card (7:2) >= '01'
                    AND WS-Valuation-Card (7:2) <= '31'
                    MOVE WS-Valuation-Card TO WS-Valuation-Date
                    MOVE 'SYSIN CARD' TO WS-Date-Source
               WHEN OTHER
                    PERFORM DEFAULT-VALUATION-DATE
                    DISPLAY 'CONTUPRV: INVALID VALUATION CARD '
                            WS-Valuation-Card ', USING '
                            WS-Valuation-Date UPON SYSOUT
           END-EVALUATE
           COMPUTE WS-Valuation-Int =
               FUNCTION INTEGER-OF-DATE(WS-Valuation-Num)
           .

      *Last business day of the business date's month; the last
      *calendar day when the calendar cannot answer for that month.
       DEFAULT-VALUATION-DATE.
           SET BDY-REQUEST-MONTH-END TO TRUE
           MOVE BD-BUSINESS-DATE TO BDY-DATE-IN
           CALL 'GETBDAYS' USING BUSINESS-DAY-PARM-BLOCK
           IF BDY-STATUS-OK
               MOVE BDY-DATE-OUT TO WS-Valuation-Date
               MOVE 'BUSINESS CALENDAR' TO WS-Date-Source
           ELSE
               MOVE BD-BUSINESS-DATE TO WS-Month-Start
               MOVE 1 TO WS-MS-Day
               IF WS-MS-Month = 12
                   MOVE 1 TO WS-MS-Month
                   ADD 1 TO WS-MS-Year
               ELSE
                   ADD 1 TO WS-MS-Month
               END-IF
               COMPUTE WS-Valuation-Num = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-Month-Start-Num) - 1)
               MOVE 'CALENDAR MONTH END' TO WS-Date-Source
               DISPLAY 'CONTUPRV: BUSINESS-DAY CALENDAR NOT '
                       'ANSWERING, VALUING AT CALENDAR MONTH END '
                       WS-Valuation-Date UPON SYSOUT
           END-IF
           .

       READ-PRIOR-RESERVE.
           OPEN INPUT PRIOR-RESERVE-FILE
           IF NOT WS-Prior-OK
               DISPLAY 'CONTUPRV: UPRPRIOR NOT AVAILABLE, STATUS '
                       WS-Prior-Status ', MOVEMENT VALUED FROM ZERO'
                       UPON SYSOUT
           ELSE
               READ PRIOR-RESERVE-FILE
                   AT END
                       DISPLAY 'CONTUPRV: UPRPRIOR EMPTY, MOVEMENT '
                               'VALUED FROM ZERO' UPON SYSOUT
                   NOT AT END
                       MOVE UP-VALUATION-DATE TO WS-Prior-Date
                       MOVE UP-UNEARNED-TOTAL TO WS-Prior-Unearned
               END-READ
               CLOSE PRIOR-RESERVE-FILE
           END-IF
           .

       READ-SNAPSHOT-CONTROL.
           OPEN INPUT SNAPSHOT-CONTROL
           IF NOT WS-Control-OK
               DISPLAY 'CONTUPRV: CONTSCTL NOT AVAILABLE, STATUS '
                       WS-Control-Status ', SNAPSHOT CANNOT BE PROVED'
                       UPON SYSOUT
           ELSE
               READ SNAPSHOT-CONTROL
                   AT END
                       DISPLAY 'CONTUPRV: CONTSCTL EMPTY, SNAPSHOT '
                               'CANNOT BE PROVED' UPON SYSOUT
                   NOT AT END
                       SET WS-Control-Found TO TRUE
                       MOVE SCT-UNLOAD-MODE  TO WS-Control-Mode
                       MOVE SCT-RECORD-COUNT TO WS-Control-Count
                       MOVE SCT-PREMIUM-HASH TO WS-Control-Hash
               END-READ
               CLOSE SNAPSHOT-CONTROL
           END-IF
           .

       OPEN-VALUATION-FILES.
           OPEN INPUT SNAPSHOT-FILE
           OPEN INPUT CONTRACT-COVERAGE
           OPEN OUTPUT CARRY-RESERVE-FILE
           OPEN OUTPUT VALUATION-EXTRACT
           OPEN OUTPUT GL-INTERFACE-FILE
           OPEN OUTPUT RESERVE-REPORT
           IF NOT WS-Snapshot-OK OR NOT WS-Coverage-OK
              OR NOT WS-Carry-OK OR NOT WS-Extract-OK
              OR NOT WS-Interface-OK OR NOT WS-Report-OK
               DISPLAY 'CONTUPRV: FILE NOT AVAILABLE - '
                       'SNAPSHOT ' WS-Snapshot-Status
                       ' COVERAGE ' WS-Coverage-Status
                       ' CARRY ' WS-Carry-Status
                       ' EXTRACT ' WS-Extract-Status
                       ' INTERFACE ' WS-Interface-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *Coverages for a contract not on the snapshot (written since
      *the unload) are counted and passed over.
       VALUE-SNAPSHOT.
           MOVE LOW-VALUES TO CV-COVERAGE-KEY
           START CONTRACT-COVERAGE KEY NOT < CV-COVERAGE-KEY
               INVALID KEY
                   SET WS-Coverage-EOF TO TRUE
           END-START
           PERFORM READ-SNAPSHOT
           PERFORM READ-COVERAGE
           PERFORM UNTIL WS-Snap-Key = WS-High-Values-Key
               PERFORM UNTIL WS-Covg-Key NOT < WS-Snap-Key
                   ADD 1 TO WS-Orphan-Covg-Count
                   PERFORM READ-COVERAGE
               END-PERFORM
               PERFORM VALUE-ONE-CONTRACT
               PERFORM READ-SNAPSHOT
           END-PERFORM
           PERFORM UNTIL WS-Covg-Key = WS-High-Values-Key
               ADD 1 TO WS-Orphan-Covg-Count
               PERFORM READ-COVERAGE
           END-PERFORM
           .

       READ-SNAPSHOT.
           IF WS-Snapshot-EOF
               MOVE WS-High-Values-Key TO WS-Snap-Key
           ELSE
               READ SNAPSHOT-FILE
                   AT END
                       SET WS-Snapshot-EOF TO TRUE
                       MOVE WS-High-Values-Key TO WS-Snap-Key
                   NOT AT END
                       MOVE SNP-CONTRACT-NUMBER TO WS-Snap-Key
               END-READ
           END-IF
           .

       READ-COVERAGE.
           IF WS-Coverage-EOF
               MOVE WS-High-Values-Key TO WS-Covg-Key
           ELSE
               READ CONTRACT-COVERAGE NEXT
                   AT END
                       SET WS-Coverage-EOF TO TRUE
                       MOVE WS-High-Values-Key TO WS-Covg-Key
                   NOT AT END
                       MOVE CV-CONTRACT-NUMBER TO WS-Covg-Key
               END-READ
           END-IF
           .

       VALUE-ONE-CONTRACT.
           ADD 1 TO WS-Snapshot-Count
           ADD SNP-PREMIUM-AMOUNT TO WS-Snapshot-Hash
           MOVE SNP-PREMIUM-AMOUNT TO WS-Written-Premium
           MOVE 0 TO WS-Remaining-Days
           IF SNP-STATUS-ACTIVE OR SNP-STATUS-PENDING
               ADD 1 TO WS-In-Force-Count
               PERFORM COMPUTE-CONTRACT-RESERVE
           ELSE
               ADD 1 TO WS-Out-Of-Force-Count
               MOVE 0 TO WS-Unearned-Premium
           END-IF
           COMPUTE WS-Earned-Premium =
               WS-Written-Premium - WS-Unearned-Premium
           ADD WS-Written-Premium  TO WS-Written-Total
           ADD WS-Earned-Premium   TO WS-Earned-Total
           ADD WS-Unearned-Premium TO WS-Unearned-Total
           PERFORM ADD-TO-STATUS-BUCKET
           PERFORM WRITE-VALUATION-ROW
           MOVE WS-Written-Premium  TO WS-Left-Written
           MOVE WS-Unearned-Premium TO WS-Left-Unearned
           PERFORM UNTIL WS-Covg-Key NOT = WS-Snap-Key
               PERFORM SPREAD-ONE-COVERAGE
               PERFORM READ-COVERAGE
           END-PERFORM
           IF WS-Left-Written NOT = 0 OR WS-Left-Unearned NOT = 0
               MOVE '****' TO WS-Bucket-Code
               MOVE WS-Left-Written  TO WS-Covg-Written
               MOVE WS-Left-Unearned TO WS-Covg-Unearned
               PERFORM ADD-TO-COVERAGE-BUCKET
           END-IF
           .

      *Term dates that cannot be used hold the whole premium
      *unearned - the reserve errs on the side of holding too much.
       COMPUTE-CONTRACT-RESERVE.
           IF SNP-EFFECTIVE-DATE NOT NUMERIC
              OR SNP-EXPIRY-DATE NOT NUMERIC
              OR SNP-EXPIRY-DATE NOT > SNP-EFFECTIVE-DATE
               ADD 1 TO WS-Bad-Term-Count
               MOVE WS-Written-Premium TO WS-Unearned-Premium
           ELSE
               MOVE SNP-EFFECTIVE-DATE TO WS-Effective-Num
               MOVE SNP-EXPIRY-DATE    TO WS-Expiry-Num
               COMPUTE WS-Term-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Expiry-Num)
                   - FUNCTION INTEGER-OF-DATE(WS-Effective-Num)
               COMPUTE WS-Remaining-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Expiry-Num)
                   - WS-Valuation-Int
               IF WS-Remaining-Days > WS-Term-Days
                   MOVE WS-Term-Days TO WS-Remaining-Days
               END-IF
               IF WS-Remaining-Days < 0
                   MOVE 0 TO WS-Remaining-Days
               END-IF
               COMPUTE WS-Unearned-Premium ROUNDED =
                   WS-Written-Premium * WS-Remaining-Days
                       / WS-Term-Days
           END-IF
           .

      *Each coverage takes its premium's share of the contract's
      *unearned premium; the contract's leftovers go to ****.
       SPREAD-ONE-COVERAGE.
           ADD 1 TO WS-Coverage-Read-Count
           MOVE CV-COVERAGE-PREMIUM TO WS-Covg-Written
           IF WS-Written-Premium = 0
               MOVE 0 TO WS-Covg-Unearned
           ELSE
               COMPUTE WS-Covg-Unearned ROUNDED =
                   CV-COVERAGE-PREMIUM * WS-Unearned-Premium
                       / WS-Written-Premium
           END-IF
           SUBTRACT WS-Covg-Written  FROM WS-Left-Written
           SUBTRACT WS-Covg-Unearned FROM WS-Left-Unearned
           MOVE CV-COVERAGE-CODE TO WS-Bucket-Code
           PERFORM ADD-TO-COVERAGE-BUCKET
           .

       ADD-TO-STATUS-BUCKET.
           MOVE 'N' TO WS-Found-Switch
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > WS-Status-Used
                      OR WS-Bucket-Found
               IF WS-ST-Code (WS-Bucket-Idx) = SNP-STATUS-CODE
                   SET WS-Bucket-Found TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Bucket-Found
                    SUBTRACT 1 FROM WS-Bucket-Idx
               WHEN WS-Status-Used = WS-Status-Max
                    MOVE WS-Status-Max TO WS-Bucket-Idx
               WHEN OTHER
                    IF WS-Status-Used < WS-Status-Max - 1
                        ADD 1 TO WS-Status-Used
                        MOVE WS-Status-Used TO WS-Bucket-Idx
                        MOVE SNP-STATUS-CODE
                            TO WS-ST-Code (WS-Bucket-Idx)
                    ELSE
                        MOVE WS-Status-Max TO WS-Status-Used
                        MOVE WS-Status-Max TO WS-Bucket-Idx
                        MOVE '++' TO WS-ST-Code (WS-Bucket-Idx)
                    END-IF
                    MOVE 0 TO WS-ST-Count (WS-Bucket-Idx)
                              WS-ST-Written (WS-Bucket-Idx)
                              WS-ST-Earned (WS-Bucket-Idx)
                              WS-ST-Unearned (WS-Bucket-Idx)
           END-EVALUATE
           ADD 1 TO WS-ST-Count (WS-Bucket-Idx)
           ADD WS-Written-Premium  TO WS-ST-Written (WS-Bucket-Idx)
           ADD WS-Earned-Premium   TO WS-ST-Earned (WS-Bucket-Idx)
           ADD WS-Unearned-Premium TO WS-ST-Unearned (WS-Bucket-Idx)
           .

       ADD-TO-COVERAGE-BUCKET.
           COMPUTE WS-Covg-Earned = WS-Covg-Written - WS-Covg-Unearned
           MOVE 'N' TO WS-Found-Switch
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > WS-Covg-Used
                      OR WS-Bucket-Found
               IF WS-CT-Code (WS-Bucket-Idx) = WS-Bucket-Code
                   SET WS-Bucket-Found TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Bucket-Found
                    SUBTRACT 1 FROM WS-Bucket-Idx
               WHEN WS-Covg-Used = WS-Covg-Max
                    MOVE WS-Covg-Max TO WS-Bucket-Idx
               WHEN OTHER
                    IF WS-Covg-Used < WS-Covg-Max - 1
                        ADD 1 TO WS-Covg-Used
                        MOVE WS-Covg-Used TO WS-Bucket-Idx
                        MOVE WS-Bucket-Code
                            TO WS-CT-Code (WS-Bucket-Idx)
                    ELSE
                        MOVE WS-Covg-Max TO WS-Covg-Used
                        MOVE WS-Covg-Max TO WS-Bucket-Idx
                        MOVE '++++' TO WS-CT-Code (WS-Bucket-Idx)
                    END-IF
                    MOVE 0 TO WS-CT-Count (WS-Bucket-Idx)
                              WS-CT-Written (WS-Bucket-Idx)
                              WS-CT-Earned (WS-Bucket-Idx)
                              WS-CT-Unearned (WS-Bucket-Idx)
           END-EVALUATE
           ADD 1 TO WS-CT-Count (WS-Bucket-Idx)
           ADD WS-Covg-Written  TO WS-CT-Written (WS-Bucket-Idx)
           ADD WS-Covg-Earned   TO WS-CT-Earned (WS-Bucket-Idx)
           ADD WS-Covg-Unearned TO WS-CT-Unearned (WS-Bucket-Idx)
           .

       WRITE-VALUATION-ROW.
           MOVE SNP-CONTRACT-NUMBER TO UV-CONTRACT-NUMBER
           MOVE SNP-STATUS-CODE     TO UV-STATUS-CODE
           MOVE SNP-EFFECTIVE-DATE  TO UV-EFFECTIVE-DATE
           MOVE SNP-EXPIRY-DATE     TO UV-EXPIRY-DATE
           MOVE WS-Valuation-Date   TO UV-VALUATION-DATE
           MOVE WS-Remaining-Days   TO UV-DAYS-REMAINING
           MOVE WS-Written-Premium  TO UV-WRITTEN-PREMIUM
           MOVE WS-Earned-Premium   TO UV-EARNED-PREMIUM
           MOVE WS-Unearned-Premium TO UV-UNEARNED-PREMIUM
           WRITE VALUATION-RECORD
           IF NOT WS-Extract-OK
               DISPLAY 'CONTUPRV: UPRDETL WRITE FAILED, STATUS '
                       WS-Extract-Status ' FOR '
                       SNP-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *The snapshot read must be the whole unload CONTUNLD counted
      *and hashed; both summaries must give back the snapshot premium
      *hash, and the coverage spread must give back the contract
      *reserve.
       PROVE-VALUATION.
           IF NOT WS-Control-Found
              OR WS-Control-Mode NOT = 'ALL'
              OR WS-Snapshot-Count NOT = WS-Control-Count
              OR WS-Snapshot-Hash NOT = WS-Control-Hash
               DISPLAY 'CONTUPRV: SNAPSHOT DOES NOT PROVE TO CONTSCTL -'
                       ' MODE ' WS-Control-Mode
                       ' COUNT ' WS-Control-Count
                       ' READ ' WS-Snapshot-Count UPON SYSOUT
               SET WS-Proof-Failed TO TRUE
           END-IF
           MOVE 0 TO WS-Status-Written-Total
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > WS-Status-Used
               ADD WS-ST-Written (WS-Bucket-Idx)
                   TO WS-Status-Written-Total
           END-PERFORM
           MOVE 0 TO WS-Covg-Written-Total
           MOVE 0 TO WS-Covg-Unearned-Total
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > WS-Covg-Used
               ADD WS-CT-Written (WS-Bucket-Idx)
                   TO WS-Covg-Written-Total
               ADD WS-CT-Unearned (WS-Bucket-Idx)
                   TO WS-Covg-Unearned-Total
           END-PERFORM
           IF WS-Written-Total NOT = WS-Snapshot-Hash
              OR WS-Status-Written-Total NOT = WS-Snapshot-Hash
              OR WS-Covg-Written-Total NOT = WS-Snapshot-Hash
              OR WS-Covg-Unearned-Total NOT = WS-Unearned-Total
              OR WS-Earned-Total + WS-Unearned-Total
                 NOT = WS-Written-Total
               SET WS-Proof-Failed TO TRUE
           END-IF
           .

       WRITE-RESERVE-SUMMARIES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RESERVE BY CONTRACT STATUS' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SUMMARY-HEADING
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > WS-Status-Used
               MOVE SPACES TO WS-SL-Code
               MOVE WS-ST-Code (WS-Bucket-Idx)     TO WS-SL-Code
               MOVE WS-ST-Count (WS-Bucket-Idx)    TO WS-SL-Count
               MOVE WS-ST-Written (WS-Bucket-Idx)  TO WS-SL-Written
               MOVE WS-ST-Earned (WS-Bucket-Idx)   TO WS-SL-Earned
               MOVE WS-ST-Unearned (WS-Bucket-Idx) TO WS-SL-Unearned
               MOVE WS-Summary-Line TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE 'ALL'               TO WS-SL-Code
           MOVE WS-Snapshot-Count   TO WS-SL-Count
           MOVE WS-Written-Total    TO WS-SL-Written
           MOVE WS-Earned-Total     TO WS-SL-Earned
           MOVE WS-Unearned-Total   TO WS-SL-Unearned
           MOVE WS-Summary-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RESERVE BY COVERAGE CODE (**** = NOT ON A COVERAGE)'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SUMMARY-HEADING
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > WS-Covg-Used
               MOVE WS-CT-Code (WS-Bucket-Idx)     TO WS-SL-Code
               MOVE WS-CT-Count (WS-Bucket-Idx)    TO WS-SL-Count
               MOVE WS-CT-Written (WS-Bucket-Idx)  TO WS-SL-Written
               MOVE WS-CT-Earned (WS-Bucket-Idx)   TO WS-SL-Earned
               MOVE WS-CT-Unearned (WS-Bucket-Idx) TO WS-SL-Unearned
               MOVE WS-Summary-Line TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           COMPUTE WS-Covg-Earned =
               WS-Covg-Written-Total - WS-Covg-Unearned-Total
           MOVE 'ALL'                  TO WS-SL-Code
           MOVE WS-Coverage-Read-Count TO WS-SL-Count
           MOVE WS-Covg-Written-Total  TO WS-SL-Written
           MOVE WS-Covg-Earned         TO WS-SL-Earned
           MOVE WS-Covg-Unearned-Total TO WS-SL-Unearned
           MOVE WS-Summary-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-SUMMARY-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING '  CODE    COUNT           WRITTEN'
                  '           EARNED         UNEARNED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *One line per account, dated the valuation date; no movement
      *posts nothing.
       POST-RESERVE-MOVEMENT.
           COMPUTE WS-Movement = WS-Unearned-Total - WS-Prior-Unearned
           EVALUATE TRUE
               WHEN WS-Movement > 0
                    MOVE WS-Movement TO WS-Posting-Amount
                    MOVE WS-Income-Account TO GL-ACCOUNT
                    SET GL-DEBIT TO TRUE
                    PERFORM WRITE-GL-POSTING
                    MOVE WS-Reserve-Account TO GL-ACCOUNT
                    SET GL-CREDIT TO TRUE
                    PERFORM WRITE-GL-POSTING
               WHEN WS-Movement < 0
                    COMPUTE WS-Posting-Amount = 0 - WS-Movement
                    MOVE WS-Reserve-Account TO GL-ACCOUNT
                    SET GL-DEBIT TO TRUE
                    PERFORM WRITE-GL-POSTING
                    MOVE WS-Income-Account TO GL-ACCOUNT
                    SET GL-CREDIT TO TRUE
                    PERFORM WRITE-GL-POSTING
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .

       WRITE-GL-POSTING.
           MOVE WS-Posting-Amount TO GL-AMOUNT
           MOVE WS-Valuation-Date TO GL-POSTING-DATE
           MOVE SPACES            TO GL-CONTRACT-NUMBER
           MOVE 'UPR MOVEMENT'    TO GL-POSTING-TYPE
           WRITE GL-POSTING-RECORD
           IF WS-Interface-OK
               ADD 1 TO WS-Posting-Count
           ELSE
               DISPLAY 'CONTUPRV: INTERFACE WRITE FAILED, STATUS '
                       WS-Interface-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       WRITE-CARRY-RESERVE.
           MOVE WS-Valuation-Date TO UC-VALUATION-DATE
           MOVE WS-Snapshot-Count TO UC-CONTRACT-COUNT
           MOVE WS-Written-Total  TO UC-WRITTEN-TOTAL
           MOVE WS-Unearned-Total TO UC-UNEARNED-TOTAL
           WRITE CARRY-RESERVE-RECORD
           IF NOT WS-Carry-OK
               DISPLAY 'CONTUPRV: UPRCARRY WRITE FAILED, STATUS '
                       WS-Carry-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       WRITE-REPORT-HEADING.
           MOVE 'UNEARNED PREMIUM RESERVE VALUATION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  VALUATION DATE ' WS-Valuation-Date
                  ' (' WS-Date-Source ')'
                  '  BUSINESS DATE ' BD-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-RECONCILIATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'VALUATION RECONCILIATION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SNAPSHOT CONTRACTS:'        TO WS-CL-Caption
           MOVE WS-Snapshot-Count            TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'IN FORCE (ACTIVE/PENDING):' TO WS-CL-Caption
           MOVE WS-In-Force-Count            TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OUT OF FORCE, NO RESERVE:'  TO WS-CL-Caption
           MOVE WS-Out-Of-Force-Count        TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TERM UNUSABLE, ALL UNEARNED:' TO WS-CL-Caption
           MOVE WS-Bad-Term-Count            TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COVERAGES SPREAD:'          TO WS-CL-Caption
           MOVE WS-Coverage-Read-Count       TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COVERAGES NOT ON SNAPSHOT:' TO WS-CL-Caption
           MOVE WS-Orphan-Covg-Count         TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNLOAD CONTROL COUNT:'      TO WS-CL-Caption
           MOVE WS-Control-Count             TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNLOAD CONTROL PREMIUM HASH:' TO WS-AL-Caption
           MOVE WS-Control-Hash              TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SNAPSHOT PREMIUM HASH:'     TO WS-AL-Caption
           MOVE WS-Snapshot-Hash             TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WRITTEN PREMIUM VALUED:'    TO WS-AL-Caption
           MOVE WS-Written-Total             TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EARNED PREMIUM:'            TO WS-AL-Caption
           MOVE WS-Earned-Total              TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNEARNED PREMIUM RESERVE:'  TO WS-AL-Caption
           MOVE WS-Unearned-Total            TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-AL-Caption
           STRING 'PRIOR RESERVE (' WS-Prior-Date '):'
                  DELIMITED BY SIZE INTO WS-AL-Caption
           MOVE WS-Prior-Unearned            TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-Movement = WS-Unearned-Total - WS-Prior-Unearned
           MOVE 'RESERVE MOVEMENT POSTED:'   TO WS-AL-Caption
           MOVE WS-Movement                  TO WS-AL-Amount
           MOVE WS-Amount-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL LINES WRITTEN:'          TO WS-CL-Caption
           MOVE WS-Posting-Count             TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Proof-Failed
               MOVE '  ** VALUATION DOES NOT RECONCILE TO SNAPSHOT'
                   TO REPORT-LINE
           ELSE
               MOVE '  VALUATION RECONCILED TO UNLOAD CONTROL TOTALS'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTUPRV SUMMARY -'
                   ' VALUATION DATE: ' WS-Valuation-Date
                   ' CONTRACTS: '      WS-Snapshot-Count
                   ' IN FORCE: '       WS-In-Force-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTUPRV.
