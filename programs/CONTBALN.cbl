      *files leg by leg and ends RETURN-CODE 8 with an out-of-balance
      *report naming the leg that broke:
      *  TRAILER   - CONTTRAN trailer count vs transactions read.
      *  MAINT     - every batch trailer (CONTTRAN plus the RELTRAN
      *              batch the release sweep and the APPRTRAN batch
      *              the approval run each feed through a further
      *              CONTMAIN execution) vs the sum of CONTMAIN's
      *              RST-RECORDS-PROCESSED end rows on RUNSTAT
      *              (applied + rejected + suspended + queued for
      *              approval + skipped).
      *  JOURNAL   - CONTJRNL rows written by maintenance (purge rows
      *              excluded) vs transactions applied, where applied
      *              = all trailers - CONTMREJ rejects - tonight's
      *              batch suspensions - tonight's batch approval
      *              queueings + online applies + coverage rows put
      *              back by reinstatements. Suspended tonight =
      *              CONTPEND less the CONTPSTL carry-in the morning
      *              release sweep left behind, less the online
      *              suspensions; queued tonight is worked the same
      *              way off CONTAPRQ and the approval run's CONTAQST
      *              carry-in, less the online queueings. The online
      *              applied, suspended and queued tallies ride
      *              RUNSTAT as the CONTMONL, CONTMSUS and CONTMQUE
      *              end rows CONTMAIN-RESET writes; restored coverage
      *              rows ride CONTMRCV rows, batch and online.
      *  REJECTS   - CONTREJC rows vs RPTREJCT's RUNSTAT grand total.
      *  BILLING   - the premium hash CONTUNLD's snapshot implies for
      *              the billed population (active, in force and due
      *              on the extract's billing date, each at its
      *              installment plus loading off the same BILLFREQ
      *              plan table CONTBILL bills from) vs the BILLEXTR
      *              hash.
      *All DDs are the night's generations; the JCL wires them up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-REJECT-FILE ASSIGN TO 'CONTMREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Mreject-Status.
           SELECT APPROVED-TRANS-FILE ASSIGN TO 'APPRTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Approved-Status.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO 'CONTAPRQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Queue-Status.
           SELECT STILL-WAITING-FILE ASSIGN TO 'CONTAQST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Waiting-Status.
           SELECT PENDING-TRANS-FILE ASSIGN TO 'CONTPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
      *Same 80-byte layout CONTMAIN reads as CONTTRAN.
       FD  MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-TRANS-RECORD.
           05  MT-FUNCTION-CODE        PIC X.
               88  MT-BATCH-HEADER         VALUE 'H'.
               88  MT-BATCH-TRAILER        VALUE 'T'.
           05  FILLER                  PIC X(79).
       01  BATCH-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  BT-TRANS-COUNT          PIC 9(07).
           05  BT-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
      *The release sweep's batch, fed to a second CONTMAIN execution
      *on any night CONTPREL finds due transactions.
       FD  RELEASE-TRANS-FILE
           05  RT-FUNCTION-CODE        PIC X.
               88  RT-BATCH-HEADER         VALUE 'H'.
               88  RT-BATCH-TRAILER        VALUE 'T'.
           05  FILLER                  PIC X(79).
       01  RELEASE-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  RR-TRANS-COUNT          PIC 9(07).
           05  RR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
      *The approval run's batch of released items, fed to a further
      *CONTMAIN execution the same way.
       FD  APPROVED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVED-TRANS-RECORD.
           05  AT-FUNCTION-CODE        PIC X.
               88  AT-BATCH-HEADER         VALUE 'H'.
               88  AT-BATCH-TRAILER        VALUE 'T'.
           05  FILLER                  PIC X(79).
       01  APPROVED-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  AR-TRANS-COUNT          PIC 9(07).
           05  AR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
       FD  APPROVAL-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-QUEUE-RECORD       PIC X(108).
       FD  STILL-WAITING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STILL-WAITING-RECORD        PIC X(108).
       FD  CONTRACT-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY CONTJRNL.
       FD  MAINT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REJECT-RECORD         PIC X(100).
       FD  PENDING-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-TRANS-RECORD        PIC X(80).
       FD  STILL-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STILL-PENDING-RECORD        PIC X(80).
       FD  CONTRACT-REJECTS
           LABEL RECORDS ARE STANDARD.
       COPY CONTREJC.
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
      *Same 40-byte layout CONTBILL writes as BILLEXTR.
       FD  BILLING-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  BILLING-RECORD.
           05  BL-CONTRACT-NUMBER      PIC X(10).
           05  BL-BILLING-DATE         PIC X(08).
           05  BL-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  BL-BILLING-FREQUENCY    PIC X.
           05  BL-LOADING-AMOUNT       PIC S9(07)V99 COMP-3.
       FD  BALANCE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BILLFREQ.
       01  WS-Trans-Status             PIC XX.
           88  WS-Trans-OK                 VALUE '00'.
           88  WS-Trans-EOF                VALUE '10'.
       01  WS-Mreject-Status           PIC XX.
           88  WS-Mreject-OK               VALUE '00'.
           88  WS-Mreject-EOF              VALUE '10'.
       01  WS-Approved-Status          PIC XX.
           88  WS-Approved-OK              VALUE '00'.
           88  WS-Approved-EOF             VALUE '10'.
       01  WS-Queue-Status             PIC XX.
           88  WS-Queue-OK                 VALUE '00'.
           88  WS-Queue-EOF                VALUE '10'.
       01  WS-Waiting-Status           PIC XX.
           88  WS-Waiting-OK               VALUE '00'.
           88  WS-Waiting-EOF              VALUE '10'.
       01  WS-Pending-Status           PIC XX.
           88  WS-Pending-OK               VALUE '00'.
           88  WS-Pending-EOF              VALUE '10'.
       01  WS-Trailer-Seen-Switch      PIC X VALUE 'N'.
           88  WS-Trailer-Seen             VALUE 'Y'.
       01  WS-Release-Trailer-Count    PIC 9(07) VALUE 0.
       01  WS-Approved-Trailer-Count   PIC 9(07) VALUE 0.
       01  WS-Journal-Maint-Count      PIC 9(07) VALUE 0.
       01  WS-Journal-Purge-Count      PIC 9(07) VALUE 0.
       01  WS-Mreject-Count            PIC 9(07) VALUE 0.
       01  WS-Batch-Susp-Count         PIC S9(07) COMP VALUE 0.
       01  WS-Onl-Applied-Count        PIC 9(07) VALUE 0.
       01  WS-Onl-Susp-Count           PIC 9(07) VALUE 0.
       01  WS-Queue-Count              PIC 9(07) VALUE 0.
       01  WS-Waiting-Count            PIC 9(07) VALUE 0.
       01  WS-Queued-Count             PIC S9(07) COMP VALUE 0.
       01  WS-Batch-Queued-Count       PIC S9(07) COMP VALUE 0.
       01  WS-Onl-Queued-Count         PIC 9(07) VALUE 0.
       01  WS-Restored-Covg-Count      PIC 9(07) VALUE 0.
       01  WS-Creject-Count            PIC 9(07) VALUE 0.
       01  WS-Applied-Count            PIC S9(07) COMP VALUE 0.
       01  WS-Billing-Count            PIC 9(07) VALUE 0.
       01  WS-Billing-Date             PIC X(08) VALUE SPACES.
       01  WS-Snapshot-Hash            PIC S9(13)V99 COMP-3 VALUE 0.

      *Installment re-derivation for the snapshot contract, the same
      *arithmetic CONTBILL bills with.
       01  WS-Snap-Freq-Idx            PIC S9(04) COMP.
       01  WS-Snap-Plan-Idx            PIC S9(04) COMP.
       01  WS-Snap-Plan-Switch         PIC X.
           88  WS-Snap-Plan-Found          VALUE 'Y'.
       01  WS-Snap-Installment         PIC S9(11)V99 COMP-3.
       01  WS-Snap-Loading             PIC S9(09)V99 COMP-3.

      *Last end row per step for tonight's business date, off
      *RUNSTAT's RST-RECORDS-PROCESSED counts.
       01  WS-Maint-Runstat-Count      PIC 9(07) VALUE 0.
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
           PERFORM COUNT-TRANS-FILE
           PERFORM COUNT-RELEASE-TRAILER
           PERFORM COUNT-APPROVED-TRAILER
           PERFORM COUNT-JOURNAL-ROWS
           PERFORM COUNT-MAINT-REJECTS
           PERFORM COUNT-PENDING-FILES
           PERFORM COUNT-APPROVAL-QUEUES
           PERFORM COUNT-CONTRACT-REJECTS
           PERFORM SCAN-RUN-STATUS
           PERFORM HASH-BILLING-EXTRACT
           END-IF
           .

      *Likewise an absent or empty APPRTRAN: nothing was approved.
       COUNT-APPROVED-TRAILER.
           OPEN INPUT APPROVED-TRANS-FILE
           IF WS-Approved-OK
               PERFORM UNTIL WS-Approved-EOF
                   READ APPROVED-TRANS-FILE
                       AT END
                           SET WS-Approved-EOF TO TRUE
                       NOT AT END
                           IF AT-BATCH-TRAILER
                               MOVE AR-TRANS-COUNT
                                   TO WS-Approved-Trailer-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVED-TRANS-FILE
           END-IF
           .

       COUNT-JOURNAL-ROWS.
           OPEN INPUT CONTRACT-JOURNAL
           IF NOT WS-Journal-OK
           END-IF
           .

      *Queued for approval tonight = what CONTAPRQ holds after
      *CONTMAIN less the CONTAQST carry-in the approval run left.
       COUNT-APPROVAL-QUEUES.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-Queue-OK
               PERFORM UNTIL WS-Queue-EOF
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           SET WS-Queue-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Queue-Count
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           OPEN INPUT STILL-WAITING-FILE
           IF WS-Waiting-OK
               PERFORM UNTIL WS-Waiting-EOF
                   READ STILL-WAITING-FILE
                       AT END
                           SET WS-Waiting-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Waiting-Count
                   END-READ
               END-PERFORM
               CLOSE STILL-WAITING-FILE
           END-IF
           COMPUTE WS-Queued-Count =
               WS-Queue-Count - WS-Waiting-Count
           IF WS-Queued-Count < 0
               MOVE 0 TO WS-Queued-Count
           END-IF
           .

       COUNT-CONTRACT-REJECTS.
           OPEN INPUT CONTRACT-REJECTS
           IF WS-Creject-OK
           END-IF
           .

      *CONTMAIN runs more than once on a night the release sweep or
      *the approval run feeds a further batch, so its end rows for
      *tonight are summed (a failed attempt abends before writing
      *one); CONTMONL, CONTMSUS, CONTMQUE and CONTMRCV rows sum for
      *the same reason. RPTREJCT runs once and its last row wins, so
      *a rerun supersedes the failed attempt.
       SCAN-RUN-STATUS.
           OPEN INPUT RUN-STATUS-FILE
           IF NOT WS-Runstat-OK
                   WHEN 'CONTMSUS'
                        ADD RST-RECORDS-PROCESSED
                            TO WS-Onl-Susp-Count
                   WHEN 'CONTMQUE'
                        ADD RST-RECORDS-PROCESSED
                            TO WS-Onl-Queued-Count
                   WHEN 'CONTMRCV'
                        ADD RST-RECORDS-PROCESSED
                            TO WS-Restored-Covg-Count
                   WHEN 'RPTREJCT'
                        SET WS-Rejrpt-Runstat-Seen TO TRUE
                        MOVE RST-RECORDS-PROCESSED
           .

      *The snapshot implies what billing should have produced: every
      *active contract in force on the extract's billing date whose
      *next installment has fallen due. With the coverage-sum edit
      *holding (coverage premiums add up to CM-PREMIUM-AMOUNT, and
      *contracts without rows bill flat), the master premium is the
      *annual premium either way, and the plan splits it.
       HASH-SNAPSHOT-IN-FORCE.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-Snapshot-OK
                                  NOT > WS-Billing-Date
                              AND SNP-EXPIRY-DATE
                                  NOT < WS-Billing-Date
                               IF SNP-NEXT-DUE-DATE IS NOT NUMERIC
                                  OR SNP-NEXT-DUE-DATE
                                      NOT > WS-Billing-Date
                                   PERFORM HASH-SNAPSHOT-INSTALLMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *A blank or unknown frequency bills on the ANNUAL entry.
       HASH-SNAPSHOT-INSTALLMENT.
           MOVE 'N' TO WS-Snap-Plan-Switch
           MOVE BF-ANNUAL-ENTRY TO WS-Snap-Freq-Idx
           PERFORM VARYING WS-Snap-Plan-Idx FROM 1 BY 1
                   UNTIL WS-Snap-Plan-Idx > BF-FREQ-TABLE-MAX
                      OR WS-Snap-Plan-Found
               IF BF-FREQ-CODE (WS-Snap-Plan-Idx)
                       = SNP-BILLING-FREQUENCY
                   MOVE WS-Snap-Plan-Idx TO WS-Snap-Freq-Idx
                   SET WS-Snap-Plan-Found TO TRUE
               END-IF
           END-PERFORM
           COMPUTE WS-Snap-Installment ROUNDED =
               SNP-PREMIUM-AMOUNT / BF-INSTALLMENTS (WS-Snap-Freq-Idx)
           COMPUTE WS-Snap-Loading ROUNDED =
               WS-Snap-Installment * BF-LOADING-PCT (WS-Snap-Freq-Idx)
                   / 100
           ADD WS-Snap-Installment TO WS-Snapshot-Hash
           ADD WS-Snap-Loading     TO WS-Snapshot-Hash
           .

       PROVE-ALL-LEGS.
           OPEN OUTPUT BALANCE-REPORT
           IF NOT WS-Report-OK
               MOVE 'MAINT' TO WS-L-Leg
               COMPUTE WS-Left-Count =
                   WS-Trailer-Count + WS-Release-Trailer-Count
                   + WS-Approved-Trailer-Count
               MOVE WS-Maint-Runstat-Count TO WS-Right-Count
               IF NOT WS-Maint-Runstat-Seen
                   MOVE -1 TO WS-Right-Count
               IF WS-Batch-Susp-Count < 0
                   MOVE 0 TO WS-Batch-Susp-Count
               END-IF
               COMPUTE WS-Batch-Queued-Count =
                   WS-Queued-Count - WS-Onl-Queued-Count
               IF WS-Batch-Queued-Count < 0
                   MOVE 0 TO WS-Batch-Queued-Count
               END-IF
               COMPUTE WS-Applied-Count =
                   WS-Trailer-Count + WS-Release-Trailer-Count
                   + WS-Approved-Trailer-Count
                   - WS-Mreject-Count - WS-Batch-Susp-Count
                   - WS-Batch-Queued-Count
                   + WS-Onl-Applied-Count
                   + WS-Restored-Covg-Count
               MOVE WS-Applied-Count TO WS-Right-Count
               PERFORM PROVE-COUNT-LEG
               MOVE 'REJECTS' TO WS-L-Leg
