      *order) against the same cycle's billing extract (BILLEXTR,
      *already in contract order off the keyed master scan), and
      *classifies every billed contract paid, partially paid or
      *unpaid. The amount each payment is held against is what
      *CONTBILL billed for the cycle - the contract's installment
      *plus its installment loading - so a holder on a monthly plan
      *who pays the month's installment reads paid, not partial.
      *The aging report gives the renewals desk the picture they
      *used to get only when the holder phoned; payments with no
      *matching bill are listed too so receivables can explain them.
      *A contract short- or un-paid is dunned in stages before it is
      *cancelled: a first reminder, a second reminder and a final
      *notice, each sent when the contract has gone unpaid the
      *stage's offset from its billing date (SYSIN, business days
      *when the GETBDAYS calendar can answer, calendar days
      *otherwise; default 010, 020 and 030), one stage a night. The
      *stage is kept per contract on DUNNING-STATE (DUNSTATE) across
      *nights and billing cycles; payment in full clears it and a
      *part payment starts it over from that night - once, not every
      *night the same part payment is seen again; only more money
      *against the bill restarts it. Every notice sent
      *goes on the night's DUNNEXTR extract for the mailroom. Only a
      *contract whose final notice has aged past the SYSIN grace
      *period (default 030, now counted from the final notice) is
      *flipped to
      *CM-STATUS-CANCELLED by punching CHANGE transactions - complete
      *with the header and trailer batch controls CONTMAIN demands -
      *so the cancellation rides the same maintained, journalled path
      *as every other master update. The aging report closes with a
      *dunning section: notices sent by stage, contracts waiting on
      *their next stage, resets by payment and cancellations.
      *Every billed contract that paid anything this cycle is also
      *added to the payment-match extract (PAYMMTCH, extended night
      *by night through the month) with the writing agent and
      *inception date off the master, so the AGNTCOMM monthly run
      *pays commission on premium actually collected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-TRANS-FILE ASSIGN TO 'PAYMTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
           SELECT PAYMENT-MATCH-FILE ASSIGN TO 'PAYMMTCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Match-Status.
           SELECT DUNNING-STATE ASSIGN TO 'DUNSTATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CONTRACT-NUMBER
               FILE STATUS IS WS-Dunning-Status.
           SELECT DUNNING-EXTRACT ASSIGN TO 'DUNNEXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Notice-Status.
           SELECT AGING-REPORT ASSIGN TO 'PAYMRPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
      *Same 40-byte layout CONTBILL writes as BILLEXTR.
       FD  BILLING-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  BILLING-RECORD.
           05  BL-CONTRACT-NUMBER      PIC X(10).
           05  BL-BILLING-DATE         PIC X(08).
           05  BL-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  BL-BILLING-FREQUENCY    PIC X.
           05  BL-LOADING-AMOUNT       PIC S9(07)V99 COMP-3.
       FD  PAYMENTS-RECEIVED
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-RECORD.
           05  SP-CONTRACT-NUMBER      PIC X(10).
           05  SP-PAYMENT-DATE         PIC X(08).
           05  SP-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
      *Same 80-byte layout CONTMAIN reads as CONTTRAN, bracketed by
      *the same header and trailer control records.
       FD  CANCEL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  XT-EXPIRY-DATE          PIC X(08).
           05  XT-STATUS-CODE          PIC X(02).
           05  XT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  XT-BILLING-FREQUENCY    PIC X.
           05  XT-NEXT-DUE-DATE        PIC X(08).
           05  XT-AGENT-ID             PIC X(10).
           05  XT-OPERATOR-ID          PIC X(08).
           05  XT-APPROVER-ID          PIC X(08).
       01  CANCEL-HEADER-RECORD REDEFINES CANCEL-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  XH-SOURCE-SYSTEM        PIC X(08).
           05  XH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  CANCEL-TRAILER-RECORD REDEFINES CANCEL-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  XR-TRANS-COUNT          PIC 9(07).
           05  XR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
      *One row per billed contract with money against it: what was
      *billed (loading included, and the loading on its own), what
      *was paid, and who wrote the contract. The paid amount is all
      *paid against the bill so far, so a bill seen on several nights
      *has a row for each; AGNTCOMM pays on the last.
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
               88  PM-MATCH-PAID           VALUE 'P'.
               88  PM-MATCH-PARTIAL        VALUE 'R'.
       FD  DUNNING-STATE.
       COPY DUNNSTAT.
      *One row per dunning notice sent tonight, for the mailroom: the
      *stage (1 first reminder, 2 second reminder, 3 final notice),
      *the bill it chases and, on a final notice, the grace days
      *before the contract cancels.
       FD  DUNNING-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-NOTICE-RECORD.
           05  DN-CONTRACT-NUMBER      PIC X(10).
           05  DN-HOLDER-ID            PIC X(10).
           05  DN-DUNNING-STAGE        PIC 9.
           05  DN-NOTICE-DATE          PIC X(08).
           05  DN-BILLING-DATE         PIC X(08).
           05  DN-BILLED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  DN-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  DN-GRACE-DAYS           PIC 9(03).
       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
           88  WS-Trans-OK                 VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.
       01  WS-Match-Status             PIC XX.
           88  WS-Match-OK                 VALUE '00'.
       01  WS-Dunning-Status           PIC XX.
           88  WS-Dunning-OK               VALUE '00'.
       01  WS-Notice-Status            PIC XX.
           88  WS-Notice-OK                VALUE '00'.

      *Dunning card read once from SYSIN: the grace period after the
      *final notice before an unpaid contract cancels, then the first
      *reminder, second reminder and final notice offsets from the
      *billing date. A blank field takes its default (030, 010, 020,
      *030); offsets that do not rise stage on stage are replaced by
      *the defaults.
       01  WS-Dunning-Card.
           05  WS-DC-Grace             PIC X(03).
           05  WS-DC-Offset            PIC X(03) OCCURS 3 TIMES.
       01  WS-Grace-Days               PIC 9(03).
       01  WS-Dunning-Offsets.
           05  WS-Stage-Offset         PIC 9(03) OCCURS 3 TIMES.
       01  WS-Default-Offsets.
           05  FILLER                  PIC 9(03) VALUE 010.
           05  FILLER                  PIC 9(03) VALUE 020.
           05  FILLER                  PIC 9(03) VALUE 030.
       01  WS-Default-Offset-Table REDEFINES WS-Default-Offsets.
           05  WS-Default-Offset       PIC 9(03) OCCURS 3 TIMES.
       01  WS-Stage-Idx                PIC S9(04) COMP.
       01  WS-Next-Stage               PIC 9.
       01  WS-Dunning-Found-Switch     PIC X VALUE 'N'.
           88  WS-Dunning-Found            VALUE 'Y'.

       01  WS-Today                    PIC X(08).
       01  WS-Today-Num                PIC 9(08).
       01  WS-Today-Int                PIC S9(07) COMP.
       01  WS-Age-From-Date            PIC X(08).
       01  WS-Age-From-Num             PIC 9(08).
       01  WS-Age-From-Int             PIC S9(07) COMP.
       01  WS-Days-Aged                PIC S9(05) COMP.

      *Business-day aging runs while GETBDAYS can answer; a missing
      *calendar flips the run to calendar days with one loud warning,
      *a dunning date outside the loaded year falls back for that
      *record alone.
       01  WS-Bday-Fallback-Switch     PIC X VALUE 'N'.
           88  WS-Bday-Fallback            VALUE 'Y'.
           05  WS-Unmatched-Pay-Count  PIC 9(07) VALUE 0.
           05  WS-No-Master-Count      PIC 9(07) VALUE 0.
           05  WS-Bad-Date-Count       PIC 9(07) VALUE 0.
           05  WS-First-Reminder-Count PIC 9(07) VALUE 0.
           05  WS-Second-Reminder-Count
                                       PIC 9(07) VALUE 0.
           05  WS-Final-Notice-Count   PIC 9(07) VALUE 0.
           05  WS-Awaiting-Count       PIC 9(07) VALUE 0.
           05  WS-Dunning-Reset-Count  PIC 9(07) VALUE 0.
           05  WS-Dunning-Error-Count  PIC 9(07) VALUE 0.
       01  WS-Match-Write-Count        PIC 9(07) VALUE 0.
       01  WS-Cancel-Trans-Count       PIC 9(07) VALUE 0.
       01  WS-Cancel-Premium-Hash      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Billed-Premium-Total     PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTPAYM'.
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
           PERFORM READ-DUNNING-CARD
           CALL 'GETBDATE'
           MOVE BD-BUSINESS-DATE TO WS-Today
           MOVE WS-Today TO WS-Today-Num
               PERFORM MATCH-BILLS-TO-PAYMENTS
               PERFORM WRITE-TRANS-TRAILER
               PERFORM WRITE-AGING-SUMMARY
               PERFORM WRITE-DUNNING-SECTION
               CLOSE CONTRACT-MASTER
               CLOSE BILLING-EXTRACT
               CLOSE SORTED-PAYMENTS
               CLOSE CANCEL-TRANS-FILE
               CLOSE PAYMENT-MATCH-FILE
               CLOSE DUNNING-STATE
               CLOSE DUNNING-EXTRACT
               CLOSE AGING-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Billed-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       READ-DUNNING-CARD.
           MOVE SPACES TO WS-Dunning-Card
           ACCEPT WS-Dunning-Card FROM SYSIN
           IF WS-DC-Grace = SPACES
               MOVE 30 TO WS-Grace-Days
           ELSE
               IF WS-DC-Grace NUMERIC
                   MOVE WS-DC-Grace TO WS-Grace-Days
               ELSE
                   DISPLAY 'CONTPAYM: INVALID GRACE CARD '
                           WS-DC-Grace ', USING 030' UPON SYSOUT
                   MOVE 30 TO WS-Grace-Days
               END-IF
           END-IF
           PERFORM VARYING WS-Stage-Idx FROM 1 BY 1
                   UNTIL WS-Stage-Idx > 3
               EVALUATE TRUE
                   WHEN WS-DC-Offset (WS-Stage-Idx) = SPACES
                        MOVE WS-Default-Offset (WS-Stage-Idx)
                            TO WS-Stage-Offset (WS-Stage-Idx)
                   WHEN WS-DC-Offset (WS-Stage-Idx) NUMERIC
                        MOVE WS-DC-Offset (WS-Stage-Idx)
                            TO WS-Stage-Offset (WS-Stage-Idx)
                   WHEN OTHER
                        DISPLAY 'CONTPAYM: INVALID DUNNING OFFSET '
                                WS-DC-Offset (WS-Stage-Idx)
                                ', USING '
                                WS-Default-Offset (WS-Stage-Idx)
                                UPON SYSOUT
                        MOVE WS-Default-Offset (WS-Stage-Idx)
                            TO WS-Stage-Offset (WS-Stage-Idx)
               END-EVALUATE
           END-PERFORM
           IF WS-Stage-Offset (2) NOT > WS-Stage-Offset (1)
              OR WS-Stage-Offset (3) NOT > WS-Stage-Offset (2)
               DISPLAY 'CONTPAYM: DUNNING OFFSETS '
                       WS-Stage-Offset (1) ' ' WS-Stage-Offset (2)
                       ' ' WS-Stage-Offset (3)
                       ' DO NOT RISE, USING 010 020 030' UPON SYSOUT
               MOVE WS-Default-Offsets TO WS-Dunning-Offsets
           END-IF
           .

      *Receivables returns payments in posting order; the matched
           OPEN INPUT SORTED-PAYMENTS
           OPEN OUTPUT CANCEL-TRANS-FILE
           OPEN OUTPUT AGING-REPORT
           OPEN EXTEND PAYMENT-MATCH-FILE
           IF NOT WS-Match-OK
               OPEN OUTPUT PAYMENT-MATCH-FILE
           END-IF
           OPEN I-O DUNNING-STATE
           IF NOT WS-Dunning-OK
               OPEN OUTPUT DUNNING-STATE
               CLOSE DUNNING-STATE
               OPEN I-O DUNNING-STATE
           END-IF
           OPEN OUTPUT DUNNING-EXTRACT
           IF NOT WS-Master-OK OR NOT WS-Billing-OK
              OR NOT WS-Sorted-OK OR NOT WS-Trans-OK
              OR NOT WS-Report-OK OR NOT WS-Match-OK
              OR NOT WS-Dunning-OK OR NOT WS-Notice-OK
               DISPLAY 'CONTPAYM: FILE NOT AVAILABLE - '
                       'MASTER ' WS-Master-Status
                       ' BILLING ' WS-Billing-Status
                       ' PAYMENTS ' WS-Sorted-Status
                       ' TRANS ' WS-Trans-Status
                       ' REPORT ' WS-Report-Status
                       ' MATCH ' WS-Match-Status
                       ' DUNNING ' WS-Dunning-Status
                       ' NOTICES ' WS-Notice-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           END-IF
           .
               WHEN WS-Paid-This-Contract >= BL-PREMIUM-AMOUNT
                    ADD 1 TO WS-Paid-Count
                    MOVE 'PAID'    TO WS-D-Answer
                    SET PM-MATCH-PAID TO TRUE
                    PERFORM WRITE-PAYMENT-MATCH
                    PERFORM CLEAR-DUNNING-STATE
               WHEN WS-Paid-This-Contract > 0
                    ADD 1 TO WS-Partial-Count
                    MOVE 'PARTIAL' TO WS-D-Answer
                    SET PM-MATCH-PARTIAL TO TRUE
                    PERFORM WRITE-PAYMENT-MATCH
                    PERFORM RESTART-DUNNING-STATE
                    PERFORM AGE-UNPAID-CONTRACT
               WHEN OTHER
                    ADD 1 TO WS-Unpaid-Count
           WRITE REPORT-LINE
           .

      *A short- or un-paid contract still active on the master moves
      *along its dunning stages; one gone from the master, or no
      *longer active, is counted and its dunning dropped.
       AGE-UNPAID-CONTRACT.
           PERFORM READ-DUNNING-STATE
           IF DS-CLOCK-DATE NOT NUMERIC
               ADD 1 TO WS-Bad-Date-Count
               MOVE 'BAD BILLING DATE' TO WS-D-Note
           ELSE
               MOVE BL-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
               READ CONTRACT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-No-Master-Count
                       MOVE 'NOT ON MASTER' TO WS-D-Note
                       PERFORM DELETE-DUNNING-STATE
                   NOT INVALID KEY
                       IF CM-STATUS-ACTIVE
                           PERFORM ADVANCE-DUNNING-STAGE
                       ELSE
                           MOVE 'NO LONGER ACTIVE' TO WS-D-Note
                           PERFORM DELETE-DUNNING-STATE
                       END-IF
               END-READ
           END-IF
           .

      *One stage a night at most: the next notice goes when the
      *contract has gone unpaid its offset from the dunning clock; a
      *final notice aged past the grace period cancels.
       ADVANCE-DUNNING-STAGE.
           IF DS-STAGE-FINAL
               MOVE DS-STAGE-DATE TO WS-Age-From-Date
               PERFORM COUNT-DAYS-AGED
               IF WS-Days-Aged > WS-Grace-Days
                   MOVE 'PAST GRACE-CANCELLED' TO WS-D-Note
                   PERFORM WRITE-CANCEL-TRANSACTION
                   PERFORM DELETE-DUNNING-STATE
               ELSE
                   ADD 1 TO WS-In-Grace-Count
                   MOVE 'FINAL NOTICE-IN GRACE' TO WS-D-Note
               END-IF
           ELSE
               MOVE DS-CLOCK-DATE TO WS-Age-From-Date
               PERFORM COUNT-DAYS-AGED
               COMPUTE WS-Next-Stage = DS-DUNNING-STAGE + 1
               IF WS-Days-Aged >= WS-Stage-Offset (WS-Next-Stage)
                   PERFORM SEND-DUNNING-NOTICE
               ELSE
                   ADD 1 TO WS-Awaiting-Count
                   MOVE 'AWAITING NEXT NOTICE' TO WS-D-Note
               END-IF
           END-IF
           .

      *Business days beat calendar days whenever the calendar can
      *answer; the calendar count computed first stands otherwise.
       COUNT-DAYS-AGED.
           MOVE WS-Age-From-Date TO WS-Age-From-Num
           COMPUTE WS-Age-From-Int =
               FUNCTION INTEGER-OF-DATE(WS-Age-From-Num)
           COMPUTE WS-Days-Aged = WS-Today-Int - WS-Age-From-Int
           IF NOT WS-Bday-Fallback
               SET BDY-REQUEST-COUNT TO TRUE
               MOVE WS-Age-From-Date TO BDY-DATE-IN
               MOVE WS-Today         TO BDY-DATE-2
               CALL 'GETBDAYS' USING BUSINESS-DAY-PARM-BLOCK
               EVALUATE TRUE
                   WHEN BDY-STATUS-OK
                        MOVE BDY-DAY-COUNT TO WS-Days-Aged
                   WHEN BDY-STATUS-RANGE
                        CONTINUE
                   WHEN OTHER
                        SET WS-Bday-Fallback TO TRUE
                        DISPLAY 'CONTPAYM: BUSINESS-DAY CALENDAR '
                                'NOT ANSWERING, DUNNING IN CALENDAR '
                                'DAYS' UPON SYSOUT
               END-EVALUATE
           END-IF
           .

       SEND-DUNNING-NOTICE.
           MOVE WS-Next-Stage   TO DS-DUNNING-STAGE
           MOVE WS-Today        TO DS-STAGE-DATE
           IF DS-BILLING-DATE NOT = BL-BILLING-DATE
               MOVE WS-Paid-This-Contract TO DS-LAST-PAID-AMOUNT
           END-IF
           MOVE BL-BILLING-DATE TO DS-BILLING-DATE
           PERFORM SAVE-DUNNING-STATE
           MOVE BL-CONTRACT-NUMBER    TO DN-CONTRACT-NUMBER
           MOVE BL-HOLDER-ID          TO DN-HOLDER-ID
           MOVE DS-DUNNING-STAGE      TO DN-DUNNING-STAGE
           MOVE WS-Today              TO DN-NOTICE-DATE
           MOVE BL-BILLING-DATE       TO DN-BILLING-DATE
           MOVE BL-PREMIUM-AMOUNT     TO DN-BILLED-AMOUNT
           MOVE WS-Paid-This-Contract TO DN-PAID-AMOUNT
           MOVE 0                     TO DN-GRACE-DAYS
           EVALUATE TRUE
               WHEN DS-STAGE-FIRST
                    ADD 1 TO WS-First-Reminder-Count
                    MOVE 'FIRST REMINDER SENT' TO WS-D-Note
               WHEN DS-STAGE-SECOND
                    ADD 1 TO WS-Second-Reminder-Count
                    MOVE 'SECOND REMINDER SENT' TO WS-D-Note
               WHEN DS-STAGE-FINAL
                    ADD 1 TO WS-Final-Notice-Count
                    MOVE 'FINAL NOTICE SENT' TO WS-D-Note
                    MOVE WS-Grace-Days TO DN-GRACE-DAYS
           END-EVALUATE
           WRITE DUNNING-NOTICE-RECORD
           IF NOT WS-Notice-OK
               DISPLAY 'CONTPAYM: DUNNEXTR WRITE FAILED, STATUS '
                       WS-Notice-Status ' FOR ' BL-CONTRACT-NUMBER
                       UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *A contract with no dunning row yet starts from its bill.
       READ-DUNNING-STATE.
           MOVE BL-CONTRACT-NUMBER TO DS-CONTRACT-NUMBER
           READ DUNNING-STATE
               INVALID KEY
                   MOVE 'N' TO WS-Dunning-Found-Switch
                   MOVE BL-CONTRACT-NUMBER TO DS-CONTRACT-NUMBER
                   SET DS-STAGE-NONE TO TRUE
                   MOVE BL-BILLING-DATE TO DS-CLOCK-DATE
                   MOVE SPACES TO DS-STAGE-DATE
                   MOVE BL-BILLING-DATE TO DS-BILLING-DATE
                   MOVE 0 TO DS-LAST-PAID-AMOUNT
               NOT INVALID KEY
                   SET WS-Dunning-Found TO TRUE
           END-READ
           .

       SAVE-DUNNING-STATE.
           IF WS-Dunning-Found
               REWRITE DUNNING-STATE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-Dunning-Error-Count
               END-REWRITE
           ELSE
               WRITE DUNNING-STATE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-Dunning-Error-Count
                   NOT INVALID KEY
                       SET WS-Dunning-Found TO TRUE
               END-WRITE
           END-IF
           IF NOT WS-Dunning-OK
               DISPLAY 'CONTPAYM: DUNSTATE UPDATE FAILED, STATUS '
                       WS-Dunning-Status ' FOR ' BL-CONTRACT-NUMBER
                       UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       DELETE-DUNNING-STATE.
           IF WS-Dunning-Found
               DELETE DUNNING-STATE
                   INVALID KEY
                       ADD 1 TO WS-Dunning-Error-Count
               END-DELETE
               MOVE 'N' TO WS-Dunning-Found-Switch
           END-IF
           .

      *Payment in full ends the dunning.
       CLEAR-DUNNING-STATE.
           PERFORM READ-DUNNING-STATE
           IF WS-Dunning-Found
               IF NOT DS-STAGE-NONE
                   ADD 1 TO WS-Dunning-Reset-Count
               END-IF
               PERFORM DELETE-DUNNING-STATE
           END-IF
           .

      *A part payment starts the dunning over, the offsets counting
      *from tonight. Receivables returns the same payments night
      *after night, so the dunning restarts only when more has been
      *paid against the bill than when it last restarted; a bill
      *the row has not seen before counts from nothing paid.
       RESTART-DUNNING-STATE.
           PERFORM READ-DUNNING-STATE
           IF DS-BILLING-DATE NOT = BL-BILLING-DATE
               MOVE 0 TO DS-LAST-PAID-AMOUNT
           END-IF
           IF WS-Paid-This-Contract > DS-LAST-PAID-AMOUNT
               IF NOT DS-STAGE-NONE
                   ADD 1 TO WS-Dunning-Reset-Count
               END-IF
               SET DS-STAGE-NONE TO TRUE
               MOVE WS-Today        TO DS-CLOCK-DATE
               MOVE SPACES          TO DS-STAGE-DATE
               MOVE BL-BILLING-DATE TO DS-BILLING-DATE
               MOVE WS-Paid-This-Contract TO DS-LAST-PAID-AMOUNT
               PERFORM SAVE-DUNNING-STATE
           END-IF
           .

      *The agent and inception date come off the master as it stands
      *tonight; a contract already gone from the master still goes
      *out, agentless, so the commission run can account for it.
       WRITE-PAYMENT-MATCH.
           MOVE BL-CONTRACT-NUMBER    TO PM-CONTRACT-NUMBER
           MOVE BL-HOLDER-ID          TO PM-HOLDER-ID
           MOVE BL-BILLING-DATE       TO PM-BILLING-DATE
           MOVE WS-Today              TO PM-MATCH-DATE
           MOVE BL-PREMIUM-AMOUNT     TO PM-BILLED-AMOUNT
           MOVE BL-LOADING-AMOUNT     TO PM-LOADING-AMOUNT
           MOVE WS-Paid-This-Contract TO PM-PAID-AMOUNT
           MOVE BL-CONTRACT-NUMBER    TO CM-CONTRACT-NUMBER
           READ CONTRACT-MASTER
               INVALID KEY
                   MOVE SPACES TO PM-AGENT-ID
                   MOVE SPACES TO PM-EFFECTIVE-DATE
               NOT INVALID KEY
                   MOVE CM-AGENT-ID       TO PM-AGENT-ID
                   MOVE CM-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
           END-READ
           WRITE PAYMENT-MATCH-RECORD
           IF WS-Match-OK
               ADD 1 TO WS-Match-Write-Count
           ELSE
               DISPLAY 'CONTPAYM: PAYMENT-MATCH WRITE FAILED, STATUS '
                       WS-Match-Status ' FOR ' BL-CONTRACT-NUMBER
                       UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       REPORT-UNMATCHED-PAYMENT.
           ADD 1 TO WS-Unmatched-Pay-Count
           MOVE SPACES TO WS-Detail-Line
           WRITE REPORT-LINE
           .

      *The cancellation rides CONTMAIN: a CHANGE for a contract the
      *dunning found active, carrying only the status flipped to
      *cancelled; the blank fields and zero premium keep what the
      *master has when CONTMAIN applies it, next-due date included.
       WRITE-CANCEL-TRANSACTION.
           MOVE SPACES             TO CANCEL-TRANS-RECORD
           MOVE 'C'                TO XT-FUNCTION-CODE
           MOVE CM-CONTRACT-NUMBER TO XT-CONTRACT-NUMBER
           MOVE 'CA'               TO XT-STATUS-CODE
           MOVE 0                  TO XT-PREMIUM-AMOUNT
           MOVE 'CONTPAYM'         TO XT-OPERATOR-ID
           WRITE CANCEL-TRANS-RECORD
           ADD 1 TO WS-Cancel-Trans-Count
           ADD XT-PREMIUM-AMOUNT TO WS-Cancel-Premium-Hash
           .

       WRITE-TRANS-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING '  AS OF ' WS-Today
                  '  GRACE PERIOD ' WS-Grace-Days ' DAYS'
                  ' AFTER FINAL NOTICE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  NOTICES AT ' WS-Stage-Offset (1) ' / '
                  WS-Stage-Offset (2) ' / ' WS-Stage-Offset (3)
                  ' DAYS FROM BILLING'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-Unpaid-Count            TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PAYMENT MATCHES WRITTEN:' TO WS-CL-Caption
           MOVE WS-Match-Write-Count       TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANCELLATIONS PUNCHED:'   TO WS-CL-Caption
           END-IF
           .

      *Where the dunning stands tonight.
       WRITE-DUNNING-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DUNNING STAGES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FIRST REMINDERS SENT:'    TO WS-CL-Caption
           MOVE WS-First-Reminder-Count    TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SECOND REMINDERS SENT:'   TO WS-CL-Caption
           MOVE WS-Second-Reminder-Count   TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FINAL NOTICES SENT:'      TO WS-CL-Caption
           MOVE WS-Final-Notice-Count      TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AWAITING NEXT NOTICE:'    TO WS-CL-Caption
           MOVE WS-Awaiting-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FINAL NOTICE, IN GRACE:'  TO WS-CL-Caption
           MOVE WS-In-Grace-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DUNNING RESET BY PAYMENT:' TO WS-CL-Caption
           MOVE WS-Dunning-Reset-Count      TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANCELLED AFTER FINAL NOTICE:' TO WS-CL-Caption
           MOVE WS-Cancel-Trans-Count      TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Dunning-Error-Count > 0
               MOVE 'DUNNING STATE UPDATE ERRORS:' TO WS-CL-Caption
               MOVE WS-Dunning-Error-Count      TO WS-CL-Count
               MOVE WS-Count-Line TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTPAYM SUMMARY -'
                   ' BILLED: '    WS-Billed-Count
                   ' PAID: '      WS-Paid-Count
                   ' PARTIAL: '   WS-Partial-Count
                   ' UNPAID: '    WS-Unpaid-Count
                   ' NOTICES: '   WS-First-Reminder-Count
                   '/' WS-Second-Reminder-Count
                   '/' WS-Final-Notice-Count
                   ' CANCELLED: ' WS-Cancel-Trans-Count
                   UPON SYSOUT
           .
