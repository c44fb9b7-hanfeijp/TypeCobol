       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLETR.
      *Nightly renewal and cancellation letter print. The renewal
      *notices CONTRNWL writes (RNWLNOTC) and the cancellations
      *CONTPAYM punches for CONTMAIN (PAYMTRAN) used to reach the
      *mailroom as bare contract and holder numbers, and the
      *addresses were looked up by hand. This run takes each notice
      *and each cancellation (the CHANGE rows to status CA, dated the
      *business date on the batch header; the row carries only the
      *contract and the status, so the holder and premium come off
      *CONTRACT-MASTER by contract number), looks the holder up on
      *HOLDER-MASTER for the name and on HOLDER-ADDRESS (HLDRADDR,
      *kept by HLDRMAIN) for the mailing lines, and prints a letter
      *on a page of its own on LETTPRNT, ready for the mailroom to
      *fold and post. A holder whose address is flagged returned
      *mail, who has no address (no record, or every mailing line
      *blank) or who is not on HOLDER-MASTER, and a cancelled
      *contract not on CONTRACT-MASTER, gets no letter: the
      *contract goes on the LETTEXCP exceptions list with the reason
      *instead, and the run ends RETURN-CODE 4 so the list is
      *worked. A night with no notice file or no cancellation file
      *(the step that writes it did not run) prints what there is,
      *with a warning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENEWAL-NOTICE-FILE ASSIGN TO 'RNWLNOTC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Notice-Status.
           SELECT CANCEL-TRANS-FILE ASSIGN TO 'PAYMTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Cancel-Status.
           SELECT CONTRACT-MASTER ASSIGN TO 'CONTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTRACT-NUMBER
               FILE STATUS IS WS-Master-Status.
           SELECT HOLDER-MASTER ASSIGN TO 'HLDRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOLDER-ID
               FILE STATUS IS WS-Holder-Status.
           SELECT HOLDER-ADDRESS ASSIGN TO 'HLDRADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-HOLDER-ID
               FILE STATUS IS WS-Address-Status.
           SELECT LETTER-FILE ASSIGN TO 'LETTPRNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Letter-Status.
           SELECT EXCEPTION-REPORT ASSIGN TO 'LETTEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
      *Same layout CONTRNWL writes as RNWLNOTC.
       FD  RENEWAL-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RENEWAL-NOTICE-RECORD.
           05  RN-CONTRACT-NUMBER      PIC X(10).
           05  RN-HOLDER-ID            PIC X(10).
           05  RN-EXPIRY-DATE          PIC X(08).
           05  RN-DAYS-TO-EXPIRY       PIC 9(03).
           05  RN-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
      *Same 80-byte layout CONTPAYM punches as PAYMTRAN. A cancel
      *row is a status-only CHANGE: holder blank, premium zero.
       FD  CANCEL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CANCEL-TRANS-RECORD.
           05  XT-FUNCTION-CODE        PIC X.
               88  XT-HEADER-RECORD        VALUE 'H'.
               88  XT-TRAILER-RECORD       VALUE 'T'.
               88  XT-FUNCTION-CHANGE      VALUE 'C'.
           05  XT-CONTRACT-NUMBER      PIC X(10).
           05  XT-HOLDER-ID            PIC X(10).
           05  XT-EFFECTIVE-DATE       PIC X(08).
           05  XT-EXPIRY-DATE          PIC X(08).
           05  XT-STATUS-CODE          PIC X(02).
               88  XT-STATUS-CANCELLED     VALUE 'CA'.
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
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  HOLDER-ADDRESS.
       COPY HLDRADDR.
       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LINE                 PIC X(80).
       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Notice-Status            PIC XX.
           88  WS-Notice-OK                VALUE '00'.
           88  WS-Notice-EOF               VALUE '10'.
       01  WS-Cancel-Status            PIC XX.
           88  WS-Cancel-OK                VALUE '00'.
           88  WS-Cancel-EOF               VALUE '10'.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
       01  WS-Holder-Status            PIC XX.
           88  WS-Holder-OK                VALUE '00'.
       01  WS-Address-Status           PIC XX.
           88  WS-Address-OK               VALUE '00'.
       01  WS-Letter-Status            PIC XX.
           88  WS-Letter-OK                VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *An input the night did not produce is read as empty.
       01  WS-Notice-Open-Switch       PIC X VALUE 'N'.
           88  WS-Notice-Open              VALUE 'Y'.
       01  WS-Cancel-Open-Switch       PIC X VALUE 'N'.
           88  WS-Cancel-Open              VALUE 'Y'.

      *The letter in hand, whichever file it came off.
       01  WS-Letter-Type              PIC X.
           88  WS-Letter-Renewal           VALUE 'R'.
           88  WS-Letter-Cancel            VALUE 'C'.
       01  WS-Letter-Contract          PIC X(10).
       01  WS-Letter-Holder            PIC X(10).
       01  WS-Letter-Date              PIC X(08).
       01  WS-Letter-Premium           PIC S9(09)V99 COMP-3.
       01  WS-Exception-Reason         PIC X(20).
       01  WS-Print-Date               PIC X(10).
       01  WS-Edit-Date                PIC X(10).
       01  WS-Edit-Work                PIC X(10).
       01  WS-Edit-Premium             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Cancel-Effective-Date    PIC X(08).

       01  WS-Counters.
           05  WS-Notice-Read-Count    PIC 9(07) VALUE 0.
           05  WS-Cancel-Read-Count    PIC 9(07) VALUE 0.
           05  WS-Renewal-Print-Count  PIC 9(07) VALUE 0.
           05  WS-Cancel-Print-Count   PIC 9(07) VALUE 0.
           05  WS-Returned-Count       PIC 9(07) VALUE 0.
           05  WS-No-Address-Count     PIC 9(07) VALUE 0.
           05  WS-No-Holder-Count      PIC 9(07) VALUE 0.
           05  WS-No-Contract-Count    PIC 9(07) VALUE 0.
           05  WS-Exception-Count      PIC 9(07) VALUE 0.

      *Run-status row for the nightly status report.
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTLETR'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       01  WS-Exception-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-Contract           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-Holder             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-Letter             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-Reason             PIC X(20).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-Count-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-Caption           PIC X(30).
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

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
           MOVE BD-BUSINESS-DATE TO WS-Edit-Date
           PERFORM EDIT-LETTER-DATE
           MOVE WS-Edit-Date TO WS-Print-Date
           PERFORM OPEN-LETTER-FILES
           IF RETURN-CODE = 0
               PERFORM WRITE-EXCEPTION-HEADING
               PERFORM PRINT-RENEWAL-LETTERS
               PERFORM PRINT-CANCELLATION-LETTERS
               PERFORM WRITE-LETTER-SUMMARY
               IF WS-Notice-Open
                   CLOSE RENEWAL-NOTICE-FILE
               END-IF
               IF WS-Cancel-Open
                   CLOSE CANCEL-TRANS-FILE
               END-IF
               CLOSE CONTRACT-MASTER
               CLOSE HOLDER-MASTER
               CLOSE HOLDER-ADDRESS
               CLOSE LETTER-FILE
               CLOSE EXCEPTION-REPORT
               IF WS-Exception-Count > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           COMPUTE WS-Runstat-Records =
               WS-Notice-Read-Count + WS-Cancel-Read-Count
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

      *The two letter feeds are probed the way CONTPAYM probes
      *PAYMRECV; the masters and the outputs must be there.
       OPEN-LETTER-FILES.
           OPEN INPUT RENEWAL-NOTICE-FILE
           IF WS-Notice-OK
               SET WS-Notice-Open TO TRUE
           ELSE
               DISPLAY 'CONTLETR: RNWLNOTC NOT AVAILABLE, STATUS '
                       WS-Notice-Status ', NO RENEWAL LETTERS'
                       UPON SYSOUT
               SET WS-Notice-EOF TO TRUE
           END-IF
           OPEN INPUT CANCEL-TRANS-FILE
           IF WS-Cancel-OK
               SET WS-Cancel-Open TO TRUE
           ELSE
               DISPLAY 'CONTLETR: PAYMTRAN NOT AVAILABLE, STATUS '
                       WS-Cancel-Status ', NO CANCELLATION LETTERS'
                       UPON SYSOUT
               SET WS-Cancel-EOF TO TRUE
           END-IF
           OPEN INPUT CONTRACT-MASTER
           OPEN INPUT HOLDER-MASTER
           OPEN INPUT HOLDER-ADDRESS
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           IF NOT WS-Master-OK
              OR NOT WS-Holder-OK OR NOT WS-Address-OK
              OR NOT WS-Letter-OK OR NOT WS-Report-OK
               DISPLAY 'CONTLETR: FILE NOT AVAILABLE - '
                       'MASTER ' WS-Master-Status
                       ' HOLDER ' WS-Holder-Status
                       ' ADDRESS ' WS-Address-Status
                       ' LETTERS ' WS-Letter-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       PRINT-RENEWAL-LETTERS.
           PERFORM UNTIL WS-Notice-EOF
               READ RENEWAL-NOTICE-FILE
                   AT END
                       SET WS-Notice-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Notice-Read-Count
                       SET WS-Letter-Renewal TO TRUE
                       MOVE RN-CONTRACT-NUMBER TO WS-Letter-Contract
                       MOVE RN-HOLDER-ID       TO WS-Letter-Holder
                       MOVE RN-EXPIRY-DATE     TO WS-Letter-Date
                       MOVE RN-PREMIUM-AMOUNT  TO WS-Letter-Premium
                       PERFORM PRINT-OR-EXCEPT
               END-READ
           END-PERFORM
           .

      *The cancellation takes effect on the business date CONTPAYM
      *stamped on the batch header. The holder and the premium are
      *the contract's own, off CONTRACT-MASTER.
       PRINT-CANCELLATION-LETTERS.
           MOVE BD-BUSINESS-DATE TO WS-Cancel-Effective-Date
           PERFORM UNTIL WS-Cancel-EOF
               READ CANCEL-TRANS-FILE
                   AT END
                       SET WS-Cancel-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-CANCELLATION-ROW
               END-READ
           END-PERFORM
           .

       TAKE-CANCELLATION-ROW.
           EVALUATE TRUE
               WHEN XT-HEADER-RECORD
                    MOVE XH-BUSINESS-DATE TO WS-Cancel-Effective-Date
               WHEN XT-FUNCTION-CHANGE AND XT-STATUS-CANCELLED
                    ADD 1 TO WS-Cancel-Read-Count
                    SET WS-Letter-Cancel TO TRUE
                    MOVE XT-CONTRACT-NUMBER TO WS-Letter-Contract
                    MOVE WS-Cancel-Effective-Date TO WS-Letter-Date
                    MOVE XT-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
                    READ CONTRACT-MASTER
                        INVALID KEY
                            MOVE SPACES TO WS-Letter-Holder
                            MOVE 0 TO WS-Letter-Premium
                            ADD 1 TO WS-No-Contract-Count
                            MOVE 'CONTRACT NOT ON FILE'
                                TO WS-Exception-Reason
                            PERFORM WRITE-EXCEPTION-LINE
                        NOT INVALID KEY
                            MOVE CM-HOLDER-ID TO WS-Letter-Holder
                            MOVE CM-PREMIUM-AMOUNT
                                TO WS-Letter-Premium
                            PERFORM PRINT-OR-EXCEPT
                    END-READ
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .

       PRINT-OR-EXCEPT.
           MOVE SPACES TO WS-Exception-Reason
           MOVE WS-Letter-Holder TO HM-HOLDER-ID
           READ HOLDER-MASTER
               INVALID KEY
                   ADD 1 TO WS-No-Holder-Count
                   MOVE 'HOLDER NOT ON FILE' TO WS-Exception-Reason
           END-READ
           IF WS-Exception-Reason = SPACES
               MOVE WS-Letter-Holder TO HA-HOLDER-ID
               READ HOLDER-ADDRESS
                   INVALID KEY
                       MOVE SPACES TO HA-ADDRESS-LINE-1
                                      HA-ADDRESS-LINE-2
                                      HA-ADDRESS-LINE-3
                       SET HA-MAIL-DELIVERABLE TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN HA-RETURNED-MAIL
                        ADD 1 TO WS-Returned-Count
                        MOVE 'RETURNED MAIL' TO WS-Exception-Reason
                   WHEN HA-ADDRESS-LINE-1 = SPACES
                        AND HA-ADDRESS-LINE-2 = SPACES
                        AND HA-ADDRESS-LINE-3 = SPACES
                        ADD 1 TO WS-No-Address-Count
                        MOVE 'NO ADDRESS' TO WS-Exception-Reason
               END-EVALUATE
           END-IF
           IF WS-Exception-Reason = SPACES
               PERFORM PRINT-LETTER
           ELSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .

      *One page per letter: the address block, the date and
      *reference, then the body for the kind of letter.
       PRINT-LETTER.
           MOVE HM-HOLDER-NAME TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING PAGE
           IF HA-ADDRESS-LINE-1 NOT = SPACES
               MOVE HA-ADDRESS-LINE-1 TO LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           IF HA-ADDRESS-LINE-2 NOT = SPACES
               MOVE HA-ADDRESS-LINE-2 TO LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           IF HA-ADDRESS-LINE-3 NOT = SPACES
               MOVE HA-ADDRESS-LINE-3 TO LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE HA-POSTCODE TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'DATE:      ' WS-Print-Date
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'CONTRACT:  ' WS-Letter-Contract
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'DEAR ' DELIMITED BY SIZE
                  HM-HOLDER-NAME DELIMITED BY '  '
                  ',' DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-Letter-Date TO WS-Edit-Date
           PERFORM EDIT-LETTER-DATE
           MOVE WS-Letter-Premium TO WS-Edit-Premium
           IF WS-Letter-Renewal
               PERFORM PRINT-RENEWAL-BODY
               ADD 1 TO WS-Renewal-Print-Count
           ELSE
               PERFORM PRINT-CANCELLATION-BODY
               ADD 1 TO WS-Cancel-Print-Count
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'YOURS FAITHFULLY,' TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'POLICY ADMINISTRATION' TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           .

       PRINT-RENEWAL-BODY.
           MOVE SPACES TO LETTER-LINE
           STRING 'YOUR CONTRACT ' WS-Letter-Contract
                  ' EXPIRES ON ' WS-Edit-Date '.'
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'THE PREMIUM TO RENEW FOR A FURTHER TERM IS '
                  WS-Edit-Premium '.'
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'TO KEEP YOUR COVER IN FORCE, PLEASE CONTACT YOUR'
               TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'AGENT OR OUR RENEWALS DESK BEFORE THAT DATE.'
               TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           .

       PRINT-CANCELLATION-BODY.
           MOVE SPACES TO LETTER-LINE
           STRING 'YOUR CONTRACT ' WS-Letter-Contract
                  ' HAS BEEN CANCELLED WITH EFFECT FROM '
                  WS-Edit-Date
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'BECAUSE THE PREMIUM BILLED FOR IT REMAINS UNPAID.'
               TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'ANY REFUND DUE TO YOU WILL BE SENT SEPARATELY. IF'
               TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 'YOU BELIEVE THIS IS IN ERROR, PLEASE CONTACT US.'
               TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           .

       WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           IF NOT WS-Letter-OK
               DISPLAY 'CONTLETR: LETTPRNT WRITE FAILED, STATUS '
                       WS-Letter-Status ' FOR ' WS-Letter-Contract
                       UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

      *YYYYMMDD in WS-Edit-Date becomes DD/MM/YYYY in place.
       EDIT-LETTER-DATE.
           IF WS-Edit-Date (1:8) NUMERIC
               MOVE SPACES TO WS-Edit-Work
               STRING WS-Edit-Date (7:2) '/' WS-Edit-Date (5:2) '/'
                      WS-Edit-Date (1:4)
                      DELIMITED BY SIZE INTO WS-Edit-Work
               MOVE WS-Edit-Work TO WS-Edit-Date
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-Exception-Count
           MOVE WS-Letter-Contract  TO WS-X-Contract
           MOVE WS-Letter-Holder    TO WS-X-Holder
           IF WS-Letter-Renewal
               MOVE 'RENEWAL'       TO WS-X-Letter
           ELSE
               MOVE 'CANCELLATION'  TO WS-X-Letter
           END-IF
           MOVE WS-Exception-Reason TO WS-X-Reason
           MOVE WS-Exception-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-EXCEPTION-HEADING.
           MOVE 'LETTER PRINT EXCEPTIONS - NOT PRINTED' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  AS OF ' BD-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CONTRACT    HOLDER      LETTER        REASON'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-LETTER-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENEWAL NOTICES READ:'     TO WS-CL-Caption
           MOVE WS-Notice-Read-Count        TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANCELLATIONS READ:'       TO WS-CL-Caption
           MOVE WS-Cancel-Read-Count        TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENEWAL LETTERS PRINTED:'  TO WS-CL-Caption
           MOVE WS-Renewal-Print-Count      TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANCELLATION LETTERS PRINTED:' TO WS-CL-Caption
           MOVE WS-Cancel-Print-Count       TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RETURNED MAIL:'            TO WS-CL-Caption
           MOVE WS-Returned-Count           TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NO ADDRESS:'               TO WS-CL-Caption
           MOVE WS-No-Address-Count         TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDER NOT ON FILE:'       TO WS-CL-Caption
           MOVE WS-No-Holder-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTRACT NOT ON FILE:'     TO WS-CL-Caption
           MOVE WS-No-Contract-Count        TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTLETR SUMMARY -'
                   ' RENEWALS: '     WS-Renewal-Print-Count
                   ' CANCELLATIONS: ' WS-Cancel-Print-Count
                   ' EXCEPTIONS: '   WS-Exception-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTLETR.
