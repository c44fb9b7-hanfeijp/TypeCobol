       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMMAIN.
      *Claims intake driver for CLAIM-MASTER (VSAM KSDS): applies the
      *night's CLMTRAN batch of claim transactions - R register a new
      *claim, U update the reserve held on an open claim, C close an
      *open claim and release its reserve - in place of the claims
      *spreadsheets. CLMTRAN carries the same batch controls as
      *CONTTRAN: a leading header record (source system, business
      *date) and a closing trailer record (transaction count, reserve
      *hash total). The whole file is validated against the trailer
      *before a single claim is touched; a truncated or miscounted
      *batch is rejected with RETURN-CODE 16 and leaves CLAIM-MASTER
      *untouched.
      *A new claim is only registered when the contract was in force
      *on the loss date: the contract must be on CONTRACT-MASTER, the
      *loss date must fall between CM-EFFECTIVE-DATE and
      *CM-EXPIRY-DATE (and not be in the future), the contract must
      *not have been cancelled on the loss date, and the claimed
      *coverage code must be on the contract's CONTRACT-COVERAGE rows.
      *The master carries status as it stands today, so the
      *cancellations are traced on the CONTHIST history file the way
      *CONTMAIN traces them for reinstatement: a loss on or after a
      *cancellation, and before any reinstatement of it, rejects; a
      *loss before the cancellation still registers. Without
      *CONTHIST, or with no cancellation on it for a contract
      *cancelled today, a cancelled contract rejects every claim as
      *before. An expired contract still registers a loss dated
      *inside its term.
      *Failed transactions are written unchanged to CLMREJ with the
      *C-series reason code and timestamp appended, for correction
      *and resubmission in the next CLMTRAN; the intake report lists
      *each one with its REASMSTR description so the claims desk
      *does not need the code card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-MASTER ASSIGN TO 'CLMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLAIM-NUMBER
               FILE STATUS IS WS-Claim-Status.
           SELECT CONTRACT-MASTER ASSIGN TO 'CONTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTRACT-NUMBER
               FILE STATUS IS WS-Master-Status.
           SELECT CONTRACT-COVERAGE ASSIGN TO 'CONTCOVG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVERAGE-KEY
               FILE STATUS IS WS-Coverage-Status.
           SELECT CONTRACT-HISTORY ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS WS-History-Status.
           SELECT CLAIM-TRANS-FILE ASSIGN TO 'CLMTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
           SELECT CLAIM-REJECT-FILE ASSIGN TO 'CLMREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT REASON-MASTER ASSIGN TO 'REASMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reason-Status.
           SELECT INTAKE-REPORT ASSIGN TO 'CLMIRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-MASTER.
       COPY CLMMSTR.
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
       FD  CONTRACT-COVERAGE.
       COPY CONTCOVG.
       FD  CONTRACT-HISTORY.
       COPY CONTHIST.
      *Both passes READ INTO the WORKING-STORAGE staging area below,
      *where the transaction views live.
       FD  CLAIM-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-TRANS-INPUT-RECORD    PIC X(39).
      *Failed transactions go out unchanged and in full as the first
      *39 bytes, so the claims desk can correct this file and feed it
      *back in as the next run's CLMTRAN.
       FD  CLAIM-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-REJECT-RECORD.
           05  CR-TRANS-IMAGE          PIC X(39).
           05  CR-REASON-CODE          PIC X(04).
           05  CR-TIMESTAMP.
               10  CR-DATE             PIC X(08).
               10  CR-TIME             PIC X(08).
       FD  REASON-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REASMSTR.
       FD  INTAKE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Claim-Status             PIC XX.
           88  WS-Claim-OK                 VALUE '00'.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
       01  WS-Coverage-Status          PIC XX.
           88  WS-Coverage-OK              VALUE '00'.
       01  WS-History-Status           PIC XX.
           88  WS-History-OK               VALUE '00'.
       01  WS-Trans-Status             PIC XX.
           88  WS-Trans-OK                 VALUE '00'.
           88  WS-Trans-EOF                VALUE '10'.
       01  WS-Reject-Status            PIC XX.
           88  WS-Reject-OK                VALUE '00'.
       01  WS-Reason-Status            PIC XX.
           88  WS-Reason-OK                VALUE '00'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *Staging area for the claim transaction being processed.
       01  CLAIM-TRANS-RECORD.
           05  CLT-FUNCTION-CODE       PIC X.
               88  CLT-FUNCTION-REGISTER    VALUE 'R'.
               88  CLT-FUNCTION-RESERVE     VALUE 'U'.
               88  CLT-FUNCTION-CLOSE       VALUE 'C'.
               88  CLT-BATCH-HEADER         VALUE 'H'.
               88  CLT-BATCH-TRAILER        VALUE 'T'.
           05  CLT-CLAIM-NUMBER        PIC X(10).
           05  CLT-CONTRACT-NUMBER     PIC X(10).
           05  CLT-COVERAGE-CODE       PIC X(04).
           05  CLT-LOSS-DATE           PIC X(08).
           05  CLT-RESERVE-AMOUNT      PIC S9(09)V99 COMP-3.
      *Batch control views of the same 39-byte record.
       01  CLAIM-HEADER-RECORD REDEFINES CLAIM-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  CLH-SOURCE-SYSTEM       PIC X(08).
           05  CLH-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(22).
       01  CLAIM-TRAILER-RECORD REDEFINES CLAIM-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  CLR-TRANS-COUNT         PIC 9(07).
           05  CLR-RESERVE-HASH        PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(23).

      *Reason codes carried on CLAIM-REJECT-RECORD; each has its row
      *on REASMSTR for the intake report's decode.
       01  WS-Claim-Reason-Code        PIC X(04).
           88  WS-Reason-Claim-On-File     VALUE 'C01'.
           88  WS-Reason-No-Contract       VALUE 'C02'.
           88  WS-Reason-Bad-Loss-Date     VALUE 'C03'.
           88  WS-Reason-Outside-Term      VALUE 'C04'.
           88  WS-Reason-Cancelled         VALUE 'C05'.
           88  WS-Reason-No-Coverage       VALUE 'C06'.
           88  WS-Reason-Claim-Not-Found   VALUE 'C07'.
           88  WS-Reason-Claim-Closed      VALUE 'C08'.
           88  WS-Reason-Unknown-Function  VALUE 'C09'.
           88  WS-Reason-Bad-Reserve       VALUE 'C10'.

      *Reason-code master loaded up front; a code with no row prints
      *the UNKNOWN CODE marker instead of a blank.
       01  WS-Reason-Table.
           05  WS-Reason-Entry OCCURS 50 TIMES.
               10  WS-RM-Code           PIC X(04).
               10  WS-RM-Description    PIC X(40).
       01  WS-Reason-Entry-Count        PIC S9(04) COMP VALUE 0.
       01  WS-Reason-Idx                PIC S9(04) COMP.
       01  WS-Unknown-Description       PIC X(40) VALUE
           '* UNKNOWN CODE - UPDATE REASON MASTER *'.

      *Set by the register edits; the first failing edit wins.
       01  WS-Claim-Edit-Switch        PIC X VALUE 'Y'.
           88  WS-Claim-Valid              VALUE 'Y'.
           88  WS-Claim-Invalid            VALUE 'N'.

      *Cancellation trace off CONTHIST: the lapse open as the scan
      *goes (cancelled, not yet reinstated) and whether the loss date
      *fell inside any lapse. Traced only when CONTHIST opened.
       01  WS-History-Edit-Switch      PIC X VALUE 'N'.
           88  WS-History-Edit-Active      VALUE 'Y'.
       01  WS-History-Scan-Switch      PIC X.
           88  WS-History-Scan-Done        VALUE 'Y'.
       01  WS-Cancel-Found-Switch      PIC X.
           88  WS-Cancel-Found             VALUE 'Y'.
       01  WS-Cancel-Date              PIC X(08).
       01  WS-Loss-Lapsed-Switch       PIC X.
           88  WS-Loss-Lapsed              VALUE 'Y'.

       01  WS-Counters.
           05  WS-Registered-Count     PIC 9(07) VALUE 0.
           05  WS-Reserved-Count       PIC 9(07) VALUE 0.
           05  WS-Closed-Count         PIC 9(07) VALUE 0.
           05  WS-Error-Count          PIC 9(07) VALUE 0.
       01  WS-Reserve-Registered       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Reserve-Released         PIC S9(13)V99 COMP-3 VALUE 0.

      *Batch-control audit state for the pre-apply validation pass.
       01  WS-Batch-Valid-Switch       PIC X VALUE 'N'.
           88  WS-Batch-Valid              VALUE 'Y'.
           88  WS-Batch-Invalid            VALUE 'N'.
       01  WS-Header-Seen-Switch       PIC X VALUE 'N'.
           88  WS-Header-Seen              VALUE 'Y'.
       01  WS-Trailer-Seen-Switch      PIC X VALUE 'N'.
           88  WS-Trailer-Seen             VALUE 'Y'.
       01  WS-Structure-Error-Switch   PIC X VALUE 'N'.
           88  WS-Structure-Error          VALUE 'Y'.
       01  WS-Batch-Record-Count       PIC 9(07) VALUE 0.
       01  WS-Actual-Trans-Count       PIC 9(07) VALUE 0.
       01  WS-Actual-Reserve-Hash      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Expected-Trans-Count     PIC 9(07) VALUE 0.
       01  WS-Expected-Reserve-Hash    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Batch-Source-System      PIC X(08) VALUE SPACES.
       01  WS-Batch-Business-Date      PIC X(08) VALUE SPACES.
       01  WS-Expected-Hash-Disp       PIC Z(12)9.99-.
       01  WS-Actual-Hash-Disp         PIC Z(12)9.99-.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CLMMAIN'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       01  WS-Reject-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-Reason            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-Function          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-Claim             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-Contract          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-Description       PIC X(40).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-Count-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-Caption           PIC X(26).
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-Amount            PIC Z(12)9.99-.
           05  FILLER                  PIC X(26) VALUE SPACES.

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
           PERFORM VALIDATE-BATCH-CONTROLS
           IF WS-Batch-Valid
               PERFORM LOAD-REASON-MASTER
               PERFORM APPLY-CLAIM-FILE
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           COMPUTE WS-Runstat-Records = WS-Registered-Count
               + WS-Reserved-Count + WS-Closed-Count + WS-Error-Count
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

      *Pass 1: read the whole of CLMTRAN before touching the claim
      *master, proving the header is present and the trailer matches
      *what was actually read. A batch that fails here is rejected
      *whole.
       VALIDATE-BATCH-CONTROLS.
           OPEN INPUT CLAIM-TRANS-FILE
           IF NOT WS-Trans-OK
               DISPLAY 'CLMMAIN: CLAIM-TRANS-FILE NOT AVAILABLE, '
                       'STATUS ' WS-Trans-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-Trans-EOF
                   READ CLAIM-TRANS-FILE
                           INTO CLAIM-TRANS-RECORD
                       AT END
                           SET WS-Trans-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-BATCH-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLAIM-TRANS-FILE
               PERFORM AUDIT-BATCH-CONTROLS
           END-IF
           .

       CHECK-BATCH-RECORD.
           ADD 1 TO WS-Batch-Record-Count
           EVALUATE TRUE
               WHEN CLT-BATCH-HEADER
                    IF WS-Batch-Record-Count NOT = 1
                        SET WS-Structure-Error TO TRUE
                        DISPLAY 'CLMMAIN: HEADER RECORD NOT FIRST '
                                'IN BATCH' UPON SYSOUT
                    END-IF
                    SET WS-Header-Seen TO TRUE
                    MOVE CLH-SOURCE-SYSTEM TO WS-Batch-Source-System
                    MOVE CLH-BUSINESS-DATE TO WS-Batch-Business-Date
               WHEN CLT-BATCH-TRAILER
                    IF WS-Trailer-Seen
                        SET WS-Structure-Error TO TRUE
                        DISPLAY 'CLMMAIN: MORE THAN ONE TRAILER '
                                'RECORD IN BATCH' UPON SYSOUT
                    END-IF
                    SET WS-Trailer-Seen TO TRUE
                    MOVE CLR-TRANS-COUNT  TO WS-Expected-Trans-Count
                    MOVE CLR-RESERVE-HASH TO WS-Expected-Reserve-Hash
               WHEN OTHER
                    IF WS-Trailer-Seen
                        SET WS-Structure-Error TO TRUE
                        DISPLAY 'CLMMAIN: TRANSACTION AFTER TRAILER '
                                'RECORD' UPON SYSOUT
                    END-IF
                    ADD 1 TO WS-Actual-Trans-Count
                    ADD CLT-RESERVE-AMOUNT TO WS-Actual-Reserve-Hash
           END-EVALUATE
           .

       AUDIT-BATCH-CONTROLS.
           EVALUATE TRUE
               WHEN NOT WS-Header-Seen
                    DISPLAY 'CLMMAIN: BATCH HEADER RECORD MISSING'
                            UPON SYSOUT
               WHEN NOT WS-Trailer-Seen
                    DISPLAY 'CLMMAIN: BATCH TRAILER RECORD MISSING'
                            UPON SYSOUT
               WHEN WS-Structure-Error
                    CONTINUE
               WHEN WS-Expected-Trans-Count
                    NOT = WS-Actual-Trans-Count
                    DISPLAY 'CLMMAIN: TRANSACTION COUNT MISMATCH, '
                            'TRAILER ' WS-Expected-Trans-Count
                            ' READ ' WS-Actual-Trans-Count
                            UPON SYSOUT
               WHEN WS-Expected-Reserve-Hash
                    NOT = WS-Actual-Reserve-Hash
                    MOVE WS-Expected-Reserve-Hash
                        TO WS-Expected-Hash-Disp
                    MOVE WS-Actual-Reserve-Hash
                        TO WS-Actual-Hash-Disp
                    DISPLAY 'CLMMAIN: RESERVE HASH MISMATCH, '
                            'TRAILER ' WS-Expected-Hash-Disp
                            ' READ ' WS-Actual-Hash-Disp UPON SYSOUT
               WHEN OTHER
                    SET WS-Batch-Valid TO TRUE
           END-EVALUATE
           IF WS-Batch-Invalid
               DISPLAY 'CLMMAIN: BATCH REJECTED, CLAIM-MASTER '
                       'NOT UPDATED - SOURCE ' WS-Batch-Source-System
                       ' DATE ' WS-Batch-Business-Date UPON SYSOUT
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *Pass 2: the batch balanced, so apply it for real. The contract
      *and coverage masters are read-only here; the in-force edits
      *cannot run without them.
       APPLY-CLAIM-FILE.
           OPEN I-O CLAIM-MASTER
           IF NOT WS-Claim-OK
               OPEN OUTPUT CLAIM-MASTER
               CLOSE CLAIM-MASTER
               OPEN I-O CLAIM-MASTER
           END-IF
           OPEN INPUT CONTRACT-MASTER
           OPEN INPUT CONTRACT-COVERAGE
           PERFORM OPEN-HISTORY-FILE
           OPEN INPUT CLAIM-TRANS-FILE
           OPEN OUTPUT CLAIM-REJECT-FILE
           OPEN OUTPUT INTAKE-REPORT
           IF NOT WS-Claim-OK OR NOT WS-Master-OK
              OR NOT WS-Coverage-OK OR NOT WS-Trans-OK
              OR NOT WS-Reject-OK OR NOT WS-Report-OK
               DISPLAY 'CLMMAIN: FILE NOT AVAILABLE - '
                       'CLAIMS ' WS-Claim-Status
                       ' MASTER ' WS-Master-Status
                       ' COVERAGE ' WS-Coverage-Status
                       ' TRANS ' WS-Trans-Status
                       ' REJECTS ' WS-Reject-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADING
               PERFORM UNTIL WS-Trans-EOF
                   READ CLAIM-TRANS-FILE
                           INTO CLAIM-TRANS-RECORD
                       AT END
                           SET WS-Trans-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-CLAIM-TRANSACTION
                   END-READ
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               CLOSE CLAIM-TRANS-FILE
               CLOSE CLAIM-REJECT-FILE
               CLOSE INTAKE-REPORT
               CLOSE CONTRACT-COVERAGE
               IF WS-History-Edit-Active
                   CLOSE CONTRACT-HISTORY
               END-IF
               CLOSE CONTRACT-MASTER
               CLOSE CLAIM-MASTER
               IF WS-Error-Count > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       APPLY-CLAIM-TRANSACTION.
           EVALUATE TRUE
               WHEN CLT-BATCH-HEADER OR CLT-BATCH-TRAILER
                    CONTINUE
               WHEN CLT-FUNCTION-REGISTER
                    PERFORM REGISTER-CLAIM
               WHEN CLT-FUNCTION-RESERVE
                    PERFORM UPDATE-CLAIM-RESERVE
               WHEN CLT-FUNCTION-CLOSE
                    PERFORM CLOSE-CLAIM
               WHEN OTHER
                    DISPLAY 'CLMMAIN: UNKNOWN FUNCTION CODE '
                            CLT-FUNCTION-CODE ' FOR '
                            CLT-CLAIM-NUMBER UPON SYSOUT
                    SET WS-Reason-Unknown-Function TO TRUE
                    PERFORM WRITE-CLAIM-REJECT
           END-EVALUATE
           .

       REGISTER-CLAIM.
           PERFORM EDIT-NEW-CLAIM
           IF WS-Claim-Valid
               PERFORM REGISTER-CLAIM-RECORD
           ELSE
               PERFORM WRITE-CLAIM-REJECT
           END-IF
           .

      *The in-force edits, in the order the claims desk asked for
      *them. The contract read leaves the master record in the FD for
      *the holder id REGISTER-CLAIM-RECORD copies onto the claim.
       EDIT-NEW-CLAIM.
           SET WS-Claim-Valid TO TRUE
           MOVE CLT-CLAIM-NUMBER TO CL-CLAIM-NUMBER
           READ CLAIM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Claim-Invalid TO TRUE
                   SET WS-Reason-Claim-On-File TO TRUE
           END-READ
           IF WS-Claim-Valid
               IF CLT-LOSS-DATE NOT NUMERIC
                  OR CLT-LOSS-DATE > BD-BUSINESS-DATE
                   SET WS-Claim-Invalid TO TRUE
                   SET WS-Reason-Bad-Loss-Date TO TRUE
               END-IF
           END-IF
           IF WS-Claim-Valid
               IF CLT-RESERVE-AMOUNT < 0
                   SET WS-Claim-Invalid TO TRUE
                   SET WS-Reason-Bad-Reserve TO TRUE
               END-IF
           END-IF
           IF WS-Claim-Valid
               MOVE CLT-CONTRACT-NUMBER TO CM-CONTRACT-NUMBER
               READ CONTRACT-MASTER
                   INVALID KEY
                       SET WS-Claim-Invalid TO TRUE
                       SET WS-Reason-No-Contract TO TRUE
               END-READ
           END-IF
           IF WS-Claim-Valid
               IF CLT-LOSS-DATE < CM-EFFECTIVE-DATE
                  OR CLT-LOSS-DATE > CM-EXPIRY-DATE
                   SET WS-Claim-Invalid TO TRUE
                   SET WS-Reason-Outside-Term TO TRUE
               END-IF
           END-IF
           IF WS-Claim-Valid
               IF WS-History-Edit-Active
                   PERFORM TRACE-CANCELLATIONS
               ELSE
                   MOVE 'N' TO WS-Loss-Lapsed-Switch
                   IF CM-STATUS-CANCELLED
                       SET WS-Loss-Lapsed TO TRUE
                   END-IF
               END-IF
               IF WS-Loss-Lapsed
                   SET WS-Claim-Invalid TO TRUE
                   SET WS-Reason-Cancelled TO TRUE
               END-IF
           END-IF
           IF WS-Claim-Valid
               MOVE CLT-CONTRACT-NUMBER TO CV-CONTRACT-NUMBER
               MOVE CLT-COVERAGE-CODE   TO CV-COVERAGE-CODE
               READ CONTRACT-COVERAGE
                   INVALID KEY
                       SET WS-Claim-Invalid TO TRUE
                       SET WS-Reason-No-Coverage TO TRUE
               END-READ
           END-IF
           .

      *Every cancellation journalled for the contract, oldest first:
      *a loss dated on or after one, and before the reinstatement
      *that ended it, fell in a lapse. A contract cancelled today
      *with no cancellation traced (cancelled before its history was
      *kept) is taken as lapsed, as it always was.
       TRACE-CANCELLATIONS.
           MOVE 'N' TO WS-Cancel-Found-Switch
           MOVE 'N' TO WS-Loss-Lapsed-Switch
           MOVE SPACES TO WS-Cancel-Date
           MOVE LOW-VALUES TO CH-HISTORY-KEY
           MOVE CLT-CONTRACT-NUMBER TO CH-CONTRACT-NUMBER
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
                       PERFORM TRACE-CANCELLATION-ROW
               END-READ
           END-PERFORM
           IF WS-Cancel-Found
               IF CLT-LOSS-DATE NOT < WS-Cancel-Date
                   SET WS-Loss-Lapsed TO TRUE
               END-IF
           ELSE
               IF CM-STATUS-CANCELLED
                   SET WS-Loss-Lapsed TO TRUE
               END-IF
           END-IF
           .

       TRACE-CANCELLATION-ROW.
           EVALUATE TRUE
               WHEN CH-CONTRACT-NUMBER NOT = CLT-CONTRACT-NUMBER
                    SET WS-History-Scan-Done TO TRUE
               WHEN CH-NEW-STATUS = 'CA'
                    AND CH-OLD-STATUS NOT = 'CA'
                    SET WS-Cancel-Found TO TRUE
                    MOVE CH-JOURNAL-DATE TO WS-Cancel-Date
               WHEN CH-OLD-STATUS = 'CA'
                    AND CH-NEW-STATUS NOT = 'CA'
                    AND CH-NEW-STATUS NOT = SPACES
                    AND WS-Cancel-Found
                    IF CLT-LOSS-DATE NOT < WS-Cancel-Date
                       AND CLT-LOSS-DATE < CH-JOURNAL-DATE
                        SET WS-Loss-Lapsed TO TRUE
                    END-IF
                    MOVE 'N' TO WS-Cancel-Found-Switch
                    MOVE SPACES TO WS-Cancel-Date
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .

       REGISTER-CLAIM-RECORD.
           MOVE CLT-CLAIM-NUMBER    TO CL-CLAIM-NUMBER
           MOVE CLT-CONTRACT-NUMBER TO CL-CONTRACT-NUMBER
           MOVE CM-HOLDER-ID        TO CL-HOLDER-ID
           MOVE CLT-COVERAGE-CODE   TO CL-COVERAGE-CODE
           MOVE CLT-LOSS-DATE       TO CL-LOSS-DATE
           MOVE BD-BUSINESS-DATE    TO CL-REGISTERED-DATE
           SET CL-STATUS-OPEN       TO TRUE
           MOVE CLT-RESERVE-AMOUNT  TO CL-RESERVE-AMOUNT
           MOVE BD-BUSINESS-DATE    TO CL-LAST-CHANGE-DATE
           MOVE SPACES              TO CL-CLOSED-DATE
           WRITE CLAIM-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CLMMAIN: REGISTER FAILED, DUPLICATE KEY '
                           CLT-CLAIM-NUMBER UPON SYSOUT
                   SET WS-Reason-Claim-On-File TO TRUE
                   PERFORM WRITE-CLAIM-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-Registered-Count
                   ADD CLT-RESERVE-AMOUNT TO WS-Reserve-Registered
           END-WRITE
           .

      *The reserve on the transaction replaces the reserve held; it
      *is the desk's current estimate, not an increment.
       UPDATE-CLAIM-RESERVE.
           PERFORM READ-OPEN-CLAIM
           IF WS-Claim-Valid
               IF CLT-RESERVE-AMOUNT < 0
                   SET WS-Reason-Bad-Reserve TO TRUE
                   PERFORM WRITE-CLAIM-REJECT
               ELSE
                   MOVE CLT-RESERVE-AMOUNT TO CL-RESERVE-AMOUNT
                   MOVE BD-BUSINESS-DATE   TO CL-LAST-CHANGE-DATE
                   PERFORM REWRITE-CLAIM-RECORD
                   IF WS-Claim-Valid
                       ADD 1 TO WS-Reserved-Count
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-CLAIM-REJECT
           END-IF
           .

       CLOSE-CLAIM.
           PERFORM READ-OPEN-CLAIM
           IF WS-Claim-Valid
               ADD CL-RESERVE-AMOUNT TO WS-Reserve-Released
               SET CL-STATUS-CLOSED TO TRUE
               MOVE 0                TO CL-RESERVE-AMOUNT
               MOVE BD-BUSINESS-DATE TO CL-CLOSED-DATE
               MOVE BD-BUSINESS-DATE TO CL-LAST-CHANGE-DATE
               PERFORM REWRITE-CLAIM-RECORD
               IF WS-Claim-Valid
                   ADD 1 TO WS-Closed-Count
               END-IF
           ELSE
               PERFORM WRITE-CLAIM-REJECT
           END-IF
           .

      *The cancellation trace phases in the way CONTMAIN's history
      *edits did: with no CONTHIST available it is warned and the
      *contract's status today decides.
       OPEN-HISTORY-FILE.
           OPEN INPUT CONTRACT-HISTORY
           IF WS-History-OK
               SET WS-History-Edit-Active TO TRUE
           ELSE
               DISPLAY 'CLMMAIN: WARNING - CONTRACT-HISTORY NOT '
                       'AVAILABLE, STATUS ' WS-History-Status
                       ', CANCELLED CONTRACTS REJECT EVERY CLAIM'
                       UPON SYSOUT
           END-IF
           .

       READ-OPEN-CLAIM.
           SET WS-Claim-Valid TO TRUE
           MOVE CLT-CLAIM-NUMBER TO CL-CLAIM-NUMBER
           READ CLAIM-MASTER
               INVALID KEY
                   SET WS-Claim-Invalid TO TRUE
                   SET WS-Reason-Claim-Not-Found TO TRUE
               NOT INVALID KEY
                   IF CL-STATUS-CLOSED
                       SET WS-Claim-Invalid TO TRUE
                       SET WS-Reason-Claim-Closed TO TRUE
                   END-IF
           END-READ
           .

       REWRITE-CLAIM-RECORD.
           REWRITE CLAIM-MASTER-RECORD
               INVALID KEY
                   SET WS-Claim-Invalid TO TRUE
                   DISPLAY 'CLMMAIN: REWRITE FAILED, STATUS '
                           WS-Claim-Status ' FOR '
                           CLT-CLAIM-NUMBER UPON SYSOUT
                   MOVE 12 TO RETURN-CODE
           END-REWRITE
           .

       WRITE-CLAIM-REJECT.
           ADD 1 TO WS-Error-Count
           MOVE CLAIM-TRANS-RECORD   TO CR-TRANS-IMAGE
           MOVE WS-Claim-Reason-Code TO CR-REASON-CODE
           MOVE BD-BUSINESS-DATE     TO CR-DATE
           ACCEPT CR-TIME FROM TIME
           WRITE CLAIM-REJECT-RECORD
           IF NOT WS-Reject-OK
               DISPLAY 'CLMMAIN: CLAIM-REJECT WRITE FAILED, STATUS '
                       WS-Reject-Status ' FOR '
                       CLT-CLAIM-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM WRITE-REJECT-LINE
           .

       WRITE-REJECT-LINE.
           MOVE WS-Claim-Reason-Code TO WS-RL-Reason
           MOVE CLT-FUNCTION-CODE    TO WS-RL-Function
           MOVE CLT-CLAIM-NUMBER     TO WS-RL-Claim
           MOVE CLT-CONTRACT-NUMBER  TO WS-RL-Contract
           MOVE WS-Unknown-Description TO WS-RL-Description
           PERFORM VARYING WS-Reason-Idx FROM 1 BY 1
                   UNTIL WS-Reason-Idx > WS-Reason-Entry-Count
               IF WS-RM-Code (WS-Reason-Idx) = WS-Claim-Reason-Code
                   MOVE WS-RM-Description (WS-Reason-Idx)
                       TO WS-RL-Description
               END-IF
           END-PERFORM
           MOVE WS-Reject-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       LOAD-REASON-MASTER.
           OPEN INPUT REASON-MASTER
           IF NOT WS-Reason-OK
               DISPLAY 'CLMMAIN: WARNING - REASON-MASTER NOT '
                       'AVAILABLE, STATUS ' WS-Reason-Status
                       ', ALL CODES PRINT AS UNKNOWN' UPON SYSOUT
           ELSE
               PERFORM UNTIL NOT WS-Reason-OK
                   READ REASON-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-REASON-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REASON-MASTER
           END-IF
           .

       LOAD-REASON-ENTRY.
           IF WS-Reason-Entry-Count < 50
               ADD 1 TO WS-Reason-Entry-Count
               MOVE RM-REASON-CODE
                   TO WS-RM-Code (WS-Reason-Entry-Count)
               MOVE RM-DESCRIPTION
                   TO WS-RM-Description (WS-Reason-Entry-Count)
           ELSE
               DISPLAY 'WARNING: CLMMAIN REASON TABLE FULL, '
                       'DROPPING ' RM-REASON-CODE UPON SYSOUT
           END-IF
           .

       WRITE-REPORT-HEADING.
           MOVE 'CLAIMS INTAKE REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  AS OF ' BD-BUSINESS-DATE
                  '  SOURCE ' WS-Batch-Source-System
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CODE F CLAIM      CONTRACT   REASON'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLAIMS REGISTERED:' TO WS-CL-Caption
           MOVE WS-Registered-Count   TO WS-CL-Count
           MOVE WS-Reserve-Registered TO WS-CL-Amount
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RESERVES UPDATED:' TO WS-CL-Caption
           MOVE WS-Reserved-Count TO WS-CL-Count
           MOVE 0                 TO WS-CL-Amount
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLAIMS CLOSED:' TO WS-CL-Caption
           MOVE WS-Closed-Count     TO WS-CL-Count
           MOVE WS-Reserve-Released TO WS-CL-Amount
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TRANSACTIONS REJECTED:' TO WS-CL-Caption
           MOVE WS-Error-Count TO WS-CL-Count
           MOVE 0              TO WS-CL-Amount
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CLMMAIN SUMMARY -'
                   ' REGISTERED: ' WS-Registered-Count
                   ' RESERVES: '   WS-Reserved-Count
                   ' CLOSED: '     WS-Closed-Count
                   ' ERRORS: '     WS-Error-Count
                   UPON SYSOUT
           .
       END PROGRAM CLMMAIN.
