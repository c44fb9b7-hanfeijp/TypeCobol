       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMRGSTR.
      *Daily open-claims register: sorts CLAIM-MASTER by coverage code
      *and claim number and prints every open claim - claim, contract,
      *holder, loss and registration dates, reserve held - with a
      *claim count and reserve total per coverage code and a grand
      *total, so the claims desk and finance see the reserves held
      *against each coverage without the old spreadsheets. Closed
      *claims are passed over and counted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-MASTER ASSIGN TO 'CLMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-CLAIM-NUMBER
               FILE STATUS IS WS-Claim-Status.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT SORTED-CLAIMS ASSIGN TO 'SRTCLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Status.
           SELECT REGISTER-REPORT ASSIGN TO 'CLMRGSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-MASTER.
       COPY CLMMSTR.
      *GnuCOBOL's COPY REPLACING only matches whole words, not a bare
      *prefix, so every CL- field (and the 88s under it) is spelled
      *out (see CONTRECN.cbl for the same limitation).
       SD  SORT-WORK-FILE.
           COPY CLMMSTR REPLACING
               ==CLAIM-MASTER-RECORD== BY ==SORT-CLAIM-RECORD==
               ==CL-CLAIM-NUMBER==     BY ==SD-CLAIM-NUMBER==
               ==CL-CONTRACT-NUMBER==  BY ==SD-CONTRACT-NUMBER==
               ==CL-HOLDER-ID==        BY ==SD-HOLDER-ID==
               ==CL-COVERAGE-CODE==    BY ==SD-COVERAGE-CODE==
               ==CL-LOSS-DATE==        BY ==SD-LOSS-DATE==
               ==CL-REGISTERED-DATE==  BY ==SD-REGISTERED-DATE==
               ==CL-STATUS-CODE==      BY ==SD-STATUS-CODE==
               ==CL-STATUS-OPEN==      BY ==SD-STATUS-OPEN==
               ==CL-STATUS-CLOSED==    BY ==SD-STATUS-CLOSED==
               ==CL-RESERVE-AMOUNT==   BY ==SD-RESERVE-AMOUNT==
               ==CL-LAST-CHANGE-DATE== BY ==SD-LAST-CHANGE-DATE==
               ==CL-CLOSED-DATE==      BY ==SD-CLOSED-DATE==.
       FD  SORTED-CLAIMS
           LABEL RECORDS ARE STANDARD.
           COPY CLMMSTR REPLACING
               ==CLAIM-MASTER-RECORD== BY ==SORTED-CLAIM-RECORD==
               ==CL-CLAIM-NUMBER==     BY ==SC-CLAIM-NUMBER==
               ==CL-CONTRACT-NUMBER==  BY ==SC-CONTRACT-NUMBER==
               ==CL-HOLDER-ID==        BY ==SC-HOLDER-ID==
               ==CL-COVERAGE-CODE==    BY ==SC-COVERAGE-CODE==
               ==CL-LOSS-DATE==        BY ==SC-LOSS-DATE==
               ==CL-REGISTERED-DATE==  BY ==SC-REGISTERED-DATE==
               ==CL-STATUS-CODE==      BY ==SC-STATUS-CODE==
               ==CL-STATUS-OPEN==      BY ==SC-STATUS-OPEN==
               ==CL-STATUS-CLOSED==    BY ==SC-STATUS-CLOSED==
               ==CL-RESERVE-AMOUNT==   BY ==SC-RESERVE-AMOUNT==
               ==CL-LAST-CHANGE-DATE== BY ==SC-LAST-CHANGE-DATE==
               ==CL-CLOSED-DATE==      BY ==SC-CLOSED-DATE==.
       FD  REGISTER-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Claim-Status             PIC XX.
           88  WS-Claim-OK                 VALUE '00'.
       01  WS-Sorted-Status            PIC XX.
           88  WS-Sorted-OK                VALUE '00'.
           88  WS-Sorted-EOF               VALUE '10'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *Control-break state: the coverage code group now printing.
       01  WS-Current-Coverage         PIC X(04).
       01  WS-First-Record-Switch      PIC X VALUE 'Y'.
           88  WS-First-Record             VALUE 'Y'.
       01  WS-Coverage-Claim-Count     PIC 9(07).
       01  WS-Coverage-Reserve         PIC S9(13)V99 COMP-3.

       01  WS-Counters.
           05  WS-Read-Count           PIC 9(07) VALUE 0.
           05  WS-Open-Count           PIC 9(07) VALUE 0.
           05  WS-Closed-Count         PIC 9(07) VALUE 0.
           05  WS-Coverage-Count       PIC 9(07) VALUE 0.
       01  WS-Total-Reserve            PIC S9(13)V99 COMP-3 VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CLMRGSTR'.
       01  WS-Runstat-Type             PIC X.
       01  WS-Runstat-Records          PIC 9(07) VALUE 0.
       01  WS-Runstat-RC               PIC S9(04) COMP VALUE 0.
      *STEPGATE's answer: held means a predecessor on STEPDEPS did
      *not end acceptably tonight, so this step ends untouched.
       01  WS-Gate-Switch              PIC X.
           88  WS-Step-Held                VALUE 'H'.

       01  WS-Coverage-Head-Line.
           05  FILLER                  PIC X(10) VALUE 'COVERAGE  '.
           05  WS-CH-Coverage          PIC X(04).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-Detail-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-Claim              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Contract           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Holder             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Loss-Date          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-Registered         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-Reserve            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-Coverage-Total-Line.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'CLAIMS '.
           05  WS-CT-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
                                           '  RESERVE TOTAL  '.
           05  WS-CT-Reserve           PIC Z(12)9.99-.
           05  FILLER                  PIC X(28) VALUE SPACES.

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
           PERFORM SORT-CLAIMS-BY-COVERAGE
           PERFORM OPEN-REGISTER-FILES
           IF RETURN-CODE = 0
               PERFORM WRITE-REPORT-HEADING
               PERFORM UNTIL WS-Sorted-EOF
                   READ SORTED-CLAIMS
                       AT END
                           SET WS-Sorted-EOF TO TRUE
                       NOT AT END
                           PERFORM REGISTER-ONE-CLAIM
                   END-READ
               END-PERFORM
               IF NOT WS-First-Record
                   PERFORM CLOSE-COVERAGE-GROUP
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE SORTED-CLAIMS
               CLOSE REGISTER-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       SORT-CLAIMS-BY-COVERAGE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-COVERAGE-CODE
               ON ASCENDING KEY SD-CLAIM-NUMBER
               USING CLAIM-MASTER
               GIVING SORTED-CLAIMS
           .

       OPEN-REGISTER-FILES.
           OPEN INPUT SORTED-CLAIMS
           OPEN OUTPUT REGISTER-REPORT
           IF NOT WS-Sorted-OK OR NOT WS-Report-OK
               DISPLAY 'CLMRGSTR: FILE NOT AVAILABLE - '
                       'SORTED ' WS-Sorted-Status
                       ' REPORT ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       REGISTER-ONE-CLAIM.
           ADD 1 TO WS-Read-Count
           IF SC-STATUS-OPEN
               ADD 1 TO WS-Open-Count
               IF WS-First-Record
                   MOVE 'N' TO WS-First-Record-Switch
                   MOVE SC-COVERAGE-CODE TO WS-Current-Coverage
                   PERFORM OPEN-COVERAGE-GROUP
               ELSE
                   IF SC-COVERAGE-CODE NOT = WS-Current-Coverage
                       PERFORM CLOSE-COVERAGE-GROUP
                       MOVE SC-COVERAGE-CODE TO WS-Current-Coverage
                       PERFORM OPEN-COVERAGE-GROUP
                   END-IF
               END-IF
               PERFORM WRITE-CLAIM-DETAIL
           ELSE
               ADD 1 TO WS-Closed-Count
           END-IF
           .

       OPEN-COVERAGE-GROUP.
           ADD 1 TO WS-Coverage-Count
           MOVE 0 TO WS-Coverage-Claim-Count
           MOVE 0 TO WS-Coverage-Reserve
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Current-Coverage TO WS-CH-Coverage
           MOVE WS-Coverage-Head-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-CLAIM-DETAIL.
           ADD 1 TO WS-Coverage-Claim-Count
           ADD SC-RESERVE-AMOUNT TO WS-Coverage-Reserve
           ADD SC-RESERVE-AMOUNT TO WS-Total-Reserve
           MOVE SC-CLAIM-NUMBER    TO WS-D-Claim
           MOVE SC-CONTRACT-NUMBER TO WS-D-Contract
           MOVE SC-HOLDER-ID       TO WS-D-Holder
           MOVE SC-LOSS-DATE       TO WS-D-Loss-Date
           MOVE SC-REGISTERED-DATE TO WS-D-Registered
           MOVE SC-RESERVE-AMOUNT  TO WS-D-Reserve
           MOVE WS-Detail-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       CLOSE-COVERAGE-GROUP.
           MOVE WS-Coverage-Claim-Count TO WS-CT-Count
           MOVE WS-Coverage-Reserve     TO WS-CT-Reserve
           MOVE WS-Coverage-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-REPORT-HEADING.
           MOVE 'OPEN CLAIMS REGISTER BY COVERAGE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  AS OF ' BD-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    CLAIM       CONTRACT    HOLDER      LOSS DT'
                  '   REGISTERED       RESERVE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL OPEN CLAIMS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Open-Count    TO WS-CT-Count
           MOVE WS-Total-Reserve TO WS-CT-Reserve
           MOVE WS-Coverage-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  COVERAGE CODES: ' WS-Coverage-Count
                  '  CLOSED CLAIMS PASSED OVER: ' WS-Closed-Count
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CLMRGSTR SUMMARY -'
                   ' READ: '     WS-Read-Count
                   ' OPEN: '     WS-Open-Count
                   ' CLOSED: '   WS-Closed-Count
                   ' COVERAGES: ' WS-Coverage-Count
                   UPON SYSOUT
           .
       END PROGRAM CLMRGSTR.
