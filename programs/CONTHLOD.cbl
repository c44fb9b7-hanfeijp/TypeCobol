       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTHLOD.
      *Nightly contract history load: CONTJRNL is a daily file that
      *CONTRBLD and CONTGLEX read once before it rolls off, so this
      *step copies each of the day's journal rows - master, coverage
      *and purge rows alike - into the CONTHIST keyed history file by
      *contract number and journal timestamp, where the CONTINQ
      *history tran can answer "why did my premium change last
      *spring" months later. Each row is decoded into its old/new
      *status and premium pair on the way in (see CONTHIST) and keeps
      *its full images and operators. A row whose key is already on
      *file with the same function and images was loaded by an
      *earlier run of the same night and is counted, not doubled;
      *any other clash on the key is a second change in the same
      *hundredth of a second and takes the next row sequence.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-JOURNAL ASSIGN TO 'CONTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT CONTRACT-HISTORY ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS WS-History-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY CONTJRNL.
       FD  CONTRACT-HISTORY.
       COPY CONTHIST.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Journal-Status           PIC XX.
           88  WS-Journal-OK               VALUE '00'.
           88  WS-Journal-EOF              VALUE '10'.
       01  WS-History-Status           PIC XX.
           88  WS-History-OK               VALUE '00'.
           88  WS-History-Duplicate        VALUE '22'.

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
      *Coverage rows carry coverage-record pictures in the images.
           COPY CONTCOVG REPLACING
               ==CONTRACT-COVERAGE-RECORD==
                   BY ==BEFORE-COVERAGE-IMAGE==
               ==CV-COVERAGE-KEY==     BY ==BCV-COVERAGE-KEY==
               ==CV-CONTRACT-NUMBER==  BY ==BCV-CONTRACT-NUMBER==
               ==CV-COVERAGE-CODE==    BY ==BCV-COVERAGE-CODE==
               ==CV-COVERAGE-DESC==    BY ==BCV-COVERAGE-DESC==
               ==CV-COVERAGE-PREMIUM== BY ==BCV-COVERAGE-PREMIUM==.
           COPY CONTCOVG REPLACING
               ==CONTRACT-COVERAGE-RECORD==
                   BY ==AFTER-COVERAGE-IMAGE==
               ==CV-COVERAGE-KEY==     BY ==ACV-COVERAGE-KEY==
               ==CV-CONTRACT-NUMBER==  BY ==ACV-CONTRACT-NUMBER==
               ==CV-COVERAGE-CODE==    BY ==ACV-COVERAGE-CODE==
               ==CV-COVERAGE-DESC==    BY ==ACV-COVERAGE-DESC==
               ==CV-COVERAGE-PREMIUM== BY ==ACV-COVERAGE-PREMIUM==.

      *The history row being built, kept aside so a duplicate-key
      *READ of the row already on file cannot overwrite it.
       01  WS-History-Row              PIC X(192).
       01  WS-Row-Seq                  PIC 9(03).
       01  WS-Row-Switch               PIC X.
           88  WS-Row-Done                 VALUE 'Y'.

       01  WS-Counters.
           05  WS-Journal-Read-Count   PIC 9(07) VALUE 0.
           05  WS-Master-Row-Count     PIC 9(07) VALUE 0.
           05  WS-Coverage-Row-Count   PIC 9(07) VALUE 0.
           05  WS-Purge-Row-Count      PIC 9(07) VALUE 0.
           05  WS-Loaded-Count         PIC 9(07) VALUE 0.
           05  WS-Already-Loaded-Count PIC 9(07) VALUE 0.
           05  WS-Same-Stamp-Count     PIC 9(07) VALUE 0.
           05  WS-Failed-Count         PIC 9(07) VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTHLOD'.
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
           OPEN INPUT CONTRACT-JOURNAL
           IF NOT WS-Journal-OK
               DISPLAY 'CONTHLOD: CONTJRNL NOT AVAILABLE, STATUS '
                       WS-Journal-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O CONTRACT-HISTORY
               IF NOT WS-History-OK
                   OPEN OUTPUT CONTRACT-HISTORY
                   CLOSE CONTRACT-HISTORY
                   OPEN I-O CONTRACT-HISTORY
               END-IF
               IF NOT WS-History-OK
                   DISPLAY 'CONTHLOD: CONTHIST NOT AVAILABLE, STATUS '
                           WS-History-Status UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
                   CLOSE CONTRACT-JOURNAL
               ELSE
                   PERFORM UNTIL WS-Journal-EOF
                       READ CONTRACT-JOURNAL
                           AT END
                               SET WS-Journal-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-JOURNAL-ROW
                       END-READ
                   END-PERFORM
                   CLOSE CONTRACT-JOURNAL
                   CLOSE CONTRACT-HISTORY
                   IF WS-Failed-Count > 0
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Journal-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOAD-JOURNAL-ROW.
           ADD 1 TO WS-Journal-Read-Count
           MOVE SPACES TO CONTRACT-HISTORY-RECORD
           MOVE JRN-DATE          TO CH-JOURNAL-DATE
           MOVE JRN-TIME          TO CH-JOURNAL-TIME
           MOVE JRN-FUNCTION-CODE TO CH-FUNCTION-CODE
           MOVE JRN-ENTERED-BY    TO CH-ENTERED-BY
           MOVE JRN-APPROVED-BY   TO CH-APPROVED-BY
           MOVE JRN-BEFORE-IMAGE  TO CH-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE   TO CH-AFTER-IMAGE
           MOVE 0 TO CH-OLD-PREMIUM
           MOVE 0 TO CH-NEW-PREMIUM
           IF JRN-FUNCTION-COVG-ADD OR JRN-FUNCTION-COVG-CHANGE
              OR JRN-FUNCTION-COVG-DROP
               ADD 1 TO WS-Coverage-Row-Count
               PERFORM DECODE-COVERAGE-ROW
           ELSE
               IF JRN-FUNCTION-PURGE
                   ADD 1 TO WS-Purge-Row-Count
               ELSE
                   ADD 1 TO WS-Master-Row-Count
               END-IF
               PERFORM DECODE-MASTER-ROW
           END-IF
           MOVE 0 TO WS-Row-Seq
           MOVE 'N' TO WS-Row-Switch
           MOVE CONTRACT-HISTORY-RECORD TO WS-History-Row
           PERFORM UNTIL WS-Row-Done
               PERFORM WRITE-HISTORY-ROW
           END-PERFORM
           .

      *The contract number leads both images; take it from whichever
      *side carries a picture.
       DECODE-MASTER-ROW.
           MOVE JRN-BEFORE-IMAGE TO BEFORE-MASTER-IMAGE
           MOVE JRN-AFTER-IMAGE  TO AFTER-MASTER-IMAGE
           IF JRN-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE BEF-CONTRACT-NUMBER TO CH-CONTRACT-NUMBER
               MOVE BEF-STATUS-CODE     TO CH-OLD-STATUS
               MOVE BEF-PREMIUM-AMOUNT  TO CH-OLD-PREMIUM
           END-IF
           IF JRN-AFTER-IMAGE NOT = LOW-VALUES
               MOVE AFT-CONTRACT-NUMBER TO CH-CONTRACT-NUMBER
               MOVE AFT-STATUS-CODE     TO CH-NEW-STATUS
               MOVE AFT-PREMIUM-AMOUNT  TO CH-NEW-PREMIUM
           END-IF
           .

       DECODE-COVERAGE-ROW.
           MOVE JRN-BEFORE-IMAGE TO BEFORE-COVERAGE-IMAGE
           MOVE JRN-AFTER-IMAGE  TO AFTER-COVERAGE-IMAGE
           IF JRN-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE BCV-CONTRACT-NUMBER  TO CH-CONTRACT-NUMBER
               MOVE BCV-COVERAGE-CODE    TO CH-COVERAGE-CODE
               MOVE BCV-COVERAGE-PREMIUM TO CH-OLD-PREMIUM
           END-IF
           IF JRN-AFTER-IMAGE NOT = LOW-VALUES
               MOVE ACV-CONTRACT-NUMBER  TO CH-CONTRACT-NUMBER
               MOVE ACV-COVERAGE-CODE    TO CH-COVERAGE-CODE
               MOVE ACV-COVERAGE-PREMIUM TO CH-NEW-PREMIUM
           END-IF
           .

      *A clash on the key is either this same row loaded by an
      *earlier run tonight (leave it) or a second change stamped in
      *the same hundredth of a second (take the next sequence).
       WRITE-HISTORY-ROW.
           MOVE WS-History-Row TO CONTRACT-HISTORY-RECORD
           MOVE WS-Row-Seq     TO CH-ROW-SEQ
           WRITE CONTRACT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-History-OK
                    ADD 1 TO WS-Loaded-Count
                    SET WS-Row-Done TO TRUE
               WHEN WS-History-Duplicate
                    PERFORM CHECK-ROW-ON-FILE
               WHEN OTHER
                    ADD 1 TO WS-Failed-Count
                    SET WS-Row-Done TO TRUE
                    DISPLAY 'CONTHLOD: HISTORY WRITE FAILED, STATUS '
                            WS-History-Status ' FOR '
                            CH-CONTRACT-NUMBER UPON SYSOUT
           END-EVALUATE
           .

       CHECK-ROW-ON-FILE.
           READ CONTRACT-HISTORY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-History-OK
              AND CONTRACT-HISTORY-RECORD (30:) = WS-History-Row (30:)
               ADD 1 TO WS-Already-Loaded-Count
               SET WS-Row-Done TO TRUE
           ELSE
               IF WS-Row-Seq < 999
                   ADD 1 TO WS-Row-Seq
                   ADD 1 TO WS-Same-Stamp-Count
               ELSE
                   ADD 1 TO WS-Failed-Count
                   SET WS-Row-Done TO TRUE
                   DISPLAY 'CONTHLOD: NO FREE ROW SEQUENCE FOR '
                           WS-History-Row (1:26) UPON SYSOUT
               END-IF
           END-IF
           .

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTHLOD SUMMARY -'
                   ' JOURNAL ROWS: '   WS-Journal-Read-Count
                   ' LOADED: '         WS-Loaded-Count
                   ' ALREADY LOADED: ' WS-Already-Loaded-Count
                   ' FAILED: '         WS-Failed-Count
                   UPON SYSOUT
           DISPLAY 'CONTHLOD ROWS -'
                   ' MASTER: '     WS-Master-Row-Count
                   ' COVERAGE: '   WS-Coverage-Row-Count
                   ' PURGE: '      WS-Purge-Row-Count
                   ' SAME STAMP: ' WS-Same-Stamp-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTHLOD.
