      *status: an ADD is new business for the after premium; a row
      *that takes the contract out of active force (cancellation,
      *inactivation, expiry) reverses the before premium; any other
      *premium difference posts as an increase or decrease. A
      *reinstatement (function R) puts the after premium back on the
      *book as its own REINSTATEMENT posting, kept apart from new
      *business; the coverage rows it restores are bypassed like any
      *other coverage row. Every
      *movement writes one debit and one credit to the GL interface
      *file, receivable against premium income, and the proof sheet
      *ties posting counts and totals back to the day's journal -
      *rows read, coverage rows bypassed (their images are not master
      *images), rows with no premium movement, and a debits-equal-
      *credits proof that ends RETURN-CODE 8 if it ever breaks.
      *The holder's refund of unearned premium on a mid-term
      *cancellation is worked out and posted by CONTRFND, in the same
      *GLPOSTNG layout, on its own REFNDGL file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CONTJRNL.
       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLPOSTNG.
       FD  PROOF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
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
           05  WS-Non-Master-Count     PIC 9(07) VALUE 0.
           05  WS-Purge-Row-Count      PIC 9(07) VALUE 0.
           05  WS-New-Business-Count   PIC 9(07) VALUE 0.
           05  WS-Reinstatement-Count  PIC 9(07) VALUE 0.
           05  WS-Increase-Count       PIC 9(07) VALUE 0.
           05  WS-Decrease-Count       PIC 9(07) VALUE 0.
           05  WS-Reversal-Count       PIC 9(07) VALUE 0.
           05  WS-TL-Amount            PIC Z(12)9.99-.
           05  FILLER                  PIC X(35) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTGLEX'.
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
           CALL 'GETBDATE'
           OPEN INPUT CONTRACT-JOURNAL
           OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Journal-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

      *A purge row removes an already-reversed dead contract, so it
      *carries no premium movement of its own.
       POST-JOURNAL-ROW.
               ADD 1 TO WS-Purge-Row-Count
           ELSE
           IF NOT (JRN-FUNCTION-ADD OR JRN-FUNCTION-CHANGE
                   OR JRN-FUNCTION-INACTIVATE
                   OR JRN-FUNCTION-REINSTATE)
               ADD 1 TO WS-Non-Master-Count
           ELSE
               MOVE JRN-BEFORE-IMAGE TO BEFORE-MASTER-IMAGE
                    MOVE 'NEW BUSINESS'     TO WS-Posting-Type
                    MOVE AFT-PREMIUM-AMOUNT TO WS-Posting-Amount
                    PERFORM WRITE-RECEIVABLE-PAIR
               WHEN JRN-FUNCTION-REINSTATE
                    ADD 1 TO WS-Reinstatement-Count
                    MOVE 'REINSTATEMENT'    TO WS-Posting-Type
                    MOVE AFT-PREMIUM-AMOUNT TO WS-Posting-Amount
                    PERFORM WRITE-RECEIVABLE-PAIR
               WHEN BEF-STATUS-ACTIVE AND NOT AFT-STATUS-ACTIVE
                    ADD 1 TO WS-Reversal-Count
                    MOVE 'CANCEL REVERSAL'  TO WS-Posting-Type
           MOVE WS-New-Business-Count     TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REINSTATEMENTS:'         TO WS-CL-Caption
           MOVE WS-Reinstatement-Count    TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PREMIUM INCREASES:'      TO WS-CL-Caption
           MOVE WS-Increase-Count         TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
