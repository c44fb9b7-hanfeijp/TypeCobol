               ==CM-STATUS-CANCELLED==
                   BY ==ARC-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==ARC-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==ARC-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==ARC-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==ARC-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==ARC-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==ARC-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==ARC-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==ARC-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==ARC-AGENT-ID==.
      *Companion dated archive for the purged contracts' coverage
      *rows, proven with the same lockstep verify as the master
      *archive before anything deletes.
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTPURG'.
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
           PERFORM READ-RETENTION-CARD
           CALL 'GETBDATE'
           PERFORM COMPUTE-CUTOFF
               PERFORM WRITE-CATALOG-REPORT
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

       READ-RETENTION-CARD.
           MOVE SPACES TO WS-Retention-Card
           ACCEPT WS-Retention-Card FROM SYSIN
           .

      *The purged contract's coverage breakdown (codes, descriptions,
      *premiums) goes to the companion archive; the 63-byte master
      *archive alone could never give it back on a pull-back request.
       COPY-COVERAGE-ROWS.
           IF WS-Coverage-File-Active
           ACCEPT JRN-TIME FROM TIME
           MOVE CONTRACT-MASTER-RECORD TO JRN-BEFORE-IMAGE
           MOVE LOW-VALUES             TO JRN-AFTER-IMAGE
           MOVE 'CONTPURG'             TO JRN-ENTERED-BY
           MOVE SPACES                 TO JRN-APPROVED-BY
           WRITE CONTRACT-JOURNAL-RECORD
           IF NOT WS-Journal-OK
               MOVE 'N' TO WS-Purge-Journal-Switch
