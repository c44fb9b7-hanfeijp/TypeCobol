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
       SD  SORT-WORK-FILE.
           COPY CONTMSTR REPLACING
               ==CONTRACT-MASTER-RECORD==
                   BY ==SD-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==SD-STATUS-EXPIRED==
               ==CM-EXPIRY-DATE==     BY ==SD-EXPIRY-DATE==
               ==CM-PREMIUM-AMOUNT==  BY ==SD-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==SD-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==SD-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==SD-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==SD-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==SD-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==SD-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==SD-AGENT-ID==.
       FD  SORTED-CONTRACTS
           LABEL RECORDS ARE STANDARD.
           COPY CONTMSTR REPLACING
               ==CM-STATUS-CANCELLED==
                   BY ==SH-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==SH-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==SH-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==SH-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==SH-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==SH-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==SH-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==SH-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==SH-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==SH-AGENT-ID==.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  STATEMENT-REPORT
           05  WS-HT-Premium           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'HLDRSTMT'.
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
           PERFORM SORT-SNAPSHOT-BY-HOLDER
           PERFORM OPEN-STATEMENT-FILES
               CLOSE STATEMENT-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Contract-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       SORT-SNAPSHOT-BY-HOLDER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-HOLDER-ID
