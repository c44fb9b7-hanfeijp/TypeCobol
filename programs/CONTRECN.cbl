               ==CM-STATUS-CANCELLED==
                   BY ==BOM-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==BOM-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==BOM-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==BOM-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==BOM-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==BOM-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==BOM-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==BOM-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==BOM-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==BOM-AGENT-ID==.

       FD  CUR-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
               ==CM-STATUS-CANCELLED==
                   BY ==CUR-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==CUR-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==CUR-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==CUR-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==CUR-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==CUR-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==CUR-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==CUR-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==CUR-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==CUR-AGENT-ID==.

       FD  RECON-REPORT
           LABEL RECORDS ARE STANDARD.
       01  WS-Bom-Premium-Disp         PIC ZZZZZZZZ9.99-.
       01  WS-Cur-Premium-Disp         PIC ZZZZZZZZ9.99-.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTRECN'.
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
           OPEN INPUT BOM-CONTRACT-FILE
           OPEN INPUT CUR-CONTRACT-FILE
           OPEN OUTPUT RECON-REPORT
               CLOSE CUR-CONTRACT-FILE
               CLOSE RECON-REPORT
           END-IF
           MOVE 'E' TO WS-Runstat-Type
           COMPUTE WS-Runstat-Records = WS-Added-Count
               + WS-Inactivated-Count + WS-Changed-Count
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       READ-BOM.
           IF WS-Bom-EOF
               MOVE WS-High-Values-Key TO WS-Bom-Key
