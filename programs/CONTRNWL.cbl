           05  RN-EXPIRY-DATE          PIC X(08).
           05  RN-DAYS-TO-EXPIRY       PIC 9(03).
           05  RN-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
      *Same 80-byte layout CONTMAIN reads as CONTTRAN, bracketed by
      *the same header and trailer control records.
       FD  RENEWAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  RT-EXPIRY-DATE          PIC X(08).
           05  RT-STATUS-CODE          PIC X(02).
           05  RT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  RT-BILLING-FREQUENCY    PIC X.
           05  RT-NEXT-DUE-DATE        PIC X(08).
           05  RT-AGENT-ID             PIC X(10).
           05  RT-OPERATOR-ID          PIC X(08).
           05  RT-APPROVER-ID          PIC X(08).
       01  RENEWAL-HEADER-RECORD REDEFINES RENEWAL-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  RH-SOURCE-SYSTEM        PIC X(08).
           05  RH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  RENEWAL-TRAILER-RECORD REDEFINES RENEWAL-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  RR-TRANS-COUNT          PIC 9(07).
           05  RR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTRNWL'.
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
           PERFORM READ-HORIZON-CARD
           CALL 'GETBDATE'
           MOVE BD-BUSINESS-DATE TO WS-Today
               CLOSE AGING-REPORT
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

       READ-HORIZON-CARD.
           MOVE SPACES TO WS-Horizon-Card
           ACCEPT WS-Horizon-Card FROM SYSIN
           ADD 1 TO WS-Notice-Count
           .

      *The flip to expired rides CONTMAIN: a CHANGE carrying only
      *the status set to expired; the blank fields and zero premium
      *keep what the master has when CONTMAIN applies it.
       WRITE-EXPIRED-TRANSACTION.
           MOVE SPACES             TO RENEWAL-TRANS-RECORD
           MOVE 'C'                TO RT-FUNCTION-CODE
           MOVE CM-CONTRACT-NUMBER TO RT-CONTRACT-NUMBER
           MOVE 'EX'               TO RT-STATUS-CODE
           MOVE 0                  TO RT-PREMIUM-AMOUNT
           MOVE 'CONTRNWL'         TO RT-OPERATOR-ID
           WRITE RENEWAL-TRANS-RECORD
           ADD 1 TO WS-Expired-Trans-Count
           ADD RT-PREMIUM-AMOUNT TO WS-Expired-Premium-Hash
           .

       WRITE-TRANS-HEADER.
