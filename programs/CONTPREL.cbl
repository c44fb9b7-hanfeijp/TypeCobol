               FILE STATUS IS WS-Still-Status.
       DATA DIVISION.
       FILE SECTION.
      *Same 80-byte layout CONTMAIN reads as CONTTRAN; the suspense
      *file carries transactions only, never header or trailer rows.
       FD  PENDING-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  PT-EXPIRY-DATE          PIC X(08).
           05  PT-STATUS-CODE          PIC X(02).
           05  PT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  PT-BILLING-FREQUENCY    PIC X.
           05  PT-NEXT-DUE-DATE        PIC X(08).
           05  PT-AGENT-ID             PIC X(10).
           05  PT-OPERATOR-ID          PIC X(08).
           05  PT-APPROVER-ID          PIC X(08).
       FD  RELEASE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-TRANS-RECORD.
           05  RT-EXPIRY-DATE          PIC X(08).
           05  RT-STATUS-CODE          PIC X(02).
           05  RT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  RT-BILLING-FREQUENCY    PIC X.
           05  RT-NEXT-DUE-DATE        PIC X(08).
           05  RT-AGENT-ID             PIC X(10).
           05  RT-OPERATOR-ID          PIC X(08).
           05  RT-APPROVER-ID          PIC X(08).
       01  RELEASE-HEADER-RECORD REDEFINES RELEASE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  RH-SOURCE-SYSTEM        PIC X(08).
           05  RH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  RELEASE-TRAILER-RECORD REDEFINES RELEASE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  RR-TRANS-COUNT          PIC 9(07).
           05  RR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
       FD  STILL-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STILL-PENDING-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
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
           OPEN INPUT PENDING-TRANS-FILE
