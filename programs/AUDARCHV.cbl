           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'AUDARCHV'.
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
           PERFORM COPY-AUDIT-LOG
               PERFORM WRITE-CATALOG-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Copied-Count TO WS-Runstat-Records
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
