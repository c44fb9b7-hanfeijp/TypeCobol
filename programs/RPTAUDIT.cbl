           05  WS-ET-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'RPTAUDIT'.
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
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT WS-Audit-OK
               DISPLAY 'RPTAUDIT: AUDIT-LOG-FILE NOT AVAILABLE, '
                   END-IF
               END-IF
           END-IF
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Grand-Total TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       PRINT-ACTIVITY-SECTION.
           MOVE 'CROSS-PROGRAM CALL ACTIVITY REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
