      *CheckContract itself appends to CONTREJC as it re-rejects, so
      *the input is first copied to a work file and the recycle loop
      *reads that copy, never the live reject file.
      *CheckContract answers RC 4 for a reject that still fails and
      *RC 16 when its own NIGHTBAT step gate holds it; a held
      *CheckContract has re-validated nothing, so the recycle stops
      *there and ends RC 16 rather than filing the reject as still
      *failing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-Cleared-Count        PIC 9(07) VALUE 0.
           05  WS-Still-Failing-Count  PIC 9(07) VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTRCYC'.
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
           PERFORM RESOLVE-PROC-ID
           PERFORM COPY-REJECTS-TO-WORK
           IF RETURN-CODE = 0 AND WS-Reject-In-Count > 0
               PERFORM RECYCLE-WORK-FILE-LOOP
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Reject-In-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       COPY-REJECTS-TO-WORK.
           OPEN INPUT CONTRACT-REJECTS
           IF NOT WS-Reject-OK
                    MOVE WORK-REJECT-RECORD TO STILL-REJECT-RECORD
                    WRITE STILL-REJECT-RECORD
                    ADD 1 TO WS-Still-Failing-Count
               WHEN RETURN-CODE = 16
                    DISPLAY 'CONTRCYC: CHECKCONTRACT HELD BY ITS STEP '
                            'GATE AT ' WRK-CONTRACT-VALUE
                            ', RECYCLE STOPPED' UPON SYSOUT
                    SET WS-Abort-Recycle TO TRUE
               WHEN OTHER
                    DISPLAY 'CONTRCYC: CHECKCONTRACT CALL FAILED, '
                            'RETURN-CODE ' RETURN-CODE ' FOR '
