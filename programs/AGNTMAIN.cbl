       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNTMAIN.
      *Maintenance driver for AGENT-MASTER (VSAM KSDS): applies
      *add/change/inactivate transactions read from AGNTTRAN, one
      *record per transaction, the same way HLDRMAIN keeps the holder
      *master, so CM-AGENT-ID has a master behind it for the writing-
      *agent edits in CONTMAIN and PGM2.CheckContract and for the
      *AGNTCOMM commission run. An ADD must carry a commission class
      *from the AGNTRATE table; a CHANGE left blank keeps the class
      *the agent already has, so an agent is never on file with a
      *class the commission run cannot pay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-MASTER ASSIGN TO 'AGNTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENT-ID
               FILE STATUS IS WS-Master-Status.
           SELECT AGENT-TRANS-FILE ASSIGN TO 'AGNTTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-MASTER.
       COPY AGNTMSTR.
       FD  AGENT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGENT-TRANS-RECORD.
           05  AT-FUNCTION-CODE        PIC X.
               88  AT-FUNCTION-ADD          VALUE 'A'.
               88  AT-FUNCTION-CHANGE       VALUE 'C'.
               88  AT-FUNCTION-INACTIVATE   VALUE 'I'.
           05  AT-AGENT-ID             PIC X(10).
           05  AT-AGENT-NAME           PIC X(30).
           05  AT-STATUS-CODE          PIC X(02).
           05  AT-COMMISSION-CLASS     PIC X(02).

       WORKING-STORAGE SECTION.
       COPY AGNTRATE.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
       01  WS-Trans-Status             PIC XX.
           88  WS-Trans-OK                 VALUE '00'.
           88  WS-Trans-EOF                VALUE '10'.

       01  WS-Rate-Idx                 PIC S9(04) COMP.
       01  WS-Class-Found-Switch       PIC X VALUE 'N'.
           88  WS-Class-Found              VALUE 'Y'.

       01  WS-Counters.
           05  WS-Added-Count          PIC 9(07) VALUE 0.
           05  WS-Changed-Count        PIC 9(07) VALUE 0.
           05  WS-Inactivated-Count    PIC 9(07) VALUE 0.
           05  WS-Error-Count          PIC 9(07) VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'AGNTMAIN'.
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
           OPEN I-O AGENT-MASTER
           IF NOT WS-Master-OK
               OPEN OUTPUT AGENT-MASTER
               CLOSE AGENT-MASTER
               OPEN I-O AGENT-MASTER
           END-IF
           IF NOT WS-Master-OK
               DISPLAY 'AGNTMAIN: AGENT-MASTER NOT AVAILABLE, '
                       'STATUS ' WS-Master-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT AGENT-TRANS-FILE
               IF NOT WS-Trans-OK
                   DISPLAY 'AGNTMAIN: AGENT-TRANS-FILE NOT '
                           'AVAILABLE, STATUS ' WS-Trans-Status
                           UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
                   CLOSE AGENT-MASTER
               ELSE
                   PERFORM UNTIL WS-Trans-EOF
                       READ AGENT-TRANS-FILE
                           AT END
                               SET WS-Trans-EOF TO TRUE
                           NOT AT END
                               PERFORM APPLY-TRANSACTION
                       END-READ
                   END-PERFORM
                   CLOSE AGENT-TRANS-FILE
                   CLOSE AGENT-MASTER
                   IF WS-Error-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           COMPUTE WS-Runstat-Records = WS-Added-Count
               + WS-Changed-Count + WS-Inactivated-Count
               + WS-Error-Count
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN AT-FUNCTION-ADD
                    PERFORM ADD-AGENT
               WHEN AT-FUNCTION-CHANGE
                    PERFORM CHANGE-AGENT
               WHEN AT-FUNCTION-INACTIVATE
                    PERFORM INACTIVATE-AGENT
               WHEN OTHER
                    ADD 1 TO WS-Error-Count
                    DISPLAY 'AGNTMAIN: UNKNOWN FUNCTION CODE '
                            AT-FUNCTION-CODE ' FOR '
                            AT-AGENT-ID UPON SYSOUT
           END-EVALUATE
           .

       ADD-AGENT.
           PERFORM CHECK-COMMISSION-CLASS
           IF NOT WS-Class-Found
               ADD 1 TO WS-Error-Count
               DISPLAY 'AGNTMAIN: ADD FAILED, COMMISSION CLASS '
                       AT-COMMISSION-CLASS ' NOT IN RATE TABLE FOR '
                       AT-AGENT-ID UPON SYSOUT
           ELSE
               MOVE AT-AGENT-ID         TO AG-AGENT-ID
               MOVE AT-AGENT-NAME       TO AG-AGENT-NAME
               MOVE AT-STATUS-CODE      TO AG-STATUS-CODE
               MOVE AT-COMMISSION-CLASS TO AG-COMMISSION-CLASS
               WRITE AGENT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-Error-Count
                       DISPLAY 'AGNTMAIN: ADD FAILED, DUPLICATE KEY '
                               AT-AGENT-ID UPON SYSOUT
                   NOT INVALID KEY
                       ADD 1 TO WS-Added-Count
               END-WRITE
           END-IF
           .

       CHANGE-AGENT.
           IF AT-COMMISSION-CLASS = SPACES
               SET WS-Class-Found TO TRUE
           ELSE
               PERFORM CHECK-COMMISSION-CLASS
           END-IF
           IF NOT WS-Class-Found
               ADD 1 TO WS-Error-Count
               DISPLAY 'AGNTMAIN: CHANGE FAILED, COMMISSION CLASS '
                       AT-COMMISSION-CLASS ' NOT IN RATE TABLE FOR '
                       AT-AGENT-ID UPON SYSOUT
           ELSE
               MOVE AT-AGENT-ID TO AG-AGENT-ID
               READ AGENT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-Error-Count
                       DISPLAY 'AGNTMAIN: CHANGE FAILED, NOT ON FILE '
                               AT-AGENT-ID UPON SYSOUT
                   NOT INVALID KEY
                       MOVE AT-AGENT-NAME  TO AG-AGENT-NAME
                       MOVE AT-STATUS-CODE TO AG-STATUS-CODE
                       IF AT-COMMISSION-CLASS NOT = SPACES
                           MOVE AT-COMMISSION-CLASS
                                           TO AG-COMMISSION-CLASS
                       END-IF
                       REWRITE AGENT-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-Error-Count
                           NOT INVALID KEY
                               ADD 1 TO WS-Changed-Count
                       END-REWRITE
               END-READ
           END-IF
           .

       INACTIVATE-AGENT.
           MOVE AT-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   ADD 1 TO WS-Error-Count
                   DISPLAY 'AGNTMAIN: INACTIVATE FAILED, NOT ON FILE '
                           AT-AGENT-ID UPON SYSOUT
               NOT INVALID KEY
                   SET AG-STATUS-INACTIVE TO TRUE
                   REWRITE AGENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-Error-Count
                       NOT INVALID KEY
                           ADD 1 TO WS-Inactivated-Count
                   END-REWRITE
           END-READ
           .

       CHECK-COMMISSION-CLASS.
           MOVE 'N' TO WS-Class-Found-Switch
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > AR-RATE-TABLE-MAX
                      OR WS-Class-Found
               IF AR-COMMISSION-CLASS (WS-Rate-Idx)
                  = AT-COMMISSION-CLASS
                   SET WS-Class-Found TO TRUE
               END-IF
           END-PERFORM
           .

       DISPLAY-SUMMARY.
           DISPLAY 'AGNTMAIN SUMMARY -'
                   ' ADDED: '       WS-Added-Count
                   ' CHANGED: '     WS-Changed-Count
                   ' INACTIVATED: ' WS-Inactivated-Count
                   ' ERRORS: '      WS-Error-Count
                   UPON SYSOUT
           .
       END PROGRAM AGNTMAIN.
