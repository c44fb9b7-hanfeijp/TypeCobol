      *record per transaction, so CM-HOLDER-ID finally has a master
      *behind it for the holder-exists edits in CONTMAIN and
      *PGM2.CheckContract.
      *The same run keeps the holder's mailing address on
      *HOLDER-ADDRESS (HLDRADDR) for the CONTLETR letter print: a
      *mailing-address transaction (M) writes or replaces the
      *address and clears any returned-mail flag, a returned-mail
      *transaction (R) flags the address the mailroom had back. Both
      *need the holder on HOLDER-MASTER; an R needs an address on
      *file to flag.
      *Every transaction applied, master or address, is journalled
      *to HOLDER-JOURNAL (HLDRJRNL) so the warehouse extract CONTCDCX
      *sees the night's holder changes; a failed transaction is not.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOLDER-ID
               FILE STATUS IS WS-Master-Status.
           SELECT HOLDER-ADDRESS ASSIGN TO 'HLDRADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-HOLDER-ID
               FILE STATUS IS WS-Address-Status.
           SELECT HOLDER-TRANS-FILE ASSIGN TO 'HLDRTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
           SELECT HOLDER-JOURNAL ASSIGN TO 'HLDRJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  HOLDER-ADDRESS.
       COPY HLDRADDR.
       FD  HOLDER-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLDER-TRANS-RECORD.
               88  HT-FUNCTION-ADD          VALUE 'A'.
               88  HT-FUNCTION-CHANGE       VALUE 'C'.
               88  HT-FUNCTION-INACTIVATE   VALUE 'I'.
               88  HT-FUNCTION-ADDRESS      VALUE 'M'.
               88  HT-FUNCTION-RETURNED     VALUE 'R'.
           05  HT-HOLDER-ID            PIC X(10).
           05  HT-HOLDER-NAME          PIC X(30).
           05  HT-STATUS-CODE          PIC X(02).
           05  FILLER                  PIC X(66).
      *Mailing-address (M) and returned-mail (R) transactions; an R
      *carries only the function and holder id.
       01  HOLDER-ADDRESS-TRANS.
           05  FILLER                  PIC X.
           05  HX-HOLDER-ID            PIC X(10).
           05  HX-ADDRESS-LINE-1       PIC X(30).
           05  HX-ADDRESS-LINE-2       PIC X(30).
           05  HX-ADDRESS-LINE-3       PIC X(30).
           05  HX-POSTCODE             PIC X(08).
       FD  HOLDER-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY HLDRJRNL.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
       01  WS-Address-Status           PIC XX.
           88  WS-Address-OK               VALUE '00'.
       01  WS-Trans-Status             PIC XX.
           88  WS-Trans-OK                 VALUE '00'.
           88  WS-Trans-EOF                VALUE '10'.
       01  WS-Journal-Status           PIC XX.
           88  WS-Journal-OK               VALUE '00'.

       01  WS-Counters.
           05  WS-Added-Count          PIC 9(07) VALUE 0.
           05  WS-Changed-Count        PIC 9(07) VALUE 0.
           05  WS-Inactivated-Count    PIC 9(07) VALUE 0.
           05  WS-Address-Count        PIC 9(07) VALUE 0.
           05  WS-Returned-Count       PIC 9(07) VALUE 0.
           05  WS-Error-Count          PIC 9(07) VALUE 0.
           05  WS-Journal-Error-Count  PIC 9(07) VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'HLDRMAIN'.
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
           OPEN I-O HOLDER-MASTER
           IF NOT WS-Master-OK
               OPEN OUTPUT HOLDER-MASTER
               CLOSE HOLDER-MASTER
               OPEN I-O HOLDER-MASTER
           END-IF
           OPEN I-O HOLDER-ADDRESS
           IF NOT WS-Address-OK
               OPEN OUTPUT HOLDER-ADDRESS
               CLOSE HOLDER-ADDRESS
               OPEN I-O HOLDER-ADDRESS
           END-IF
           IF NOT WS-Master-OK OR NOT WS-Address-OK
               DISPLAY 'HLDRMAIN: HOLDER FILES NOT AVAILABLE, '
                       'MASTER ' WS-Master-Status
                       ' ADDRESS ' WS-Address-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND HOLDER-JOURNAL
               IF NOT WS-Journal-OK
                   OPEN OUTPUT HOLDER-JOURNAL
               END-IF
               IF NOT WS-Journal-OK
                   DISPLAY 'HLDRMAIN: HOLDER-JOURNAL NOT AVAILABLE, '
                           'STATUS ' WS-Journal-Status UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
                   CLOSE HOLDER-MASTER
                   CLOSE HOLDER-ADDRESS
               ELSE
                   OPEN INPUT HOLDER-TRANS-FILE
                   IF NOT WS-Trans-OK
                       DISPLAY 'HLDRMAIN: HOLDER-TRANS-FILE NOT '
                               'AVAILABLE, STATUS ' WS-Trans-Status
                               UPON SYSOUT
                       MOVE 8 TO RETURN-CODE
                       CLOSE HOLDER-MASTER
                       CLOSE HOLDER-ADDRESS
                       CLOSE HOLDER-JOURNAL
                   ELSE
                       PERFORM UNTIL WS-Trans-EOF
                           READ HOLDER-TRANS-FILE
                               AT END
                                   SET WS-Trans-EOF TO TRUE
                               NOT AT END
                                   PERFORM APPLY-TRANSACTION
                           END-READ
                       END-PERFORM
                       CLOSE HOLDER-TRANS-FILE
                       CLOSE HOLDER-MASTER
                       CLOSE HOLDER-ADDRESS
                       CLOSE HOLDER-JOURNAL
                       IF WS-Error-Count > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       IF WS-Journal-Error-Count > 0
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           COMPUTE WS-Runstat-Records = WS-Added-Count
               + WS-Changed-Count + WS-Inactivated-Count
               + WS-Address-Count + WS-Returned-Count
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
               WHEN HT-FUNCTION-ADD
                    PERFORM CHANGE-HOLDER
               WHEN HT-FUNCTION-INACTIVATE
                    PERFORM INACTIVATE-HOLDER
               WHEN HT-FUNCTION-ADDRESS
                    PERFORM KEY-HOLDER-ADDRESS
               WHEN HT-FUNCTION-RETURNED
                    PERFORM FLAG-RETURNED-MAIL
               WHEN OTHER
                    ADD 1 TO WS-Error-Count
                    DISPLAY 'HLDRMAIN: UNKNOWN FUNCTION CODE '
                           HT-HOLDER-ID UPON SYSOUT
               NOT INVALID KEY
                   ADD 1 TO WS-Added-Count
                   PERFORM WRITE-HOLDER-JOURNAL
           END-WRITE
           .

                           ADD 1 TO WS-Error-Count
                       NOT INVALID KEY
                           ADD 1 TO WS-Changed-Count
                           PERFORM WRITE-HOLDER-JOURNAL
                   END-REWRITE
           END-READ
           .
                           ADD 1 TO WS-Error-Count
                       NOT INVALID KEY
                           ADD 1 TO WS-Inactivated-Count
                           PERFORM WRITE-HOLDER-JOURNAL
                   END-REWRITE
           END-READ
           .

      *A new address supersedes the old one whole, so it also clears
      *the returned-mail flag the old one may have carried.
       KEY-HOLDER-ADDRESS.
           MOVE HT-HOLDER-ID TO HM-HOLDER-ID
           READ HOLDER-MASTER
               INVALID KEY
                   ADD 1 TO WS-Error-Count
                   DISPLAY 'HLDRMAIN: ADDRESS FAILED, HOLDER NOT ON '
                           'FILE ' HT-HOLDER-ID UPON SYSOUT
               NOT INVALID KEY
                   PERFORM WRITE-HOLDER-ADDRESS
           END-READ
           .

       WRITE-HOLDER-ADDRESS.
           MOVE HX-HOLDER-ID TO HA-HOLDER-ID
           READ HOLDER-ADDRESS
               INVALID KEY
                   PERFORM BUILD-ADDRESS-RECORD
                   WRITE HOLDER-ADDRESS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-Error-Count
                       NOT INVALID KEY
                           ADD 1 TO WS-Address-Count
                           PERFORM WRITE-HOLDER-JOURNAL
                   END-WRITE
               NOT INVALID KEY
                   PERFORM BUILD-ADDRESS-RECORD
                   REWRITE HOLDER-ADDRESS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-Error-Count
                       NOT INVALID KEY
                           ADD 1 TO WS-Address-Count
                           PERFORM WRITE-HOLDER-JOURNAL
                   END-REWRITE
           END-READ
           .

       BUILD-ADDRESS-RECORD.
           MOVE HX-HOLDER-ID      TO HA-HOLDER-ID
           MOVE HX-ADDRESS-LINE-1 TO HA-ADDRESS-LINE-1
           MOVE HX-ADDRESS-LINE-2 TO HA-ADDRESS-LINE-2
           MOVE HX-ADDRESS-LINE-3 TO HA-ADDRESS-LINE-3
           MOVE HX-POSTCODE       TO HA-POSTCODE
           SET HA-MAIL-DELIVERABLE TO TRUE
           MOVE BD-BUSINESS-DATE  TO HA-LAST-CHANGE-DATE
           .

       FLAG-RETURNED-MAIL.
           MOVE HT-HOLDER-ID TO HA-HOLDER-ID
           READ HOLDER-ADDRESS
               INVALID KEY
                   ADD 1 TO WS-Error-Count
                   DISPLAY 'HLDRMAIN: RETURNED MAIL FAILED, NO '
                           'ADDRESS ON FILE ' HT-HOLDER-ID UPON SYSOUT
               NOT INVALID KEY
                   SET HA-RETURNED-MAIL TO TRUE
                   MOVE BD-BUSINESS-DATE TO HA-LAST-CHANGE-DATE
                   REWRITE HOLDER-ADDRESS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-Error-Count
                       NOT INVALID KEY
                           ADD 1 TO WS-Returned-Count
                           PERFORM WRITE-HOLDER-JOURNAL
                   END-REWRITE
           END-READ
           .

       WRITE-HOLDER-JOURNAL.
           MOVE HT-FUNCTION-CODE TO HJ-FUNCTION-CODE
           MOVE BD-BUSINESS-DATE TO HJ-DATE
           ACCEPT HJ-TIME FROM TIME
           MOVE HT-HOLDER-ID     TO HJ-HOLDER-ID
           WRITE HOLDER-JOURNAL-RECORD
           IF NOT WS-Journal-OK
               ADD 1 TO WS-Journal-Error-Count
               DISPLAY 'HLDRMAIN: HOLDER-JOURNAL WRITE FAILED, '
                       'STATUS ' WS-Journal-Status ' FOR '
                       HT-HOLDER-ID UPON SYSOUT
           END-IF
           .

       DISPLAY-SUMMARY.
           DISPLAY 'HLDRMAIN SUMMARY -'
                   ' ADDED: '       WS-Added-Count
                   ' CHANGED: '     WS-Changed-Count
                   ' INACTIVATED: ' WS-Inactivated-Count
                   ' ADDRESSES: '   WS-Address-Count
                   ' RETURNED: '    WS-Returned-Count
                   ' ERRORS: '      WS-Error-Count
                   UPON SYSOUT
           .
