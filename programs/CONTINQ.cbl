      *master. Tran HINQ is the second request type the service desk
      *starts a call with: a holder id in, and that holder's contract
      *list out (number, status, expiry, premium), answered off the
      *CM-HOLDER-ID alternate index. Tran HIST answers a contract
      *number with its change list, newest first, off the CONTHIST
      *history file the nightly CONTHLOD step loads from the journal;
      *the history file is opened alongside the master, and if it is
      *missing the contract and holder inquiries still answer - only
      *a HIST request fails. The batch entry below and the
      *CONTINQ-ONLINE entry for the future CICS front end share the
      *same core logic; CONTINQD is the interim batch driver the
      *service desk runs today. The
               ALTERNATE RECORD KEY IS CM-HOLDER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Master-Status.
           SELECT CONTRACT-HISTORY ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS WS-History-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
       FD  CONTRACT-HISTORY.
       COPY CONTHIST.

       WORKING-STORAGE SECTION.
       01 TC-Call          PIC X     VALUE 'T'.
       01  WS-List-Scan-Switch         PIC X.
           88  WS-List-Scan-Done           VALUE 'Y'.
       01  WS-List-Idx                 PIC S9(04) COMP.
       01  WS-History-Status           PIC XX.
           88  WS-History-OK               VALUE '00'.
       01  WS-History-Open-Switch      PIC X     VALUE 'N'.
           88  WS-History-Open             VALUE 'Y'.
      *History rows read oldest first; the newest 20 are kept here
      *and handed back in reverse.
       01  WS-Change-Table.
           05  WS-Change-Held          PIC S9(04) COMP VALUE 0.
           05  WS-Change-Row OCCURS 20 TIMES.
               10  WS-C-Change-Date    PIC X(08).
               10  WS-C-Function-Code  PIC X.
               10  WS-C-Coverage-Code  PIC X(04).
               10  WS-C-Old-Status     PIC X(02).
               10  WS-C-New-Status     PIC X(02).
               10  WS-C-Old-Premium    PIC S9(09)V99 COMP-3.
               10  WS-C-New-Premium    PIC S9(09)V99 COMP-3.
       01  WS-Change-Idx               PIC S9(04) COMP.

       LINKAGE SECTION.
       COPY CONTINQC.
           GOBACK.

      *Shared by both calling conventions: the batch entry above and
      *the online entry below. Any tran id other than HINQ or HIST
      *answers the original single-contract request, so existing
      *callers never notice the other request types.
       ANSWER-INQUIRY.
           EVALUATE TRUE
               WHEN CQ-TRAN-HOLDER
                    PERFORM INQUIRE-BY-HOLDER
               WHEN CQ-TRAN-HISTORY
                    PERFORM INQUIRE-HISTORY
               WHEN OTHER
                    PERFORM INQUIRE-CONTRACT
           END-EVALUATE
           .

       INQUIRE-CONTRACT.
           MOVE CM-EXPIRY-DATE     TO CQ-EXPIRY-DATE
           MOVE CM-STATUS-CODE     TO CQ-STATUS-CODE
           MOVE CM-PREMIUM-AMOUNT  TO CQ-PREMIUM-AMOUNT
           MOVE CM-BILLING-FREQUENCY TO CQ-BILLING-FREQUENCY
           MOVE CM-NEXT-DUE-DATE   TO CQ-NEXT-DUE-DATE
           MOVE CM-AGENT-ID        TO CQ-AGENT-ID
           .

      *Holder request: position on the alternate index and read the
           END-PERFORM
           .

      *History request: position on the first row for the contract
      *and read forward until the contract changes. Rows arrive
      *oldest first, so the table keeps the newest 20 by dropping
      *the oldest when it is full; the answer is built from the
      *bottom of the table up. The found flag answers for the list.
       INQUIRE-HISTORY.
           PERFORM TC-INITIALIZATIONS
           PERFORM CLEAR-HISTORY-ANSWER
           IF RETURN-CODE = 0
              AND NOT WS-History-Open
               DISPLAY 'CONTINQ: CONTRACT-HISTORY NOT AVAILABLE FOR '
                       CQ-CONTRACT-NUMBER UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               MOVE 0 TO WS-Change-Held
               MOVE LOW-VALUES TO CH-HISTORY-KEY
               MOVE CQ-CONTRACT-NUMBER TO CH-CONTRACT-NUMBER
               MOVE 'N' TO WS-List-Scan-Switch
               START CONTRACT-HISTORY KEY NOT < CH-HISTORY-KEY
                   INVALID KEY
                       SET WS-List-Scan-Done TO TRUE
               END-START
               PERFORM UNTIL WS-List-Scan-Done
                   READ CONTRACT-HISTORY NEXT
                       AT END
                           SET WS-List-Scan-Done TO TRUE
                       NOT AT END
                           PERFORM HOLD-ONE-CHANGE
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-Change-Idx FROM WS-Change-Held BY -1
                       UNTIL WS-Change-Idx < 1
                   PERFORM LIST-ONE-CHANGE
               END-PERFORM
           END-IF
           IF CQ-CHANGE-COUNT > 0
               SET CQ-CONTRACT-FOUND TO TRUE
           END-IF
           .

       HOLD-ONE-CHANGE.
           IF CH-CONTRACT-NUMBER NOT = CQ-CONTRACT-NUMBER
               SET WS-List-Scan-Done TO TRUE
           ELSE
               IF WS-Change-Held >= 20
                   SET CQ-HISTORY-TRUNCATED TO TRUE
                   PERFORM VARYING WS-Change-Idx FROM 1 BY 1
                           UNTIL WS-Change-Idx > 19
                       MOVE WS-Change-Row (WS-Change-Idx + 1)
                           TO WS-Change-Row (WS-Change-Idx)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-Change-Held
               END-IF
               MOVE CH-JOURNAL-DATE
                   TO WS-C-Change-Date (WS-Change-Held)
               MOVE CH-FUNCTION-CODE
                   TO WS-C-Function-Code (WS-Change-Held)
               MOVE CH-COVERAGE-CODE
                   TO WS-C-Coverage-Code (WS-Change-Held)
               MOVE CH-OLD-STATUS
                   TO WS-C-Old-Status (WS-Change-Held)
               MOVE CH-NEW-STATUS
                   TO WS-C-New-Status (WS-Change-Held)
               MOVE CH-OLD-PREMIUM
                   TO WS-C-Old-Premium (WS-Change-Held)
               MOVE CH-NEW-PREMIUM
                   TO WS-C-New-Premium (WS-Change-Held)
           END-IF
           .

       LIST-ONE-CHANGE.
           ADD 1 TO CQ-CHANGE-COUNT
           MOVE CQ-CHANGE-COUNT TO WS-List-Idx
           MOVE WS-C-Change-Date (WS-Change-Idx)
               TO CQ-H-CHANGE-DATE (WS-List-Idx)
           MOVE WS-C-Function-Code (WS-Change-Idx)
               TO CQ-H-FUNCTION-CODE (WS-List-Idx)
           MOVE WS-C-Coverage-Code (WS-Change-Idx)
               TO CQ-H-COVERAGE-CODE (WS-List-Idx)
           MOVE WS-C-Old-Status (WS-Change-Idx)
               TO CQ-H-OLD-STATUS (WS-List-Idx)
           MOVE WS-C-New-Status (WS-Change-Idx)
               TO CQ-H-NEW-STATUS (WS-List-Idx)
           MOVE WS-C-Old-Premium (WS-Change-Idx)
               TO CQ-H-OLD-PREMIUM (WS-List-Idx)
           MOVE WS-C-New-Premium (WS-Change-Idx)
               TO CQ-H-NEW-PREMIUM (WS-List-Idx)
           .

       CLEAR-HISTORY-ANSWER.
           SET CQ-CONTRACT-NOT-FOUND TO TRUE
           MOVE 0      TO CQ-CHANGE-COUNT
           MOVE SPACES TO CQ-HIST-TRUNC-FLAG
           PERFORM VARYING WS-List-Idx FROM 1 BY 1
                   UNTIL WS-List-Idx > 20
               MOVE SPACES TO CQ-H-CHANGE-DATE (WS-List-Idx)
               MOVE SPACES TO CQ-H-FUNCTION-CODE (WS-List-Idx)
               MOVE SPACES TO CQ-H-COVERAGE-CODE (WS-List-Idx)
               MOVE SPACES TO CQ-H-OLD-STATUS (WS-List-Idx)
               MOVE SPACES TO CQ-H-NEW-STATUS (WS-List-Idx)
               MOVE 0      TO CQ-H-OLD-PREMIUM (WS-List-Idx)
               MOVE 0      TO CQ-H-NEW-PREMIUM (WS-List-Idx)
           END-PERFORM
           .

       ANSWER-NOT-FOUND.
           SET CQ-CONTRACT-NOT-FOUND TO TRUE
           MOVE SPACES TO CQ-HOLDER-ID
           MOVE SPACES TO CQ-EXPIRY-DATE
           MOVE SPACES TO CQ-STATUS-CODE
           MOVE 0      TO CQ-PREMIUM-AMOUNT
           MOVE SPACES TO CQ-BILLING-FREQUENCY
           MOVE SPACES TO CQ-NEXT-DUE-DATE
           MOVE SPACES TO CQ-AGENT-ID
           .

       TC-INITIALIZATIONS.
                           'STATUS ' WS-Master-Status UPON SYSOUT
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WS-History-Open-Switch
               OPEN INPUT CONTRACT-HISTORY
               IF WS-History-OK
                   SET WS-History-Open TO TRUE
               ELSE
                   DISPLAY 'CONTINQ: CONTRACT-HISTORY NOT AVAILABLE, '
                           'STATUS ' WS-History-Status
                           ', HIST INQUIRIES WILL FAIL' UPON SYSOUT
               END-IF
           END-IF
           .


       RESET-ENTRY-POINT.
       ENTRY 'CONTINQ-RESET'.
      *Close the files this program opened in TC-INITIALIZATIONS so a
      *later TC-FirstCall re-open starts clean rather than failing on
      *an already-open file. A CLOSE against a file this instance
      *never managed to open is a harmless no-op.
           CLOSE CONTRACT-MASTER
           IF WS-History-Open
               CLOSE CONTRACT-HISTORY
               MOVE 'N' TO WS-History-Open-Switch
           END-IF
           SET TC-FirstCall TO TRUE
           GOBACK.
       END PROGRAM CONTINQ.
