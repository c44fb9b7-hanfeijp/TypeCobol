      *A rule's status selector of '**' matches every status; a
      *contract matches the window when its in-force span overlaps
      *the rule's from/to dates. A re-rate that would drive a premium
      *negative, or to zero (which CONTMAIN reads as no change), is
      *bypassed and counted, never punched.
      *A contract with CONTRACT-COVERAGE rows is also bypassed and
      *counted for manual handling: replacing CM-PREMIUM-AMOUNT
      *alone would break the rule that the coverage premiums sum to
               88  RP-DIRECTION-UP         VALUE '+'.
               88  RP-DIRECTION-DOWN       VALUE '-'.
           05  RP-RATE-VALUE           PIC 9(07)V99.
      *Same 80-byte layout CONTMAIN reads as CONTTRAN, bracketed by
      *the same header and trailer control records.
       FD  RERATE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  RT-EXPIRY-DATE          PIC X(08).
           05  RT-STATUS-CODE          PIC X(02).
           05  RT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  RT-BILLING-FREQUENCY    PIC X.
           05  RT-NEXT-DUE-DATE        PIC X(08).
           05  RT-AGENT-ID             PIC X(10).
           05  RT-OPERATOR-ID          PIC X(08).
           05  RT-APPROVER-ID          PIC X(08).
       01  RERATE-HEADER-RECORD REDEFINES RERATE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  RH-SOURCE-SYSTEM        PIC X(08).
           05  RH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  RERATE-TRAILER-RECORD REDEFINES RERATE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  RR-TRANS-COUNT          PIC 9(07).
           05  RR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
       FD  IMPACT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
      *    punch a corrupted CHANGE amount, and the trailer hash of
      *    the truncated field would never show it.
           EVALUATE TRUE
               WHEN WS-New-Premium NOT > 0
                    ADD 1 TO WS-Negative-Count
                    DISPLAY 'CONTRATE: RE-RATE DRIVES PREMIUM '
                            'TO ZERO OR BELOW FOR ' CM-CONTRACT-NUMBER
                            ', BYPASSED' UPON SYSOUT
               WHEN WS-New-Premium > 999999999.99
                    ADD 1 TO WS-Oversize-Count
           END-IF
           .

      *The re-rate rides CONTMAIN: a CHANGE carrying only the new
      *premium; the blank fields keep what the master has when
      *CONTMAIN applies it.
       WRITE-RERATE-TRANSACTION.
           MOVE SPACES             TO RERATE-TRANS-RECORD
           MOVE 'C'                TO RT-FUNCTION-CODE
           MOVE CM-CONTRACT-NUMBER TO RT-CONTRACT-NUMBER
           MOVE WS-New-Premium     TO RT-PREMIUM-AMOUNT
           MOVE 'CONTRATE'         TO RT-OPERATOR-ID
           WRITE RERATE-TRANS-RECORD
           ADD 1 TO WS-Rerated-Count
           ADD 1 TO WS-Rerate-Trans-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Negative-Count > 0
               MOVE 'ZERO/NEGATIVE RESULT BYPASSED:' TO WS-CL-Caption
               MOVE WS-Negative-Count           TO WS-CL-Count
               MOVE WS-Count-Line TO REPORT-LINE
               WRITE REPORT-LINE
