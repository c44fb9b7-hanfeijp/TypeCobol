       01  MERGE-PARM-RECORD.
           05  MG-SURVIVOR-ID          PIC X(10).
           05  MG-DUPLICATE-ID         PIC X(10).
      *Same 80-byte layout CONTMAIN reads as CONTTRAN, bracketed by
      *the same header and trailer control records.
       FD  MERGE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  MT-EXPIRY-DATE          PIC X(08).
           05  MT-STATUS-CODE          PIC X(02).
           05  MT-PREMIUM-AMOUNT       PIC S9(09)V99 COMP-3.
           05  MT-BILLING-FREQUENCY    PIC X.
           05  MT-NEXT-DUE-DATE        PIC X(08).
           05  MT-AGENT-ID             PIC X(10).
           05  MT-OPERATOR-ID          PIC X(08).
           05  MT-APPROVER-ID          PIC X(08).
       01  MERGE-HEADER-RECORD REDEFINES MERGE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  MH-SOURCE-SYSTEM        PIC X(08).
           05  MH-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(63).
       01  MERGE-TRAILER-RECORD REDEFINES MERGE-TRANS-RECORD.
           05  FILLER                  PIC X.
           05  MR-TRANS-COUNT          PIC 9(07).
           05  MR-PREMIUM-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(64).
      *Same layout HLDRMAIN reads as HLDRTRAN.
       FD  HOLDER-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  HT-HOLDER-ID            PIC X(10).
           05  HT-HOLDER-NAME          PIC X(30).
           05  HT-STATUS-CODE          PIC X(02).
           05  FILLER                  PIC X(66).
       FD  MERGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
           .

      *Every contract under the duplicate, off the alternate index:
      *a CHANGE carrying only the holder id repointed to the
      *survivor; the blank fields and zero premium keep what the
      *master has when CONTMAIN applies it.
       REPOINT-DUPLICATE-CONTRACTS.
           MOVE 0 TO WS-Pair-Moved-Count
           MOVE MG-DUPLICATE-ID TO CM-HOLDER-ID
           .

       PUNCH-REPOINT-CHANGE.
           MOVE SPACES             TO MERGE-TRANS-RECORD
           MOVE 'C'                TO MT-FUNCTION-CODE
           MOVE CM-CONTRACT-NUMBER TO MT-CONTRACT-NUMBER
           MOVE MG-SURVIVOR-ID     TO MT-HOLDER-ID
           MOVE 0                  TO MT-PREMIUM-AMOUNT
           MOVE 'HLDRMRGE'         TO MT-OPERATOR-ID
           WRITE MERGE-TRANS-RECORD
           ADD 1 TO WS-Moved-Count
           ADD 1 TO WS-Pair-Moved-Count
           ADD 1 TO WS-Merge-Trans-Count
           ADD MT-PREMIUM-AMOUNT TO WS-Merge-Premium-Hash
           MOVE SPACES TO WS-Detail-Line
           MOVE CM-CONTRACT-NUMBER TO WS-D-Contract
           MOVE CM-STATUS-CODE     TO WS-D-Status

      *The duplicate goes inactive through HLDRMAIN, never directly.
       PUNCH-HOLDER-INACTIVATE.
           MOVE SPACES            TO HOLDER-TRANS-RECORD
           MOVE 'I'               TO HT-FUNCTION-CODE
           MOVE MG-DUPLICATE-ID   TO HT-HOLDER-ID
           MOVE WS-Duplicate-Name TO HT-HOLDER-NAME
