      *one per INQRQST record, drives each through the
      *CONTINQ-ONLINE entry with a CONTINQC transaction block, and
      *prints the answers - status, premium, holder and dates, or
      *NOT FOUND - one line per request. A request carrying tran id
      *HIST after the contract number asks for the contract's change
      *history instead: one line for the contract, then one line per
      *change newest first (date, function, coverage, old and new
      *status, old and new premium). A blank tran id is the ordinary
      *contract inquiry, so existing request decks run unchanged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REQUEST-RECORD.
           05  IRQ-CONTRACT-NUMBER     PIC X(10).
           05  IRQ-TRAN-ID             PIC X(04).
               88  IRQ-TRAN-HISTORY        VALUE 'HIST'.
       FD  INQUIRY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
           05  WS-Request-Count        PIC 9(07) VALUE 0.
           05  WS-Found-Count          PIC 9(07) VALUE 0.
           05  WS-Not-Found-Count      PIC 9(07) VALUE 0.
           05  WS-History-Count        PIC 9(07) VALUE 0.
           05  WS-Change-Line-Count    PIC 9(07) VALUE 0.
       01  WS-Change-Idx               PIC S9(04) COMP.

       01  WS-Answer-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-Premium            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-Change-Line.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-H-Date               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-H-Function           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-H-Coverage           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-H-Old-Status         PIC X(02).
           05  WS-H-Status-Sep         PIC X(02).
           05  WS-H-New-Status         PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-H-Old-Premium        PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-H-Premium-Sep        PIC X(02).
           05  WS-H-New-Premium        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE

       ANSWER-ONE-REQUEST.
           ADD 1 TO WS-Request-Count
           IF IRQ-TRAN-HISTORY
               MOVE 'HIST' TO CQ-TRAN-ID
           ELSE
               MOVE 'CINQ' TO CQ-TRAN-ID
           END-IF
           MOVE IRQ-CONTRACT-NUMBER TO CQ-CONTRACT-NUMBER
           CALL 'CONTINQ-ONLINE' USING CONTRACT-INQUIRY-PARM-BLOCK
           IF RETURN-CODE NOT = 0
               MOVE 12 TO RETURN-CODE
               SET WS-Request-EOF TO TRUE
           ELSE
               IF CQ-TRAN-HISTORY
                   PERFORM WRITE-HISTORY-LINES
               ELSE
                   PERFORM WRITE-ANSWER-LINE
               END-IF
           END-IF
           .

           WRITE REPORT-LINE
           .

      *History answer: the contract line says how many changes came
      *back (and whether older ones were left off), then the changes.
       WRITE-HISTORY-LINES.
           ADD 1 TO WS-History-Count
           MOVE SPACES TO WS-Answer-Line
           MOVE CQ-CONTRACT-NUMBER TO WS-A-Contract
           IF CQ-CONTRACT-FOUND
               ADD 1 TO WS-Found-Count
               MOVE 'HISTORY'   TO WS-A-Answer
           ELSE
               ADD 1 TO WS-Not-Found-Count
               MOVE 'NO HIST'   TO WS-A-Answer
           END-IF
           MOVE WS-Answer-Line TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Change-Idx FROM 1 BY 1
                   UNTIL WS-Change-Idx > CQ-CHANGE-COUNT
               MOVE SPACES TO WS-Change-Line
               MOVE CQ-H-CHANGE-DATE (WS-Change-Idx)   TO WS-H-Date
               MOVE CQ-H-FUNCTION-CODE (WS-Change-Idx) TO WS-H-Function
               MOVE CQ-H-COVERAGE-CODE (WS-Change-Idx) TO WS-H-Coverage
               MOVE CQ-H-OLD-STATUS (WS-Change-Idx)
                   TO WS-H-Old-Status
               MOVE '->' TO WS-H-Status-Sep
               MOVE CQ-H-NEW-STATUS (WS-Change-Idx)
                   TO WS-H-New-Status
               MOVE CQ-H-OLD-PREMIUM (WS-Change-Idx)
                   TO WS-H-Old-Premium
               MOVE '->' TO WS-H-Premium-Sep
               MOVE CQ-H-NEW-PREMIUM (WS-Change-Idx)
                   TO WS-H-New-Premium
               MOVE WS-Change-Line TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-Change-Line-Count
           END-PERFORM
           IF CQ-HISTORY-TRUNCATED
               MOVE '      OLDER CHANGES NOT SHOWN' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTINQD SUMMARY -'
                   ' REQUESTS: '  WS-Request-Count
                   ' FOUND: '     WS-Found-Count
                   ' NOT FOUND: ' WS-Not-Found-Count
                   ' HISTORY: '   WS-History-Count
                   ' CHANGES: '   WS-Change-Line-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTINQD.
