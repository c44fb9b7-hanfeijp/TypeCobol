       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSWMG.
      *Merge and proof step for the partitioned CONTSWEP sweep, run
      *once every CONTSWnn partition job has ended. The SWEEPPRT deck
      *(every partition's card, ascending key order, no overlap) says
      *what should have run; the SWEEPCNT rows the partitions wrote
      *(concatenated) say what did. CONTRACT-MASTER is counted in full
      *and by partition range, and each partition must have a row for
      *tonight's business date, have ended no worse than RC 4, have
      *run the range it was carded with, and have read exactly the
      *master records in that range; the partition reads must add up
      *to the full master count with no record outside every range.
      *Any of that failing is a proof failure, RC 16, and nothing is
      *merged, so the failed partition can be restarted alone and this
      *step rerun. Once proven, the partitions' reject and warning
      *rows (PARTREJC/PARTWARN, concatenated) are sorted into contract
      *key order and appended to the nightly CONTREJC/CONTWARN for
      *RPTREJCT and RPTSUMRY, and their audit rows (PARTAUDT, which
      *carry no contract key, so concatenated in partition order) are
      *appended to AUDITLOG. SWEEPTOT carries every partition's row,
      *completed with the proof, plus a run total, for RPTSUMRY; it is
      *written on a failed proof too, so the report shows why.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-DECK ASSIGN TO 'SWEEPPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Deck-Status.
           SELECT PARTITION-COUNTS ASSIGN TO 'SWEEPCNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Counts-Status.
           SELECT CONTRACT-MASTER ASSIGN TO 'CONTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTRACT-NUMBER
               FILE STATUS IS WS-Master-Status.
           SELECT PARTITION-REJECTS ASSIGN TO 'PARTREJC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Part-Reject-Status.
           SELECT PARTITION-WARNINGS ASSIGN TO 'PARTWARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Part-Warning-Status.
           SELECT PARTITION-AUDIT ASSIGN TO 'PARTAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Part-Audit-Status.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT SORTED-REJECTS ASSIGN TO 'SRTREJC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Status.
           SELECT SORTED-WARNINGS ASSIGN TO 'SRTWARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sorted-Status.
           SELECT CONTRACT-REJECTS ASSIGN TO 'CONTREJC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT CONTRACT-WARNINGS ASSIGN TO 'CONTWARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Warning-Status.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT SWEEP-TOTALS ASSIGN TO 'SWEEPTOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Totals-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-DECK
           LABEL RECORDS ARE STANDARD.
       COPY SWEEPPRT.
      *Both SWEEPCNT files are read into and written from the one
      *SWEEP-COUNT-RECORD staging area in WORKING-STORAGE below.
       FD  PARTITION-COUNTS
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-COUNT-INPUT       PIC X(100).
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
       FD  PARTITION-REJECTS
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-REJECT-RECORD     PIC X(46).
       FD  PARTITION-WARNINGS
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-WARNING-RECORD    PIC X(46).
       FD  PARTITION-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-AUDIT-RECORD      PIC X(34).
       SD  SORT-WORK-FILE.
       01  SD-REJECT-RECORD.
           05  SD-CONTRACT-VALUE       PIC X(10).
           05  SD-RULE-FAILED          PIC X(16).
           05  SD-REASON-CODE          PIC X(04).
           05  SD-DATE                 PIC X(08).
           05  SD-TIME                 PIC X(08).
       FD  SORTED-REJECTS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REJECT-RECORD        PIC X(46).
       FD  SORTED-WARNINGS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-WARNING-RECORD       PIC X(46).
       FD  CONTRACT-REJECTS
           LABEL RECORDS ARE STANDARD.
       COPY CONTREJC.
       FD  CONTRACT-WARNINGS
           LABEL RECORDS ARE STANDARD.
           COPY CONTREJC REPLACING
               ==CONTRACT-REJECT-RECORD== BY ==CONTRACT-WARNING-RECORD==
               ==CREJ-CONTRACT-VALUE==    BY ==CWRN-CONTRACT-VALUE==
               ==CREJ-RULE-FAILED==       BY ==CWRN-RULE-FAILED==
               ==CREJ-REASON-CODE==       BY ==CWRN-REASON-CODE==
               ==CREJ-TIMESTAMP==         BY ==CWRN-TIMESTAMP==
               ==CREJ-DATE==              BY ==CWRN-DATE==
               ==CREJ-TIME==              BY ==CWRN-TIME==.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  SWEEP-TOTALS
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-TOTAL-OUTPUT          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY SWEEPCNT.
       01  WS-Deck-Status              PIC XX.
           88  WS-Deck-OK                  VALUE '00'.
           88  WS-Deck-EOF                 VALUE '10'.
       01  WS-Counts-Status            PIC XX.
           88  WS-Counts-OK                VALUE '00'.
           88  WS-Counts-EOF               VALUE '10'.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
           88  WS-Master-EOF               VALUE '10'.
       01  WS-Part-Reject-Status       PIC XX.
           88  WS-Part-Reject-OK           VALUE '00'.
       01  WS-Part-Warning-Status      PIC XX.
           88  WS-Part-Warning-OK          VALUE '00'.
       01  WS-Part-Audit-Status        PIC XX.
           88  WS-Part-Audit-OK            VALUE '00'.
           88  WS-Part-Audit-EOF           VALUE '10'.
       01  WS-Sorted-Status            PIC XX.
           88  WS-Sorted-OK                VALUE '00'.
           88  WS-Sorted-EOF               VALUE '10'.
       01  WS-Reject-Status            PIC XX.
           88  WS-Reject-OK                VALUE '00'.
       01  WS-Warning-Status           PIC XX.
           88  WS-Warning-OK               VALUE '00'.
       01  WS-Audit-Status             PIC XX.
           88  WS-Audit-OK                 VALUE '00'.
       01  WS-Totals-Status            PIC XX.
           88  WS-Totals-OK                VALUE '00'.

      *One entry per SWEEPPRT card, in deck (key) order: the range as
      *carded and resolved, then what the partition's SWEEPCNT row
      *reported and what this step counted against it.
       01  WS-Partition-Table.
           05  WS-Part-Entry OCCURS 20 TIMES.
               10  WS-Part-Id          PIC X(02).
               10  WS-Part-From-Card   PIC X(10).
               10  WS-Part-To-Card     PIC X(10).
               10  WS-Part-From-Key    PIC X(10).
               10  WS-Part-To-Key      PIC X(10).
               10  WS-Part-Row-Switch  PIC X.
                   88  WS-Part-Reported    VALUE 'Y'.
                   88  WS-Part-Not-Reported VALUE 'N'.
               10  WS-Part-Ran-From    PIC X(10).
               10  WS-Part-Ran-To      PIC X(10).
               10  WS-Part-Read        PIC 9(07).
               10  WS-Part-Valid       PIC 9(07).
               10  WS-Part-Rejected    PIC 9(07).
               10  WS-Part-Skipped     PIC 9(07).
               10  WS-Part-Return-Code PIC S9(04) COMP.
               10  WS-Part-Master      PIC 9(07).
               10  WS-Part-Reject-Rows PIC 9(07).
               10  WS-Part-Warning-Rows PIC 9(07).
               10  WS-Part-Proof       PIC X.
                   88  WS-Part-Agrees      VALUE 'A'.
                   88  WS-Part-Differs     VALUE 'D'.
                   88  WS-Part-Missing     VALUE 'M'.
                   88  WS-Part-Failed      VALUE 'F'.
       01  WS-Part-Count               PIC S9(04) COMP VALUE 0.
       01  WS-Part-Idx                 PIC S9(04) COMP.
       01  WS-Find-Idx                 PIC S9(04) COMP.
       01  WS-Find-Id                  PIC X(02).
       01  WS-Find-Key                 PIC X(10).
       01  WS-Card-From-Key            PIC X(10).
       01  WS-Card-To-Key              PIC X(10).

       01  WS-Proof-Switch             PIC X VALUE 'N'.
           88  WS-Proof-Failed             VALUE 'Y'.
           88  WS-Proof-Agrees             VALUE 'N'.

       01  WS-Counters.
           05  WS-Count-Rows-Read      PIC 9(07) VALUE 0.
           05  WS-Master-Total         PIC 9(07) VALUE 0.
           05  WS-Master-Unplaced      PIC 9(07) VALUE 0.
           05  WS-Sum-Read             PIC 9(07) VALUE 0.
           05  WS-Sum-Valid            PIC 9(07) VALUE 0.
           05  WS-Sum-Rejected         PIC 9(07) VALUE 0.
           05  WS-Sum-Skipped          PIC 9(07) VALUE 0.
           05  WS-Reject-Rows          PIC 9(07) VALUE 0.
           05  WS-Warning-Rows         PIC 9(07) VALUE 0.
           05  WS-Audit-Rows           PIC 9(07) VALUE 0.
           05  WS-Rows-Unplaced        PIC 9(07) VALUE 0.
           05  WS-Write-Error-Count    PIC 9(07) VALUE 0.
       01  WS-Max-Part-RC              PIC S9(04) COMP VALUE 0.
       01  WS-RC-Disp                  PIC ZZZ9-.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTSWMG'.
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
           PERFORM LOAD-PARTITION-DECK
           IF RETURN-CODE = 0
               PERFORM LOAD-PARTITION-COUNTS
           END-IF
           IF RETURN-CODE = 0
               PERFORM COUNT-CONTRACT-MASTER
           END-IF
           IF RETURN-CODE = 0
               PERFORM PROVE-PARTITIONS
               IF WS-Proof-Agrees
                   PERFORM MERGE-REJECTS
                   PERFORM MERGE-WARNINGS
                   PERFORM MERGE-AUDIT-TRAIL
                   IF WS-Write-Error-Count > 0
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       IF WS-Rows-Unplaced > 0
                           DISPLAY 'CONTSWMG: WARNING - '
                                   WS-Rows-Unplaced ' MERGED REJECT/'
                                   'WARNING ROWS FALL IN NO PARTITION'
                                   UPON SYSOUT
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-SWEEP-TOTALS
               IF RETURN-CODE < 12 AND WS-Proof-Failed
                   DISPLAY 'CONTSWMG: PROOF FAILED - PARTITION OUTPUT '
                           'NOT MERGED, SEE SWEEPTOT' UPON SYSOUT
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Master-Total TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

      *The deck is the definition of the run: without it there is
      *nothing to prove the partitions against.
       LOAD-PARTITION-DECK.
           OPEN INPUT PARTITION-DECK
           IF NOT WS-Deck-OK
               DISPLAY 'CONTSWMG: SWEEPPRT NOT AVAILABLE, STATUS '
                       WS-Deck-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-Deck-EOF OR RETURN-CODE NOT = 0
                   READ PARTITION-DECK
                       AT END
                           SET WS-Deck-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-DECK-CARD
                   END-READ
               END-PERFORM
               CLOSE PARTITION-DECK
               IF RETURN-CODE = 0 AND WS-Part-Count = 0
                   DISPLAY 'CONTSWMG: SWEEPPRT HOLDS NO PARTITION '
                           'CARDS' UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       ADD-DECK-CARD.
           MOVE LOW-VALUES  TO WS-Card-From-Key
           MOVE HIGH-VALUES TO WS-Card-To-Key
           IF SP-FROM-KEY NOT = SPACES
               MOVE SP-FROM-KEY TO WS-Card-From-Key
           END-IF
           IF SP-TO-KEY NOT = SPACES
               MOVE SP-TO-KEY TO WS-Card-To-Key
           END-IF
           MOVE SP-PARTITION-ID TO WS-Find-Id
           PERFORM FIND-PARTITION
           EVALUATE TRUE
               WHEN WS-Part-Count = 20
                    DISPLAY 'CONTSWMG: MORE THAN 20 PARTITION CARDS'
                            UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN SP-PARTITION-NUM NOT NUMERIC
                 OR SP-PARTITION-NUM = 0
                    DISPLAY 'CONTSWMG: PARTITION CARD ID '
                            SP-PARTITION-ID ' IS NOT 01-99'
                            UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN WS-Find-Idx > 0
                    DISPLAY 'CONTSWMG: PARTITION ' SP-PARTITION-ID
                            ' IS CARDED TWICE' UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN WS-Card-From-Key > WS-Card-To-Key
                    DISPLAY 'CONTSWMG: PARTITION ' SP-PARTITION-ID
                            ' FROM KEY ' SP-FROM-KEY
                            ' IS AFTER TO KEY ' SP-TO-KEY UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN WS-Part-Count > 0
                AND WS-Card-From-Key
                    NOT > WS-Part-To-Key (WS-Part-Count)
                    DISPLAY 'CONTSWMG: PARTITION ' SP-PARTITION-ID
                            ' OVERLAPS OR PRECEDES PARTITION '
                            WS-Part-Id (WS-Part-Count) UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
               WHEN OTHER
                    ADD 1 TO WS-Part-Count
                    MOVE SP-PARTITION-ID
                        TO WS-Part-Id (WS-Part-Count)
                    MOVE SP-FROM-KEY
                        TO WS-Part-From-Card (WS-Part-Count)
                    MOVE SP-TO-KEY
                        TO WS-Part-To-Card (WS-Part-Count)
                    MOVE WS-Card-From-Key
                        TO WS-Part-From-Key (WS-Part-Count)
                    MOVE WS-Card-To-Key
                        TO WS-Part-To-Key (WS-Part-Count)
                    SET WS-Part-Not-Reported (WS-Part-Count) TO TRUE
                    MOVE SPACES TO WS-Part-Ran-From (WS-Part-Count)
                    MOVE SPACES TO WS-Part-Ran-To (WS-Part-Count)
                    MOVE 0 TO WS-Part-Read (WS-Part-Count)
                    MOVE 0 TO WS-Part-Valid (WS-Part-Count)
                    MOVE 0 TO WS-Part-Rejected (WS-Part-Count)
                    MOVE 0 TO WS-Part-Skipped (WS-Part-Count)
                    MOVE 0 TO WS-Part-Return-Code (WS-Part-Count)
                    MOVE 0 TO WS-Part-Master (WS-Part-Count)
                    MOVE 0 TO WS-Part-Reject-Rows (WS-Part-Count)
                    MOVE 0 TO WS-Part-Warning-Rows (WS-Part-Count)
                    SET WS-Part-Agrees (WS-Part-Count) TO TRUE
           END-EVALUATE
           .

       FIND-PARTITION.
           MOVE 0 TO WS-Find-Idx
           PERFORM VARYING WS-Part-Idx FROM 1 BY 1
                   UNTIL WS-Part-Idx > WS-Part-Count
               IF WS-Part-Id (WS-Part-Idx) = WS-Find-Id
                   MOVE WS-Part-Idx TO WS-Find-Idx
               END-IF
           END-PERFORM
           .

      *Ranges are inclusive at both ends; a key in none of them is
      *answered with WS-Find-Idx zero.
       PLACE-KEY.
           MOVE 0 TO WS-Find-Idx
           PERFORM VARYING WS-Part-Idx FROM 1 BY 1
                   UNTIL WS-Part-Idx > WS-Part-Count
                      OR WS-Find-Idx > 0
               IF WS-Find-Key NOT < WS-Part-From-Key (WS-Part-Idx)
                  AND WS-Find-Key NOT > WS-Part-To-Key (WS-Part-Idx)
                   MOVE WS-Part-Idx TO WS-Find-Idx
               END-IF
           END-PERFORM
           .

      *A row dated another night is a partition that has not run yet
      *tonight (its SWEEPCNT still holds last night's row); a row for
      *a partition not on the deck means the deck and the jobs have
      *drifted apart, and that alone fails the proof.
       LOAD-PARTITION-COUNTS.
           OPEN INPUT PARTITION-COUNTS
           IF NOT WS-Counts-OK
               DISPLAY 'CONTSWMG: SWEEPCNT NOT AVAILABLE, STATUS '
                       WS-Counts-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-Counts-EOF
                   READ PARTITION-COUNTS INTO SWEEP-COUNT-RECORD
                       AT END
                           SET WS-Counts-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-PARTITION-COUNT
                   END-READ
               END-PERFORM
               CLOSE PARTITION-COUNTS
           END-IF
           .

       POST-PARTITION-COUNT.
           ADD 1 TO WS-Count-Rows-Read
           MOVE SC-PARTITION-ID TO WS-Find-Id
           PERFORM FIND-PARTITION
           EVALUATE TRUE
               WHEN NOT SC-PARTITION-ROW
                    CONTINUE
               WHEN SC-BUSINESS-DATE NOT = BD-BUSINESS-DATE
                    DISPLAY 'CONTSWMG: IGNORING PARTITION '
                            SC-PARTITION-ID ' ROW FOR '
                            SC-BUSINESS-DATE UPON SYSOUT
               WHEN WS-Find-Idx = 0
                    DISPLAY 'CONTSWMG: PARTITION ' SC-PARTITION-ID
                            ' RAN BUT IS NOT ON THE DECK' UPON SYSOUT
                    SET WS-Proof-Failed TO TRUE
               WHEN OTHER
                    IF WS-Part-Reported (WS-Find-Idx)
                        DISPLAY 'CONTSWMG: WARNING - SECOND ROW FOR '
                                'PARTITION ' SC-PARTITION-ID
                                ', LAST ONE KEPT' UPON SYSOUT
                    END-IF
                    SET WS-Part-Reported (WS-Find-Idx) TO TRUE
                    MOVE SC-FROM-KEY TO WS-Part-Ran-From (WS-Find-Idx)
                    MOVE SC-TO-KEY   TO WS-Part-Ran-To (WS-Find-Idx)
                    MOVE SC-READ-COUNT
                        TO WS-Part-Read (WS-Find-Idx)
                    MOVE SC-VALID-COUNT
                        TO WS-Part-Valid (WS-Find-Idx)
                    MOVE SC-REJECTED-COUNT
                        TO WS-Part-Rejected (WS-Find-Idx)
                    MOVE SC-SKIPPED-COUNT
                        TO WS-Part-Skipped (WS-Find-Idx)
                    MOVE SC-RETURN-CODE
                        TO WS-Part-Return-Code (WS-Find-Idx)
           END-EVALUATE
           .

       COUNT-CONTRACT-MASTER.
           OPEN INPUT CONTRACT-MASTER
           IF NOT WS-Master-OK
               DISPLAY 'CONTSWMG: CONTRACT-MASTER NOT AVAILABLE, '
                       'STATUS ' WS-Master-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO CM-CONTRACT-NUMBER
               START CONTRACT-MASTER KEY NOT < CM-CONTRACT-NUMBER
                   INVALID KEY
                       SET WS-Master-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-Master-EOF
                   READ CONTRACT-MASTER NEXT
                       AT END
                           SET WS-Master-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-MASTER
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-MASTER
           END-IF
           .

       COUNT-ONE-MASTER.
           ADD 1 TO WS-Master-Total
           MOVE CM-CONTRACT-NUMBER TO WS-Find-Key
           PERFORM PLACE-KEY
           IF WS-Find-Idx > 0
               ADD 1 TO WS-Part-Master (WS-Find-Idx)
           ELSE
               ADD 1 TO WS-Master-Unplaced
           END-IF
           .

       PROVE-PARTITIONS.
           PERFORM VARYING WS-Part-Idx FROM 1 BY 1
                   UNTIL WS-Part-Idx > WS-Part-Count
               PERFORM PROVE-ONE-PARTITION
           END-PERFORM
           IF WS-Master-Unplaced > 0
               DISPLAY 'CONTSWMG: ' WS-Master-Unplaced
                       ' MASTER RECORDS FALL IN NO PARTITION'
                       UPON SYSOUT
               SET WS-Proof-Failed TO TRUE
           END-IF
           IF WS-Sum-Read NOT = WS-Master-Total
               DISPLAY 'CONTSWMG: PARTITIONS READ ' WS-Sum-Read
                       ', MASTER HOLDS ' WS-Master-Total UPON SYSOUT
               SET WS-Proof-Failed TO TRUE
           END-IF
           .

       PROVE-ONE-PARTITION.
           ADD WS-Part-Read (WS-Part-Idx)     TO WS-Sum-Read
           ADD WS-Part-Valid (WS-Part-Idx)    TO WS-Sum-Valid
           ADD WS-Part-Rejected (WS-Part-Idx) TO WS-Sum-Rejected
           ADD WS-Part-Skipped (WS-Part-Idx)  TO WS-Sum-Skipped
           IF WS-Part-Return-Code (WS-Part-Idx) > WS-Max-Part-RC
               MOVE WS-Part-Return-Code (WS-Part-Idx) TO WS-Max-Part-RC
           END-IF
           MOVE WS-Part-Return-Code (WS-Part-Idx) TO WS-RC-Disp
           EVALUATE TRUE
               WHEN WS-Part-Not-Reported (WS-Part-Idx)
                    SET WS-Part-Missing (WS-Part-Idx) TO TRUE
                    DISPLAY 'CONTSWMG: PARTITION '
                            WS-Part-Id (WS-Part-Idx)
                            ' HAS NO SWEEPCNT ROW FOR '
                            BD-BUSINESS-DATE UPON SYSOUT
               WHEN WS-Part-Return-Code (WS-Part-Idx) > 4
                    SET WS-Part-Failed (WS-Part-Idx) TO TRUE
                    DISPLAY 'CONTSWMG: PARTITION '
                            WS-Part-Id (WS-Part-Idx)
                            ' ENDED RC ' WS-RC-Disp UPON SYSOUT
               WHEN WS-Part-Ran-From (WS-Part-Idx)
                    NOT = WS-Part-From-Card (WS-Part-Idx)
                 OR WS-Part-Ran-To (WS-Part-Idx)
                    NOT = WS-Part-To-Card (WS-Part-Idx)
                    SET WS-Part-Differs (WS-Part-Idx) TO TRUE
                    DISPLAY 'CONTSWMG: PARTITION '
                            WS-Part-Id (WS-Part-Idx) ' RAN KEYS '
                            WS-Part-Ran-From (WS-Part-Idx) ' THROUGH '
                            WS-Part-Ran-To (WS-Part-Idx)
                            ', NOT AS CARDED' UPON SYSOUT
               WHEN WS-Part-Read (WS-Part-Idx)
                    NOT = WS-Part-Master (WS-Part-Idx)
                    SET WS-Part-Differs (WS-Part-Idx) TO TRUE
                    DISPLAY 'CONTSWMG: PARTITION '
                            WS-Part-Id (WS-Part-Idx) ' READ '
                            WS-Part-Read (WS-Part-Idx)
                            ', MASTER HOLDS '
                            WS-Part-Master (WS-Part-Idx)
                            ' IN ITS RANGE' UPON SYSOUT
               WHEN OTHER
                    SET WS-Part-Agrees (WS-Part-Idx) TO TRUE
           END-EVALUATE
           IF NOT WS-Part-Agrees (WS-Part-Idx)
               SET WS-Proof-Failed TO TRUE
           END-IF
           .

      *A partition that rejected nothing still leaves an empty
      *CONTREJC behind, so an unreadable PARTREJC is only warned.
       MERGE-REJECTS.
           OPEN INPUT PARTITION-REJECTS
           IF NOT WS-Part-Reject-OK
               DISPLAY 'CONTSWMG: WARNING - PARTREJC NOT AVAILABLE, '
                       'STATUS ' WS-Part-Reject-Status
                       ', NO REJECTS MERGED' UPON SYSOUT
           ELSE
               CLOSE PARTITION-REJECTS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-CONTRACT-VALUE
                   ON ASCENDING KEY SD-DATE
                   ON ASCENDING KEY SD-TIME
                   USING PARTITION-REJECTS
                   GIVING SORTED-REJECTS
               OPEN INPUT SORTED-REJECTS
               OPEN EXTEND CONTRACT-REJECTS
               IF NOT WS-Reject-OK
                   OPEN OUTPUT CONTRACT-REJECTS
               END-IF
               IF NOT WS-Sorted-OK OR NOT WS-Reject-OK
                   DISPLAY 'CONTSWMG: REJECT MERGE FILE NOT '
                           'AVAILABLE - SORTED ' WS-Sorted-Status
                           ' CONTREJC ' WS-Reject-Status UPON SYSOUT
                   ADD 1 TO WS-Write-Error-Count
               ELSE
                   PERFORM UNTIL WS-Sorted-EOF
                       READ SORTED-REJECTS INTO CONTRACT-REJECT-RECORD
                           AT END
                               SET WS-Sorted-EOF TO TRUE
                           NOT AT END
                               PERFORM APPEND-REJECT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SORTED-REJECTS
               CLOSE CONTRACT-REJECTS
           END-IF
           .

       APPEND-REJECT.
           ADD 1 TO WS-Reject-Rows
           MOVE CREJ-CONTRACT-VALUE TO WS-Find-Key
           PERFORM PLACE-KEY
           IF WS-Find-Idx > 0
               ADD 1 TO WS-Part-Reject-Rows (WS-Find-Idx)
           ELSE
               ADD 1 TO WS-Rows-Unplaced
           END-IF
           WRITE CONTRACT-REJECT-RECORD
           IF NOT WS-Reject-OK
               DISPLAY 'CONTSWMG: CONTREJC WRITE FAILED, STATUS '
                       WS-Reject-Status ' FOR ' CREJ-CONTRACT-VALUE
                       UPON SYSOUT
               ADD 1 TO WS-Write-Error-Count
           END-IF
           .

       MERGE-WARNINGS.
           OPEN INPUT PARTITION-WARNINGS
           IF NOT WS-Part-Warning-OK
               DISPLAY 'CONTSWMG: WARNING - PARTWARN NOT AVAILABLE, '
                       'STATUS ' WS-Part-Warning-Status
                       ', NO WARNINGS MERGED' UPON SYSOUT
           ELSE
               CLOSE PARTITION-WARNINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-CONTRACT-VALUE
                   ON ASCENDING KEY SD-DATE
                   ON ASCENDING KEY SD-TIME
                   USING PARTITION-WARNINGS
                   GIVING SORTED-WARNINGS
               OPEN INPUT SORTED-WARNINGS
               OPEN EXTEND CONTRACT-WARNINGS
               IF NOT WS-Warning-OK
                   OPEN OUTPUT CONTRACT-WARNINGS
               END-IF
               IF NOT WS-Sorted-OK OR NOT WS-Warning-OK
                   DISPLAY 'CONTSWMG: WARNING MERGE FILE NOT '
                           'AVAILABLE - SORTED ' WS-Sorted-Status
                           ' CONTWARN ' WS-Warning-Status UPON SYSOUT
                   ADD 1 TO WS-Write-Error-Count
               ELSE
                   PERFORM UNTIL WS-Sorted-EOF
                       READ SORTED-WARNINGS
                           INTO CONTRACT-WARNING-RECORD
                           AT END
                               SET WS-Sorted-EOF TO TRUE
                           NOT AT END
                               PERFORM APPEND-WARNING
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SORTED-WARNINGS
               CLOSE CONTRACT-WARNINGS
           END-IF
           .

       APPEND-WARNING.
           ADD 1 TO WS-Warning-Rows
           MOVE CWRN-CONTRACT-VALUE TO WS-Find-Key
           PERFORM PLACE-KEY
           IF WS-Find-Idx > 0
               ADD 1 TO WS-Part-Warning-Rows (WS-Find-Idx)
           ELSE
               ADD 1 TO WS-Rows-Unplaced
           END-IF
           WRITE CONTRACT-WARNING-RECORD
           IF NOT WS-Warning-OK
               DISPLAY 'CONTSWMG: CONTWARN WRITE FAILED, STATUS '
                       WS-Warning-Status ' FOR ' CWRN-CONTRACT-VALUE
                       UPON SYSOUT
               ADD 1 TO WS-Write-Error-Count
           END-IF
           .

      *Audit rows carry no contract number, so there is nothing to
      *sort on; PARTAUDT is concatenated in deck order, which is key
      *order, and copied through as it stands.
       MERGE-AUDIT-TRAIL.
           OPEN INPUT PARTITION-AUDIT
           IF NOT WS-Part-Audit-OK
               DISPLAY 'CONTSWMG: WARNING - PARTAUDT NOT AVAILABLE, '
                       'STATUS ' WS-Part-Audit-Status
                       ', NO AUDIT ROWS MERGED' UPON SYSOUT
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF NOT WS-Audit-OK
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF NOT WS-Audit-OK
                   DISPLAY 'CONTSWMG: AUDITLOG NOT AVAILABLE, STATUS '
                           WS-Audit-Status UPON SYSOUT
                   ADD 1 TO WS-Write-Error-Count
               ELSE
                   PERFORM UNTIL WS-Part-Audit-EOF
                       READ PARTITION-AUDIT INTO AUDIT-LOG-RECORD
                           AT END
                               SET WS-Part-Audit-EOF TO TRUE
                           NOT AT END
                               PERFORM APPEND-AUDIT-ROW
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
               CLOSE PARTITION-AUDIT
           END-IF
           .

       APPEND-AUDIT-ROW.
           ADD 1 TO WS-Audit-Rows
           WRITE AUDIT-LOG-RECORD
           IF NOT WS-Audit-OK
               DISPLAY 'CONTSWMG: AUDITLOG WRITE FAILED, STATUS '
                       WS-Audit-Status UPON SYSOUT
               ADD 1 TO WS-Write-Error-Count
           END-IF
           .

      *One P row per carded partition in deck order, then the T row
      *for the run.
       WRITE-SWEEP-TOTALS.
           OPEN OUTPUT SWEEP-TOTALS
           IF NOT WS-Totals-OK
               DISPLAY 'CONTSWMG: SWEEPTOT NOT AVAILABLE, STATUS '
                       WS-Totals-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Part-Idx FROM 1 BY 1
                       UNTIL WS-Part-Idx > WS-Part-Count
                   PERFORM WRITE-PARTITION-TOTAL
               END-PERFORM
               MOVE SPACES              TO SWEEP-COUNT-RECORD
               SET SC-TOTAL-ROW         TO TRUE
               MOVE BD-BUSINESS-DATE    TO SC-BUSINESS-DATE
               MOVE WS-Sum-Read         TO SC-READ-COUNT
               MOVE WS-Sum-Valid        TO SC-VALID-COUNT
               MOVE WS-Sum-Rejected     TO SC-REJECTED-COUNT
               MOVE WS-Sum-Skipped      TO SC-SKIPPED-COUNT
               MOVE WS-Max-Part-RC      TO SC-RETURN-CODE
               MOVE WS-Master-Total     TO SC-MASTER-COUNT
               MOVE WS-Reject-Rows      TO SC-REJECT-ROWS
               MOVE WS-Warning-Rows     TO SC-WARNING-ROWS
               MOVE WS-Audit-Rows       TO SC-AUDIT-ROWS
               IF WS-Proof-Failed
                   SET SC-PROOF-DIFFERS TO TRUE
               ELSE
                   SET SC-PROOF-AGREES  TO TRUE
               END-IF
               PERFORM WRITE-TOTAL-ROW
               CLOSE SWEEP-TOTALS
           END-IF
           .

       WRITE-PARTITION-TOTAL.
           MOVE SPACES TO SWEEP-COUNT-RECORD
           SET SC-PARTITION-ROW TO TRUE
           MOVE WS-Part-Id (WS-Part-Idx)        TO SC-PARTITION-ID
           MOVE WS-Part-From-Card (WS-Part-Idx) TO SC-FROM-KEY
           MOVE WS-Part-To-Card (WS-Part-Idx)   TO SC-TO-KEY
           MOVE BD-BUSINESS-DATE                TO SC-BUSINESS-DATE
           MOVE WS-Part-Read (WS-Part-Idx)      TO SC-READ-COUNT
           MOVE WS-Part-Valid (WS-Part-Idx)     TO SC-VALID-COUNT
           MOVE WS-Part-Rejected (WS-Part-Idx)  TO SC-REJECTED-COUNT
           MOVE WS-Part-Skipped (WS-Part-Idx)   TO SC-SKIPPED-COUNT
           MOVE WS-Part-Return-Code (WS-Part-Idx)
               TO SC-RETURN-CODE
           MOVE WS-Part-Master (WS-Part-Idx)    TO SC-MASTER-COUNT
           MOVE WS-Part-Reject-Rows (WS-Part-Idx)
               TO SC-REJECT-ROWS
           MOVE WS-Part-Warning-Rows (WS-Part-Idx)
               TO SC-WARNING-ROWS
           MOVE 0                               TO SC-AUDIT-ROWS
           MOVE WS-Part-Proof (WS-Part-Idx)     TO SC-PROOF-STATE
           PERFORM WRITE-TOTAL-ROW
           .

       WRITE-TOTAL-ROW.
           WRITE SWEEP-TOTAL-OUTPUT FROM SWEEP-COUNT-RECORD
           IF NOT WS-Totals-OK
               DISPLAY 'CONTSWMG: SWEEPTOT WRITE FAILED, STATUS '
                       WS-Totals-Status UPON SYSOUT
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTSWMG SUMMARY -'
                   ' PARTITIONS: '   WS-Part-Count
                   ' MASTER: '       WS-Master-Total
                   ' SWEPT: '        WS-Sum-Read
                   UPON SYSOUT
           DISPLAY '                  '
                   ' REJECT ROWS: '  WS-Reject-Rows
                   ' WARNING ROWS: ' WS-Warning-Rows
                   ' AUDIT ROWS: '   WS-Audit-Rows
                   UPON SYSOUT
           .
       END PROGRAM CONTSWMG.
