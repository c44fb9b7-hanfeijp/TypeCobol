       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTCDCX.
      *Nightly change-data-capture extract for the data warehouse, in
      *place of the full CONTUNLD snapshot they used to reload and
      *diff. The night's CONTJRNL rows (master A/C/I/R, coverage
      *V/W/X and purge P) and the HLDRJRNL rows HLDRMAIN journalled
      *for the holder transactions it applied are sorted together by
      *entity - contract, coverage, holder - in journal order, and
      *each entity touched nets to one row: not on file before its
      *first row but on file after its last is an insert (I), on file
      *both sides an update (U), gone after its last row a delete
      *(D). One added and purged, or added and dropped, in the same
      *night nets to nothing and is only counted. Contract and
      *coverage rows carry the last journal image (the before image
      *on a delete); holder rows carry HOLDER-MASTER and its
      *HOLDER-ADDRESS as they stand after HLDRMAIN, an insert when
      *the holder was added that night. A purged contract's coverage
      *rows go with it without journal rows of their own, so the
      *warehouse drops them with the contract delete.
      *Rows are pipe-delimited, fixed width, all display - amounts
      *are signed with an actual decimal point, nothing is packed -
      *and each carries its entity, indicator and the business date.
      *A closing CONTROL row gives, per entity, the journal rows read
      *and the I/U/D/netted counts. Every journal row released to the
      *sort must come back out under its own entity, and every key
      *netted (every record read, on an initial load) must be a row
      *written or a netted count under that entity, or the extract
      *fails its proof with RETURN-CODE 16.
      *A one-card SYSIN parameter of INITIAL-LOAD (blank or DAILY is
      *the nightly run) writes every record currently on
      *CONTRACT-MASTER, CONTRACT-COVERAGE and HOLDER-MASTER as an
      *insert instead, for the warehouse's one-off first load; the
      *CONTROL row's journal columns then carry the records read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-JOURNAL ASSIGN TO 'CONTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT HOLDER-JOURNAL ASSIGN TO 'HLDRJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Hjournal-Status.
           SELECT CONTRACT-MASTER ASSIGN TO 'CONTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTRACT-NUMBER
               FILE STATUS IS WS-Master-Status.
           SELECT CONTRACT-COVERAGE ASSIGN TO 'CONTCOVG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVERAGE-KEY
               FILE STATUS IS WS-Coverage-Status.
           SELECT HOLDER-MASTER ASSIGN TO 'HLDRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOLDER-ID
               FILE STATUS IS WS-Holder-Status.
           SELECT HOLDER-ADDRESS ASSIGN TO 'HLDRADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-HOLDER-ID
               FILE STATUS IS WS-Address-Status.
           SELECT CDC-SORT-FILE ASSIGN TO 'SRTWORK'.
           SELECT CDC-EXTRACT ASSIGN TO 'CDCEXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY CONTJRNL.
       FD  HOLDER-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY HLDRJRNL.
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
       FD  CONTRACT-COVERAGE.
       COPY CONTCOVG.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  HOLDER-ADDRESS.
       COPY HLDRADDR.
      *One sort row per journal row; the sequence keeps journal order
      *within an entity, the timestamp alone not being unique.
       SD  CDC-SORT-FILE.
       01  CDC-SORT-RECORD.
           05  SRT-ENTITY-KEY.
               10  SRT-ENTITY-TYPE     PIC X.
                   88  SRT-ENTITY-CONTRACT  VALUE '1'.
                   88  SRT-ENTITY-COVERAGE  VALUE '2'.
                   88  SRT-ENTITY-HOLDER    VALUE '3'.
               10  SRT-ENTITY-ID       PIC X(10).
               10  SRT-COVERAGE-CODE   PIC X(04).
           05  SRT-SEQUENCE            PIC 9(07).
           05  SRT-FUNCTION-CODE       PIC X.
           05  SRT-BEFORE-IMAGE        PIC X(63).
           05  SRT-AFTER-IMAGE         PIC X(63).
       FD  CDC-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  CDC-EXTRACT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       01  WS-Journal-Status           PIC XX.
           88  WS-Journal-OK               VALUE '00'.
           88  WS-Journal-EOF              VALUE '10'.
       01  WS-Hjournal-Status          PIC XX.
           88  WS-Hjournal-OK              VALUE '00'.
           88  WS-Hjournal-EOF             VALUE '10'.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
           88  WS-Master-EOF               VALUE '10'.
       01  WS-Coverage-Status          PIC XX.
           88  WS-Coverage-OK              VALUE '00'.
           88  WS-Coverage-EOF             VALUE '10'.
       01  WS-Holder-Status            PIC XX.
           88  WS-Holder-OK                VALUE '00'.
           88  WS-Holder-EOF               VALUE '10'.
       01  WS-Address-Status           PIC XX.
           88  WS-Address-OK               VALUE '00'.
       01  WS-Extract-Status           PIC XX.
           88  WS-Extract-OK               VALUE '00'.

      *Selection card read once from SYSIN; blank is the nightly run.
       01  WS-Extract-Mode             PIC X(15).
           88  WS-Mode-Daily               VALUE 'DAILY'.
           88  WS-Mode-Initial             VALUE 'INITIAL-LOAD'.
       01  WS-Control-Mode             PIC X.

       01  WS-Sort-EOF-Switch          PIC X VALUE 'N'.
           88  WS-Sort-EOF                 VALUE 'Y'.
       01  WS-Address-File-Switch      PIC X VALUE 'N'.
           88  WS-Address-File-Active      VALUE 'Y'.
       01  WS-Holder-Journal-Switch    PIC X VALUE 'N'.
           88  WS-Holder-Journal-Active    VALUE 'Y'.
       01  WS-Coverage-File-Switch     PIC X VALUE 'N'.
           88  WS-Coverage-File-Active     VALUE 'Y'.

      *The entity being netted: the before image of its first row,
      *the images of its last, and whether a holder add was among
      *its rows.
       01  WS-Group-Switch             PIC X VALUE 'N'.
           88  WS-Group-Open               VALUE 'Y'.
       01  WS-Group-Key.
           05  WS-Group-Type           PIC X.
               88  WS-Group-Contract       VALUE '1'.
               88  WS-Group-Coverage       VALUE '2'.
               88  WS-Group-Holder         VALUE '3'.
           05  WS-Group-Id             PIC X(10).
           05  WS-Group-Coverage-Code  PIC X(04).
       01  WS-Group-First-Before       PIC X(63).
       01  WS-Group-Last-Before        PIC X(63).
       01  WS-Group-Last-After         PIC X(63).
       01  WS-Group-Add-Switch         PIC X.
           88  WS-Group-Holder-Added       VALUE 'Y'.
       01  WS-Change-Indicator         PIC X.
           88  WS-Change-Insert            VALUE 'I'.
           88  WS-Change-Update            VALUE 'U'.
           88  WS-Change-Delete            VALUE 'D'.
           88  WS-Change-Netted            VALUE 'N'.

      *Journal images decoded back into record pictures, every field
      *spelled out as in CONTHLOD.
           COPY CONTMSTR REPLACING
               ==CONTRACT-MASTER-RECORD==
                   BY ==CDC-MASTER-IMAGE==
               ==CM-CONTRACT-NUMBER== BY ==IMG-CONTRACT-NUMBER==
               ==CM-HOLDER-ID==       BY ==IMG-HOLDER-ID==
               ==CM-EFFECTIVE-DATE==  BY ==IMG-EFFECTIVE-DATE==
               ==CM-EXPIRY-DATE==     BY ==IMG-EXPIRY-DATE==
               ==CM-STATUS-CODE==     BY ==IMG-STATUS-CODE==
               ==CM-STATUS-ACTIVE==   BY ==IMG-STATUS-ACTIVE==
               ==CM-STATUS-INACTIVE==
                   BY ==IMG-STATUS-INACTIVE==
               ==CM-STATUS-PENDING==  BY ==IMG-STATUS-PENDING==
               ==CM-STATUS-CANCELLED==
                   BY ==IMG-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==IMG-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==IMG-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==IMG-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==IMG-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==IMG-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==IMG-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==IMG-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==IMG-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==IMG-AGENT-ID==.
           COPY CONTCOVG REPLACING
               ==CONTRACT-COVERAGE-RECORD==
                   BY ==CDC-COVERAGE-IMAGE==
               ==CV-COVERAGE-KEY==     BY ==ICV-COVERAGE-KEY==
               ==CV-CONTRACT-NUMBER==  BY ==ICV-CONTRACT-NUMBER==
               ==CV-COVERAGE-CODE==    BY ==ICV-COVERAGE-CODE==
               ==CV-COVERAGE-DESC==    BY ==ICV-COVERAGE-DESC==
               ==CV-COVERAGE-PREMIUM== BY ==ICV-COVERAGE-PREMIUM==.

       01  WS-Entity-Name              PIC X(08).
       01  WS-Edit-Premium             PIC +9(09).99.
       01  WS-Edit-Count               PIC 9(07).
       01  WS-Release-Seq              PIC 9(07) VALUE 0.
       01  WS-Row-Pointer              PIC S9(04) COMP.

      *Per-entity counts, subscripted by entity type: 1 contract,
      *2 coverage, 3 holder.
       01  WS-Entity-Counts.
           05  WS-Entity-Count-Entry OCCURS 3 TIMES.
               10  WS-EC-Read          PIC 9(07).
               10  WS-EC-Returned      PIC 9(07).
               10  WS-EC-Insert        PIC 9(07).
               10  WS-EC-Update        PIC 9(07).
               10  WS-EC-Delete        PIC 9(07).
               10  WS-EC-Netted        PIC 9(07).
               10  WS-EC-Closed        PIC 9(07).
       01  WS-Entity-Idx               PIC 9.

       01  WS-Counters.
           05  WS-Journal-Read-Count   PIC 9(07) VALUE 0.
           05  WS-Master-Row-Count     PIC 9(07) VALUE 0.
           05  WS-Coverage-Row-Count   PIC 9(07) VALUE 0.
           05  WS-Purge-Row-Count      PIC 9(07) VALUE 0.
           05  WS-Hjournal-Read-Count  PIC 9(07) VALUE 0.
           05  WS-Rows-Written         PIC 9(07) VALUE 0.
           05  WS-Holder-Missing-Count PIC 9(07) VALUE 0.
           05  WS-Write-Error-Count    PIC 9(07) VALUE 0.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTCDCX'.
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
           CALL 'GETBDATE'
           CALL 'STEPGATE' USING WS-Runstat-Step WS-Gate-Switch
           IF WS-Step-Held
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-Runstat-Type
           PERFORM LOG-RUN-STATUS
           INITIALIZE WS-Entity-Counts
           PERFORM READ-SELECTION-CARD
           IF NOT WS-Mode-Daily AND NOT WS-Mode-Initial
               DISPLAY 'CONTCDCX: INVALID SELECTION CARD '
                       WS-Extract-Mode UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HOLDER-MASTER
               IF NOT WS-Holder-OK
                   DISPLAY 'CONTCDCX: HOLDER-MASTER NOT AVAILABLE, '
                           'STATUS ' WS-Holder-Status UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-HOLDER-ADDRESS
                   OPEN OUTPUT CDC-EXTRACT
                   IF NOT WS-Extract-OK
                       DISPLAY 'CONTCDCX: CDC-EXTRACT NOT AVAILABLE, '
                               'STATUS ' WS-Extract-Status UPON SYSOUT
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-Mode-Initial
                           PERFORM EXTRACT-INITIAL-LOAD
                       ELSE
                           PERFORM EXTRACT-NIGHTLY-CHANGES
                       END-IF
                       IF RETURN-CODE < 8
                           PERFORM WRITE-CONTROL-ROW
                           PERFORM PROVE-ENTITY-COUNTS
                       END-IF
                       CLOSE CDC-EXTRACT
                   END-IF
                   CLOSE HOLDER-MASTER
                   IF WS-Address-File-Active
                       CLOSE HOLDER-ADDRESS
                   END-IF
               END-IF
           END-IF
           IF WS-Write-Error-Count > 0
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Rows-Written TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       READ-SELECTION-CARD.
           MOVE SPACES TO WS-Extract-Mode
           ACCEPT WS-Extract-Mode FROM SYSIN
           IF WS-Extract-Mode = SPACES
               MOVE 'DAILY' TO WS-Extract-Mode
           END-IF
           IF WS-Mode-Initial
               MOVE 'L' TO WS-Control-Mode
           ELSE
               MOVE 'D' TO WS-Control-Mode
           END-IF
           .

      *A holder with no address on file (or no address file at all)
      *extracts with the address columns blank.
       OPEN-HOLDER-ADDRESS.
           OPEN INPUT HOLDER-ADDRESS
           IF WS-Address-OK
               SET WS-Address-File-Active TO TRUE
           ELSE
               DISPLAY 'CONTCDCX: WARNING - HOLDER-ADDRESS NOT '
                       'AVAILABLE, STATUS ' WS-Address-Status
                       ', ADDRESS COLUMNS BLANK' UPON SYSOUT
           END-IF
           .

      *================================================================
      * Nightly run: journal rows through the sort, netted on return.
      *================================================================
       EXTRACT-NIGHTLY-CHANGES.
           OPEN INPUT CONTRACT-JOURNAL
           IF NOT WS-Journal-OK
               DISPLAY 'CONTCDCX: CONTJRNL NOT AVAILABLE, STATUS '
                       WS-Journal-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HOLDER-JOURNAL
               IF WS-Hjournal-OK
                   SET WS-Holder-Journal-Active TO TRUE
               ELSE
                   DISPLAY 'CONTCDCX: WARNING - HLDRJRNL NOT '
                           'AVAILABLE, STATUS ' WS-Hjournal-Status
                           ', NO HOLDER CHANGES EXTRACTED' UPON SYSOUT
                   MOVE 4 TO RETURN-CODE
               END-IF
               SORT CDC-SORT-FILE
                   ON ASCENDING KEY SRT-ENTITY-KEY
                   ON ASCENDING KEY SRT-SEQUENCE
                   INPUT PROCEDURE IS RELEASE-JOURNAL-ROWS
                   OUTPUT PROCEDURE IS NET-ENTITY-CHANGES
               CLOSE CONTRACT-JOURNAL
               IF WS-Holder-Journal-Active
                   CLOSE HOLDER-JOURNAL
               END-IF
           END-IF
           .

       RELEASE-JOURNAL-ROWS.
           PERFORM UNTIL WS-Journal-EOF
               READ CONTRACT-JOURNAL
                   AT END
                       SET WS-Journal-EOF TO TRUE
                   NOT AT END
                       PERFORM RELEASE-CONTRACT-ROW
               END-READ
           END-PERFORM
           IF WS-Holder-Journal-Active
               PERFORM UNTIL WS-Hjournal-EOF
                   READ HOLDER-JOURNAL
                       AT END
                           SET WS-Hjournal-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-HOLDER-ROW
                   END-READ
               END-PERFORM
           END-IF
           .

      *The keys lead both images; take them from whichever side
      *carries a picture.
       RELEASE-CONTRACT-ROW.
           ADD 1 TO WS-Journal-Read-Count
           ADD 1 TO WS-Release-Seq
           MOVE SPACES            TO CDC-SORT-RECORD
           MOVE WS-Release-Seq    TO SRT-SEQUENCE
           MOVE JRN-FUNCTION-CODE TO SRT-FUNCTION-CODE
           MOVE JRN-BEFORE-IMAGE  TO SRT-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE   TO SRT-AFTER-IMAGE
           IF JRN-FUNCTION-COVG-ADD OR JRN-FUNCTION-COVG-CHANGE
              OR JRN-FUNCTION-COVG-DROP
               ADD 1 TO WS-Coverage-Row-Count
               SET SRT-ENTITY-COVERAGE TO TRUE
               IF JRN-AFTER-IMAGE NOT = LOW-VALUES
                   MOVE JRN-AFTER-IMAGE TO CDC-COVERAGE-IMAGE
               ELSE
                   MOVE JRN-BEFORE-IMAGE TO CDC-COVERAGE-IMAGE
               END-IF
               MOVE ICV-CONTRACT-NUMBER TO SRT-ENTITY-ID
               MOVE ICV-COVERAGE-CODE   TO SRT-COVERAGE-CODE
           ELSE
               IF JRN-FUNCTION-PURGE
                   ADD 1 TO WS-Purge-Row-Count
               ELSE
                   ADD 1 TO WS-Master-Row-Count
               END-IF
               SET SRT-ENTITY-CONTRACT TO TRUE
               IF JRN-AFTER-IMAGE NOT = LOW-VALUES
                   MOVE JRN-AFTER-IMAGE TO CDC-MASTER-IMAGE
               ELSE
                   MOVE JRN-BEFORE-IMAGE TO CDC-MASTER-IMAGE
               END-IF
               MOVE IMG-CONTRACT-NUMBER TO SRT-ENTITY-ID
           END-IF
           MOVE SRT-ENTITY-TYPE TO WS-Entity-Idx
           ADD 1 TO WS-EC-Read (WS-Entity-Idx)
           RELEASE CDC-SORT-RECORD
           .

       RELEASE-HOLDER-ROW.
           ADD 1 TO WS-Hjournal-Read-Count
           ADD 1 TO WS-Release-Seq
           MOVE SPACES            TO CDC-SORT-RECORD
           SET SRT-ENTITY-HOLDER  TO TRUE
           MOVE HJ-HOLDER-ID      TO SRT-ENTITY-ID
           MOVE WS-Release-Seq    TO SRT-SEQUENCE
           MOVE HJ-FUNCTION-CODE  TO SRT-FUNCTION-CODE
           ADD 1 TO WS-EC-Read (3)
           RELEASE CDC-SORT-RECORD
           .

       NET-ENTITY-CHANGES.
           PERFORM UNTIL WS-Sort-EOF
               RETURN CDC-SORT-FILE
                   AT END
                       SET WS-Sort-EOF TO TRUE
                   NOT AT END
                       PERFORM ACCUMULATE-SORTED-ROW
               END-RETURN
           END-PERFORM
           IF WS-Group-Open
               PERFORM WRITE-NET-CHANGE
           END-IF
           .

       ACCUMULATE-SORTED-ROW.
           IF WS-Group-Open
              AND SRT-ENTITY-KEY NOT = WS-Group-Key
               PERFORM WRITE-NET-CHANGE
           END-IF
           IF NOT WS-Group-Open
               SET WS-Group-Open TO TRUE
               MOVE SRT-ENTITY-KEY   TO WS-Group-Key
               MOVE SRT-BEFORE-IMAGE TO WS-Group-First-Before
               MOVE 'N'              TO WS-Group-Add-Switch
           END-IF
           MOVE SRT-BEFORE-IMAGE TO WS-Group-Last-Before
           MOVE SRT-AFTER-IMAGE  TO WS-Group-Last-After
           IF SRT-ENTITY-HOLDER AND SRT-FUNCTION-CODE = 'A'
               SET WS-Group-Holder-Added TO TRUE
           END-IF
           MOVE SRT-ENTITY-TYPE TO WS-Entity-Idx
           ADD 1 TO WS-EC-Returned (WS-Entity-Idx)
           .

      *Holders are never deleted, only inactivated, so a holder nets
      *to an insert (added tonight) or an update.
       WRITE-NET-CHANGE.
           MOVE 'N' TO WS-Group-Switch
           MOVE WS-Group-Type TO WS-Entity-Idx
           ADD 1 TO WS-EC-Closed (WS-Entity-Idx)
           IF WS-Group-Holder
               IF WS-Group-Holder-Added
                   SET WS-Change-Insert TO TRUE
               ELSE
                   SET WS-Change-Update TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-Group-First-Before = LOW-VALUES
                        AND WS-Group-Last-After = LOW-VALUES
                        SET WS-Change-Netted TO TRUE
                   WHEN WS-Group-First-Before = LOW-VALUES
                        SET WS-Change-Insert TO TRUE
                   WHEN WS-Group-Last-After = LOW-VALUES
                        SET WS-Change-Delete TO TRUE
                   WHEN OTHER
                        SET WS-Change-Update TO TRUE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-Change-Netted
                    ADD 1 TO WS-EC-Netted (WS-Entity-Idx)
               WHEN WS-Group-Contract
                    IF WS-Change-Delete
                        MOVE WS-Group-Last-Before TO CDC-MASTER-IMAGE
                    ELSE
                        MOVE WS-Group-Last-After TO CDC-MASTER-IMAGE
                    END-IF
                    PERFORM WRITE-CONTRACT-ROW
               WHEN WS-Group-Coverage
                    IF WS-Change-Delete
                        MOVE WS-Group-Last-Before
                          TO CDC-COVERAGE-IMAGE
                    ELSE
                        MOVE WS-Group-Last-After
                          TO CDC-COVERAGE-IMAGE
                    END-IF
                    PERFORM WRITE-COVERAGE-ROW
               WHEN OTHER
                    MOVE WS-Group-Id TO HM-HOLDER-ID
                    READ HOLDER-MASTER
                        INVALID KEY
                            ADD 1 TO WS-Holder-Missing-Count
                            ADD 1 TO WS-EC-Netted (WS-Entity-Idx)
                            DISPLAY 'CONTCDCX: HOLDER ' WS-Group-Id
                                    ' JOURNALLED BUT NOT ON FILE'
                                    UPON SYSOUT
                            MOVE 4 TO RETURN-CODE
                        NOT INVALID KEY
                            PERFORM WRITE-HOLDER-ROW
                    END-READ
           END-EVALUATE
           .

      *================================================================
      * Initial load: every record on the masters, as an insert.
      *================================================================
       EXTRACT-INITIAL-LOAD.
           SET WS-Change-Insert TO TRUE
           OPEN INPUT CONTRACT-MASTER
           IF NOT WS-Master-OK
               DISPLAY 'CONTCDCX: CONTRACT-MASTER NOT AVAILABLE, '
                       'STATUS ' WS-Master-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CONTRACT-COVERAGE
               IF WS-Coverage-OK
                   SET WS-Coverage-File-Active TO TRUE
               ELSE
                   DISPLAY 'CONTCDCX: WARNING - CONTRACT-COVERAGE NOT '
                           'AVAILABLE, STATUS ' WS-Coverage-Status
                           ', NO COVERAGE ROWS LOADED' UPON SYSOUT
               END-IF
               PERFORM LOAD-ALL-CONTRACTS
               IF WS-Coverage-File-Active
                   PERFORM LOAD-ALL-COVERAGES
                   CLOSE CONTRACT-COVERAGE
               END-IF
               PERFORM LOAD-ALL-HOLDERS
               CLOSE CONTRACT-MASTER
           END-IF
           .

       LOAD-ALL-CONTRACTS.
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
                       ADD 1 TO WS-EC-Read (1)
                       ADD 1 TO WS-EC-Returned (1)
                       ADD 1 TO WS-EC-Closed (1)
                       MOVE CONTRACT-MASTER-RECORD TO CDC-MASTER-IMAGE
                       MOVE 1 TO WS-Entity-Idx
                       PERFORM WRITE-CONTRACT-ROW
               END-READ
           END-PERFORM
           .

       LOAD-ALL-COVERAGES.
           MOVE LOW-VALUES TO CV-COVERAGE-KEY
           START CONTRACT-COVERAGE KEY NOT < CV-COVERAGE-KEY
               INVALID KEY
                   SET WS-Coverage-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-Coverage-EOF
               READ CONTRACT-COVERAGE NEXT
                   AT END
                       SET WS-Coverage-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EC-Read (2)
                       ADD 1 TO WS-EC-Returned (2)
                       ADD 1 TO WS-EC-Closed (2)
                       MOVE CONTRACT-COVERAGE-RECORD
                         TO CDC-COVERAGE-IMAGE
                       MOVE 2 TO WS-Entity-Idx
                       PERFORM WRITE-COVERAGE-ROW
               END-READ
           END-PERFORM
           .

       LOAD-ALL-HOLDERS.
           MOVE LOW-VALUES TO HM-HOLDER-ID
           START HOLDER-MASTER KEY NOT < HM-HOLDER-ID
               INVALID KEY
                   SET WS-Holder-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-Holder-EOF
               READ HOLDER-MASTER NEXT
                   AT END
                       SET WS-Holder-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EC-Read (3)
                       ADD 1 TO WS-EC-Returned (3)
                       ADD 1 TO WS-EC-Closed (3)
                       MOVE 3 TO WS-Entity-Idx
                       PERFORM WRITE-HOLDER-ROW
               END-READ
           END-PERFORM
           .

      *================================================================
      * Delimited rows. WS-Entity-Idx and WS-Change-Indicator are set
      * by the caller.
      *================================================================
       WRITE-CONTRACT-ROW.
           MOVE 'CONTRACT' TO WS-Entity-Name
           MOVE IMG-PREMIUM-AMOUNT TO WS-Edit-Premium
           MOVE SPACES TO CDC-EXTRACT-RECORD
           STRING WS-Entity-Name        '|'
                  WS-Change-Indicator   '|'
                  BD-BUSINESS-DATE      '|'
                  IMG-CONTRACT-NUMBER   '|'
                  IMG-HOLDER-ID         '|'
                  IMG-EFFECTIVE-DATE    '|'
                  IMG-EXPIRY-DATE       '|'
                  IMG-STATUS-CODE       '|'
                  WS-Edit-Premium       '|'
                  IMG-BILLING-FREQUENCY '|'
                  IMG-NEXT-DUE-DATE     '|'
                  IMG-AGENT-ID
                  DELIMITED BY SIZE INTO CDC-EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-ROW
           .

       WRITE-COVERAGE-ROW.
           MOVE 'COVERAGE' TO WS-Entity-Name
           MOVE ICV-COVERAGE-PREMIUM TO WS-Edit-Premium
           MOVE SPACES TO CDC-EXTRACT-RECORD
           STRING WS-Entity-Name        '|'
                  WS-Change-Indicator   '|'
                  BD-BUSINESS-DATE      '|'
                  ICV-CONTRACT-NUMBER   '|'
                  ICV-COVERAGE-CODE     '|'
                  ICV-COVERAGE-DESC     '|'
                  WS-Edit-Premium
                  DELIMITED BY SIZE INTO CDC-EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-ROW
           .

      *HOLDER-MASTER-RECORD is in hand; the address is read here.
       WRITE-HOLDER-ROW.
           MOVE 'HOLDER' TO WS-Entity-Name
           MOVE SPACES TO HOLDER-ADDRESS-RECORD
           IF WS-Address-File-Active
               MOVE HM-HOLDER-ID TO HA-HOLDER-ID
               READ HOLDER-ADDRESS
                   INVALID KEY
                       MOVE SPACES TO HOLDER-ADDRESS-RECORD
               END-READ
           END-IF
           MOVE SPACES TO CDC-EXTRACT-RECORD
           STRING WS-Entity-Name        '|'
                  WS-Change-Indicator   '|'
                  BD-BUSINESS-DATE      '|'
                  HM-HOLDER-ID          '|'
                  HM-HOLDER-NAME        '|'
                  HM-STATUS-CODE        '|'
                  HA-ADDRESS-LINE-1     '|'
                  HA-ADDRESS-LINE-2     '|'
                  HA-ADDRESS-LINE-3     '|'
                  HA-POSTCODE           '|'
                  HA-RETURNED-MAIL-FLAG
                  DELIMITED BY SIZE INTO CDC-EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-ROW
           .

       WRITE-EXTRACT-ROW.
           WRITE CDC-EXTRACT-RECORD
           IF WS-Extract-OK
               ADD 1 TO WS-Rows-Written
               EVALUATE TRUE
                   WHEN WS-Change-Insert
                        ADD 1 TO WS-EC-Insert (WS-Entity-Idx)
                   WHEN WS-Change-Update
                        ADD 1 TO WS-EC-Update (WS-Entity-Idx)
                   WHEN WS-Change-Delete
                        ADD 1 TO WS-EC-Delete (WS-Entity-Idx)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-Write-Error-Count
               DISPLAY 'CONTCDCX: CDC-EXTRACT WRITE FAILED, STATUS '
                       WS-Extract-Status UPON SYSOUT
           END-IF
           .

      *One CONTROL row closes the file: the run mode (D nightly, L
      *initial load) and, per entity, the rows read off the journal
      *(records read off the master on an initial load) followed by
      *the insert, update, delete and netted counts.
       WRITE-CONTROL-ROW.
           MOVE SPACES TO CDC-EXTRACT-RECORD
           MOVE 1 TO WS-Row-Pointer
           STRING 'CONTROL |' WS-Control-Mode '|'
                  BD-BUSINESS-DATE '|'
                  DELIMITED BY SIZE INTO CDC-EXTRACT-RECORD
                  WITH POINTER WS-Row-Pointer
           PERFORM VARYING WS-Entity-Idx FROM 1 BY 1
                   UNTIL WS-Entity-Idx > 3
               PERFORM APPEND-ENTITY-COUNTS
           END-PERFORM
           WRITE CDC-EXTRACT-RECORD
           IF NOT WS-Extract-OK
               ADD 1 TO WS-Write-Error-Count
               DISPLAY 'CONTCDCX: CONTROL ROW WRITE FAILED, STATUS '
                       WS-Extract-Status UPON SYSOUT
           END-IF
           .

       APPEND-ENTITY-COUNTS.
           EVALUATE WS-Entity-Idx
               WHEN 1
                    MOVE 'CONTRACT' TO WS-Entity-Name
               WHEN 2
                    MOVE 'COVERAGE' TO WS-Entity-Name
               WHEN OTHER
                    MOVE 'HOLDER'   TO WS-Entity-Name
           END-EVALUATE
           STRING WS-Entity-Name '|'
                  WS-EC-Read (WS-Entity-Idx) '|'
                  WS-EC-Insert (WS-Entity-Idx) '|'
                  WS-EC-Update (WS-Entity-Idx) '|'
                  WS-EC-Delete (WS-Entity-Idx) '|'
                  WS-EC-Netted (WS-Entity-Idx) '|'
                  DELIMITED BY SIZE INTO CDC-EXTRACT-RECORD
                  WITH POINTER WS-Row-Pointer
           .

      *Every row released must come back under its own entity, and
      *every key closed (every record read, on an initial load) must
      *be accounted for as a row written or netted under its entity;
      *a mismatch fails the extract.
       PROVE-ENTITY-COUNTS.
           IF WS-Journal-Read-Count NOT = WS-Master-Row-Count
                                        + WS-Coverage-Row-Count
                                        + WS-Purge-Row-Count
               DISPLAY 'CONTCDCX: PROOF FAILED - CONTJRNL ROWS '
                       'READ DO NOT SPLIT BY ENTITY' UPON SYSOUT
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-Entity-Idx FROM 1 BY 1
                   UNTIL WS-Entity-Idx > 3
               IF WS-EC-Read (WS-Entity-Idx)
                  NOT = WS-EC-Returned (WS-Entity-Idx)
                   DISPLAY 'CONTCDCX: PROOF FAILED - ENTITY '
                           WS-Entity-Idx ' READ '
                           WS-EC-Read (WS-Entity-Idx) ' RETURNED '
                           WS-EC-Returned (WS-Entity-Idx) UPON SYSOUT
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF WS-EC-Closed (WS-Entity-Idx)
                  NOT = WS-EC-Insert (WS-Entity-Idx)
                      + WS-EC-Update (WS-Entity-Idx)
                      + WS-EC-Delete (WS-Entity-Idx)
                      + WS-EC-Netted (WS-Entity-Idx)
                   DISPLAY 'CONTCDCX: PROOF FAILED - ENTITY '
                           WS-Entity-Idx ' KEYS CLOSED '
                           WS-EC-Closed (WS-Entity-Idx)
                           ' NOT ALL WRITTEN OR NETTED' UPON SYSOUT
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTCDCX SUMMARY - MODE: ' WS-Extract-Mode
                   UPON SYSOUT
           DISPLAY '  CONTJRNL ROWS READ:      ' WS-Journal-Read-Count
                   ' (MASTER ' WS-Master-Row-Count
                   ' COVERAGE ' WS-Coverage-Row-Count
                   ' PURGE ' WS-Purge-Row-Count ')' UPON SYSOUT
           DISPLAY '  HLDRJRNL ROWS READ:      ' WS-Hjournal-Read-Count
                   UPON SYSOUT
           DISPLAY '  EXTRACT ROWS WRITTEN:    ' WS-Rows-Written
                   UPON SYSOUT
           DISPLAY '  HOLDERS NOT ON FILE:     ' WS-Holder-Missing-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTCDCX.
