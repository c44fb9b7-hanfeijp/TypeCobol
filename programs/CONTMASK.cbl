       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMASK.
      *Masked copy of the contract, coverage and holder masters for
      *loading a test region, so a production problem can be
      *reproduced without live holder names or ids leaving the
      *secured region. One SYSIN card gives the contract-number range
      *to copy (cols 1-10 from, 11-20 to; blank from or to leaves
      *that end open), the premium tolerance (cols 21-22, percent,
      *blank = 10, at most 50) and the masking key (cols 23-30, eight
      *digits, required). Contract and coverage keys are copied as
      *they are, so every contract/coverage link survives. Holder ids
      *are scrambled position by position, digit for digit and letter
      *for letter, each position's shift chained off the key and the
      *positions before it: the same real id always gives the same
      *masked id for the same key, wherever it appears, two real ids
      *never give the same masked id, and the id keeps its shape for
      *the holder edits. The masked id goes into HLDRMSTR and into
      *CM-HOLDER-ID alike, so the holder alternate index, HLDRSTMT
      *and the holder-exists edits join in test exactly as in
      *production; the holder name is rebuilt from the masked id
      *(blank stays blank). A copied holder's mailing address, when
      *HLDRADDR is there, goes to MASKADDR under the masked id with
      *its three lines and postcode rebuilt from that id (a blank
      *line or postcode stays blank) and the returned-mail flag and
      *last-change date as they were; an address whose holder is not
      *copied is not copied either. Each contract's premiums move by
      *one factor within the tolerance, picked from the contract number
      *and the key, so a contract whose coverages summed to its
      *premium still does (the masked premium is taken as the masked
      *coverage sum) and one that did not keeps its imbalance. A
      *subset copies only the holders its contracts name; coverage
      *rows in range with no contract are copied too, being as much
      *the problem as anything. The four copies (MASKCONT, MASKCOVG,
      *MASKHLDR and MASKADDR, the last two in masked-id order) are
      *sequential, ready for the test region's reload, and are
      *re-read afterwards to print the MASKPRF proof: records and
      *contract/holder, coverage/contract and address/holder links
      *resolved in the copy against the same counts from the source,
      *holder-id collisions and premiums moved outside the
      *tolerance. Any proof difference ends
      *RETURN-CODE 16 and the copy is not to be loaded. An on-demand
      *utility, not a step of the nightly flow.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MASKED-CONTRACTS ASSIGN TO 'MASKCONT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Mcont-Status.
           SELECT MASKED-COVERAGES ASSIGN TO 'MASKCOVG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Mcovg-Status.
           SELECT MASKED-HOLDERS ASSIGN TO 'MASKHLDR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Mhldr-Status.
           SELECT MASKED-ADDRESSES ASSIGN TO 'MASKADDR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Maddr-Status.
           SELECT HOLDER-SORT-FILE ASSIGN TO 'SRTWORK'.
           SELECT LINK-SORT-FILE ASSIGN TO 'SRTLINK'.
           SELECT SORTED-LINKS ASSIGN TO 'MASKLNKS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Links-Status.
           SELECT PROOF-REPORT ASSIGN TO 'MASKPRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       COPY CONTMSTR.
       FD  CONTRACT-COVERAGE.
       COPY CONTCOVG.
       FD  HOLDER-MASTER.
       COPY HLDRMSTR.
       FD  HOLDER-ADDRESS.
       COPY HLDRADDR.
      *Every field of the copied layouts is spelled out, as in
      *CONTUNLD.
       FD  MASKED-CONTRACTS
           LABEL RECORDS ARE STANDARD.
           COPY CONTMSTR REPLACING
               ==CONTRACT-MASTER-RECORD==
                   BY ==MASKED-CONTRACT-RECORD==
               ==CM-CONTRACT-NUMBER== BY ==MCM-CONTRACT-NUMBER==
               ==CM-HOLDER-ID==       BY ==MCM-HOLDER-ID==
               ==CM-EFFECTIVE-DATE==  BY ==MCM-EFFECTIVE-DATE==
               ==CM-EXPIRY-DATE==     BY ==MCM-EXPIRY-DATE==
               ==CM-STATUS-CODE==     BY ==MCM-STATUS-CODE==
               ==CM-STATUS-ACTIVE==   BY ==MCM-STATUS-ACTIVE==
               ==CM-STATUS-INACTIVE==
                   BY ==MCM-STATUS-INACTIVE==
               ==CM-STATUS-PENDING==  BY ==MCM-STATUS-PENDING==
               ==CM-STATUS-CANCELLED==
                   BY ==MCM-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==MCM-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==MCM-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==MCM-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==MCM-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==MCM-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==MCM-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==MCM-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==MCM-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==MCM-AGENT-ID==.
       FD  MASKED-COVERAGES
           LABEL RECORDS ARE STANDARD.
           COPY CONTCOVG REPLACING
               ==CONTRACT-COVERAGE-RECORD==
                   BY ==MASKED-COVERAGE-RECORD==
               ==CV-COVERAGE-KEY==     BY ==MCV-COVERAGE-KEY==
               ==CV-CONTRACT-NUMBER==  BY ==MCV-CONTRACT-NUMBER==
               ==CV-COVERAGE-CODE==    BY ==MCV-COVERAGE-CODE==
               ==CV-COVERAGE-DESC==    BY ==MCV-COVERAGE-DESC==
               ==CV-COVERAGE-PREMIUM== BY ==MCV-COVERAGE-PREMIUM==.
       FD  MASKED-HOLDERS
           LABEL RECORDS ARE STANDARD.
           COPY HLDRMSTR REPLACING
               ==HOLDER-MASTER-RECORD== BY ==MASKED-HOLDER-RECORD==
               ==HM-HOLDER-ID==         BY ==MHM-HOLDER-ID==
               ==HM-HOLDER-NAME==       BY ==MHM-HOLDER-NAME==
               ==HM-STATUS-CODE==       BY ==MHM-STATUS-CODE==
               ==HM-STATUS-ACTIVE==     BY ==MHM-STATUS-ACTIVE==
               ==HM-STATUS-INACTIVE==   BY ==MHM-STATUS-INACTIVE==.
       FD  MASKED-ADDRESSES
           LABEL RECORDS ARE STANDARD.
           COPY HLDRADDR REPLACING
               ==HOLDER-ADDRESS-RECORD==
                   BY ==MASKED-ADDRESS-RECORD==
               ==HA-HOLDER-ID==          BY ==MHA-HOLDER-ID==
               ==HA-ADDRESS-LINE-1==     BY ==MHA-ADDRESS-LINE-1==
               ==HA-ADDRESS-LINE-2==     BY ==MHA-ADDRESS-LINE-2==
               ==HA-ADDRESS-LINE-3==     BY ==MHA-ADDRESS-LINE-3==
               ==HA-POSTCODE==           BY ==MHA-POSTCODE==
               ==HA-RETURNED-MAIL-FLAG== BY ==MHA-RETURNED-MAIL-FLAG==
               ==HA-RETURNED-MAIL==      BY ==MHA-RETURNED-MAIL==
               ==HA-MAIL-DELIVERABLE==   BY ==MHA-MAIL-DELIVERABLE==
               ==HA-LAST-CHANGE-DATE==   BY ==MHA-LAST-CHANGE-DATE==.
      *Masked holders in masked-id order, each carrying the real id
      *it came from: the same pair twice is one holder named by two
      *contracts of a subset, the same masked id from two real ids a
      *collision.
       SD  HOLDER-SORT-FILE.
       01  HOLDER-SORT-RECORD.
           05  SRT-MASKED-ID           PIC X(10).
           05  SRT-SOURCE-ID           PIC X(10).
           05  SRT-HOLDER-NAME         PIC X(30).
           05  SRT-STATUS-CODE         PIC X(02).
      *The masked contracts in masked holder-id order, to prove the
      *contract/holder links against MASKHLDR by a matched read.
       SD  LINK-SORT-FILE.
       01  LINK-SORT-RECORD.
           05  SLK-CONTRACT-NUMBER     PIC X(10).
           05  SLK-HOLDER-ID           PIC X(10).
           05  FILLER                  PIC X(43).
       FD  SORTED-LINKS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-LINK-RECORD.
           05  SRL-CONTRACT-NUMBER     PIC X(10).
           05  SRL-HOLDER-ID           PIC X(10).
           05  FILLER                  PIC X(43).
       FD  PROOF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-OK                VALUE '00'.
       01  WS-Coverage-Status          PIC XX.
           88  WS-Coverage-OK              VALUE '00'.
       01  WS-Holder-Status            PIC XX.
           88  WS-Holder-OK                VALUE '00'.
           88  WS-Holder-EOF               VALUE '10'.
       01  WS-Address-Status           PIC XX.
           88  WS-Address-OK               VALUE '00'.
       01  WS-Address-File-Switch      PIC X VALUE 'N'.
           88  WS-Address-File-Active      VALUE 'Y'.
       01  WS-Mcont-Status             PIC XX.
           88  WS-Mcont-OK                 VALUE '00'.
           88  WS-Mcont-EOF                VALUE '10'.
       01  WS-Mcovg-Status             PIC XX.
           88  WS-Mcovg-OK                 VALUE '00'.
           88  WS-Mcovg-EOF                VALUE '10'.
       01  WS-Mhldr-Status             PIC XX.
           88  WS-Mhldr-OK                 VALUE '00'.
           88  WS-Mhldr-EOF                VALUE '10'.
       01  WS-Maddr-Status             PIC XX.
           88  WS-Maddr-OK                 VALUE '00'.
           88  WS-Maddr-EOF                VALUE '10'.
       01  WS-Links-Status             PIC XX.
           88  WS-Links-OK                 VALUE '00'.
           88  WS-Links-EOF                VALUE '10'.
       01  WS-Report-Status            PIC XX.
           88  WS-Report-OK                VALUE '00'.

      *Copy card read once from SYSIN.
       01  WS-Copy-Card.
           05  WS-Card-From            PIC X(10).
           05  WS-Card-To              PIC X(10).
           05  WS-Card-Tolerance       PIC X(02).
           05  WS-Card-Tolerance-Num REDEFINES WS-Card-Tolerance
                                       PIC 9(02).
           05  WS-Card-Key             PIC X(08).
           05  WS-Card-Key-Num REDEFINES WS-Card-Key
                                       PIC 9(08).
           05  FILLER                  PIC X(50).
       01  WS-Card-Switch              PIC X VALUE 'Y'.
           88  WS-Card-Valid               VALUE 'Y'.
       01  WS-Range-From               PIC X(10).
       01  WS-Range-To                 PIC X(10).
       01  WS-Subset-Switch            PIC X VALUE 'N'.
           88  WS-Subset-Copy              VALUE 'Y'.
       01  WS-Tolerance-Pct            PIC 9(02).
       01  WS-Tolerance-BP             PIC S9(05) COMP.
       01  WS-Mask-Key                 PIC 9(08).
       01  WS-Mask-Key-Digits REDEFINES WS-Mask-Key.
           05  WS-Key-Digit            PIC 9 OCCURS 8 TIMES.

      *Read positions of the contract/coverage matched read; HIGH-
      *VALUES once a file is past the range.
       01  WS-Contract-Key             PIC X(10).
       01  WS-Coverage-Contract        PIC X(10).
       01  WS-Pair-Key                 PIC X(10).

      *Holder-id scramble: the character sets a position keeps to,
      *and the running chain each position's shift is taken from.
       01  WS-Digit-Set                PIC X(10) VALUE '0123456789'.
       01  WS-Letter-Set               PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-Mask-Source              PIC X(10).
       01  WS-Mask-Result              PIC X(10).
       01  WS-Mask-Char                PIC X.
       01  WS-Char-Class               PIC X.
           88  WS-Char-Digit               VALUE 'D'.
           88  WS-Char-Letter              VALUE 'L'.
           88  WS-Char-Other               VALUE 'O'.
       01  WS-Char-Value               PIC S9(04) COMP.
       01  WS-Char-Idx                 PIC S9(04) COMP.
       01  WS-Mask-Pos                 PIC S9(04) COMP.
       01  WS-Key-Idx                  PIC S9(04) COMP.
       01  WS-Mask-Chain               PIC S9(09) COMP.
       01  WS-Mask-Shift               PIC S9(09) COMP.
       01  WS-New-Value                PIC S9(04) COMP.
       01  WS-Hash                     PIC S9(09) COMP.
       01  WS-Name-Idx                 PIC S9(04) COMP.
       01  WS-Surname-Idx              PIC S9(04) COMP.

      *Replacement names, picked by a hash of the masked holder id.
       01  WS-First-Name-Data.
           05  FILLER                  PIC X(40)
               VALUE 'ALEX    ROBIN   SAM     JORDAN  CASEY   '.
           05  FILLER                  PIC X(40)
               VALUE 'TAYLOR  MORGAN  JAMIE   AVERY   RILEY   '.
           05  FILLER                  PIC X(40)
               VALUE 'DREW    QUINN   JESSE   KERRY   LEE     '.
           05  FILLER                  PIC X(40)
               VALUE 'PAT     REESE   SKYLER  FRANKIE DANA    '.
       01  WS-First-Name-Table REDEFINES WS-First-Name-Data.
           05  WS-First-Name           PIC X(08) OCCURS 20 TIMES.
       01  WS-Surname-Data.
           05  FILLER                  PIC X(40)
               VALUE 'ASHDOWN   BRACKETT  CALLOW    DENHOLM   '.
           05  FILLER                  PIC X(40)
               VALUE 'ELSWORTH  FARRANT   GISBORNE  HALLIWELL '.
           05  FILLER                  PIC X(40)
               VALUE 'INGLEBY   JESSOP    KILBRIDE  LOVERIDGE '.
           05  FILLER                  PIC X(40)
               VALUE 'MARCHANT  NETHERTON OAKLEY    PENROSE   '.
           05  FILLER                  PIC X(40)
               VALUE 'RADCLIFFE SEDGWICK  THORNTON  WAINWRIGHT'.
       01  WS-Surname-Table REDEFINES WS-Surname-Data.
           05  WS-Surname              PIC X(10) OCCURS 20 TIMES.

      *Replacement address lines, picked by the same hash. Every
      *masked postcode starts ZZ, which no real one does.
       01  WS-Street-Data.
           05  FILLER                  PIC X(40)
               VALUE 'MILL LANE           CHURCH ROAD         '.
           05  FILLER                  PIC X(40)
               VALUE 'STATION ROAD        THE GREEN           '.
           05  FILLER                  PIC X(40)
               VALUE 'ORCHARD CLOSE       HIGH STREET         '.
           05  FILLER                  PIC X(40)
               VALUE 'PARK AVENUE         QUEENS WALK         '.
           05  FILLER                  PIC X(40)
               VALUE 'WILLOW DRIVE        MEADOW WAY          '.
           05  FILLER                  PIC X(40)
               VALUE 'CHAPEL STREET       BRIDGE ROAD         '.
           05  FILLER                  PIC X(40)
               VALUE 'ELM GROVE           KINGS CRESCENT      '.
           05  FILLER                  PIC X(40)
               VALUE 'VICTORIA TERRACE    FOREST ROAD         '.
           05  FILLER                  PIC X(40)
               VALUE 'SCHOOL LANE         NORTH PARADE        '.
           05  FILLER                  PIC X(40)
               VALUE 'ABBEY GARDENS       HILLSIDE VIEW       '.
       01  WS-Street-Table REDEFINES WS-Street-Data.
           05  WS-Street               PIC X(20) OCCURS 20 TIMES.
       01  WS-Locality-Data.
           05  FILLER                  PIC X(45)
               VALUE 'UPPER MARSH    NETHER GREEN   EASTFIELD      '.
           05  FILLER                  PIC X(45)
               VALUE 'WESTBROOK      LOWER HEATH    NORTHCOTE      '.
           05  FILLER                  PIC X(45)
               VALUE 'SOUTHMEAD      OLD TOWN       BROOKSIDE      '.
           05  FILLER                  PIC X(45)
               VALUE 'MOOR END       CHURCHFIELDS   HIGHGATE PARK  '.
           05  FILLER                  PIC X(45)
               VALUE 'RIVERSIDE      STONEYCROFT    ASHFIELD       '.
           05  FILLER                  PIC X(45)
               VALUE 'MILLBANK       GREENACRES     FAIRVIEW       '.
           05  FILLER                  PIC X(30)
               VALUE 'OAKHURST       LANGLEY VALE   '.
       01  WS-Locality-Table REDEFINES WS-Locality-Data.
           05  WS-Locality             PIC X(15) OCCURS 20 TIMES.
       01  WS-Town-Data.
           05  FILLER                  PIC X(45)
               VALUE 'ALDERMOOR      BRIDGEFORD     CASTLEHAM      '.
           05  FILLER                  PIC X(45)
               VALUE 'DUNMERE        EVERSLEIGH     FENWICK        '.
           05  FILLER                  PIC X(45)
               VALUE 'GLENTHORPE     HARTWELL       IVYBRIDGE END  '.
           05  FILLER                  PIC X(45)
               VALUE 'KESTON         LINDHURST      MARKHAM        '.
           05  FILLER                  PIC X(45)
               VALUE 'NORBURY        OTTERFORD      PENDLEWICK     '.
           05  FILLER                  PIC X(45)
               VALUE 'REDMARSH       SALTBY         TREVANNION     '.
           05  FILLER                  PIC X(30)
               VALUE 'UPTON MAGNA    WEXCOMBE       '.
       01  WS-Town-Table REDEFINES WS-Town-Data.
           05  WS-Town                 PIC X(15) OCCURS 20 TIMES.
       01  WS-Street-Idx               PIC S9(04) COMP.
       01  WS-Locality-Idx             PIC S9(04) COMP.
       01  WS-Town-Idx                 PIC S9(04) COMP.
       01  WS-House-Number             PIC 9(03).

      *Premium perturbation for the contract in hand.
       01  WS-Factor-Contract          PIC X(10).
       01  WS-Premium-Factor           PIC S9V9(04) COMP-3.
       01  WS-Source-Premium           PIC S9(09)V99 COMP-3.
       01  WS-Masked-Premium           PIC S9(09)V99 COMP-3.
       01  WS-Premium-Movement         PIC S9(11)V9(04) COMP-3.
       01  WS-Premium-Limit            PIC S9(11)V9(04) COMP-3.
       01  WS-Source-Covg-Sum          PIC S9(11)V99 COMP-3.
       01  WS-Masked-Covg-Sum          PIC S9(11)V99 COMP-3.
       01  WS-Contract-Covg-Count      PIC 9(05).

      *Holder sort output state.
       01  WS-Sort-EOF-Switch          PIC X VALUE 'N'.
           88  WS-Sort-EOF                 VALUE 'Y'.
       01  WS-Last-Masked-Id           PIC X(10).
       01  WS-Last-Source-Id           PIC X(10).

      *Source side of the proof, counted as the copy is taken; the
      *masked side is counted again off the copies themselves.
       01  WS-Proof-Counts.
           05  WS-Source-Contracts     PIC 9(07) VALUE 0.
           05  WS-Source-Coverages     PIC 9(07) VALUE 0.
           05  WS-Source-Holders       PIC 9(07) VALUE 0.
           05  WS-Source-Holder-Links  PIC 9(07) VALUE 0.
           05  WS-Source-Covg-Links    PIC 9(07) VALUE 0.
           05  WS-Source-Addresses     PIC 9(07) VALUE 0.
           05  WS-Source-Address-Links PIC 9(07) VALUE 0.
           05  WS-Masked-Contracts     PIC 9(07) VALUE 0.
           05  WS-Masked-Coverages     PIC 9(07) VALUE 0.
           05  WS-Masked-Holders       PIC 9(07) VALUE 0.
           05  WS-Masked-Holder-Links  PIC 9(07) VALUE 0.
           05  WS-Masked-Covg-Links    PIC 9(07) VALUE 0.
           05  WS-Masked-Addresses     PIC 9(07) VALUE 0.
           05  WS-Masked-Address-Links PIC 9(07) VALUE 0.
       01  WS-Counters.
           05  WS-Orphan-Covg-Count    PIC 9(07) VALUE 0.
           05  WS-Holder-Missing-Count PIC 9(07) VALUE 0.
           05  WS-Unchanged-Id-Count   PIC 9(07) VALUE 0.
           05  WS-Collision-Count      PIC 9(07) VALUE 0.
           05  WS-Tolerance-Fail-Count PIC 9(07) VALUE 0.
           05  WS-Write-Error-Count    PIC 9(07) VALUE 0.
       01  WS-Premium-Totals.
           05  WS-Source-Cont-Premium  PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-Masked-Cont-Premium  PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-Source-Covg-Premium  PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-Masked-Covg-Premium  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Proof-Switch             PIC X VALUE 'Y'.
           88  WS-Proof-Clean              VALUE 'Y'.
           88  WS-Proof-Failed             VALUE 'N'.

       01  WS-Proof-Head.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE 'ITEM'.
           05  FILLER                  PIC X(07) VALUE ' SOURCE'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE ' MASKED'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE 'RESULT'.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-Proof-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-Caption           PIC X(28).
           05  WS-PL-Source            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PL-Masked            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PL-Result            PIC X(15).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-Count-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-Caption           PIC X(30).
           05  WS-CL-Count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-Total-Line.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-Caption           PIC X(26).
           05  WS-TL-Amount            PIC Z(12)9.99-.
           05  FILLER                  PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO RETURN-CODE
           PERFORM READ-COPY-CARD
           IF NOT WS-Card-Valid
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-COPY-FILES
           END-IF
           IF RETURN-CODE = 0
               SORT HOLDER-SORT-FILE
                   ON ASCENDING KEY SRT-MASKED-ID
                   ON ASCENDING KEY SRT-SOURCE-ID
                   INPUT PROCEDURE COPY-CONTRACTS-AND-HOLDERS
                   OUTPUT PROCEDURE WRITE-MASKED-HOLDERS
               CLOSE CONTRACT-MASTER
               CLOSE CONTRACT-COVERAGE
               CLOSE HOLDER-MASTER
               IF WS-Address-File-Active
                   CLOSE HOLDER-ADDRESS
               END-IF
               CLOSE MASKED-CONTRACTS
               CLOSE MASKED-COVERAGES
               CLOSE MASKED-HOLDERS
               CLOSE MASKED-ADDRESSES
               IF WS-Write-Error-Count > 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM PROVE-HOLDER-LINKS
                   PERFORM PROVE-COVERAGE-LINKS
                   PERFORM PROVE-ADDRESS-LINKS
               END-IF
               PERFORM WRITE-PROOF-REPORT
               CLOSE PROOF-REPORT
               IF RETURN-CODE = 0 AND WS-Proof-Failed
                   DISPLAY 'CONTMASK: PROOF FAILED - MASKED COPY '
                           'NOT TO BE LOADED, SEE MASKPRF' UPON SYSOUT
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           GOBACK.

       READ-COPY-CARD.
           MOVE SPACES TO WS-Copy-Card
           ACCEPT WS-Copy-Card FROM SYSIN
           IF WS-Card-From = SPACES
               MOVE LOW-VALUES TO WS-Range-From
           ELSE
               MOVE WS-Card-From TO WS-Range-From
               SET WS-Subset-Copy TO TRUE
           END-IF
           IF WS-Card-To = SPACES
               MOVE HIGH-VALUES TO WS-Range-To
           ELSE
               MOVE WS-Card-To TO WS-Range-To
               SET WS-Subset-Copy TO TRUE
           END-IF
           IF WS-Card-Tolerance = SPACES
               MOVE 10 TO WS-Tolerance-Pct
           ELSE
               IF WS-Card-Tolerance-Num NUMERIC
                  AND WS-Card-Tolerance-Num NOT > 50
                   MOVE WS-Card-Tolerance-Num TO WS-Tolerance-Pct
               ELSE
                   DISPLAY 'CONTMASK: INVALID PREMIUM TOLERANCE '
                           WS-Card-Tolerance ', 00 TO 50 PERCENT'
                           UPON SYSOUT
                   MOVE 'N' TO WS-Card-Switch
               END-IF
           END-IF
           COMPUTE WS-Tolerance-BP = WS-Tolerance-Pct * 100
           IF WS-Card-Key-Num NUMERIC
               MOVE WS-Card-Key-Num TO WS-Mask-Key
           ELSE
               DISPLAY 'CONTMASK: MASKING KEY MISSING OR NOT NUMERIC '
                       '(CARD COLUMNS 23-30)' UPON SYSOUT
               MOVE 'N' TO WS-Card-Switch
           END-IF
           IF WS-Range-From > WS-Range-To
               DISPLAY 'CONTMASK: INVALID CONTRACT RANGE '
                       WS-Card-From ' TO ' WS-Card-To UPON SYSOUT
               MOVE 'N' TO WS-Card-Switch
           END-IF
           .

       OPEN-COPY-FILES.
           OPEN INPUT CONTRACT-MASTER
           OPEN INPUT CONTRACT-COVERAGE
           OPEN INPUT HOLDER-MASTER
           OPEN OUTPUT MASKED-CONTRACTS
           OPEN OUTPUT MASKED-COVERAGES
           OPEN OUTPUT MASKED-HOLDERS
           OPEN OUTPUT MASKED-ADDRESSES
           OPEN OUTPUT PROOF-REPORT
           IF NOT WS-Master-OK OR NOT WS-Coverage-OK
              OR NOT WS-Holder-OK OR NOT WS-Mcont-OK
              OR NOT WS-Mcovg-OK OR NOT WS-Mhldr-OK
              OR NOT WS-Maddr-OK OR NOT WS-Report-OK
               DISPLAY 'CONTMASK: FILE NOT AVAILABLE - '
                       'CONTMSTR ' WS-Master-Status
                       ' CONTCOVG ' WS-Coverage-Status
                       ' HLDRMSTR ' WS-Holder-Status UPON SYSOUT
               DISPLAY 'CONTMASK:   MASKCONT ' WS-Mcont-Status
                       ' MASKCOVG ' WS-Mcovg-Status
                       ' MASKHLDR ' WS-Mhldr-Status
                       ' MASKADDR ' WS-Maddr-Status
                       ' MASKPRF ' WS-Report-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
               IF WS-Master-OK
                   CLOSE CONTRACT-MASTER
               END-IF
               IF WS-Coverage-OK
                   CLOSE CONTRACT-COVERAGE
               END-IF
               IF WS-Holder-OK
                   CLOSE HOLDER-MASTER
               END-IF
               IF WS-Mcont-OK
                   CLOSE MASKED-CONTRACTS
               END-IF
               IF WS-Mcovg-OK
                   CLOSE MASKED-COVERAGES
               END-IF
               IF WS-Mhldr-OK
                   CLOSE MASKED-HOLDERS
               END-IF
               IF WS-Maddr-OK
                   CLOSE MASKED-ADDRESSES
               END-IF
               IF WS-Report-OK
                   CLOSE PROOF-REPORT
               END-IF
           ELSE
               PERFORM OPEN-HOLDER-ADDRESS
           END-IF
           .

      *No address file leaves MASKADDR empty; the address lines of
      *the proof then agree at nought.
       OPEN-HOLDER-ADDRESS.
           OPEN INPUT HOLDER-ADDRESS
           IF WS-Address-OK
               SET WS-Address-File-Active TO TRUE
           ELSE
               DISPLAY 'CONTMASK: WARNING - HOLDER-ADDRESS NOT '
                       'AVAILABLE, STATUS ' WS-Address-Status
                       ', NO ADDRESSES COPIED' UPON SYSOUT
           END-IF
           .

      *Sort input: the contract/coverage matched read over the range,
      *writing the masked contracts and coverages as it goes and
      *releasing the holders - those the contracts name for a subset,
      *every holder on file for a full copy.
       COPY-CONTRACTS-AND-HOLDERS.
           MOVE WS-Range-From TO CM-CONTRACT-NUMBER
           START CONTRACT-MASTER KEY NOT < CM-CONTRACT-NUMBER
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-Contract-Key
               NOT INVALID KEY
                   PERFORM READ-NEXT-CONTRACT
           END-START
           MOVE WS-Range-From TO CV-CONTRACT-NUMBER
           MOVE LOW-VALUES    TO CV-COVERAGE-CODE
           START CONTRACT-COVERAGE KEY NOT < CV-COVERAGE-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-Coverage-Contract
               NOT INVALID KEY
                   PERFORM READ-NEXT-COVERAGE
           END-START
           PERFORM UNTIL WS-Contract-Key = HIGH-VALUES
                     AND WS-Coverage-Contract = HIGH-VALUES
               IF WS-Coverage-Contract < WS-Contract-Key
                   PERFORM COPY-ORPHAN-COVERAGE
               ELSE
                   PERFORM COPY-ONE-CONTRACT
               END-IF
           END-PERFORM
           IF NOT WS-Subset-Copy
               PERFORM RELEASE-ALL-HOLDERS
           END-IF
           .

       READ-NEXT-CONTRACT.
           READ CONTRACT-MASTER NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-Contract-Key
               NOT AT END
                   IF CM-CONTRACT-NUMBER > WS-Range-To
                       MOVE HIGH-VALUES TO WS-Contract-Key
                   ELSE
                       MOVE CM-CONTRACT-NUMBER TO WS-Contract-Key
                   END-IF
           END-READ
           .

       READ-NEXT-COVERAGE.
           READ CONTRACT-COVERAGE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-Coverage-Contract
               NOT AT END
                   IF CV-CONTRACT-NUMBER > WS-Range-To
                       MOVE HIGH-VALUES TO WS-Coverage-Contract
                   ELSE
                       MOVE CV-CONTRACT-NUMBER TO WS-Coverage-Contract
                   END-IF
           END-READ
           .

      *A coverage row whose contract is not on the master: copied
      *with its own contract number's factor, outside the link count.
       COPY-ORPHAN-COVERAGE.
           ADD 1 TO WS-Orphan-Covg-Count
           MOVE CV-CONTRACT-NUMBER TO WS-Factor-Contract
           PERFORM COMPUTE-PREMIUM-FACTOR
           PERFORM COPY-COVERAGE-ROW
           PERFORM READ-NEXT-COVERAGE
           .

       COPY-ONE-CONTRACT.
           ADD 1 TO WS-Source-Contracts
           MOVE CM-CONTRACT-NUMBER TO WS-Factor-Contract
           PERFORM COMPUTE-PREMIUM-FACTOR
           MOVE 0 TO WS-Source-Covg-Sum
           MOVE 0 TO WS-Masked-Covg-Sum
           MOVE 0 TO WS-Contract-Covg-Count
           MOVE WS-Contract-Key TO WS-Pair-Key
           PERFORM UNTIL WS-Coverage-Contract NOT = WS-Pair-Key
               ADD 1 TO WS-Source-Covg-Links
               ADD 1 TO WS-Contract-Covg-Count
               ADD CV-COVERAGE-PREMIUM TO WS-Source-Covg-Sum
               PERFORM COPY-COVERAGE-ROW
               ADD MCV-COVERAGE-PREMIUM TO WS-Masked-Covg-Sum
               PERFORM READ-NEXT-COVERAGE
           END-PERFORM
           MOVE CONTRACT-MASTER-RECORD TO MASKED-CONTRACT-RECORD
           IF WS-Contract-Covg-Count > 0
              AND WS-Source-Covg-Sum = CM-PREMIUM-AMOUNT
               MOVE WS-Masked-Covg-Sum TO MCM-PREMIUM-AMOUNT
           ELSE
               MOVE CM-PREMIUM-AMOUNT TO WS-Source-Premium
               PERFORM PERTURB-PREMIUM
               MOVE WS-Masked-Premium TO MCM-PREMIUM-AMOUNT
           END-IF
           MOVE CM-HOLDER-ID TO WS-Mask-Source
           PERFORM MASK-HOLDER-ID
           MOVE WS-Mask-Result TO MCM-HOLDER-ID
           WRITE MASKED-CONTRACT-RECORD
           IF WS-Mcont-OK
               ADD CM-PREMIUM-AMOUNT  TO WS-Source-Cont-Premium
               ADD MCM-PREMIUM-AMOUNT TO WS-Masked-Cont-Premium
           ELSE
               DISPLAY 'CONTMASK: MASKCONT WRITE FAILED, STATUS '
                       WS-Mcont-Status ' AT ' CM-CONTRACT-NUMBER
                       UPON SYSOUT
               ADD 1 TO WS-Write-Error-Count
           END-IF
           PERFORM LOOKUP-CONTRACT-HOLDER
           PERFORM READ-NEXT-CONTRACT
           .

       COPY-COVERAGE-ROW.
           ADD 1 TO WS-Source-Coverages
           MOVE CONTRACT-COVERAGE-RECORD TO MASKED-COVERAGE-RECORD
           MOVE CV-COVERAGE-PREMIUM TO WS-Source-Premium
           PERFORM PERTURB-PREMIUM
           MOVE WS-Masked-Premium TO MCV-COVERAGE-PREMIUM
           WRITE MASKED-COVERAGE-RECORD
           IF WS-Mcovg-OK
               ADD CV-COVERAGE-PREMIUM  TO WS-Source-Covg-Premium
               ADD MCV-COVERAGE-PREMIUM TO WS-Masked-Covg-Premium
           ELSE
               DISPLAY 'CONTMASK: MASKCOVG WRITE FAILED, STATUS '
                       WS-Mcovg-Status ' AT ' CV-COVERAGE-KEY
                       UPON SYSOUT
               ADD 1 TO WS-Write-Error-Count
           END-IF
           .

      *The contract's holder as the source sees it: a link when it is
      *on HOLDER-MASTER, and for a subset the holder to be copied.
       LOOKUP-CONTRACT-HOLDER.
           MOVE CM-HOLDER-ID TO HM-HOLDER-ID
           READ HOLDER-MASTER
               INVALID KEY
                   ADD 1 TO WS-Holder-Missing-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Source-Holder-Links
                   IF WS-Subset-Copy
                       PERFORM RELEASE-MASKED-HOLDER
                   END-IF
           END-READ
           .

       RELEASE-ALL-HOLDERS.
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
                       PERFORM RELEASE-MASKED-HOLDER
               END-READ
           END-PERFORM
           .

       RELEASE-MASKED-HOLDER.
           MOVE HM-HOLDER-ID TO WS-Mask-Source
           PERFORM MASK-HOLDER-ID
           MOVE WS-Mask-Result   TO SRT-MASKED-ID
           MOVE HM-HOLDER-ID     TO SRT-SOURCE-ID
           MOVE HM-STATUS-CODE   TO SRT-STATUS-CODE
           IF HM-HOLDER-NAME = SPACES
               MOVE SPACES TO SRT-HOLDER-NAME
           ELSE
               PERFORM BUILD-MASKED-NAME
           END-IF
           RELEASE HOLDER-SORT-RECORD
           .

      *Sort output: one holder per masked id. A repeat of the same
      *real id is the same holder again; a second real id on the
      *same masked id is a collision, counted for the proof and not
      *written (it would be a duplicate key on the reload).
       WRITE-MASKED-HOLDERS.
           MOVE LOW-VALUES TO WS-Last-Masked-Id
           MOVE LOW-VALUES TO WS-Last-Source-Id
           PERFORM UNTIL WS-Sort-EOF
               RETURN HOLDER-SORT-FILE
                   AT END
                       SET WS-Sort-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-MASKED-HOLDER
               END-RETURN
           END-PERFORM
           .

       WRITE-ONE-MASKED-HOLDER.
           EVALUATE TRUE
               WHEN SRT-MASKED-ID = WS-Last-Masked-Id
                AND SRT-SOURCE-ID = WS-Last-Source-Id
                    CONTINUE
               WHEN SRT-MASKED-ID = WS-Last-Masked-Id
                    ADD 1 TO WS-Source-Holders
                    ADD 1 TO WS-Collision-Count
                    DISPLAY 'CONTMASK: HOLDER ID COLLISION ON '
                            'MASKED ID ' SRT-MASKED-ID UPON SYSOUT
               WHEN OTHER
                    ADD 1 TO WS-Source-Holders
                    IF SRT-MASKED-ID = SRT-SOURCE-ID
                        ADD 1 TO WS-Unchanged-Id-Count
                    END-IF
                    MOVE SRT-MASKED-ID   TO MHM-HOLDER-ID
                    MOVE SRT-HOLDER-NAME TO MHM-HOLDER-NAME
                    MOVE SRT-STATUS-CODE TO MHM-STATUS-CODE
                    WRITE MASKED-HOLDER-RECORD
                    IF NOT WS-Mhldr-OK
                        DISPLAY 'CONTMASK: MASKHLDR WRITE FAILED, '
                                'STATUS ' WS-Mhldr-Status ' AT '
                                SRT-MASKED-ID UPON SYSOUT
                        ADD 1 TO WS-Write-Error-Count
                    END-IF
                    IF WS-Address-File-Active
                        PERFORM COPY-HOLDER-ADDRESS
                    END-IF
           END-EVALUATE
           MOVE SRT-MASKED-ID TO WS-Last-Masked-Id
           MOVE SRT-SOURCE-ID TO WS-Last-Source-Id
           .

      *The address of the holder just written, if it has one, under
      *the masked id. Each line that has anything on it is replaced
      *from the tables by the hash of the masked id, so a holder
      *keeps one address; the flag and date are carried as they are.
       COPY-HOLDER-ADDRESS.
           MOVE SRT-SOURCE-ID TO HA-HOLDER-ID
           READ HOLDER-ADDRESS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-MASKED-ADDRESS
           END-READ
           .

       WRITE-MASKED-ADDRESS.
           ADD 1 TO WS-Source-Addresses
           ADD 1 TO WS-Source-Address-Links
           MOVE HOLDER-ADDRESS-RECORD TO MASKED-ADDRESS-RECORD
           MOVE SRT-MASKED-ID TO MHA-HOLDER-ID
           PERFORM HASH-MASKED-ID
           COMPUTE WS-House-Number = FUNCTION MOD(WS-Hash, 900) + 100
           COMPUTE WS-Street-Idx =
               FUNCTION MOD(WS-Hash / 7, 20) + 1
           COMPUTE WS-Locality-Idx =
               FUNCTION MOD(WS-Hash / 140, 20) + 1
           COMPUTE WS-Town-Idx =
               FUNCTION MOD(WS-Hash / 2800, 20) + 1
           IF HA-ADDRESS-LINE-1 NOT = SPACES
               MOVE SPACES TO MHA-ADDRESS-LINE-1
               STRING WS-House-Number       DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-Street (WS-Street-Idx)
                                            DELIMITED BY SIZE
                      INTO MHA-ADDRESS-LINE-1
           END-IF
           IF HA-ADDRESS-LINE-2 NOT = SPACES
               MOVE WS-Locality (WS-Locality-Idx)
                   TO MHA-ADDRESS-LINE-2
           END-IF
           IF HA-ADDRESS-LINE-3 NOT = SPACES
               MOVE WS-Town (WS-Town-Idx) TO MHA-ADDRESS-LINE-3
           END-IF
           IF HA-POSTCODE NOT = SPACES
               MOVE 'ZZ' TO MHA-POSTCODE
               MOVE WS-Digit-Set (FUNCTION MOD(WS-Hash, 10) + 1:1)
                   TO MHA-POSTCODE (3:1)
               MOVE WS-Digit-Set (FUNCTION MOD(WS-Hash / 10, 10)
                   + 1:1) TO MHA-POSTCODE (4:1)
               MOVE ' ' TO MHA-POSTCODE (5:1)
               MOVE WS-Digit-Set (FUNCTION MOD(WS-Hash / 100, 10)
                   + 1:1) TO MHA-POSTCODE (6:1)
               MOVE WS-Letter-Set (FUNCTION MOD(WS-Hash / 1000, 26)
                   + 1:1) TO MHA-POSTCODE (7:1)
               MOVE WS-Letter-Set (FUNCTION MOD(WS-Hash / 2600, 26)
                   + 1:1) TO MHA-POSTCODE (8:1)
           END-IF
           WRITE MASKED-ADDRESS-RECORD
           IF NOT WS-Maddr-OK
               DISPLAY 'CONTMASK: MASKADDR WRITE FAILED, STATUS '
                       WS-Maddr-Status ' AT ' SRT-MASKED-ID
                       UPON SYSOUT
               ADD 1 TO WS-Write-Error-Count
           END-IF
           .

      *Scramble WS-Mask-Source into WS-Mask-Result. A digit stays a
      *digit and a letter a letter, shifted by the chain; anything
      *else (blank, hyphen) is kept. The chain then moves on by the
      *real character, so the scramble can only be undone left to
      *right with the key, and no two ids can meet.
       MASK-HOLDER-ID.
           MOVE WS-Mask-Source TO WS-Mask-Result
           COMPUTE WS-Mask-Chain = FUNCTION MOD(WS-Mask-Key, 9973)
           PERFORM VARYING WS-Mask-Pos FROM 1 BY 1
                   UNTIL WS-Mask-Pos > 10
               MOVE WS-Mask-Source (WS-Mask-Pos:1) TO WS-Mask-Char
               PERFORM CLASSIFY-MASK-CHAR
               COMPUTE WS-Key-Idx = FUNCTION MOD(WS-Mask-Pos - 1, 8)
                   + 1
               COMPUTE WS-Mask-Shift = WS-Mask-Chain
                   + WS-Key-Digit (WS-Key-Idx) * WS-Mask-Pos
               EVALUATE TRUE
                   WHEN WS-Char-Digit
                        COMPUTE WS-New-Value = FUNCTION MOD(
                            WS-Char-Value + WS-Mask-Shift, 10)
                        MOVE WS-Digit-Set (WS-New-Value + 1:1)
                            TO WS-Mask-Result (WS-Mask-Pos:1)
                   WHEN WS-Char-Letter
                        COMPUTE WS-New-Value = FUNCTION MOD(
                            WS-Char-Value + WS-Mask-Shift, 26)
                        MOVE WS-Letter-Set (WS-New-Value + 1:1)
                            TO WS-Mask-Result (WS-Mask-Pos:1)
               END-EVALUATE
               COMPUTE WS-Mask-Chain = FUNCTION MOD(
                   WS-Mask-Chain * 7 + WS-Char-Value + 1, 9973)
           END-PERFORM
           .

       CLASSIFY-MASK-CHAR.
           SET WS-Char-Other TO TRUE
           MOVE 0 TO WS-Char-Value
           PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                   UNTIL WS-Char-Idx > 10 OR NOT WS-Char-Other
               IF WS-Digit-Set (WS-Char-Idx:1) = WS-Mask-Char
                   SET WS-Char-Digit TO TRUE
                   COMPUTE WS-Char-Value = WS-Char-Idx - 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                   UNTIL WS-Char-Idx > 26 OR NOT WS-Char-Other
               IF WS-Letter-Set (WS-Char-Idx:1) = WS-Mask-Char
                   SET WS-Char-Letter TO TRUE
                   COMPUTE WS-Char-Value = WS-Char-Idx - 1
               END-IF
           END-PERFORM
           .

      *A first name and surname picked by a hash of the masked id
      *(already in SRT-MASKED-ID), so a holder keeps one name.
       BUILD-MASKED-NAME.
           PERFORM HASH-MASKED-ID
           COMPUTE WS-Name-Idx = FUNCTION MOD(WS-Hash, 20) + 1
           COMPUTE WS-Surname-Idx =
               FUNCTION MOD(WS-Hash / 20, 20) + 1
           MOVE SPACES TO SRT-HOLDER-NAME
           STRING WS-First-Name (WS-Name-Idx) DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-Surname (WS-Surname-Idx) DELIMITED BY SPACE
                  INTO SRT-HOLDER-NAME
           .

       HASH-MASKED-ID.
           MOVE 0 TO WS-Hash
           PERFORM VARYING WS-Mask-Pos FROM 1 BY 1
                   UNTIL WS-Mask-Pos > 10
               MOVE SRT-MASKED-ID (WS-Mask-Pos:1) TO WS-Mask-Char
               PERFORM CLASSIFY-MASK-CHAR
               COMPUTE WS-Hash = FUNCTION MOD(
                   WS-Hash * 31 + WS-Char-Value + 1, 99991)
           END-PERFORM
           .

      *The factor for WS-Factor-Contract: a hash of the contract
      *number and the key, spread over plus or minus the tolerance
      *in hundredths of a percent.
       COMPUTE-PREMIUM-FACTOR.
           IF WS-Tolerance-BP = 0
               MOVE 1 TO WS-Premium-Factor
           ELSE
               COMPUTE WS-Hash = FUNCTION MOD(WS-Mask-Key, 999983)
               PERFORM VARYING WS-Mask-Pos FROM 1 BY 1
                       UNTIL WS-Mask-Pos > 10
                   MOVE WS-Factor-Contract (WS-Mask-Pos:1)
                       TO WS-Mask-Char
                   PERFORM CLASSIFY-MASK-CHAR
                   COMPUTE WS-Hash = FUNCTION MOD(
                       WS-Hash * 31 + WS-Char-Value + 1, 999983)
               END-PERFORM
               COMPUTE WS-Premium-Factor = 1
                   + (FUNCTION MOD(WS-Hash, WS-Tolerance-BP * 2 + 1)
                      - WS-Tolerance-BP) / 10000
           END-IF
           .

      *WS-Source-Premium moved by the factor into WS-Masked-Premium,
      *checked back against the tolerance (a cent allowed for the
      *rounding).
       PERTURB-PREMIUM.
           COMPUTE WS-Masked-Premium ROUNDED =
               WS-Source-Premium * WS-Premium-Factor
           COMPUTE WS-Premium-Movement =
               WS-Masked-Premium - WS-Source-Premium
           IF WS-Premium-Movement < 0
               COMPUTE WS-Premium-Movement = 0 - WS-Premium-Movement
           END-IF
           COMPUTE WS-Premium-Limit =
               WS-Source-Premium * WS-Tolerance-Pct / 100
           IF WS-Premium-Limit < 0
               COMPUTE WS-Premium-Limit = 0 - WS-Premium-Limit
           END-IF
           IF WS-Premium-Movement > WS-Premium-Limit + 0.01
               ADD 1 TO WS-Tolerance-Fail-Count
           END-IF
           .

      *Masked side of the contract/holder links: the masked contracts
      *sorted by holder id, matched against MASKHLDR.
       PROVE-HOLDER-LINKS.
           SORT LINK-SORT-FILE
               ON ASCENDING KEY SLK-HOLDER-ID
               USING MASKED-CONTRACTS
               GIVING SORTED-LINKS
           OPEN INPUT SORTED-LINKS
           OPEN INPUT MASKED-HOLDERS
           IF NOT WS-Links-OK OR NOT WS-Mhldr-OK
               DISPLAY 'CONTMASK: PROOF FILES NOT AVAILABLE - '
                       'MASKLNKS ' WS-Links-Status
                       ' MASKHLDR ' WS-Mhldr-Status UPON SYSOUT
               SET WS-Proof-Failed TO TRUE
               IF WS-Links-OK
                   CLOSE SORTED-LINKS
               END-IF
               IF WS-Mhldr-OK
                   CLOSE MASKED-HOLDERS
               END-IF
           ELSE
               PERFORM READ-MASKED-HOLDER
               PERFORM UNTIL WS-Links-EOF
                   READ SORTED-LINKS
                       AT END
                           SET WS-Links-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-LINK-TO-HOLDER
                   END-READ
               END-PERFORM
               PERFORM UNTIL WS-Mhldr-EOF
                   PERFORM READ-MASKED-HOLDER
               END-PERFORM
               CLOSE SORTED-LINKS
               CLOSE MASKED-HOLDERS
           END-IF
           .

       READ-MASKED-HOLDER.
           READ MASKED-HOLDERS
               AT END
                   SET WS-Mhldr-EOF TO TRUE
                   MOVE HIGH-VALUES TO MHM-HOLDER-ID
               NOT AT END
                   ADD 1 TO WS-Masked-Holders
           END-READ
           .

       MATCH-LINK-TO-HOLDER.
           ADD 1 TO WS-Masked-Contracts
           PERFORM UNTIL MHM-HOLDER-ID NOT < SRL-HOLDER-ID
               PERFORM READ-MASKED-HOLDER
           END-PERFORM
           IF MHM-HOLDER-ID = SRL-HOLDER-ID
               ADD 1 TO WS-Masked-Holder-Links
           END-IF
           .

      *Masked side of the coverage/contract links: both copies are in
      *contract order, so a matched read.
       PROVE-COVERAGE-LINKS.
           OPEN INPUT MASKED-COVERAGES
           OPEN INPUT MASKED-CONTRACTS
           IF NOT WS-Mcovg-OK OR NOT WS-Mcont-OK
               DISPLAY 'CONTMASK: PROOF FILES NOT AVAILABLE - '
                       'MASKCOVG ' WS-Mcovg-Status
                       ' MASKCONT ' WS-Mcont-Status UPON SYSOUT
               SET WS-Proof-Failed TO TRUE
               IF WS-Mcovg-OK
                   CLOSE MASKED-COVERAGES
               END-IF
               IF WS-Mcont-OK
                   CLOSE MASKED-CONTRACTS
               END-IF
           ELSE
               PERFORM READ-MASKED-CONTRACT
               PERFORM UNTIL WS-Mcovg-EOF
                   READ MASKED-COVERAGES
                       AT END
                           SET WS-Mcovg-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-COVERAGE-TO-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE MASKED-COVERAGES
               CLOSE MASKED-CONTRACTS
           END-IF
           .

       READ-MASKED-CONTRACT.
           READ MASKED-CONTRACTS
               AT END
                   SET WS-Mcont-EOF TO TRUE
                   MOVE HIGH-VALUES TO MCM-CONTRACT-NUMBER
           END-READ
           .

       MATCH-COVERAGE-TO-CONTRACT.
           ADD 1 TO WS-Masked-Coverages
           PERFORM UNTIL MCM-CONTRACT-NUMBER NOT < MCV-CONTRACT-NUMBER
               PERFORM READ-MASKED-CONTRACT
           END-PERFORM
           IF MCM-CONTRACT-NUMBER = MCV-CONTRACT-NUMBER
               ADD 1 TO WS-Masked-Covg-Links
           END-IF
           .

      *Masked side of the address/holder links: MASKADDR and MASKHLDR
      *are both in masked-id order, so a matched read.
       PROVE-ADDRESS-LINKS.
           OPEN INPUT MASKED-ADDRESSES
           OPEN INPUT MASKED-HOLDERS
           IF NOT WS-Maddr-OK OR NOT WS-Mhldr-OK
               DISPLAY 'CONTMASK: PROOF FILES NOT AVAILABLE - '
                       'MASKADDR ' WS-Maddr-Status
                       ' MASKHLDR ' WS-Mhldr-Status UPON SYSOUT
               SET WS-Proof-Failed TO TRUE
               IF WS-Maddr-OK
                   CLOSE MASKED-ADDRESSES
               END-IF
               IF WS-Mhldr-OK
                   CLOSE MASKED-HOLDERS
               END-IF
           ELSE
               PERFORM READ-ADDRESS-HOLDER
               PERFORM UNTIL WS-Maddr-EOF
                   READ MASKED-ADDRESSES
                       AT END
                           SET WS-Maddr-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-ADDRESS-TO-HOLDER
                   END-READ
               END-PERFORM
               CLOSE MASKED-ADDRESSES
               CLOSE MASKED-HOLDERS
           END-IF
           .

      *MASKHLDR was counted by PROVE-HOLDER-LINKS; not again here.
       READ-ADDRESS-HOLDER.
           READ MASKED-HOLDERS
               AT END
                   SET WS-Mhldr-EOF TO TRUE
                   MOVE HIGH-VALUES TO MHM-HOLDER-ID
           END-READ
           .

       MATCH-ADDRESS-TO-HOLDER.
           ADD 1 TO WS-Masked-Addresses
           PERFORM UNTIL MHM-HOLDER-ID NOT < MHA-HOLDER-ID
               PERFORM READ-ADDRESS-HOLDER
           END-PERFORM
           IF MHM-HOLDER-ID = MHA-HOLDER-ID
               ADD 1 TO WS-Masked-Address-Links
           END-IF
           .

       WRITE-PROOF-REPORT.
           MOVE 'MASKED TEST-REGION COPY PROOF' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-Subset-Copy
               STRING '  CONTRACT RANGE ' WS-Card-From ' TO '
                      WS-Card-To DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE '  CONTRACT RANGE ALL' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PREMIUM TOLERANCE +/- ' WS-Tolerance-Pct
                  ' PERCENT' DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Proof-Head TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTRACTS'                TO WS-PL-Caption
           MOVE WS-Source-Contracts        TO WS-PL-Source
           MOVE WS-Masked-Contracts        TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE 'COVERAGES'                TO WS-PL-Caption
           MOVE WS-Source-Coverages        TO WS-PL-Source
           MOVE WS-Masked-Coverages        TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE 'HOLDERS'                  TO WS-PL-Caption
           MOVE WS-Source-Holders          TO WS-PL-Source
           MOVE WS-Masked-Holders          TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE 'CONTRACT/HOLDER LINKS'    TO WS-PL-Caption
           MOVE WS-Source-Holder-Links     TO WS-PL-Source
           MOVE WS-Masked-Holder-Links     TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE 'COVERAGE/CONTRACT LINKS'  TO WS-PL-Caption
           MOVE WS-Source-Covg-Links       TO WS-PL-Source
           MOVE WS-Masked-Covg-Links       TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE 'ADDRESSES'                TO WS-PL-Caption
           MOVE WS-Source-Addresses        TO WS-PL-Source
           MOVE WS-Masked-Addresses        TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE 'ADDRESS/HOLDER LINKS'     TO WS-PL-Caption
           MOVE WS-Source-Address-Links    TO WS-PL-Source
           MOVE WS-Masked-Address-Links    TO WS-PL-Masked
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTRACTS WITHOUT HOLDER:'  TO WS-CL-Caption
           MOVE WS-Holder-Missing-Count      TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COVERAGES WITHOUT CONTRACT:' TO WS-CL-Caption
           MOVE WS-Orphan-Covg-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDER IDS LEFT UNCHANGED:' TO WS-CL-Caption
           MOVE WS-Unchanged-Id-Count       TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDER ID COLLISIONS:'     TO WS-CL-Caption
           MOVE WS-Collision-Count          TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PREMIUMS OUTSIDE TOLERANCE:' TO WS-CL-Caption
           MOVE WS-Tolerance-Fail-Count       TO WS-CL-Count
           MOVE WS-Count-Line TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Collision-Count > 0 OR WS-Tolerance-Fail-Count > 0
               SET WS-Proof-Failed TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTRACT PREMIUM SOURCE:  ' TO WS-TL-Caption
           MOVE WS-Source-Cont-Premium      TO WS-TL-Amount
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTRACT PREMIUM MASKED:  ' TO WS-TL-Caption
           MOVE WS-Masked-Cont-Premium      TO WS-TL-Amount
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COVERAGE PREMIUM SOURCE:  ' TO WS-TL-Caption
           MOVE WS-Source-Covg-Premium      TO WS-TL-Amount
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COVERAGE PREMIUM MASKED:  ' TO WS-TL-Caption
           MOVE WS-Masked-Covg-Premium      TO WS-TL-Amount
           MOVE WS-Total-Line TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-Write-Error-Count > 0
                    MOVE '  *** COPY INCOMPLETE - WRITE FAILURES ***'
                        TO REPORT-LINE
               WHEN WS-Proof-Clean
                    MOVE '  COPY PROVEN AGAINST SOURCE' TO REPORT-LINE
               WHEN OTHER
                    MOVE '  *** PROOF FAILED - DO NOT LOAD ***'
                        TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           .

       WRITE-PROOF-LINE.
           IF WS-PL-Source = WS-PL-Masked
               MOVE 'AGREES' TO WS-PL-Result
           ELSE
               MOVE '*** DIFFERS ***' TO WS-PL-Result
               SET WS-Proof-Failed TO TRUE
           END-IF
           MOVE WS-Proof-Line TO REPORT-LINE
           WRITE REPORT-LINE
           .

       DISPLAY-SUMMARY.
           DISPLAY 'CONTMASK SUMMARY -'
                   ' CONTRACTS: ' WS-Source-Contracts
                   ' COVERAGES: ' WS-Source-Coverages
                   ' HOLDERS: '   WS-Source-Holders
                   ' ADDRESSES: ' WS-Source-Addresses
                   ' COLLISIONS: ' WS-Collision-Count
                   UPON SYSOUT
           .
       END PROGRAM CONTMASK.
