      *parameter selects all records (the month-end snapshot) or
      *active-only (the extract feed other areas ask for); record and
      *premium hash totals go to SYSOUT for balancing the extract
      *against whatever consumes it, and to the one-row CONTSCTL
      *control file (SNAPCTL) a consumer proves the snapshot against.
      *An unload that fails leaves CONTSCTL empty, so no consumer
      *can prove a part snapshot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO 'CONTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Snapshot-Status.
           SELECT SNAPSHOT-CONTROL ASSIGN TO 'CONTSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
               ==CM-STATUS-CANCELLED==
                   BY ==SNP-STATUS-CANCELLED==
               ==CM-STATUS-EXPIRED==  BY ==SNP-STATUS-EXPIRED==
               ==CM-PREMIUM-AMOUNT==  BY ==SNP-PREMIUM-AMOUNT==
               ==CM-BILLING-FREQUENCY==
                   BY ==SNP-BILLING-FREQUENCY==
               ==CM-BILL-MONTHLY==    BY ==SNP-BILL-MONTHLY==
               ==CM-BILL-QUARTERLY==  BY ==SNP-BILL-QUARTERLY==
               ==CM-BILL-SEMI-ANNUAL==
                   BY ==SNP-BILL-SEMI-ANNUAL==
               ==CM-BILL-ANNUAL==     BY ==SNP-BILL-ANNUAL==
               ==CM-NEXT-DUE-DATE==   BY ==SNP-NEXT-DUE-DATE==
               ==CM-AGENT-ID==        BY ==SNP-AGENT-ID==.
       FD  SNAPSHOT-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY SNAPCTL.

       WORKING-STORAGE SECTION.
       01  WS-Master-Status            PIC XX.
           88  WS-Master-EOF               VALUE '10'.
       01  WS-Snapshot-Status          PIC XX.
           88  WS-Snapshot-OK              VALUE '00'.
       01  WS-Control-Status           PIC XX.
           88  WS-Control-OK               VALUE '00'.

      *Selection card read once from SYSIN; blank defaults to ALL so
      *the month-end JCL needs no card at all.
       01  WS-Premium-Hash             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-Premium-Hash-Disp        PIC Z(12)9.99-.

      *Start/end rows for the operator's job-flow report (RPTRNSTA).
       01  WS-Runstat-Step             PIC X(08) VALUE 'CONTUNLD'.
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
      *CONTSCTL is emptied before anything else can fail, so last
      *night's row never survives a run that does not finish.
           OPEN OUTPUT SNAPSHOT-CONTROL
           IF NOT WS-Control-OK
               DISPLAY 'CONTUNLD: CONTSCTL NOT AVAILABLE, STATUS '
                       WS-Control-Status UPON SYSOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-SELECTION-CARD
               IF NOT WS-Mode-All AND NOT WS-Mode-Active-Only
                   DISPLAY 'CONTUNLD: INVALID SELECTION CARD '
                           WS-Unload-Mode UPON SYSOUT
                   MOVE 8 TO RETURN-CODE
                   CLOSE SNAPSHOT-CONTROL
               ELSE
                   OPEN INPUT CONTRACT-MASTER
                   IF NOT WS-Master-OK
                       DISPLAY 'CONTUNLD: CONTRACT-MASTER NOT '
                               'AVAILABLE, STATUS ' WS-Master-Status
                               UPON SYSOUT
                       MOVE 8 TO RETURN-CODE
                       CLOSE SNAPSHOT-CONTROL
                   ELSE
                       OPEN OUTPUT SNAPSHOT-FILE
                       IF NOT WS-Snapshot-OK
                           DISPLAY 'CONTUNLD: SNAPSHOT-FILE NOT '
                                   'AVAILABLE, STATUS '
                                   WS-Snapshot-Status UPON SYSOUT
                           MOVE 8 TO RETURN-CODE
                           CLOSE CONTRACT-MASTER
                           CLOSE SNAPSHOT-CONTROL
                       ELSE
                           PERFORM UNLOAD-MASTER
                           CLOSE SNAPSHOT-FILE
                           CLOSE CONTRACT-MASTER
                           PERFORM WRITE-SNAPSHOT-CONTROL
                           PERFORM DISPLAY-BALANCE-TOTALS
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE 'E' TO WS-Runstat-Type
           MOVE WS-Read-Count TO WS-Runstat-Records
           MOVE RETURN-CODE TO WS-Runstat-RC
           PERFORM LOG-RUN-STATUS
           GOBACK.

       LOG-RUN-STATUS.
           CALL 'RUNSTLOG' USING WS-Runstat-Step WS-Runstat-Type
                                 WS-Runstat-Records WS-Runstat-RC
           .

       READ-SELECTION-CARD.
           MOVE SPACES TO WS-Unload-Mode
           ACCEPT WS-Unload-Mode FROM SYSIN
           END-IF
           .

      *CONTSCTL was emptied at the start of the run; the row is
      *written only for an unload that ran to the end.
       WRITE-SNAPSHOT-CONTROL.
           IF RETURN-CODE = 0
               MOVE WS-Unload-Mode    TO SCT-UNLOAD-MODE
               MOVE WS-Read-Count     TO SCT-RECORDS-READ
               MOVE WS-Unloaded-Count TO SCT-RECORD-COUNT
               MOVE WS-Premium-Hash   TO SCT-PREMIUM-HASH
               WRITE SNAPSHOT-CONTROL-RECORD
               IF NOT WS-Control-OK
                   DISPLAY 'CONTUNLD: CONTSCTL WRITE FAILED, '
                           'STATUS ' WS-Control-Status UPON SYSOUT
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE SNAPSHOT-CONTROL
           .

       DISPLAY-BALANCE-TOTALS.
           MOVE WS-Premium-Hash TO WS-Premium-Hash-Disp
           DISPLAY 'CONTUNLD BALANCE TOTALS -'
