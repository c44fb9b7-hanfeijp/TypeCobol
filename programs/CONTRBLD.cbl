      *whole journal). The JCL points CONTJRNL at the journal
      *generation(s) covering the snapshot date. Applied after images
      *win over the snapshot: a journalled ADD already on the rebuilt
      *file is rewritten, a journalled CHANGE/INACTIVATE/REINSTATE
      *missing from it is written fresh, and both are counted as
      *repairs so an unexpected overlap is visible in the summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  CONTRACT-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY CONTJRNL.
               PERFORM APPLY-JOURNALLED-PURGE
           ELSE
           IF NOT (JRN-FUNCTION-ADD OR JRN-FUNCTION-CHANGE
                   OR JRN-FUNCTION-INACTIVATE
                   OR JRN-FUNCTION-REINSTATE)
               ADD 1 TO WS-Non-Master-Count
           ELSE
               MOVE JRN-AFTER-IMAGE TO CONTRACT-MASTER-RECORD
