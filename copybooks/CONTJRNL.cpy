      *            row (before image = the purged record, after image
      *            = LOW-VALUES); CONTRBLD answers it with a DELETE
      *            so the point-in-time rebuild stays honest.
      *            JRN-ENTERED-BY is the operator on the transaction;
      *            JRN-APPROVED-BY is the second operator who released
      *            it through the CONTAPPR dual-control approval run,
      *            blank for anything that never needed approval.
      *            Purge rows carry CONTPURG as the entering operator.
      *            A reinstatement journals as function R with master
      *            images like a CHANGE (cancelled or expired before,
      *            active after), followed by the V/W/X rows for any
      *            coverages it put back.
      *================================================================
       01  CONTRACT-JOURNAL-RECORD.
           05  JRN-FUNCTION-CODE       PIC X.
               88  JRN-FUNCTION-ADD         VALUE 'A'.
               88  JRN-FUNCTION-CHANGE      VALUE 'C'.
               88  JRN-FUNCTION-INACTIVATE  VALUE 'I'.
               88  JRN-FUNCTION-REINSTATE   VALUE 'R'.
               88  JRN-FUNCTION-COVG-ADD    VALUE 'V'.
               88  JRN-FUNCTION-COVG-CHANGE VALUE 'W'.
               88  JRN-FUNCTION-COVG-DROP   VALUE 'X'.
           05  JRN-TIMESTAMP.
               10  JRN-DATE            PIC X(08).
               10  JRN-TIME            PIC X(08).
           05  JRN-BEFORE-IMAGE        PIC X(63).
           05  JRN-AFTER-IMAGE         PIC X(63).
           05  JRN-OPERATORS.
               10  JRN-ENTERED-BY      PIC X(08).
               10  JRN-APPROVED-BY     PIC X(08).
