      *================================================================
      * GLPOSTNG - General-ledger interface posting, one debit or one
      *            credit line. CONTGLEX writes the night's premium
      *            movements in this layout (GLEXTR), CONTRFND its
      *            return-premium refunds (REFNDGL) and CONTUPRV the
      *            month-end reserve movement (UPRGL); the ledger load
      *            takes every such file in the night's posting flow.
      *            Each writer balances its own debits to its credits.
      *================================================================
       01  GL-POSTING-RECORD.
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DEBIT-CREDIT         PIC X(01).
               88  GL-DEBIT                VALUE 'D'.
               88  GL-CREDIT               VALUE 'C'.
           05  GL-AMOUNT               PIC S9(11)V99 COMP-3.
           05  GL-POSTING-DATE         PIC X(08).
           05  GL-CONTRACT-NUMBER      PIC X(10).
           05  GL-POSTING-TYPE         PIC X(16).
