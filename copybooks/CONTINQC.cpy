      *            in, and the list of that holder's contracts out
      *            (number, status, expiry, premium) off the
      *            CM-HOLDER-ID alternate index, so one inquiry call
      *            answers the whole phone conversation.
      *            Tran HIST is the third: a contract number in, and
      *            that contract's change list out of the CONTHIST
      *            history file, newest first (date, function code,
      *            coverage code for coverage rows, old/new status and
      *            old/new premium), so "why did my premium change"
      *            no longer needs a journal search. Any other tran id
      *            keeps the original single-contract answer.
      *================================================================
       01  CONTRACT-INQUIRY-PARM-BLOCK.
           05  CQ-TRAN-ID              PIC X(04).
               88  CQ-TRAN-HOLDER          VALUE 'HINQ'.
               88  CQ-TRAN-HISTORY         VALUE 'HIST'.
           05  CQ-CONTRACT-NUMBER      PIC X(10).
           05  CQ-FOUND-FLAG           PIC X.
               88  CQ-CONTRACT-FOUND       VALUE 'Y'.
               10  CQ-EXPIRY-DATE      PIC X(08).
               10  CQ-STATUS-CODE      PIC X(02).
               10  CQ-PREMIUM-AMOUNT   PIC S9(09)V99 COMP-3.
               10  CQ-BILLING-FREQUENCY PIC X.
               10  CQ-NEXT-DUE-DATE    PIC X(08).
               10  CQ-AGENT-ID         PIC X(10).
      *Holder-inquiry side of the block: holder id in, contract list
      *out. More than 20 contracts under one holder truncates the
      *list and says so in the truncation flag.
                   15  CQ-L-STATUS-CODE     PIC X(02).
                   15  CQ-L-EXPIRY-DATE     PIC X(08).
                   15  CQ-L-PREMIUM-AMOUNT  PIC S9(09)V99 COMP-3.
      *History-inquiry side of the block: the newest 20 changes to
      *CQ-CONTRACT-NUMBER, newest first. A contract with more than
      *20 changes on file says so in the truncation flag.
           05  CQ-HISTORY-ANSWER.
               10  CQ-CHANGE-COUNT     PIC 9(03).
               10  CQ-HIST-TRUNC-FLAG  PIC X.
                   88  CQ-HISTORY-TRUNCATED VALUE 'Y'.
               10  CQ-CHANGE-ENTRY OCCURS 20 TIMES.
                   15  CQ-H-CHANGE-DATE     PIC X(08).
                   15  CQ-H-FUNCTION-CODE   PIC X.
                   15  CQ-H-COVERAGE-CODE   PIC X(04).
                   15  CQ-H-OLD-STATUS      PIC X(02).
                   15  CQ-H-NEW-STATUS      PIC X(02).
                   15  CQ-H-OLD-PREMIUM     PIC S9(09)V99 COMP-3.
                   15  CQ-H-NEW-PREMIUM     PIC S9(09)V99 COMP-3.
