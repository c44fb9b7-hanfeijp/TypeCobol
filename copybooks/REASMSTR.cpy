      *            flat file by data control; when CheckContract gains
      *            a new rule, add its row here so RPTREJCT decodes it
      *            instead of falling back to UNKNOWN CODE.
      *            The claims intake run (CLMMAIN) decodes its own
      *            C-series codes from the same file: C01 claim already
      *            on file, C02 contract not on file, C03 loss date
      *            invalid or in the future, C04 loss date outside the
      *            contract term, C05 contract cancelled on the loss
      *            date, C06 coverage not on the contract, C07 claim
      *            not on file, C08 claim already closed, C09 unknown
      *            function, C10 negative reserve.
      *            RM-RULE-ACTION tells CheckContract what a failed
      *            R-series rule does, read once at its first call: R
      *            (or blank, as on rows keyed before the field was
      *            carried) rejects the contract, W writes a CONTWARN
      *            warning row and lets the contract cascade on to the
      *            checkpoint, D switches the edit off. C-series rows
      *            leave the field blank.
      *================================================================
       01  REASON-MASTER-RECORD.
           05  RM-REASON-CODE          PIC X(04).
           05  RM-DESCRIPTION          PIC X(40).
           05  RM-SEVERITY             PIC X(01).
           05  RM-CORRECTIVE-ACTION    PIC X(40).
           05  RM-RULE-ACTION          PIC X(01).
               88  RM-ACTION-REJECT        VALUE 'R' SPACE.
               88  RM-ACTION-WARN          VALUE 'W'.
               88  RM-ACTION-DISABLED      VALUE 'D'.
