      *================================================================
      * HLDRADDR - Holder mailing address record, keyed by holder id.
      *            Used by HOLDER-ADDRESS (VSAM KSDS, HLDRADDR),
      *            maintained by HLDRMAIN mailing-address (M) and
      *            returned-mail (R) transactions, and read by the
      *            CONTLETR letter print. A holder with no record, or
      *            with every mailing line blank, has no address. An
      *            M transaction replaces the whole address and clears
      *            the returned-mail flag; an R transaction sets it,
      *            and letters for the holder go to the exceptions
      *            list until a new address is keyed.
      *================================================================
       01  HOLDER-ADDRESS-RECORD.
           05  HA-HOLDER-ID            PIC X(10).
           05  HA-ADDRESS-LINE-1       PIC X(30).
           05  HA-ADDRESS-LINE-2       PIC X(30).
           05  HA-ADDRESS-LINE-3       PIC X(30).
           05  HA-POSTCODE             PIC X(08).
           05  HA-RETURNED-MAIL-FLAG   PIC X.
               88  HA-RETURNED-MAIL        VALUE 'Y'.
               88  HA-MAIL-DELIVERABLE     VALUE 'N'.
           05  HA-LAST-CHANGE-DATE     PIC X(08).
