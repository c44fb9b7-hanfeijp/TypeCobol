      *                 exclusive to BDY-DATE-2 inclusive, negative
      *                 when BDY-DATE-2 lies before BDY-DATE-IN,
      *                 answered in BDY-DAY-COUNT.
      *             M - last business day of the month BDY-DATE-IN
      *                 falls in, answered in BDY-DATE-OUT.
      *           A non-zero status means the caller falls back to
      *           calendar-day arithmetic: the calendar was missing,
      *           or a date fell outside the year it covers.
               88  BDY-REQUEST-NEXT        VALUE 'N'.
               88  BDY-REQUEST-ADD         VALUE 'A'.
               88  BDY-REQUEST-COUNT       VALUE 'C'.
               88  BDY-REQUEST-MONTH-END   VALUE 'M'.
           05  BDY-DATE-IN             PIC X(08).
           05  BDY-DATE-2              PIC X(08).
           05  BDY-DAY-COUNT           PIC S9(05) COMP.
