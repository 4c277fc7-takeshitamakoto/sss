      *
      *	FXRATEREC - the FXRATE.DAT foreign-exchange rate row
      *	Loaded by operations each morning: one row per currency per
      *	business date, giving how many units of the bank's base
      *	currency one unit of the currency buys.  The base currency
      *	itself is never listed - a blank currency code is base and
      *	converts at 1.  Rows for other dates are history and are
      *	skipped, so the file may simply be appended to day by day.
      *	A currency with no row for the date has no rate that day:
      *	tranpost.cob and suspswp.cob hold its postings (PT0012)
      *	and fxreval.cob reports its accounts unvalued.
      *
       01  FX-RATE-RECORD.
           05  FXR-RATE-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  FXR-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(1).
           05  FXR-RATE                PIC 9(5)V9(6).
