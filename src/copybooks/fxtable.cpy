      *
      *	FXTABLE - the day's foreign-exchange rates
      *	Loaded from FXRATE.DAT (FXRATEREC.cpy) with the rows for
      *	one business date only, by every program that converts or
      *	values a foreign amount, so they all price it the same way.
      *	Rows with a non-numeric or zero rate are not loaded - a
      *	currency without a usable rate is treated as having none.
      *
       01  FXT-RATE-MAX                PIC 9(3) VALUE 100.
       01  FXT-RATE-COUNT              PIC 9(3) VALUE ZERO.
       01  FXT-RATE-TABLE.
           05  FXT-RATE-ENTRY OCCURS 100 TIMES INDEXED BY FXT-IDX.
               10  FXT-CURRENCY-CODE   PIC X(3).
               10  FXT-RATE            PIC 9(5)V9(6).
