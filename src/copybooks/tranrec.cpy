      *	master and for.cob aggregates it by TRAN-CODE.  TRAN-STATUS
      *	is live too - both programs set its O/E/P 88-levels as each
      *	record posts or aggregates, errors, or is held.
      *
      *	TRAN-CODE 900 is an inter-account transfer: one record moves
      *	TRAN-AMOUNT (always positive) out of the account in
      *	TRAN-ID(1:4) and into the account whose number is the whole
      *	part of TRAN-OPERAND-2, so transfers are only possible
      *	between numerically numbered accounts.  It is routed to
      *	BCTRANS.DAT like any other posting, so it carries a valid
      *	TRAN-OPERATOR-CODE; tranpost.cob and suspswp.cob post both
      *	legs or neither.
      *
      *	TRAN-CURRENCY-CODE is the ISO code of the currency
      *	TRAN-AMOUNT is expressed in; blank is the bank's base
      *	currency, which is what every record written before the
      *	field was appended to the 54-byte layout reads back as.
      *	tranpost.cob converts a foreign amount into the account's
      *	own currency (ACCTREC.cpy) at the business date's rate on
      *	FXRATE.DAT before it touches the balance.
      *
       01  TRAN-RECORD.
           05  TRAN-ID                 PIC X(10).
           05  TRAN-CODE               PIC 9(3).
               88  TRAN-CODE-TRANSFER  VALUE 900.
           05  TRAN-OPERAND-1          PIC S9(9)V9999.
           05  TRAN-OPERAND-2          PIC S9(9)V9999.
           05  TRAN-OPERATOR-CODE      PIC X(1).
               88  TRAN-STATUS-OK      VALUE "O".
               88  TRAN-STATUS-ERROR   VALUE "E".
               88  TRAN-STATUS-PENDING VALUE "P".
           05  TRAN-CURRENCY-CODE      PIC X(3).
