      *	there and count as never tried.  The sweep ages an item out
      *	to SWPAGED.DAT once the count passes its limit, so a dead
      *	account number stops looping through every window forever.
      *
      *	SUS-INPUT-RECORD is the 54-byte image the item arrived
      *	with; its TRAN-CURRENCY-CODE (TRANREC.cpy), appended to the
      *	transaction record after this layout was fixed, rides in
      *	SUS-CURRENCY-CODE so the sweep converts a held foreign
      *	amount from the currency it was sent in.  Older rows read
      *	it back blank - base currency.
      *
       01  POST-SUSPENSE-RECORD.
           05  SUS-RUN-DATE            PIC X(10).
           05  SUS-INPUT-RECORD        PIC X(54).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SUS-ATTEMPT-COUNT       PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SUS-CURRENCY-CODE       PIC X(3).
