      *	images; readers skip anything whose fifth character is not
      *	the date hyphen, the same guard TRANRCYC uses on the old
      *	exception layouts.
      *
      *	PST-ENTRY-TYPE says what kind of row this is.  Blank is an
      *	ordinary posting of a feed record.  "R" is a reversal written
      *	by tranrvsl.cob: its TRAN-AMOUNT is the exact negation of the
      *	original posting and PST-LINK-TRAN-ID names the TRAN-ID it
      *	cancels, so the pair can be matched without guessing from
      *	amounts.  "T" is one leg of an inter-account transfer: the
      *	debit leg keeps the transfer's TRAN-ID with the amount
      *	negated, the credit leg carries the credit account in the
      *	first four characters of its TRAN-ID, then "X" and that
      *	account's posting count in base 36 (an id registered on
      *	TRANREG.DAT alongside the transfer's own), and both legs
      *	name the transfer's TRAN-ID in PST-LINK-TRAN-ID as their
      *	common reference.  A transfer that held or errored is
      *	written once, as received, with the same type and
      *	reference.
      *	Rows written before the fields existed end at the
      *	TRANREC.cpy image and read back with both fields blank.
      *
      *	The TRAN-AMOUNT inside PST-TRAN-RECORD is always the amount
      *	that moved ACT-BALANCE, in the account's own currency, so
      *	every reader that proves or reports the master keeps
      *	working unchanged.  The amount as the sender sent it and
      *	its currency are kept in PST-ORIG-CURRENCY and
      *	PST-ORIG-AMOUNT; PST-FX-RATE is the rate applied (account
      *	currency per unit of the sent currency, 1 when they are
      *	the same), PST-POSTED-CURRENCY the account's currency and
      *	PST-BOOK-AMOUNT the posting in base currency, which is what
      *	moved ACT-BOOK-BALANCE.  Blank currencies are base
      *	currency.  The rate, posted currency and book amount are
      *	filled only on a row that posted; rows written before the
      *	fields existed read back with them all blank.
      *
       01  POSTED-TRAN-RECORD.
           05  PST-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-TRAN-RECORD         PIC X(54).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-ENTRY-TYPE          PIC X(1).
               88  PST-ENTRY-POSTING   VALUE SPACE.
               88  PST-ENTRY-REVERSAL  VALUE "R".
               88  PST-ENTRY-TRANSFER  VALUE "T".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-LINK-TRAN-ID        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-ORIG-CURRENCY       PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-ORIG-AMOUNT         PIC S9(9)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-FX-RATE             PIC 9(5)V9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-POSTED-CURRENCY     PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PST-BOOK-AMOUNT         PIC S9(11)V9999.
