      *	indexed); acctcnv.cob is the one-time conversion, carrying
      *	every account across as open.  A blank ACT-STATUS still
      *	reads as open in tranpost.cob as a belt-and-braces guard.
      *
      *	ACT-CREDIT-LIMIT is the overdraft the account is allowed:
      *	the balance may go as far below zero as the limit and no
      *	further.  tranpost.cob holds a debit that would breach it to
      *	POSTSUSP.DAT (PT0007) and suspswp.cob retries it once funds
      *	have arrived; acctmnt.cob's "L" card maintains it.  Zero
      *	means no overdraft.  The field was appended to the 57-byte
      *	status/description layout.
      *
      *	ACT-CUSTOMER-ID names the account holder on CUSTMAST.DAT
      *	(CUSTREC.cpy).  acctmnt.cob sets it on an add or with a "K"
      *	link card, only ever to a customer already on file;
      *	acctstmt.cob prints the holder's address on the statement
      *	and lists an account whose link is blank or broken as an
      *	exception instead.  The field was appended to the 72-byte
      *	credit limit layout.
      *
      *	ACT-CURRENCY-CODE is the currency the account is kept in -
      *	ACT-BALANCE and ACT-CREDIT-LIMIT are amounts of it - blank
      *	being the bank's base currency.  acctmnt.cob sets it on the
      *	add and it never changes after.  ACT-BOOK-BALANCE is the
      *	same balance in base currency at the rates each amount
      *	posted at (equal to ACT-BALANCE on a base-currency account);
      *	fxreval.cob values the balance at the month-end rate and
      *	reports the difference as the revaluation gain or loss.
      *	Both fields were appended to the 78-byte customer layout;
      *	acctcnv.cob converts a master written under that layout.
      *
       01  ACCT-MASTER-RECORD.
           05  ACT-ACCOUNT-ID          PIC X(4).
               88  ACT-STATUS-FROZEN   VALUE "F".
               88  ACT-STATUS-CLOSED   VALUE "C".
           05  ACT-DESCRIPTION         PIC X(20).
           05  ACT-CREDIT-LIMIT        PIC 9(11)V9999.
           05  ACT-CUSTOMER-ID         PIC X(6).
           05  ACT-CURRENCY-CODE       PIC X(3).
           05  ACT-BOOK-BALANCE        PIC S9(11)V9999.
