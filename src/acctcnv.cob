      *	 3. open sss/src/filename when you need any help.
      *
      *	ACCTCNV is the one-time conversion of ACCTMAST.DAT to the
      *	ACCTREC.cpy layout.  Each widening of the master record
      *	needs one: an indexed file written under the previous
      *	record length will not open under the new FD, and without
      *	this conversion the first post-upgrade window dies in
      *	ACCTMNT on the open.  The account maintenance work added
      *	ACT-STATUS and ACT-DESCRIPTION to the original 36-byte
      *	record; the overdraft work then appended ACT-CREDIT-LIMIT
      *	to that 57-byte layout, the customer master work appended
      *	ACT-CUSTOMER-ID to the 72-byte layout, and multi-currency
      *	has since appended ACT-CURRENCY-CODE and ACT-BOOK-BALANCE
      *	to the 78-byte layout, which is the layout this utility now
      *	reads.
      *
      *	The utility reads the old-layout master in key order and
      *	writes every account under the new layout to ACCTMAST.NEW,
      *	status, description, credit limit and customer link carried
      *	across unchanged.  Every account existing before currencies
      *	is a base-currency account, so the currency starts blank
      *	and the book balance equals the balance.  Record count and
      *	a hash of ACT-BALANCE are accumulated on both sides and the
      *	run fails with return code 8 unless they prove equal, the
      *	way BCRUTIL proves a rebuild - a conversion must be
      *	demonstrably complete, not assumed.  Operations then move
      *	ACCTMAST.NEW over ACCTMAST.DAT before the next window.
      *
      *	Run against a master already in the new layout the open
      *	fails on the record length and the utility stops with a
           05  OLD-BALANCE             PIC S9(11)V9999.
           05  OLD-LAST-POST-DATE      PIC X(10).
           05  OLD-POST-COUNT          PIC 9(7).
           05  OLD-STATUS              PIC X(1).
           05  OLD-DESCRIPTION         PIC X(20).
           05  OLD-CREDIT-LIMIT        PIC 9(11)V9999.
           05  OLD-CUSTOMER-ID         PIC X(6).

       FD  CV-NEW-MASTER.
       COPY acctrec.
           END-READ.

       2100-WRITE-NEW-RECORD.
      *    Status, description, limit and link come across as they
      *    stand; a blank status (a record never touched by ACCTMNT)
      *    is opened the way tranpost.cob already treats it.
           MOVE SPACES             TO ACCT-MASTER-RECORD
           MOVE OLD-ACCOUNT-ID     TO ACT-ACCOUNT-ID
           MOVE OLD-BALANCE        TO ACT-BALANCE
           MOVE OLD-LAST-POST-DATE TO ACT-LAST-POST-DATE
           MOVE OLD-POST-COUNT     TO ACT-POST-COUNT
           MOVE OLD-STATUS         TO ACT-STATUS
           IF ACT-STATUS = SPACE
               SET ACT-STATUS-OPEN TO TRUE
           END-IF
           MOVE OLD-DESCRIPTION    TO ACT-DESCRIPTION
           IF OLD-CREDIT-LIMIT NUMERIC
               MOVE OLD-CREDIT-LIMIT TO ACT-CREDIT-LIMIT
           ELSE
               MOVE ZERO             TO ACT-CREDIT-LIMIT
           END-IF
           MOVE OLD-CUSTOMER-ID    TO ACT-CUSTOMER-ID
           MOVE SPACES             TO ACT-CURRENCY-CODE
           MOVE OLD-BALANCE        TO ACT-BOOK-BALANCE
           WRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE "2100-WRITE-NEW-RECORD" TO WS-LOG-PARAGRAPH
