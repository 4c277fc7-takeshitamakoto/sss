      *
      *	GLMAP - chart-of-accounts mapping table
      *	Loaded at 1000-INITIALIZE by gljrnl.cob from GLMAP.DAT, one
      *	row per TRAN-CODE and account range: the GL account that
      *	carries the customer balances for that range (the ledger
      *	side) and the GL account the money came from or went to
      *	(the offset side).  The map lives in data the way
      *	CLSRULES.cpy does, so finance adding a code or splitting a
      *	range is a data-entry task, not a compile.
      *
      *	GLM-ACCT-LOW / GLM-ACCT-HIGH bound the account number
      *	(TRAN-ID(1:4)) inclusively; both blank covers every
      *	account.  Rows are searched in file order and the first
      *	match wins, so a narrow range is keyed ahead of the
      *	catch-all row for the same code.
      *
       01  GLM-MAP-MAX                 PIC 9(3) VALUE 200.
       01  GLM-MAP-COUNT               PIC 9(3) VALUE ZERO.
       01  GLM-MAP-TABLE.
           05  GLM-MAP-ENTRY OCCURS 200 TIMES INDEXED BY GLM-IDX.
               10  GLM-TRAN-CODE       PIC 9(3).
               10  GLM-ACCT-LOW        PIC X(4).
               10  GLM-ACCT-HIGH       PIC X(4).
               10  GLM-LEDGER-GL       PIC X(10).
               10  GLM-OFFSET-GL       PIC X(10).
               10  GLM-DESC            PIC X(20).
