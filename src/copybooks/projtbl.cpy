      *
      *	PROJTBL - dry-run posting projection
      *	Shared by tranpost.cob and suspswp.cob for a dry run (a
      *	RUNCTL.DAT "*DRYRUN" directive or a POSTCTL.DAT "DRYRUN"
      *	card), in which every posting check runs but ACCTMAST.DAT is
      *	never rewritten.  PRJ-ACCOUNT-TABLE stands in for the
      *	master: an account enters it on its first read with its
      *	balance as on file, and every item that would post moves the
      *	projected figures instead of the master, so the next item on
      *	the same account is checked against the balance it would
      *	really meet.  PRJ-POSTED-ID stands in for the TRANREG.DAT
      *	rows the run would have added, so an id repeated within the
      *	run is still caught as a duplicate.
      *
      *	The table is kept in account order.  A sweep dry run leaves
      *	it on PROJBAL.WRK (one row per account, the business date
      *	ahead of the PRJ-ACCOUNT-ENTRY image) and a posting dry run
      *	for the same date starts from it, the way the real posting
      *	meets the balances the real sweep left; PRJ-FROM-SWEEP marks
      *	such a row until the master has been read to confirm its
      *	balance has not moved since.  Only a dry run reads the file.
      *
      *	PRJ-ITEM-LINE and PRJ-ACCOUNT-LINE are the two detail lines
      *	of the 132-column projection report both programs print.
      *
       01  PRJ-ACCOUNT-MAX             PIC 9(4) VALUE 3000.
       01  PRJ-ACCOUNT-COUNT           PIC 9(4) VALUE ZERO.
       01  PRJ-ACCOUNT-TABLE.
           05  PRJ-ACCOUNT-ENTRY OCCURS 3000 TIMES.
               10  PRJ-ACCOUNT-ID      PIC X(4).
               10  PRJ-CURRENCY-CODE   PIC X(3).
               10  PRJ-STATUS          PIC X(1).
               10  PRJ-CURRENT-BALANCE PIC S9(11)V9999.
               10  PRJ-BALANCE         PIC S9(11)V9999.
               10  PRJ-BOOK-BALANCE    PIC S9(11)V9999.
               10  PRJ-LAST-POST-DATE  PIC X(10).
               10  PRJ-POST-COUNT      PIC 9(7).
               10  PRJ-ITEMS-POSTED    PIC 9(5).
               10  PRJ-ITEMS-HELD      PIC 9(5).
               10  PRJ-SOURCE          PIC X(1).
                   88  PRJ-FROM-MASTER VALUE "M".
                   88  PRJ-FROM-SWEEP  VALUE "S".
       01  PRJ-SUB                     PIC 9(4).
       01  PRJ-MOVE-SUB                PIC 9(4).
       01  PRJ-KEY                     PIC X(4).
       01  PRJ-FOUND-SW                PIC X VALUE "N".
           88  PRJ-FOUND               VALUE "Y".
       01  PRJ-TABLE-FULL-SW           PIC X VALUE "N".
           88  PRJ-TABLE-FULL          VALUE "Y".

       01  PRJ-POSTED-ID-MAX           PIC 9(4) VALUE 5000.
       01  PRJ-POSTED-ID-COUNT         PIC 9(4) VALUE ZERO.
       01  PRJ-POSTED-ID-TABLE.
           05  PRJ-POSTED-ID OCCURS 5000 TIMES INDEXED BY PRJ-ID-IDX
                                       PIC X(10).

       01  PRJ-ITEM-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "TRAN-ID".
           05  FILLER                  PIC X(7)  VALUE "ACCT".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(15) VALUE
               "    AMOUNT SENT".
           05  FILLER                  PIC X(6)  VALUE "  CCY".
           05  FILLER                  PIC X(15) VALUE
               " AMOUNT TO POST".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "OUTCOME".
           05  FILLER                  PIC X(8)  VALUE "REASON".
           05  FILLER                  PIC X(44) VALUE "DETAIL".

       01  PRJ-ITEM-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PIT-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PIT-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PIT-TRAN-CODE           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PIT-SENT-AMOUNT         PIC -(9)9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PIT-SENT-CURRENCY       PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PIT-POST-AMOUNT         PIC -(9)9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PIT-OUTCOME             PIC X(13).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PIT-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PIT-DETAIL              PIC X(30).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  PRJ-ACCOUNT-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ACCT".
           05  FILLER                  PIC X(6)  VALUE "CCY".
           05  FILLER                  PIC X(17) VALUE
               "  CURRENT BALANCE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "PROJECTED BALANCE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "         MOVEMENT".
           05  FILLER                  PIC X(8)  VALUE "  POSTED".
           05  FILLER                  PIC X(8)  VALUE "    HELD".
           05  FILLER                  PIC X(45) VALUE
               "   STATUS".

       01  PRJ-ACCOUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PAC-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PAC-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PAC-CURRENT-BALANCE     PIC -(11)9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PAC-PROJECTED-BALANCE   PIC -(11)9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PAC-MOVEMENT            PIC -(11)9.9999.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PAC-ITEMS-POSTED        PIC Z(4)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PAC-ITEMS-HELD          PIC Z(4)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PAC-STATUS              PIC X(1).
           05  FILLER                  PIC X(41) VALUE SPACES.
