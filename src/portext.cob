      *
      *	What Is This: programming samples
      *	Author: Makoto Takeshita <takeshita.sample@gmail.com>
      *	URL: http://simplesandsamples.com
      *	Version: UNBORN
      *
      *	Usage:
      *	 1. git clone https://github.com/takeshitamakoto/sss.git
      *	 2. change the directory name to easy-to-use name. (e.g. sss -> sample)
      *	 3. open sss/src/filename when you need any help.
      *
      *	PORTEXT is the nightly account-activity extract for the
      *	customer online portal.  The portal used to screen-scrape
      *	ACCTSTMT.RPT at month end, so its customers saw activity up
      *	to a month late; this step runs at the end of the window and
      *	writes the business date's closing balances and activity to
      *	PORTEXT.DAT in the pipe-delimited format the portal loads:
      *	
      *	  HDR|business date|source system|extract name
      *	  BAL|account|balance|status|last post date|currency
      *	  ACT|account|tran id|tran code|amount|tran status|
      *	      entry type|link tran id|currency
      *	  TRL|balance count|activity count|balance hash|amount hash
      *	
      *	One BAL line is written per account on ACCTMAST.DAT, with
      *	ACT-BALANCE, ACT-STATUS and ACT-LAST-POST-DATE as they stand
      *	after tonight's posting.  One ACT line is written per row on
      *	POSTTRAN.DAT for the business date that posted ("O") or was
      *	held ("P"), carrying its TRAN-STATUS; errored rows never
      *	touched the account and are left out.  The account of a row
      *	is TRAN-ID(1:4), which on the credit leg of a transfer is
      *	the credit account (POSTTRANREC.cpy).  A posted row carries
      *	the amount in the account's own currency and is labelled
      *	with ACT-CURRENCY-CODE; a held row has not been converted
      *	yet and carries the amount as sent, so it is labelled with
      *	the currency it was sent in, PST-ORIG-CURRENCY (blank is
      *	base currency, as everywhere).  A row whose account is not
      *	on the master is left out with it.
      *	
      *	The trailer carries both line counts and the hash totals of
      *	the BAL balances and the ACT amounts, so the portal can
      *	check the file whole on arrival, the same control GLEXTR
      *	gives the GL team.
      *	
      *	Accounts the customer must not see are left out entirely -
      *	no BAL line and none of their ACT lines:
      *	  - an account under an active "A" or "L" hold on
      *	    HOLDLIST.DAT (HOLDREC.cpy) - showing the customer the
      *	    account would tip off the investigation.  A "T" hold
      *	    names one transaction, and only that transaction's ACT
      *	    lines (either leg of a transfer) are left out;
      *	  - an account on PORTEXCL.DAT, the restricted-account list
      *	    the portal team and compliance maintain, one per line as
      *	    account id and a free-text reason, the way DORMEXCL.DAT
      *	    is kept for DORMCHK.
      *	A frozen or closed account is still extracted, with its
      *	status, since the customer already sees the freeze.
      *	
      *	A hold list or restricted list that cannot be read in full
      *	logs PE0001 or PE0002 and ends the step with return code 8
      *	before PORTEXT.DAT is opened, so no extract goes out that
      *	might show a withheld account.  With no account master on
      *	file the header and an empty trailer are written, PE0003 is
      *	logged and the step ends with return code 4.
      *	

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     PORTEXT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PX-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT PX-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT PX-HOLD-LIST ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HLD-HOLD-KEY
               FILE STATUS   IS WS-HOLD-STATUS.

           SELECT PX-EXCL-IN ASSIGN TO "PORTEXCL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCL-STATUS.

           SELECT PX-EXTRACT-FILE ASSIGN TO "PORTEXT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXTRACT-STATUS.

           SELECT PX-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  PX-ACCT-MASTER.
       COPY acctrec.

       FD  PX-POSTED-IN.
       COPY posttranrec.

       FD  PX-HOLD-LIST.
       COPY holdrec.

       FD  PX-EXCL-IN.
       01  PX-EXCL-RECORD.
           05  EXC-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  EXC-REASON              PIC X(40).

       FD  PX-EXTRACT-FILE.
       01  PX-EXTRACT-RECORD           PIC X(100).

       FD  PX-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.

       01  WS-ACCT-STATUS              PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-EXCL-STATUS              PIC XX.
       01  WS-EXTRACT-STATUS           PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-EOF-HOLDS-SW             PIC X VALUE "N".
           88  WS-EOF-HOLDS            VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X VALUE "N".
           88  WS-MASTER-OPEN          VALUE "Y".
       01  WS-WITHHELD-SW              PIC X VALUE "N".
           88  WS-WITHHELD             VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".

      *    Accounts on the restricted-account list, from PORTEXCL.DAT.
       01  WS-EXC-MAX                  PIC 9(4) VALUE 1000.
       01  WS-EXC-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 1000 TIMES INDEXED BY EXC-IDX.
               10  WS-EXC-ID           PIC X(4).

       COPY holdtbl.

       01  WS-CHECK-ACCOUNT-ID         PIC X(4).

       01  WS-BALANCE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ACTIVITY-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-WITHHELD-ACCT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-WITHHELD-ITEM-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-HASH             PIC S9(13)V9999 VALUE ZERO.
       01  WS-AMOUNT-HASH              PIC S9(13)V9999 VALUE ZERO.

       01  WS-SOURCE-SYSTEM            PIC X(8) VALUE "SSSBATCH".
       01  WS-EXTRACT-NAME             PIC X(8) VALUE "PORTEXT".

       01  WS-BALANCE-EDIT             PIC -(11)9.9999.
       01  WS-AMOUNT-EDIT              PIC -(9)9.9999.
       01  WS-ACT-CURRENCY             PIC X(3).
       01  WS-COUNT-EDIT               PIC 9(7).
       01  WS-COUNT-EDIT-2             PIC 9(7).
       01  WS-HASH-EDIT                PIC -(13)9.9999.
       01  WS-HASH-EDIT-2              PIC -(13)9.9999.

       01  WS-BUILD-LINE               PIC X(100).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "PORTEXT".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 1400-OPEN-EXTRACT
               IF WS-MASTER-OPEN
                   PERFORM 2000-EXTRACT-BALANCES
                   PERFORM 3000-EXTRACT-ACTIVITY
               END-IF
               PERFORM 8000-WRITE-TRAILER
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 1050-GET-BUSINESS-DATE

           PERFORM 1100-LOAD-HOLD-LIST
           IF NOT WS-ABEND-CONDITION
               PERFORM 1200-LOAD-RESTRICTED
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT PX-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ PX-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE PX-BIZDATE-FILE
           END-IF.

       1100-LOAD-HOLD-LIST.
      *    The active holds, as TRANPOST loads them.  No list on file
      *    means no hold has ever been placed.
           MOVE "N" TO WS-EOF-HOLDS-SW
           OPEN INPUT PX-HOLD-LIST
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   PERFORM 1110-READ-HOLD
                   PERFORM 1120-TAKE-HOLD UNTIL WS-EOF-HOLDS
                   CLOSE PX-HOLD-LIST
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "HOLDLIST.DAT OPEN FAILED" TO WS-LOG-DATA
           END-EVALUATE
           IF WS-ABEND-CONDITION
               MOVE "1100-LOAD-HOLD-LIST" TO WS-LOG-PARAGRAPH
               MOVE "PE0001"              TO WS-LOG-ERROR-CODE
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       1110-READ-HOLD.
           READ PX-HOLD-LIST NEXT RECORD
               AT END
                   SET WS-EOF-HOLDS TO TRUE
           END-READ
           IF WS-HOLD-STATUS NOT = "00" AND NOT WS-EOF-HOLDS
               SET WS-EOF-HOLDS TO TRUE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "HOLDLIST.DAT READ FAILED" TO WS-LOG-DATA
           END-IF.

       1120-TAKE-HOLD.
           IF HLD-STATUS-ACTIVE
               IF HLT-HOLD-COUNT < HLT-HOLD-MAX
                   ADD 1 TO HLT-HOLD-COUNT
                   MOVE HLD-HOLD-KEY   TO HLT-HOLD-KEY(HLT-HOLD-COUNT)
                   MOVE HLD-HOLD-TYPE  TO HLT-HOLD-TYPE(HLT-HOLD-COUNT)
                   MOVE HLD-ACCOUNT-ID TO HLT-ACCOUNT-ID(HLT-HOLD-COUNT)
                   MOVE HLD-TRAN-ID    TO HLT-TRAN-ID(HLT-HOLD-COUNT)
                   MOVE HLD-THRESHOLD  TO HLT-THRESHOLD(HLT-HOLD-COUNT)
               ELSE
                   SET WS-EOF-HOLDS TO TRUE
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "HOLD TABLE FULL" TO WS-LOG-DATA
               END-IF
           END-IF
           IF NOT WS-EOF-HOLDS
               PERFORM 1110-READ-HOLD
           END-IF.

       1200-LOAD-RESTRICTED.
      *    Unlike DORMCHK's exclusions, a restricted account that did
      *    not fit in the table would go out to the portal, so a full
      *    table stops the step instead of being reported and passed.
      *    No list on file means nothing to exclude; a list that is
      *    there but cannot be read stops the step the same way.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT PX-EXCL-IN
           EVALUATE WS-EXCL-STATUS
               WHEN "00"
                   PERFORM 1210-READ-RESTRICTED
                   PERFORM 1220-TAKE-RESTRICTED UNTIL WS-EOF-INPUT
                   CLOSE PX-EXCL-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE SPACES TO WS-LOG-DATA
                   STRING "PORTEXCL.DAT OPEN STATUS " WS-EXCL-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-DATA
           END-EVALUATE
           IF WS-ABEND-CONDITION
               MOVE "1200-LOAD-RESTRICTED" TO WS-LOG-PARAGRAPH
               MOVE "PE0002"               TO WS-LOG-ERROR-CODE
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       1210-READ-RESTRICTED.
           READ PX-EXCL-IN
               AT END
                   SET WS-EOF-INPUT TO TRUE
           END-READ
           IF WS-EXCL-STATUS NOT = "00" AND NOT WS-EOF-INPUT
               SET WS-EOF-INPUT TO TRUE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE SPACES TO WS-LOG-DATA
               STRING "PORTEXCL.DAT READ STATUS " WS-EXCL-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
           END-IF.

       1220-TAKE-RESTRICTED.
           IF EXC-ACCOUNT-ID NOT = SPACES
               IF WS-EXC-COUNT < WS-EXC-MAX
                   ADD 1 TO WS-EXC-COUNT
                   MOVE EXC-ACCOUNT-ID TO WS-EXC-ID(WS-EXC-COUNT)
               ELSE
                   SET WS-EOF-INPUT TO TRUE
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE SPACES TO WS-LOG-DATA
                   STRING "PORTEXCL.DAT OVER " WS-EXC-MAX " ACCOUNTS"
                       DELIMITED BY SIZE INTO WS-LOG-DATA
               END-IF
           END-IF
           IF NOT WS-EOF-INPUT
               PERFORM 1210-READ-RESTRICTED
           END-IF.

       1400-OPEN-EXTRACT.
           OPEN OUTPUT PX-EXTRACT-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "HDR|" WS-RUN-DATE "|" WS-SOURCE-SYSTEM "|"
                   WS-EXTRACT-NAME
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           WRITE PX-EXTRACT-RECORD FROM WS-BUILD-LINE

           OPEN INPUT PX-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               MOVE "1400-OPEN-EXTRACT" TO WS-LOG-PARAGRAPH
               MOVE "PE0003"            TO WS-LOG-ERROR-CODE
               MOVE SPACES TO WS-LOG-DATA
               STRING "ACCTMAST.DAT OPEN STATUS " WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2000-EXTRACT-BALANCES.
           MOVE "N" TO WS-EOF-INPUT-SW
           MOVE LOW-VALUES TO ACT-ACCOUNT-ID
           START PX-ACCT-MASTER KEY NOT < ACT-ACCOUNT-ID
               INVALID KEY
                   SET WS-EOF-INPUT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-INPUT
               READ PX-ACCT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 2100-WRITE-BALANCE
               END-READ
           END-PERFORM.

       2100-WRITE-BALANCE.
           MOVE ACT-ACCOUNT-ID TO WS-CHECK-ACCOUNT-ID
           PERFORM 5000-CHECK-WITHHELD
           IF WS-WITHHELD
               ADD 1 TO WS-WITHHELD-ACCT-COUNT
           ELSE
               MOVE ACT-BALANCE TO WS-BALANCE-EDIT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "BAL|" ACT-ACCOUNT-ID "|" WS-BALANCE-EDIT "|"
                       ACT-STATUS "|" ACT-LAST-POST-DATE "|"
                       ACT-CURRENCY-CODE
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               WRITE PX-EXTRACT-RECORD FROM WS-BUILD-LINE
               ADD 1 TO WS-BALANCE-COUNT
               ADD ACT-BALANCE TO WS-BALANCE-HASH
           END-IF.

       3000-EXTRACT-ACTIVITY.
      *    POSTTRAN.DAT is appended to across every historical run,
      *    so only the business date's rows go to the portal; rows
      *    from before the date prefix existed fail the hyphen test.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT PX-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ PX-POSTED-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF PST-RUN-DATE(5:1) = "-"
                               AND PST-RUN-DATE = WS-RUN-DATE
                           MOVE PST-TRAN-RECORD TO TRAN-RECORD
                           IF TRAN-STATUS-OK OR TRAN-STATUS-PENDING
                               PERFORM 3100-WRITE-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE PX-POSTED-IN
           END-IF.

       3100-WRITE-ACTIVITY.
      *    The account must be on the master and not withheld, and
      *    the transaction itself must not be under a "T" hold.
           MOVE TRAN-ID(1:4) TO WS-CHECK-ACCOUNT-ID
           PERFORM 5000-CHECK-WITHHELD
           IF NOT WS-WITHHELD
               PERFORM 5100-CHECK-TRAN-HOLD
           END-IF
           IF NOT WS-WITHHELD
               MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
               READ PX-ACCT-MASTER
                   INVALID KEY
                       SET WS-WITHHELD TO TRUE
               END-READ
           END-IF
           IF WS-WITHHELD
               ADD 1 TO WS-WITHHELD-ITEM-COUNT
           ELSE
               MOVE TRAN-AMOUNT TO WS-AMOUNT-EDIT
               IF TRAN-STATUS-PENDING
                   MOVE PST-ORIG-CURRENCY TO WS-ACT-CURRENCY
               ELSE
                   MOVE ACT-CURRENCY-CODE TO WS-ACT-CURRENCY
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               STRING "ACT|" ACT-ACCOUNT-ID "|" TRAN-ID "|"
                       TRAN-CODE "|" WS-AMOUNT-EDIT "|"
                       TRAN-STATUS "|" PST-ENTRY-TYPE "|"
                       PST-LINK-TRAN-ID "|" WS-ACT-CURRENCY
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               WRITE PX-EXTRACT-RECORD FROM WS-BUILD-LINE
               ADD 1 TO WS-ACTIVITY-COUNT
               ADD TRAN-AMOUNT TO WS-AMOUNT-HASH
           END-IF.

       5000-CHECK-WITHHELD.
      *    An account is withheld if it is on the restricted list or
      *    under an active account ("A") or threshold ("L") hold.
           MOVE "N" TO WS-WITHHELD-SW
           SET EXC-IDX TO 1
           SEARCH WS-EXC-ENTRY
               AT END
                   CONTINUE
               WHEN EXC-IDX > WS-EXC-COUNT
                   CONTINUE
               WHEN WS-EXC-ID(EXC-IDX) = WS-CHECK-ACCOUNT-ID
                   SET WS-WITHHELD TO TRUE
           END-SEARCH
           IF NOT WS-WITHHELD
               SET HLT-IDX TO 1
               SEARCH HLT-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN HLT-IDX > HLT-HOLD-COUNT
                       CONTINUE
                   WHEN HLT-ACCOUNT-ID(HLT-IDX) = WS-CHECK-ACCOUNT-ID
                           AND HLT-HOLD-TYPE(HLT-IDX) NOT = "T"
                       SET WS-WITHHELD TO TRUE
               END-SEARCH
           END-IF.

       5100-CHECK-TRAN-HOLD.
      *    A transfer's credit leg carries the credit account in its
      *    TRAN-ID, so the held TRAN-ID is matched on the link too.
           SET HLT-IDX TO 1
           SEARCH HLT-HOLD-ENTRY
               AT END
                   CONTINUE
               WHEN HLT-IDX > HLT-HOLD-COUNT
                   CONTINUE
               WHEN HLT-HOLD-TYPE(HLT-IDX) = "T"
                       AND (HLT-TRAN-ID(HLT-IDX) = TRAN-ID
                         OR HLT-TRAN-ID(HLT-IDX) = PST-LINK-TRAN-ID)
                   SET WS-WITHHELD TO TRUE
           END-SEARCH.

       8000-WRITE-TRAILER.
           MOVE WS-BALANCE-COUNT  TO WS-COUNT-EDIT
           MOVE WS-ACTIVITY-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-BALANCE-HASH   TO WS-HASH-EDIT
           MOVE WS-AMOUNT-HASH    TO WS-HASH-EDIT-2
           MOVE SPACES TO WS-BUILD-LINE
           STRING "TRL|" WS-COUNT-EDIT "|" WS-COUNT-EDIT-2 "|"
                   WS-HASH-EDIT "|" WS-HASH-EDIT-2
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           WRITE PX-EXTRACT-RECORD FROM WS-BUILD-LINE.

       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE PX-ACCT-MASTER
           END-IF
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
               DISPLAY "PORTEXT: WITHHELD-ACCOUNT LISTS NOT LOADED - "
                   "NO EXTRACT WRITTEN" UPON CONSOLE
           ELSE
               CLOSE PX-EXTRACT-FILE
               IF WS-MASTER-OPEN
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "PORTEXT WROTE " WS-BALANCE-COUNT
                   " BALANCES " WS-ACTIVITY-COUNT
                   " ACTIVITY LINES FOR " WS-RUN-DATE
                   " WITHHELD " WS-WITHHELD-ACCT-COUNT
                   " ACCOUNTS " WS-WITHHELD-ITEM-COUNT " ITEMS"
                   UPON CONSOLE
           END-IF.
