      *	card, or month-end run after ARCMERGE - still shows that
      *	month's closing, not today's balance; the opening balance
      *	is closing less the month's posted net, so the statement
      *	ties to the master by construction.  A month in a year
      *	YRCLOSE has already closed - December's statements, run the
      *	morning after the close - is read back from POSTTRAN.ARC,
      *	the closed years' rows, ahead of POSTTRAN.DAT, so the
      *	month's items and everything after it are all still seen
      *	in date order.  Only records whose
      *	status is "O" move the running balance - errored and held
      *	rows print for completeness but carry no value.
      *
      *	A reversal row written by TRANRVSL prints with status REVRSL
      *	and the TRAN-ID it cancels in the reference column, and the
      *	month's reversals are totalled on their own line instead of
      *	being folded into debits or credits - the account owner sees
      *	the item and its reversal as a pair, not a mystery debit.
      *	A transfer leg prints under the account it moved: the debit
      *	leg as TRANSFER OUT, the credit leg as TRANSFER IN with the
      *	transfer's TRAN-ID as the reference.
      *
      *	Each statement is addressed: the account's ACT-CUSTOMER-ID
      *	is looked up on CUSTMAST.DAT and every page carries the
      *	holder's name, address, postcode and delivery preference
      *	under the heading.  Statements print grouped by customer -
      *	all of one holder's accounts together, in account order - so
      *	the mail room can put them in one envelope.  An account with
      *	no customer link, or a link to a customer not on file, gets
      *	no statement at all: it is listed on STMTEXC.RPT with the
      *	reason instead of going out with a blank address, and the
      *	run ends with return code 4.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT ST-ARCHIVE-IN ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCHIVE-STATUS.

           SELECT ST-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT ST-CUST-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CUS-CUSTOMER-ID
               FILE STATUS   IS WS-CUST-STATUS.

           SELECT ST-EXCEPT-FILE ASSIGN TO "STMTEXC.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCEPT-STATUS.

           SELECT ST-CTL-IN ASSIGN TO "STMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.
       FD  ST-POSTED-IN.
       COPY posttranrec.

       FD  ST-ARCHIVE-IN.
       01  ST-ARCHIVE-LINE             PIC X(128).

       FD  ST-ACCT-MASTER.
       COPY acctrec.

       FD  ST-CUST-MASTER.
       COPY custrec.

       FD  ST-EXCEPT-FILE.
       01  ST-EXCEPT-LINE              PIC X(132).

       FD  ST-CTL-IN.
       01  ST-CTL-RECORD.
           05  STC-REPORT-MONTH        PIC X(7).
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-EXCEPT-STATUS            PIC XX.

       01  WS-EOF-POSTED-SW            PIC X VALUE "N".
           88  WS-EOF-POSTED           VALUE "Y".
           88  WS-MASTER-OPEN          VALUE "Y".
       01  WS-MASTER-FOUND-SW          PIC X VALUE "N".
           88  WS-MASTER-FOUND         VALUE "Y".
       01  WS-CUST-OPEN-SW             PIC X VALUE "N".
           88  WS-CUST-OPEN            VALUE "Y".
       01  WS-READ-ARCHIVE-SW          PIC X VALUE "N".
           88  WS-READ-ARCHIVE         VALUE "Y".

       01  WS-REPORT-MONTH             PIC X(7).
       01  WS-LAST-COMPLETED-DATE      PIC X(10) VALUE SPACES.

      *    Distinct account prefixes seen in the statement month
      *    with their owning customer, sorted ascending on customer
      *    then account before printing so one holder's statements
      *    come out together and in account order.
       01  WS-ACC-MAX                  PIC 9(3) VALUE 500.
       01  WS-ACC-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 500 TIMES INDEXED BY ACC-IDX.
               10  WS-ACC-SORT-KEY.
                   15  WS-ACC-CUSTOMER-ID  PIC X(6).
                   15  WS-ACC-ID           PIC X(4).
               10  WS-ACC-LINK-SW          PIC X(1).
                   88  WS-ACC-LINK-OK      VALUE "Y".
       01  WS-ACC-SUB                  PIC 9(3).
       01  WS-ACC-FULL-SW              PIC X VALUE "N".
           88  WS-ACC-FULL             VALUE "Y".
       01  WS-ACC-SWAP                 PIC X(11).
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-REASON         PIC X(40).
       01  WS-DELIVERY-TEXT            PIC X(30).
       01  WS-SORT-I                   PIC 9(3).
       01  WS-SORT-J                   PIC 9(3).

               10  WS-ITM-TRAN-ID      PIC X(10).
               10  WS-ITM-AMOUNT       PIC S9(9)V9999.
               10  WS-ITM-STATUS       PIC X(1).
               10  WS-ITM-ENTRY-TYPE   PIC X(1).
               10  WS-ITM-LINK-TRAN-ID PIC X(10).
       01  WS-ITM-SUB                  PIC 9(4).
       01  WS-ITM-FULL-SW              PIC X VALUE "N".
           88  WS-ITM-FULL             VALUE "Y".
       01  WS-MONTH-NET                PIC S9(11)V9999 VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC S9(11)V9999 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(11)V9999 VALUE ZERO.
       01  WS-REVERSAL-TOTAL           PIC S9(11)V9999 VALUE ZERO.
       01  WS-STATEMENT-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
           05  HDG-MONTH               PIC X(7).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(11) VALUE "  CUSTOMER ".
           05  HDG-CUSTOMER-ID         PIC X(6).
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "          BALANCE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "REFERENCE".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-STATUS              PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-BALANCE             PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-REFERENCE           PIC X(20).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  ADR-TEXT                PIC X(40).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-EXCEPT-DETAIL.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EXC-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EXC-CUSTOMER-ID         PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EXC-REASON              PIC X(40).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-ACCOUNTS
           PERFORM 2300-RESOLVE-CUSTOMER
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           PERFORM 2500-SORT-ACCOUNTS
           PERFORM 3000-PRINT-ONE-STATEMENT
               VARYING WS-ACC-SUB FROM 1 BY 1
               END-READ
               CLOSE ST-CTL-IN
           END-IF
      *    A month in an earlier year than the business date may be
      *    in a year YRCLOSE has moved to POSTTRAN.ARC.
           IF WS-REPORT-MONTH(1:4) < WS-RUN-DATE(1:4)
               SET WS-READ-ARCHIVE TO TRUE
           END-IF

           OPEN INPUT ST-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT ST-CUST-MASTER
           IF WS-CUST-STATUS = "00"
               SET WS-CUST-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ST-REPORT-FILE
           OPEN OUTPUT ST-EXCEPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATEMENT ADDRESS EXCEPTIONS - MONTH "
                   WS-REPORT-MONTH "  PRINTED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE ST-EXCEPT-LINE FROM WS-PRINT-LINE
           WRITE ST-EXCEPT-LINE FROM WS-REPORT-RULE.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
           END-IF.

       2000-COLLECT-ACCOUNTS.
           IF WS-READ-ARCHIVE
               MOVE "N" TO WS-EOF-POSTED-SW
               OPEN INPUT ST-ARCHIVE-IN
               IF WS-ARCHIVE-STATUS NOT = "00"
                   SET WS-EOF-POSTED TO TRUE
               ELSE
                   PERFORM 2910-READ-ARCHIVE
               END-IF
               PERFORM UNTIL WS-EOF-POSTED
                   PERFORM 2050-COLLECT-ONE-ROW
                   PERFORM 2910-READ-ARCHIVE
               END-PERFORM
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
                   CLOSE ST-ARCHIVE-IN
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-POSTED-SW
           OPEN INPUT ST-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               PERFORM 2900-READ-POSTED
           END-IF
           PERFORM UNTIL WS-EOF-POSTED
               PERFORM 2050-COLLECT-ONE-ROW
               PERFORM 2900-READ-POSTED
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE ST-POSTED-IN
           END-IF.

       2050-COLLECT-ONE-ROW.
           IF PST-RUN-DATE(5:1) = "-"
                   AND PST-RUN-DATE(1:7) = WS-REPORT-MONTH
               MOVE PST-TRAN-RECORD TO TRAN-RECORD
               PERFORM 2100-NOTE-ACCOUNT
           END-IF.

       2100-NOTE-ACCOUNT.
           SET ACC-IDX TO 1
           SEARCH WS-ACC-ENTRY
               AT END
                   PERFORM 2150-ADD-ACCOUNT
               WHEN ACC-IDX > WS-ACC-COUNT
       2150-ADD-ACCOUNT.
           IF WS-ACC-COUNT < WS-ACC-MAX
               ADD 1 TO WS-ACC-COUNT
               MOVE SPACES       TO WS-ACC-ENTRY(WS-ACC-COUNT)
               MOVE TRAN-ID(1:4) TO WS-ACC-ID(WS-ACC-COUNT)
           ELSE
               IF NOT WS-ACC-FULL
               END-IF
           END-IF.

       2300-RESOLVE-CUSTOMER.
      *    An account only gets a statement when it links to a
      *    customer who is on file; anything else is an exception,
      *    never a blank address block.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE WS-ACC-ID(WS-ACC-SUB) TO ACT-ACCOUNT-ID
           IF WS-MASTER-OPEN
               READ ST-ACCT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON ACCTMAST.DAT"
                           TO WS-EXCEPTION-REASON
                   NOT INVALID KEY
                       MOVE ACT-CUSTOMER-ID
                           TO WS-ACC-CUSTOMER-ID(WS-ACC-SUB)
               END-READ
           ELSE
               MOVE "ACCTMAST.DAT NOT PRESENT" TO WS-EXCEPTION-REASON
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-ACC-CUSTOMER-ID(WS-ACC-SUB) = SPACES
                       MOVE "NO CUSTOMER LINK ON ACCOUNT"
                           TO WS-EXCEPTION-REASON
                   WHEN NOT WS-CUST-OPEN
                       MOVE "CUSTMAST.DAT NOT PRESENT"
                           TO WS-EXCEPTION-REASON
                   WHEN OTHER
                       MOVE WS-ACC-CUSTOMER-ID(WS-ACC-SUB)
                           TO CUS-CUSTOMER-ID
                       READ ST-CUST-MASTER
                           INVALID KEY
                               MOVE "CUSTOMER NOT ON CUSTMAST.DAT"
                                   TO WS-EXCEPTION-REASON
                       END-READ
               END-EVALUATE
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               SET WS-ACC-LINK-OK(WS-ACC-SUB) TO TRUE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-ACC-ID(WS-ACC-SUB)  TO EXC-ACCOUNT-ID
               MOVE WS-ACC-CUSTOMER-ID(WS-ACC-SUB) TO EXC-CUSTOMER-ID
               MOVE WS-EXCEPTION-REASON    TO EXC-REASON
               WRITE ST-EXCEPT-LINE FROM WS-EXCEPT-DETAIL
           END-IF.

       2500-SORT-ACCOUNTS.
      *    Small ascending bubble sort - same in-memory sort shape
      *    as 1060-SORT-RUNCTL-TABLE in ctlbatch.cob - on customer
      *    then account.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-ACC-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-ACC-COUNT - WS-SORT-I
                   IF WS-ACC-SORT-KEY(WS-SORT-J) >
                           WS-ACC-SORT-KEY(WS-SORT-J + 1)
                       MOVE WS-ACC-ENTRY(WS-SORT-J)  TO WS-ACC-SWAP
                       MOVE WS-ACC-ENTRY(WS-SORT-J + 1)
                           TO WS-ACC-ENTRY(WS-SORT-J)
                       MOVE WS-ACC-SWAP
                           TO WS-ACC-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
                   SET WS-EOF-POSTED TO TRUE
           END-READ.

       2910-READ-ARCHIVE.
           READ ST-ARCHIVE-IN INTO POSTED-TRAN-RECORD
               AT END
                   SET WS-EOF-POSTED TO TRUE
           END-READ.

       3000-PRINT-ONE-STATEMENT.
           IF WS-ACC-LINK-OK(WS-ACC-SUB)
               MOVE WS-ACC-ID(WS-ACC-SUB) TO WS-THIS-ACCOUNT
               MOVE WS-ACC-CUSTOMER-ID(WS-ACC-SUB) TO CUS-CUSTOMER-ID
               READ ST-CUST-MASTER
                   INVALID KEY
                       MOVE SPACES TO CUS-NAME
               END-READ
               PERFORM 3100-LOAD-ACCOUNT-ITEMS
               PERFORM 3200-FETCH-CLOSING-BALANCE
               PERFORM 3300-COMPUTE-TOTALS
               PERFORM 3400-PRINT-STATEMENT-PAGE
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.

       3100-LOAD-ACCOUNT-ITEMS.
      *    POSTTRAN.DAT is appended chronologically, one run a night,
           MOVE ZERO TO WS-ITM-COUNT
           MOVE ZERO TO WS-AFTER-MONTH-NET
           MOVE "N"  TO WS-ITM-FULL-SW
           IF WS-READ-ARCHIVE
               MOVE "N" TO WS-EOF-POSTED-SW
               OPEN INPUT ST-ARCHIVE-IN
               IF WS-ARCHIVE-STATUS NOT = "00"
                   SET WS-EOF-POSTED TO TRUE
               ELSE
                   PERFORM 2910-READ-ARCHIVE
               END-IF
               PERFORM UNTIL WS-EOF-POSTED
                   PERFORM 3050-LOAD-ONE-ROW
                   PERFORM 2910-READ-ARCHIVE
               END-PERFORM
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
                   CLOSE ST-ARCHIVE-IN
               END-IF
           END-IF
           MOVE "N"  TO WS-EOF-POSTED-SW
           OPEN INPUT ST-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               PERFORM 2900-READ-POSTED
           END-IF
           PERFORM UNTIL WS-EOF-POSTED
               PERFORM 3050-LOAD-ONE-ROW
               PERFORM 2900-READ-POSTED
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE ST-POSTED-IN
           END-IF.

       3050-LOAD-ONE-ROW.
           IF PST-RUN-DATE(5:1) = "-"
               MOVE PST-TRAN-RECORD TO TRAN-RECORD
               IF TRAN-ID(1:4) = WS-THIS-ACCOUNT
                   EVALUATE TRUE
                       WHEN PST-RUN-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM 3150-ADD-ITEM
                       WHEN PST-RUN-DATE(1:7) > WS-REPORT-MONTH
                           IF TRAN-STATUS = "O"
                                   AND TRAN-AMOUNT NUMERIC
                               ADD TRAN-AMOUNT TO WS-AFTER-MONTH-NET
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       3150-ADD-ITEM.
           IF WS-ITM-COUNT < WS-ITM-MAX
               ADD 1 TO WS-ITM-COUNT
                   MOVE ZERO        TO WS-ITM-AMOUNT(WS-ITM-COUNT)
               END-IF
               MOVE TRAN-STATUS  TO WS-ITM-STATUS(WS-ITM-COUNT)
               MOVE PST-ENTRY-TYPE TO WS-ITM-ENTRY-TYPE(WS-ITM-COUNT)
               MOVE PST-LINK-TRAN-ID
                   TO WS-ITM-LINK-TRAN-ID(WS-ITM-COUNT)
           ELSE
               IF NOT WS-ITM-FULL
                   SET WS-ITM-FULL TO TRUE
       3300-COMPUTE-TOTALS.
      *    Only status "O" rows moved the master, so only they count
      *    toward the month's net and the opening balance backed out
      *    of the closing one.  Reversals count toward the net but
      *    are totalled apart from the debits and credits.
           MOVE ZERO TO WS-MONTH-NET
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-REVERSAL-TOTAL
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-STATUS(WS-ITM-SUB) = "O"
                   ADD WS-ITM-AMOUNT(WS-ITM-SUB) TO WS-MONTH-NET
                   EVALUATE TRUE
                       WHEN WS-ITM-ENTRY-TYPE(WS-ITM-SUB) = "R"
                           ADD WS-ITM-AMOUNT(WS-ITM-SUB)
                               TO WS-REVERSAL-TOTAL
                       WHEN WS-ITM-AMOUNT(WS-ITM-SUB) < ZERO
                           ADD WS-ITM-AMOUNT(WS-ITM-SUB)
                               TO WS-DEBIT-TOTAL
                       WHEN OTHER
                           ADD WS-ITM-AMOUNT(WS-ITM-SUB)
                               TO WS-CREDIT-TOTAL
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WS-OPENING-BALANCE =
           MOVE "TOTAL CREDITS"    TO TOT-LABEL
           MOVE WS-CREDIT-TOTAL    TO WS-BALANCE-EDIT
           PERFORM 7200-WRITE-TOTAL-LINE
           IF WS-REVERSAL-TOTAL NOT = ZERO
               MOVE "TOTAL REVERSALS"  TO TOT-LABEL
               MOVE WS-REVERSAL-TOTAL  TO WS-BALANCE-EDIT
               PERFORM 7200-WRITE-TOTAL-LINE
           END-IF
           MOVE "CLOSING BALANCE"  TO TOT-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
           PERFORM 7200-WRITE-TOTAL-LINE
           MOVE WS-ITM-AMOUNT(WS-ITM-SUB)  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT             TO DET-AMOUNT
           MOVE WS-ITM-STATUS(WS-ITM-SUB)  TO DET-STATUS
           IF WS-ITM-ENTRY-TYPE(WS-ITM-SUB) = "R"
               MOVE "REVRSL" TO DET-STATUS
               STRING "REVERSES " WS-ITM-LINK-TRAN-ID(WS-ITM-SUB)
                   DELIMITED BY SIZE INTO DET-REFERENCE
           END-IF
      *    The debit leg of a transfer carries the transfer's own
      *    TRAN-ID; the credit leg names it as the reference.
           IF WS-ITM-ENTRY-TYPE(WS-ITM-SUB) = "T"
               IF WS-ITM-TRAN-ID(WS-ITM-SUB)
                       = WS-ITM-LINK-TRAN-ID(WS-ITM-SUB)
                   MOVE "TRANSFER OUT" TO DET-REFERENCE
               ELSE
                   STRING "TRANSFER IN "
                           WS-ITM-LINK-TRAN-ID(WS-ITM-SUB)
                       DELIMITED BY SIZE INTO DET-REFERENCE
               END-IF
           END-IF
           IF WS-ITM-STATUS(WS-ITM-SUB) = "O"
               ADD WS-ITM-AMOUNT(WS-ITM-SUB) TO WS-RUNNING-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-THIS-ACCOUNT  TO HDG-ACCOUNT-ID
           MOVE WS-REPORT-MONTH  TO HDG-MONTH
           MOVE WS-RUN-DATE      TO HDG-PRINT-DATE
           MOVE CUS-CUSTOMER-ID  TO HDG-CUSTOMER-ID
           WRITE ST-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE ST-REPORT-LINE FROM WS-REPORT-RULE
           WRITE ST-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT
           PERFORM 7050-WRITE-ADDRESS-BLOCK.

       7050-WRITE-ADDRESS-BLOCK.
      *    Blank address lines are closed up so the block prints the
      *    way an envelope window expects it.
           MOVE CUS-NAME TO ADR-TEXT
           PERFORM 7060-WRITE-ADDRESS-LINE
           MOVE CUS-ADDRESS-LINE-1 TO ADR-TEXT
           PERFORM 7060-WRITE-ADDRESS-LINE
           MOVE CUS-ADDRESS-LINE-2 TO ADR-TEXT
           PERFORM 7060-WRITE-ADDRESS-LINE
           MOVE CUS-ADDRESS-LINE-3 TO ADR-TEXT
           PERFORM 7060-WRITE-ADDRESS-LINE
           MOVE CUS-POSTCODE TO ADR-TEXT
           PERFORM 7060-WRITE-ADDRESS-LINE
           EVALUATE TRUE
               WHEN CUS-DELIVER-EMAIL
                   MOVE "DELIVER ELECTRONICALLY"  TO WS-DELIVERY-TEXT
               WHEN CUS-DELIVER-HOLD
                   MOVE "HOLD AT BRANCH"          TO WS-DELIVERY-TEXT
               WHEN OTHER
                   MOVE "DELIVER BY POST"         TO WS-DELIVERY-TEXT
           END-EVALUATE
           WRITE ST-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE WS-DELIVERY-TEXT TO ADR-TEXT
           WRITE ST-REPORT-LINE FROM WS-ADDRESS-LINE
           WRITE ST-REPORT-LINE FROM WS-REPORT-BLANK
           ADD 3 TO WS-LINE-COUNT.

       7060-WRITE-ADDRESS-LINE.
           IF ADR-TEXT NOT = SPACES
               WRITE ST-REPORT-LINE FROM WS-ADDRESS-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           IF WS-MASTER-OPEN
               CLOSE ST-ACCT-MASTER
           END-IF
           IF WS-CUST-OPEN
               CLOSE ST-CUST-MASTER
           END-IF
           CLOSE ST-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE ST-EXCEPT-LINE FROM WS-PRINT-LINE
           STRING "    ACCOUNTS WITHOUT A VALID CUSTOMER LINK "
                   WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE ST-EXCEPT-LINE FROM WS-PRINT-LINE
           CLOSE ST-EXCEPT-FILE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "ACCTSTMT PRINTED " WS-STATEMENT-COUNT
               " STATEMENTS FOR " WS-REPORT-MONTH ", "
               WS-EXCEPTION-COUNT " ADDRESS EXCEPTIONS" UPON CONSOLE.
