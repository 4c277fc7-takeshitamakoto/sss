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
      *	GLJRNL is the general-ledger journal extract for account
      *	movements.  GLEXTR only sends the BCCALC results to the GL;
      *	the amounts TRANPOST, SUSPSWP and TRANRVSL actually moved on
      *	ACCTMAST.DAT never reached it, and finance re-keyed the
      *	balance sheet side from TRIALBAL.RPT every morning.
      *
      *	Every status-"O" row on POSTTRAN.DAT for the business date
      *	becomes a balanced pair of journal lines.  The GLMAP.DAT
      *	chart-of-accounts map (see GLMAP.cpy) names, per TRAN-CODE
      *	and account range, the ledger GL account that holds the
      *	customer balances and the offset GL account on the other
      *	side:
      *
      *	  amount > 0 (account credited)  DR offset   CR ledger
      *	  amount < 0 (account debited)   DR ledger   CR offset
      *
      *	so a reversal (carrying its original's TRAN-CODE with the
      *	amount negated) swaps the sides of the entry it cancels,
      *	and the two legs of a transfer land on either side of the
      *	map's rows for TRAN-CODE 900.  GLJRNL.DAT follows GLEXTR's
      *	pipe-delimited layout, every amount in the base currency
      *	the ledger is kept in:
      *
      *	  HDR|journal date|source system
      *	  JNL|line|tran id|tran code|account|DR or CR|gl account|amt
      *	  TRL|line count|total debits|total credits
      *
      *	TRAN-AMOUNT on a posted row is in the account's own
      *	currency, so the journal takes the row's base-currency
      *	PST-BOOK-AMOUNT instead whenever the posting currency is
      *	filled in.  Only rows written before POSTTRAN.DAT carried
      *	currencies lack it; their accounts were all base currency,
      *	so TRAN-AMOUNT is already the book amount there.
      *
      *	The day is proved against the map BEFORE anything is
      *	written: a posted row whose TRAN-CODE and account match no
      *	map row stops the extract - each unmapped code and account
      *	is listed on GLJRNL.RPT and logged as GJ0001, GLJRNL.DAT is
      *	left empty so the GL import cannot take a stale or partial
      *	file, and the step ends with return code 8.  The proof
      *	report totals debits and credits per GL account and overall;
      *	totals that do not agree are logged as GJ0002 and also end
      *	with return code 8.  Map rows with a non-numeric code or a
      *	blank GL account are skipped with a GJ0003 warning.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     GLJRNL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT GJ-MAP-IN ASSIGN TO "GLMAP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-MAP-STATUS.

           SELECT GJ-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT GJ-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-JOURNAL-STATUS.

           SELECT GJ-REPORT-FILE ASSIGN TO "GLJRNL.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT GJ-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  GJ-MAP-IN.
       01  GJ-MAP-RECORD.
           05  MAP-TRAN-CODE           PIC 9(3).
           05  FILLER                  PIC X(1).
           05  MAP-ACCT-LOW            PIC X(4).
           05  FILLER                  PIC X(1).
           05  MAP-ACCT-HIGH           PIC X(4).
           05  FILLER                  PIC X(1).
           05  MAP-LEDGER-GL           PIC X(10).
           05  FILLER                  PIC X(1).
           05  MAP-OFFSET-GL           PIC X(10).
           05  FILLER                  PIC X(1).
           05  MAP-DESC                PIC X(20).

       FD  GJ-POSTED-IN.
       COPY posttranrec.

       FD  GJ-JOURNAL-FILE.
       01  GJ-JOURNAL-RECORD           PIC X(120).

       FD  GJ-REPORT-FILE.
       01  GJ-REPORT-LINE              PIC X(132).

       FD  GJ-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.
       COPY glmap.

       01  WS-MAP-STATUS               PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-JOURNAL-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-MAP-FOUND-SW             PIC X VALUE "N".
           88  WS-MAP-FOUND            VALUE "Y".
       01  WS-STOPPED-SW               PIC X VALUE "N".
           88  WS-EXTRACT-STOPPED      VALUE "Y".
       01  WS-OUT-OF-BALANCE-SW        PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE       VALUE "Y".

      *    Distinct unmapped code / account pairs, so a code posted
      *    a thousand times is reported and logged once.
       01  WS-UNM-MAX                  PIC 9(3) VALUE 100.
       01  WS-UNM-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-UNM-TABLE.
           05  WS-UNM-ENTRY OCCURS 100 TIMES INDEXED BY UNM-IDX.
               10  WS-UNM-TRAN-CODE    PIC 9(3).
               10  WS-UNM-ACCOUNT-ID   PIC X(4).
               10  WS-UNM-ROWS         PIC 9(7).
       01  WS-UNM-SUB                  PIC 9(3).
       01  WS-UNMAPPED-ROWS            PIC 9(7) VALUE ZERO.

      *    Debit and credit totals per GL account for the proof.
       01  WS-GLT-MAX                  PIC 9(3) VALUE 200.
       01  WS-GLT-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GLT-TABLE.
           05  WS-GLT-ENTRY OCCURS 200 TIMES INDEXED BY GLT-IDX.
               10  WS-GLT-ACCOUNT      PIC X(10).
               10  WS-GLT-DEBITS       PIC S9(13)V9999.
               10  WS-GLT-CREDITS      PIC S9(13)V9999.
       01  WS-GLT-SUB                  PIC 9(3).

       01  WS-ROWS-READ                PIC 9(7) VALUE ZERO.
       01  WS-ROWS-JOURNALLED          PIC 9(7) VALUE ZERO.
       01  WS-MAP-REJECTED             PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC S9(13)V9999 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(13)V9999 VALUE ZERO.

       01  WS-ACCOUNT-ID               PIC X(4).
       01  WS-JOURNAL-AMOUNT           PIC S9(11)V9999.
       01  WS-ENTRY-AMOUNT             PIC S9(11)V9999.
       01  WS-DEBIT-GL                 PIC X(10).
       01  WS-CREDIT-GL                PIC X(10).
       01  WS-LINE-SIDE                PIC X(2).
       01  WS-LINE-GL                  PIC X(10).

       01  WS-SOURCE-SYSTEM            PIC X(8) VALUE "SSSBATCH".

       01  WS-AMOUNT-EDIT              PIC Z(11)9.9999.
       01  WS-SEQ-EDIT                 PIC 9(7).
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-TOTAL-EDIT               PIC -(13)9.9999.
       01  WS-TOTAL-EDIT-2             PIC -(13)9.9999.

       01  WS-BUILD-LINE               PIC X(120).

       01  WS-REPORT-HEADING           PIC X(132).
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "GLJRNL".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-MAPPING
           IF WS-EXTRACT-STOPPED
               PERFORM 2500-REPORT-UNMAPPED
           ELSE
               PERFORM 3000-WRITE-JOURNAL
               PERFORM 8000-WRITE-PROOF
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

           OPEN OUTPUT GJ-REPORT-FILE
           MOVE SPACES TO WS-REPORT-HEADING
           STRING "GL JOURNAL PROOF - POSTED ACCOUNT MOVEMENTS - "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           WRITE GJ-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE GJ-REPORT-LINE FROM WS-REPORT-RULE
           PERFORM 1100-LOAD-MAP.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT GJ-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ GJ-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE GJ-BIZDATE-FILE
           END-IF.

       1100-LOAD-MAP.
      *    No default map is seeded: a GL account guessed in code
      *    would post to the wrong ledger silently, which is exactly
      *    what the stop on an unmapped code exists to prevent.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT GJ-MAP-IN
           IF WS-MAP-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
               DISPLAY "GLJRNL: GLMAP.DAT NOT PRESENT - EVERY POSTED "
                   "CODE IS UNMAPPED" UPON CONSOLE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ GJ-MAP-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-MAP-ROW
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS = "00" OR WS-MAP-STATUS = "10"
               CLOSE GJ-MAP-IN
           END-IF.

       1150-TAKE-MAP-ROW.
           IF MAP-TRAN-CODE NOT NUMERIC
                   OR MAP-LEDGER-GL = SPACES
                   OR MAP-OFFSET-GL = SPACES
               ADD 1 TO WS-MAP-REJECTED
               MOVE "1150-TAKE-MAP-ROW" TO WS-LOG-PARAGRAPH
               MOVE "GJ0003"            TO WS-LOG-ERROR-CODE
               MOVE GJ-MAP-RECORD       TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               IF GLM-MAP-COUNT < GLM-MAP-MAX
                   ADD 1 TO GLM-MAP-COUNT
                   MOVE MAP-TRAN-CODE TO GLM-TRAN-CODE(GLM-MAP-COUNT)
                   MOVE MAP-ACCT-LOW  TO GLM-ACCT-LOW(GLM-MAP-COUNT)
                   MOVE MAP-ACCT-HIGH TO GLM-ACCT-HIGH(GLM-MAP-COUNT)
                   MOVE MAP-LEDGER-GL TO GLM-LEDGER-GL(GLM-MAP-COUNT)
                   MOVE MAP-OFFSET-GL TO GLM-OFFSET-GL(GLM-MAP-COUNT)
                   MOVE MAP-DESC      TO GLM-DESC(GLM-MAP-COUNT)
               ELSE
                   DISPLAY "GLJRNL: GL MAP TABLE FULL AT " GLM-MAP-MAX
                       " - REMAINING ROWS IGNORED" UPON CONSOLE
               END-IF
           END-IF.

       2000-PROVE-MAPPING.
      *    First pass: every posted row of the day must find a map
      *    row before a single journal line is written.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT GJ-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ GJ-POSTED-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF PST-RUN-DATE = WS-RUN-DATE
                           MOVE PST-TRAN-RECORD TO TRAN-RECORD
                           IF TRAN-STATUS-OK AND TRAN-AMOUNT NUMERIC
                               ADD 1 TO WS-ROWS-READ
                               PERFORM 2100-FIND-MAPPING
                               IF NOT WS-MAP-FOUND
                                   PERFORM 2200-NOTE-UNMAPPED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE GJ-POSTED-IN
           END-IF
           IF WS-UNM-COUNT > ZERO
               SET WS-EXTRACT-STOPPED TO TRUE
           END-IF.

       2100-FIND-MAPPING.
           MOVE "N" TO WS-MAP-FOUND-SW
           MOVE TRAN-ID(1:4) TO WS-ACCOUNT-ID
           IF GLM-MAP-COUNT > ZERO
               SET GLM-IDX TO 1
               SEARCH GLM-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN GLM-IDX > GLM-MAP-COUNT
                       CONTINUE
                   WHEN GLM-TRAN-CODE(GLM-IDX) = TRAN-CODE
                       AND (GLM-ACCT-LOW(GLM-IDX) = SPACES OR
                           WS-ACCOUNT-ID NOT < GLM-ACCT-LOW(GLM-IDX))
                       AND (GLM-ACCT-HIGH(GLM-IDX) = SPACES OR
                           WS-ACCOUNT-ID NOT > GLM-ACCT-HIGH(GLM-IDX))
                       SET WS-MAP-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2200-NOTE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-ROWS
           SET UNM-IDX TO 1
           SEARCH WS-UNM-ENTRY
               AT END
                   CONTINUE
               WHEN UNM-IDX > WS-UNM-COUNT
                   PERFORM 2250-ADD-UNMAPPED
               WHEN WS-UNM-TRAN-CODE(UNM-IDX) = TRAN-CODE
                       AND WS-UNM-ACCOUNT-ID(UNM-IDX) = TRAN-ID(1:4)
                   ADD 1 TO WS-UNM-ROWS(UNM-IDX)
           END-SEARCH.

       2250-ADD-UNMAPPED.
           IF WS-UNM-COUNT < WS-UNM-MAX
               ADD 1 TO WS-UNM-COUNT
               MOVE TRAN-CODE    TO WS-UNM-TRAN-CODE(WS-UNM-COUNT)
               MOVE TRAN-ID(1:4) TO WS-UNM-ACCOUNT-ID(WS-UNM-COUNT)
               MOVE 1            TO WS-UNM-ROWS(WS-UNM-COUNT)
               MOVE "2000-PROVE-MAPPING" TO WS-LOG-PARAGRAPH
               MOVE "GJ0001"             TO WS-LOG-ERROR-CODE
               MOVE SPACES               TO WS-LOG-DATA
               STRING "TRAN-CODE " TRAN-CODE " ACCOUNT " TRAN-ID(1:4)
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               DISPLAY "GLJRNL: UNMAPPED TABLE FULL AT " WS-UNM-MAX
                   " - FURTHER PAIRS COUNTED ONLY" UPON CONSOLE
           END-IF.

       2500-REPORT-UNMAPPED.
      *    Emptying GLJRNL.DAT means the GL import finds no header
      *    and trailer and rejects the file, rather than re-taking
      *    yesterday's journal or a part of tonight's.
           OPEN OUTPUT GJ-JOURNAL-FILE
           CLOSE GJ-JOURNAL-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    EXTRACT STOPPED - POSTED ROWS WITH NO "
                   "CHART-OF-ACCOUNTS MAPPING ON GLMAP.DAT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNM-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-UNM-ROWS(WS-UNM-SUB) TO WS-COUNT-EDIT
               STRING "    TRAN-CODE " WS-UNM-TRAN-CODE(WS-UNM-SUB)
                       "  ACCOUNT " WS-UNM-ACCOUNT-ID(WS-UNM-SUB)
                       "  POSTED ROWS " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-UNMAPPED-ROWS TO WS-COUNT-EDIT
           STRING "    UNMAPPED ROWS " WS-COUNT-EDIT
                   " - ADD THE MAPPING AND RERUN THE STEP"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           DISPLAY "GLJRNL: UNMAPPED TRAN-CODES - JOURNAL EXTRACT "
               "STOPPED" UPON CONSOLE.

       3000-WRITE-JOURNAL.
           OPEN OUTPUT GJ-JOURNAL-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "HDR|" WS-RUN-DATE "|" WS-SOURCE-SYSTEM
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           WRITE GJ-JOURNAL-RECORD FROM WS-BUILD-LINE
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT GJ-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ GJ-POSTED-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF PST-RUN-DATE = WS-RUN-DATE
                           MOVE PST-TRAN-RECORD TO TRAN-RECORD
                           IF TRAN-STATUS-OK AND TRAN-AMOUNT NUMERIC
                               PERFORM 3050-TAKE-BOOK-AMOUNT
                               IF WS-JOURNAL-AMOUNT NOT = ZERO
                                   PERFORM 3100-JOURNAL-ONE-ROW
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE GJ-POSTED-IN
           END-IF
           MOVE WS-LINE-COUNT   TO WS-SEQ-EDIT
           MOVE WS-DEBIT-TOTAL  TO WS-TOTAL-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT-2
           MOVE SPACES TO WS-BUILD-LINE
           STRING "TRL|" WS-SEQ-EDIT "|" WS-TOTAL-EDIT "|"
                   WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           WRITE GJ-JOURNAL-RECORD FROM WS-BUILD-LINE
           CLOSE GJ-JOURNAL-FILE.

       3050-TAKE-BOOK-AMOUNT.
      *    Base currency for the ledger - see the narrative.
           IF PST-POSTED-CURRENCY NOT = SPACES
                   AND PST-BOOK-AMOUNT NUMERIC
               MOVE PST-BOOK-AMOUNT TO WS-JOURNAL-AMOUNT
           ELSE
               MOVE TRAN-AMOUNT     TO WS-JOURNAL-AMOUNT
           END-IF.

       3100-JOURNAL-ONE-ROW.
           PERFORM 2100-FIND-MAPPING
           ADD 1 TO WS-ROWS-JOURNALLED
           IF WS-JOURNAL-AMOUNT > ZERO
               MOVE WS-JOURNAL-AMOUNT      TO WS-ENTRY-AMOUNT
               MOVE GLM-OFFSET-GL(GLM-IDX) TO WS-DEBIT-GL
               MOVE GLM-LEDGER-GL(GLM-IDX) TO WS-CREDIT-GL
           ELSE
               COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-JOURNAL-AMOUNT
               MOVE GLM-LEDGER-GL(GLM-IDX) TO WS-DEBIT-GL
               MOVE GLM-OFFSET-GL(GLM-IDX) TO WS-CREDIT-GL
           END-IF
           MOVE "DR"        TO WS-LINE-SIDE
           MOVE WS-DEBIT-GL TO WS-LINE-GL
           PERFORM 3200-WRITE-JOURNAL-LINE
           MOVE "CR"         TO WS-LINE-SIDE
           MOVE WS-CREDIT-GL TO WS-LINE-GL
           PERFORM 3200-WRITE-JOURNAL-LINE.

       3200-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT   TO WS-SEQ-EDIT
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING "JNL|" WS-SEQ-EDIT "|" TRAN-ID "|" TRAN-CODE "|"
                   TRAN-ID(1:4) "|" WS-LINE-SIDE "|" WS-LINE-GL "|"
                   WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           WRITE GJ-JOURNAL-RECORD FROM WS-BUILD-LINE
           IF WS-LINE-SIDE = "DR"
               ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           PERFORM 3300-ADD-GL-TOTAL.

       3300-ADD-GL-TOTAL.
           SET GLT-IDX TO 1
           SEARCH WS-GLT-ENTRY
               AT END
                   CONTINUE
               WHEN GLT-IDX > WS-GLT-COUNT
                   IF WS-GLT-COUNT < WS-GLT-MAX
                       ADD 1 TO WS-GLT-COUNT
                       MOVE WS-LINE-GL TO WS-GLT-ACCOUNT(WS-GLT-COUNT)
                       MOVE ZERO       TO WS-GLT-DEBITS(WS-GLT-COUNT)
                       MOVE ZERO       TO WS-GLT-CREDITS(WS-GLT-COUNT)
                       SET GLT-IDX TO WS-GLT-COUNT
                       PERFORM 3350-POST-GL-TOTAL
                   ELSE
                       DISPLAY "GLJRNL: GL TOTAL TABLE FULL AT "
                           WS-GLT-MAX " - " WS-LINE-GL
                           " LEFT OUT OF THE PROOF DETAIL"
                           UPON CONSOLE
                   END-IF
               WHEN WS-GLT-ACCOUNT(GLT-IDX) = WS-LINE-GL
                   PERFORM 3350-POST-GL-TOTAL
           END-SEARCH.

       3350-POST-GL-TOTAL.
           IF WS-LINE-SIDE = "DR"
               ADD WS-ENTRY-AMOUNT TO WS-GLT-DEBITS(GLT-IDX)
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-GLT-CREDITS(GLT-IDX)
           END-IF.

       8000-WRITE-PROOF.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    GL ACCOUNT               DEBITS"
                   "                CREDITS"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           PERFORM VARYING WS-GLT-SUB FROM 1 BY 1
                   UNTIL WS-GLT-SUB > WS-GLT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-GLT-DEBITS(WS-GLT-SUB)  TO WS-TOTAL-EDIT
               MOVE WS-GLT-CREDITS(WS-GLT-SUB) TO WS-TOTAL-EDIT-2
               STRING "    " WS-GLT-ACCOUNT(WS-GLT-SUB) " "
                       WS-TOTAL-EDIT "  " WS-TOTAL-EDIT-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           END-PERFORM
           WRITE GJ-REPORT-LINE FROM WS-REPORT-RULE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DEBIT-TOTAL  TO WS-TOTAL-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT-2
           STRING "    TOTAL      " WS-TOTAL-EDIT "  " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-JOURNALLED TO WS-COUNT-EDIT
           MOVE WS-LINE-COUNT      TO WS-SEQ-EDIT
           STRING "    POSTED ROWS JOURNALLED " WS-COUNT-EDIT
                   "  JOURNAL LINES " WS-SEQ-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           IF WS-MAP-REJECTED > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    GLMAP.DAT ROWS REJECTED " WS-MAP-REJECTED
                       " - SEE OPSLOG GJ0003"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "    JOURNAL BALANCED - DEBITS EQUAL CREDITS"
                   TO WS-PRINT-LINE
               WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "    JOURNAL OUT OF BALANCE" TO WS-PRINT-LINE
               WRITE GJ-REPORT-LINE FROM WS-PRINT-LINE
               DISPLAY "GLJRNL: JOURNAL OUT OF BALANCE" UPON CONSOLE
               MOVE "8000-WRITE-PROOF" TO WS-LOG-PARAGRAPH
               MOVE "GJ0002"           TO WS-LOG-ERROR-CODE
               MOVE WS-RUN-DATE        TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       9000-TERMINATE.
           CLOSE GJ-REPORT-FILE
           IF WS-EXTRACT-STOPPED OR WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MAP-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "GLJRNL JOURNALLED " WS-ROWS-JOURNALLED
               " POSTED ROWS AS " WS-LINE-COUNT " LINES, UNMAPPED "
               WS-UNMAPPED-ROWS UPON CONSOLE.
