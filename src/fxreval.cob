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
      *	FXREVAL is the month-end foreign-currency revaluation report,
      *	run the morning after the last window of the month the way
      *	MTHRPT is.  Every account kept in a currency other than base
      *	(ACT-CURRENCY-CODE not blank) has its ACT-BALANCE valued in
      *	base currency at the month-end rate on FXRATE.DAT and set
      *	against ACT-BOOK-BALANCE, the base value of the same money
      *	at the rates it actually posted at.  The difference is the
      *	unrealised revaluation gain (positive) or loss (negative).
      *	Accounts are listed in key order and totalled by currency,
      *	then overall, on the 132-column FXREVAL.RPT.
      *
      *	The valuation date defaults to the last completed business
      *	day on BIZDATE.DAT - by the time month-end is run the
      *	processing date has already rolled into the new month - and
      *	an FXREVCTL.DAT card (YYYY-MM-DD in columns 1-10) names
      *	another date for a rerun.  Only rates dated exactly that day
      *	are used.  An account whose currency has no rate that day is
      *	listed unvalued and logged (FX0001), is left out of the
      *	totals, and the run ends with return code 4.  Accounts with
      *	neither a balance nor a book balance are not listed.
      *
      *	The report changes nothing: the book balances stand until
      *	the money actually moves.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     FXREVAL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT FV-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT FV-FXRATE-IN ASSIGN TO "FXRATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-FXRATE-STATUS.

           SELECT FV-CTL-IN ASSIGN TO "FXREVCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT FV-REPORT-FILE ASSIGN TO "FXREVAL.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT FV-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  FV-ACCT-MASTER.
       COPY acctrec.

       FD  FV-FXRATE-IN.
       COPY fxraterec.

       FD  FV-CTL-IN.
       01  FV-CTL-RECORD.
           05  FVC-VALUE-DATE          PIC X(10).
           05  FILLER                  PIC X(60).

       FD  FV-REPORT-FILE.
       01  FV-REPORT-LINE              PIC X(132).

       FD  FV-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-FXRATE-STATUS            PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-ACCT-SW              PIC X VALUE "N".
           88  WS-EOF-ACCT             VALUE "Y".
       01  WS-EOF-FXRATE-SW            PIC X VALUE "N".
           88  WS-EOF-FXRATE           VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-RATE-FOUND-SW            PIC X VALUE "N".
           88  WS-RATE-FOUND           VALUE "Y".

       COPY fxtable.

      *    Totals per currency, in the order the currencies are met.
       01  WS-CCY-MAX                  PIC 9(3) VALUE 100.
       01  WS-CCY-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 100 TIMES INDEXED BY CCY-IDX.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-ACCOUNTS     PIC 9(7).
               10  WS-CCY-BALANCE      PIC S9(13)V9999.
               10  WS-CCY-REVALUED     PIC S9(13)V9999.
               10  WS-CCY-BOOK         PIC S9(13)V9999.
               10  WS-CCY-GAIN-LOSS    PIC S9(13)V9999.
       01  WS-CCY-SUB                  PIC 9(3).

       01  WS-VALUE-DATE               PIC X(10) VALUE SPACES.
       01  WS-LAST-COMPLETED-DATE      PIC X(10) VALUE SPACES.
       01  WS-MONTH-END-RATE           PIC 9(5)V9(6).
       01  WS-REVALUED-BALANCE         PIC S9(13)V9999.
       01  WS-GAIN-LOSS                PIC S9(13)V9999.

       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-VALUED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-UNVALUED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REVALUED           PIC S9(13)V9999 VALUE ZERO.
       01  WS-TOTAL-BOOK               PIC S9(13)V9999 VALUE ZERO.
       01  WS-TOTAL-GAIN-LOSS          PIC S9(13)V9999 VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.

       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-AMOUNT-EDIT              PIC -(13)9.9999.
       01  WS-RATE-EDIT                PIC Z(4)9.999999.
       01  WS-PAGE-EDIT                PIC ZZZ9.

       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "FOREIGN CURRENCY REVALUATION - VALUED AT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-VALUE-DATE          PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(20) VALUE
               "             BALANCE".
           05  FILLER                  PIC X(14) VALUE
               "          RATE".
           05  FILLER                  PIC X(20) VALUE
               "       BASE VALUE   ".
           05  FILLER                  PIC X(20) VALUE
               "      BOOK VALUE    ".
           05  FILLER                  PIC X(20) VALUE
               "       GAIN / LOSS  ".
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-CURRENCY            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-BALANCE             PIC X(19).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-RATE                PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-REVALUED            PIC X(19).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-BOOK                PIC X(19).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-GAIN-LOSS           PIC X(19).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "FXREVAL".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-VALUE-ONE-ACCOUNT UNTIL WS-EOF-ACCT
               PERFORM 8000-WRITE-TOTALS
               CLOSE FV-ACCT-MASTER
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
      *    As MTHRPT: month-end runs after the roll, so the month's
      *    last day is the last COMPLETED window.
           IF WS-LAST-COMPLETED-DATE(5:1) = "-"
               MOVE WS-LAST-COMPLETED-DATE TO WS-VALUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-VALUE-DATE
           END-IF
           OPEN INPUT FV-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ FV-CTL-IN
                   NOT AT END
                       IF FVC-VALUE-DATE(5:1) = "-"
                           MOVE FVC-VALUE-DATE TO WS-VALUE-DATE
                       END-IF
               END-READ
               CLOSE FV-CTL-IN
           END-IF
           PERFORM 1100-LOAD-FX-RATES

           OPEN OUTPUT FV-REPORT-FILE
           OPEN INPUT FV-ACCT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"         TO WS-LOG-PARAGRAPH
               MOVE "FX0002"                  TO WS-LOG-ERROR-CODE
               MOVE "ACCTMAST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               MOVE LOW-VALUES TO ACT-ACCOUNT-ID
               START FV-ACCT-MASTER KEY NOT < ACT-ACCOUNT-ID
                   INVALID KEY
                       SET WS-EOF-ACCT TO TRUE
               END-START
               IF NOT WS-EOF-ACCT
                   PERFORM 2900-READ-NEXT-ACCOUNT
               END-IF
               MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT FV-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ FV-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
                       MOVE BIZ-LAST-COMPLETED-DATE
                           TO WS-LAST-COMPLETED-DATE
               END-READ
               CLOSE FV-BIZDATE-FILE
           END-IF.

       1100-LOAD-FX-RATES.
      *    The same day's-rates table TRANPOST posts with, for the
      *    valuation date.
           OPEN INPUT FV-FXRATE-IN
           IF WS-FXRATE-STATUS = "00"
               PERFORM 1110-READ-FX-RATE
               PERFORM 1120-TAKE-FX-RATE UNTIL WS-EOF-FXRATE
               CLOSE FV-FXRATE-IN
           END-IF.

       1110-READ-FX-RATE.
           READ FV-FXRATE-IN
               AT END
                   SET WS-EOF-FXRATE TO TRUE
           END-READ.

       1120-TAKE-FX-RATE.
           IF FXR-RATE-DATE = WS-VALUE-DATE
                   AND FXR-CURRENCY-CODE NOT = SPACES
                   AND FXR-RATE NUMERIC AND FXR-RATE > ZERO
               IF FXT-RATE-COUNT < FXT-RATE-MAX
                   ADD 1 TO FXT-RATE-COUNT
                   MOVE FXR-CURRENCY-CODE
                       TO FXT-CURRENCY-CODE(FXT-RATE-COUNT)
                   MOVE FXR-RATE TO FXT-RATE(FXT-RATE-COUNT)
               ELSE
                   DISPLAY "FXREVAL: FX RATE TABLE FULL - "
                       FXR-CURRENCY-CODE " IGNORED" UPON CONSOLE
               END-IF
           END-IF
           PERFORM 1110-READ-FX-RATE.

       2000-VALUE-ONE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT
           IF ACT-CURRENCY-CODE NOT = SPACES
                   AND (ACT-BALANCE NOT = ZERO
                        OR ACT-BOOK-BALANCE NOT = ZERO)
               PERFORM 2100-LOOK-UP-RATE
               IF WS-RATE-FOUND
                   PERFORM 2200-REVALUE-ACCOUNT
               ELSE
                   PERFORM 2300-REPORT-UNVALUED
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT.

       2100-LOOK-UP-RATE.
           MOVE "N"  TO WS-RATE-FOUND-SW
           MOVE ZERO TO WS-MONTH-END-RATE
           SET FXT-IDX TO 1
           SEARCH FXT-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN FXT-IDX > FXT-RATE-COUNT
                   CONTINUE
               WHEN FXT-CURRENCY-CODE(FXT-IDX) = ACT-CURRENCY-CODE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE FXT-RATE(FXT-IDX) TO WS-MONTH-END-RATE
           END-SEARCH.

       2200-REVALUE-ACCOUNT.
           COMPUTE WS-REVALUED-BALANCE ROUNDED =
               ACT-BALANCE * WS-MONTH-END-RATE
           COMPUTE WS-GAIN-LOSS =
               WS-REVALUED-BALANCE - ACT-BOOK-BALANCE
           ADD 1                   TO WS-VALUED-COUNT
           ADD WS-REVALUED-BALANCE TO WS-TOTAL-REVALUED
           ADD ACT-BOOK-BALANCE    TO WS-TOTAL-BOOK
           ADD WS-GAIN-LOSS        TO WS-TOTAL-GAIN-LOSS
           PERFORM 2250-TALLY-CURRENCY
           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE ACT-ACCOUNT-ID     TO DET-ACCOUNT-ID
           MOVE ACT-CURRENCY-CODE  TO DET-CURRENCY
           MOVE ACT-BALANCE        TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-BALANCE
           MOVE WS-MONTH-END-RATE  TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT       TO DET-RATE
           MOVE WS-REVALUED-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-REVALUED
           MOVE ACT-BOOK-BALANCE   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-BOOK
           MOVE WS-GAIN-LOSS       TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-GAIN-LOSS
           MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       2250-TALLY-CURRENCY.
           SET CCY-IDX TO 1
           SEARCH WS-CCY-ENTRY
               AT END
                   PERFORM 2260-ADD-CURRENCY
               WHEN CCY-IDX > WS-CCY-COUNT
                   PERFORM 2260-ADD-CURRENCY
               WHEN WS-CCY-CODE(CCY-IDX) = ACT-CURRENCY-CODE
                   ADD 1                TO WS-CCY-ACCOUNTS(CCY-IDX)
                   ADD ACT-BALANCE      TO WS-CCY-BALANCE(CCY-IDX)
                   ADD WS-REVALUED-BALANCE
                                        TO WS-CCY-REVALUED(CCY-IDX)
                   ADD ACT-BOOK-BALANCE TO WS-CCY-BOOK(CCY-IDX)
                   ADD WS-GAIN-LOSS     TO WS-CCY-GAIN-LOSS(CCY-IDX)
           END-SEARCH.

       2260-ADD-CURRENCY.
           IF WS-CCY-COUNT < WS-CCY-MAX
               ADD 1 TO WS-CCY-COUNT
               MOVE ACT-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-COUNT)
               MOVE 1                 TO WS-CCY-ACCOUNTS(WS-CCY-COUNT)
               MOVE ACT-BALANCE       TO WS-CCY-BALANCE(WS-CCY-COUNT)
               MOVE WS-REVALUED-BALANCE
                   TO WS-CCY-REVALUED(WS-CCY-COUNT)
               MOVE ACT-BOOK-BALANCE  TO WS-CCY-BOOK(WS-CCY-COUNT)
               MOVE WS-GAIN-LOSS
                   TO WS-CCY-GAIN-LOSS(WS-CCY-COUNT)
           ELSE
               DISPLAY "FXREVAL: CURRENCY TABLE FULL - "
                   ACT-CURRENCY-CODE " NOT SUBTOTALLED" UPON CONSOLE
           END-IF.

       2300-REPORT-UNVALUED.
           ADD 1 TO WS-UNVALUED-COUNT
           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE ACT-ACCOUNT-ID     TO DET-ACCOUNT-ID
           MOVE ACT-CURRENCY-CODE  TO DET-CURRENCY
           MOVE ACT-BALANCE        TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-BALANCE
           MOVE "NO RATE"          TO DET-RATE
           MOVE ACT-BOOK-BALANCE   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-BOOK
           MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE "2300-REPORT-UNVALUED" TO WS-LOG-PARAGRAPH
           MOVE "FX0001"               TO WS-LOG-ERROR-CODE
           MOVE SPACES                 TO WS-LOG-DATA
           STRING ACT-ACCOUNT-ID " " ACT-CURRENCY-CODE " "
                   WS-VALUE-DATE
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2900-READ-NEXT-ACCOUNT.
           READ FV-ACCT-MASTER NEXT
               AT END
                   SET WS-EOF-ACCT TO TRUE
           END-READ.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           MOVE WS-VALUE-DATE    TO HDG-VALUE-DATE
           MOVE WS-RUN-DATE      TO HDG-PRINT-DATE
           WRITE FV-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE FV-REPORT-LINE FROM WS-REPORT-RULE
           WRITE FV-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE FV-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE "TOTALS BY CURRENCY" TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           PERFORM 8100-WRITE-CURRENCY-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
      *    Balances in different currencies do not add, so the
      *    overall line carries base-currency figures only.
           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE "ALL"              TO DET-ACCOUNT-ID
           MOVE WS-TOTAL-REVALUED  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-REVALUED
           MOVE WS-TOTAL-BOOK      TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-BOOK
           MOVE WS-TOTAL-GAIN-LOSS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO DET-GAIN-LOSS
           MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-VALUED-COUNT TO WS-COUNT-EDIT
           STRING "ACCOUNTS VALUED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-UNVALUED-COUNT TO WS-COUNT-EDIT
           STRING "ACCOUNTS WITH NO RATE FOR THE DATE " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8100-WRITE-CURRENCY-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CCY-ACCOUNTS(WS-CCY-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT(4:4)          TO DET-ACCOUNT-ID
           MOVE WS-CCY-CODE(WS-CCY-SUB)     TO DET-CURRENCY
           MOVE WS-CCY-BALANCE(WS-CCY-SUB)  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT              TO DET-BALANCE
           MOVE WS-CCY-REVALUED(WS-CCY-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT              TO DET-REVALUED
           MOVE WS-CCY-BOOK(WS-CCY-SUB)     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT              TO DET-BOOK
           MOVE WS-CCY-GAIN-LOSS(WS-CCY-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT              TO DET-GAIN-LOSS
           MOVE WS-DETAIL-LINE              TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       9000-TERMINATE.
           CLOSE FV-REPORT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNVALUED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "FXREVAL VALUED " WS-VALUED-COUNT
               " NO RATE " WS-UNVALUED-COUNT
               " AT " WS-VALUE-DATE UPON CONSOLE.
