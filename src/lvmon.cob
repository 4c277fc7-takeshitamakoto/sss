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
      *	LVMON is the large-value and structuring monitor for
      *	compliance.  TRENDCHK watches feed-level volume; nothing
      *	looked at what individual accounts did with the money.
      *	The step reads the business date's posted rows on
      *	POSTTRAN.DAT (status O postings and transfer legs -
      *	reversal rows are corrections, not activity) and raises a
      *	case for each of:
      *
      *	  L  large value  - a single posting whose amount, debit or
      *	                    credit, is over the reportable threshold;
      *	  S  structuring  - an account with at least the minimum
      *	                    number of postings each just under the
      *	                    threshold (within the near band) that
      *	                    together exceed it;
      *	  V  spike        - an account whose posting count or value
      *	                    today is above its own average per
      *	                    active day over the look-back period by
      *	                    the spike percentage, once it has the
      *	                    minimum days of history to average.
      *
      *	Every amount is measured in the base currency the threshold
      *	is set in: a posting's PST-BOOK-AMOUNT, or its TRAN-AMOUNT
      *	on a row written before POSTTRAN.DAT carried currencies,
      *	when every account was base currency.  The item rows on a
      *	case still show each posting as it moved the account.
      *
      *	The look-back reads the earlier rows on POSTTRAN.DAT, and
      *	POSTTRAN.ARC too when the period reaches back into a year
      *	YRCLOSE has already archived.
      *
      *	LVMCTL.DAT card, fields separated by a space: reportable
      *	threshold 9(9)V99 (default 10000.00), near band percent
      *	(default 010 - "just under" is within 10 percent below),
      *	minimum structuring count (default 02), look-back days
      *	(default 030), spike percent of the average (default 0300)
      *	and minimum history days (default 05).
      *
      *	Each case goes to LVMCASE.DAT (LVMCASEREC.cpy) as a header
      *	and one item row per supporting TRAN-ID, open.  Compliance
      *	clears a case with an LVMCLR.DAT card - case id, their
      *	operator id and a note - which the next run stamps on the
      *	header; a card naming no case on file is reported and
      *	logged LV0002.  A rerun for a business date replaces that
      *	date's cases rather than raising them twice.  LVMON.RPT
      *	lists the day's cases and the cases still open from earlier
      *	days.  Cases are findings for review, not faults in the
      *	window: the step ends 0 (4 for an unknown clearance or a
      *	full table) and logs LV0001 when it raised any.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     LVMON.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT LV-CTL-IN ASSIGN TO "LVMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT LV-CLEAR-IN ASSIGN TO "LVMCLR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CLEAR-STATUS.

           SELECT LV-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT LV-ARCHIVE-IN ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCHIVE-STATUS.

           SELECT LV-CASE-FILE ASSIGN TO "LVMCASE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CASE-STATUS.

           SELECT LV-WORK-FILE ASSIGN TO "LVMON.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT LV-REPORT-FILE ASSIGN TO "LVMON.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT LV-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  LV-CTL-IN.
       01  LV-CTL-CARD.
           05  LVC-THRESHOLD           PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  LVC-NEAR-PCT            PIC 9(3).
           05  FILLER                  PIC X(1).
           05  LVC-MIN-STRUCT-COUNT    PIC 9(2).
           05  FILLER                  PIC X(1).
           05  LVC-LOOKBACK-DAYS       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  LVC-SPIKE-PCT           PIC 9(4).
           05  FILLER                  PIC X(1).
           05  LVC-MIN-HIST-DAYS       PIC 9(2).
           05  FILLER                  PIC X(50).

       FD  LV-CLEAR-IN.
       01  LV-CLEAR-CARD.
           05  LCL-CASE-ID             PIC X(13).
           05  FILLER                  PIC X(1).
           05  LCL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  LCL-NOTE                PIC X(30).

       FD  LV-POSTED-IN.
       01  LV-POSTED-LINE              PIC X(128).

       FD  LV-ARCHIVE-IN.
       01  LV-ARCHIVE-LINE             PIC X(128).

       FD  LV-CASE-FILE.
       COPY lvmcaserec.

       FD  LV-WORK-FILE.
       01  LV-WORK-RECORD              PIC X(136).

       FD  LV-REPORT-FILE.
       01  LV-REPORT-LINE              PIC X(132).

       FD  LV-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY posttranrec.
       COPY tranrec.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-CLEAR-STATUS             PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-CASE-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-WARNING-SW               PIC X VALUE "N".
           88  WS-WARNING-CONDITION    VALUE "Y".
       01  WS-ACC-FULL-SW              PIC X VALUE "N".
           88  WS-ACC-FULL             VALUE "Y".
       01  WS-ITM-FULL-SW              PIC X VALUE "N".
           88  WS-ITM-FULL             VALUE "Y".

       01  WS-THRESHOLD                PIC 9(9)V99 VALUE 10000.00.
       01  WS-NEAR-PCT                 PIC 9(3) VALUE 10.
       01  WS-MIN-STRUCT-COUNT         PIC 9(2) VALUE 2.
       01  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 30.
       01  WS-SPIKE-PCT                PIC 9(4) VALUE 300.
       01  WS-MIN-HIST-DAYS            PIC 9(2) VALUE 5.
       01  WS-NEAR-FLOOR               PIC 9(9)V9999.

       01  WS-RUN-YYYYMMDD             PIC X(8).
       01  WS-TODAY-INTEGER            PIC 9(8).
       01  WS-START-INTEGER            PIC 9(8).
       01  WS-START-YYYYMMDD           PIC 9(8).
       01  WS-START-SPLIT REDEFINES WS-START-YYYYMMDD.
           05  WS-START-YEAR           PIC 9(4).
           05  WS-START-MONTH          PIC 9(2).
           05  WS-START-DAY            PIC 9(2).
       01  WS-WINDOW-START             PIC X(10).

      *    Clearance cards, loaded once.
       01  WS-CLR-MAX                  PIC 9(4) VALUE 500.
       01  WS-CLR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CLR-TABLE.
           05  WS-CLR-ENTRY OCCURS 500 TIMES INDEXED BY CLR-IDX.
               10  WS-CLR-CASE-ID      PIC X(13).
               10  WS-CLR-OPERATOR-ID  PIC X(8).
               10  WS-CLR-NOTE         PIC X(30).
               10  WS-CLR-USED-SW      PIC X(1).
                   88  WS-CLR-USED     VALUE "Y".
       01  WS-CLR-SUB                  PIC 9(4).

      *    The accounts that posted today, with today's activity
      *    and their look-back history.
       01  WS-ACC-MAX                  PIC 9(4) VALUE 2000.
       01  WS-ACC-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES INDEXED BY ACC-IDX.
               10  WS-ACC-ID           PIC X(4).
               10  WS-ACC-TODAY-CNT    PIC 9(5).
               10  WS-ACC-TODAY-AMT    PIC S9(13)V9999.
               10  WS-ACC-NEAR-CNT     PIC 9(5).
               10  WS-ACC-NEAR-AMT     PIC S9(13)V9999.
               10  WS-ACC-HIST-DAYS    PIC 9(5).
               10  WS-ACC-HIST-CNT     PIC 9(9).
               10  WS-ACC-HIST-AMT     PIC S9(15)V9999.
               10  WS-ACC-LAST-DATE    PIC X(10).
       01  WS-ACC-SUB                  PIC 9(4).
       01  WS-ACC-FOUND-SUB            PIC 9(4).

      *    Today's postings, the supporting items for every case.
       01  WS-ITM-MAX                  PIC 9(5) VALUE 5000.
       01  WS-ITM-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITM-TRAN-ID      PIC X(10).
               10  WS-ITM-ACC-SUB      PIC 9(4).
               10  WS-ITM-TRAN-CODE    PIC 9(3).
               10  WS-ITM-AMOUNT       PIC S9(9)V9999.
               10  WS-ITM-ABS-AMOUNT   PIC 9(11)V9999.
               10  WS-ITM-NEAR-SW      PIC X(1).
                   88  WS-ITM-NEAR     VALUE "Y".
       01  WS-ITM-SUB                  PIC 9(5).

       01  WS-ABS-AMOUNT               PIC 9(11)V9999.
       01  WS-BASE-AMOUNT              PIC S9(11)V9999.
       01  WS-AVG-COUNT                PIC S9(9)V99.
       01  WS-AVG-AMOUNT               PIC S9(13)V9999.
       01  WS-SPIKE-COUNT-SW           PIC X VALUE "N".
           88  WS-SPIKE-COUNT          VALUE "Y".
       01  WS-SPIKE-VALUE-SW           PIC X VALUE "N".
           88  WS-SPIKE-VALUE          VALUE "Y".

       01  WS-CASE-SEQ                 PIC 9(4) VALUE ZERO.
       01  WS-CASE-ID                  PIC X(13).
       01  WS-CASE-TYPE                PIC X(1).
       01  WS-CASE-COUNT               PIC 9(5).
       01  WS-CASE-AMOUNT              PIC S9(11)V9999.
       01  WS-CASE-REASON              PIC X(20).

       01  WS-LARGE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-STRUCT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SPIKE-CASES              PIC 9(5) VALUE ZERO.
       01  WS-RAISED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-OPEN             PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-CLEAR            PIC 9(5) VALUE ZERO.
       01  WS-POSTINGS-READ            PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-COUNT-EDIT               PIC Z(4)9.
       01  WS-COUNT-EDIT-2             PIC Z(4)9.
       01  WS-COUNT-EDIT-3             PIC Z(4)9.
       01  WS-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-AVG-EDIT                 PIC -(11)9.99.
       01  WS-THRESHOLD-EDIT           PIC Z(8)9.99.

       01  WS-REPORT-HEADING           PIC X(132).
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "LVMON".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-CARRY-CASES-FORWARD
           PERFORM 2000-TAKE-TODAYS-POSTINGS
           PERFORM 3000-LOAD-LOOKBACK
           PERFORM 4000-RAISE-CASES
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 1050-GET-BUSINESS-DATE

           OPEN INPUT LV-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ LV-CTL-IN
                   NOT AT END
                       PERFORM 1100-TAKE-CONTROL-CARD
               END-READ
               CLOSE LV-CTL-IN
           END-IF
           COMPUTE WS-NEAR-FLOOR =
               WS-THRESHOLD * (100 - WS-NEAR-PCT) / 100

      *    The look-back counts back from the business processing
      *    date, the way HOUSEKP's retention window does.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
               DELIMITED BY SIZE INTO WS-RUN-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RUN-YYYYMMDD))
           COMPUTE WS-START-INTEGER =
               WS-TODAY-INTEGER - WS-LOOKBACK-DAYS
           COMPUTE WS-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
           STRING WS-START-YEAR "-" WS-START-MONTH "-"
                   WS-START-DAY
               DELIMITED BY SIZE INTO WS-WINDOW-START

           OPEN OUTPUT LV-REPORT-FILE
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO WS-REPORT-HEADING
           STRING "LARGE-VALUE AND STRUCTURING MONITOR - "
                   WS-RUN-DATE " - THRESHOLD " WS-THRESHOLD-EDIT
                   " - LOOK-BACK FROM " WS-WINDOW-START
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           WRITE LV-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE LV-REPORT-LINE FROM WS-REPORT-RULE
           PERFORM 1200-LOAD-CLEARANCES.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT LV-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ LV-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE LV-BIZDATE-FILE
           END-IF.

       1100-TAKE-CONTROL-CARD.
      *    A field left blank or zero keeps its default.
           IF LVC-THRESHOLD NUMERIC AND LVC-THRESHOLD > ZERO
               MOVE LVC-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF LVC-NEAR-PCT NUMERIC AND LVC-NEAR-PCT > ZERO
                   AND LVC-NEAR-PCT < 100
               MOVE LVC-NEAR-PCT TO WS-NEAR-PCT
           END-IF
           IF LVC-MIN-STRUCT-COUNT NUMERIC
                   AND LVC-MIN-STRUCT-COUNT > 1
               MOVE LVC-MIN-STRUCT-COUNT TO WS-MIN-STRUCT-COUNT
           END-IF
           IF LVC-LOOKBACK-DAYS NUMERIC AND LVC-LOOKBACK-DAYS > ZERO
               MOVE LVC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF LVC-SPIKE-PCT NUMERIC AND LVC-SPIKE-PCT > 100
               MOVE LVC-SPIKE-PCT TO WS-SPIKE-PCT
           END-IF
           IF LVC-MIN-HIST-DAYS NUMERIC AND LVC-MIN-HIST-DAYS > ZERO
               MOVE LVC-MIN-HIST-DAYS TO WS-MIN-HIST-DAYS
           END-IF.

       1200-LOAD-CLEARANCES.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT LV-CLEAR-IN
           IF WS-CLEAR-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ LV-CLEAR-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 1250-ADD-CLEARANCE
               END-READ
           END-PERFORM
           IF WS-CLEAR-STATUS = "00" OR WS-CLEAR-STATUS = "10"
               CLOSE LV-CLEAR-IN
           END-IF.

       1250-ADD-CLEARANCE.
           IF LCL-CASE-ID = SPACES
               CONTINUE
           ELSE
               IF WS-CLR-COUNT < WS-CLR-MAX
                   ADD 1 TO WS-CLR-COUNT
                   MOVE LCL-CASE-ID
                       TO WS-CLR-CASE-ID(WS-CLR-COUNT)
                   MOVE LCL-OPERATOR-ID
                       TO WS-CLR-OPERATOR-ID(WS-CLR-COUNT)
                   MOVE LCL-NOTE TO WS-CLR-NOTE(WS-CLR-COUNT)
                   MOVE "N"      TO WS-CLR-USED-SW(WS-CLR-COUNT)
               ELSE
                   DISPLAY "LVMON: LVMCLR.DAT TABLE FULL AT "
                       WS-CLR-MAX " - REMAINDER IGNORED" UPON CONSOLE
                   SET WS-WARNING-CONDITION TO TRUE
                   SET WS-EOF-INPUT TO TRUE
               END-IF
           END-IF.

       1500-CARRY-CASES-FORWARD.
      *    Earlier cases are copied through the work file with any
      *    clearance stamped on; this date's own cases are dropped
      *    so a rerun raises them afresh instead of twice.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT LV-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           OPEN OUTPUT LV-WORK-FILE
           PERFORM UNTIL WS-EOF-INPUT
               READ LV-CASE-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF LCS-CASE-ID(1:8) NOT = WS-RUN-YYYYMMDD
                           PERFORM 1600-CARRY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "10"
               CLOSE LV-CASE-FILE
           END-IF
           CLOSE LV-WORK-FILE

           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT LV-WORK-FILE
           OPEN OUTPUT LV-CASE-FILE
           PERFORM UNTIL WS-EOF-INPUT
               READ LV-WORK-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       WRITE LVM-CASE-RECORD FROM LV-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE LV-WORK-FILE
           CLOSE LV-CASE-FILE
           PERFORM 1700-REPORT-UNKNOWN-CLEARANCE
               VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > WS-CLR-COUNT.

       1600-CARRY-ONE-ROW.
           IF LCS-HEADER-ROW
               SET CLR-IDX TO 1
               SEARCH WS-CLR-ENTRY
                   AT END
                       CONTINUE
                   WHEN CLR-IDX > WS-CLR-COUNT
                       CONTINUE
                   WHEN WS-CLR-CASE-ID(CLR-IDX) = LCS-CASE-ID
                       SET WS-CLR-USED(CLR-IDX) TO TRUE
                       IF LCS-STATUS-OPEN
                           SET LCS-STATUS-CLEARED TO TRUE
                           MOVE WS-CLR-OPERATOR-ID(CLR-IDX)
                               TO LCS-CLEARED-BY
                           MOVE WS-RUN-DATE TO LCS-CLEARED-DATE
                           MOVE WS-CLR-NOTE(CLR-IDX)
                               TO LCS-CLEAR-NOTE
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
               END-SEARCH
               IF LCS-STATUS-OPEN
                   ADD 1 TO WS-CARRIED-OPEN
                   PERFORM 1650-REPORT-OPEN-CASE
               END-IF
           END-IF
           WRITE LV-WORK-RECORD FROM LVM-CASE-RECORD.

       1650-REPORT-OPEN-CASE.
           IF WS-CARRIED-OPEN = 1
               MOVE "    CASES STILL OPEN FROM EARLIER DAYS"
                   TO WS-PRINT-LINE
               WRITE LV-REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE LCS-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE LCS-AMOUNT     TO WS-AMOUNT-EDIT
           STRING "      " LCS-CASE-ID "  " LCS-CASE-TYPE "  ACCT "
                   LCS-ACCOUNT-ID "  ITEMS " WS-COUNT-EDIT
                   "  AMOUNT " WS-AMOUNT-EDIT "  " LCS-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE.

       1700-REPORT-UNKNOWN-CLEARANCE.
           IF NOT WS-CLR-USED(WS-CLR-SUB)
               ADD 1 TO WS-UNKNOWN-CLEAR
               SET WS-WARNING-CONDITION TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    CLEARANCE FOR UNKNOWN CASE "
                       WS-CLR-CASE-ID(WS-CLR-SUB) " BY "
                       WS-CLR-OPERATOR-ID(WS-CLR-SUB) " IGNORED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE LV-REPORT-LINE FROM WS-PRINT-LINE
               MOVE "1700-REPORT-UNKNOWN-CLEARANCE"
                   TO WS-LOG-PARAGRAPH
               MOVE "LV0002" TO WS-LOG-ERROR-CODE
               MOVE WS-CLR-CASE-ID(WS-CLR-SUB) TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2000-TAKE-TODAYS-POSTINGS.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT LV-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ LV-POSTED-IN INTO POSTED-TRAN-RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF PST-RUN-DATE = WS-RUN-DATE
                           PERFORM 2100-TAKE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE LV-POSTED-IN
           END-IF.

       2100-TAKE-ONE-POSTING.
           MOVE PST-TRAN-RECORD TO TRAN-RECORD
           IF TRAN-STATUS-OK AND TRAN-AMOUNT NUMERIC
                   AND NOT PST-ENTRY-REVERSAL
               ADD 1 TO WS-POSTINGS-READ
               PERFORM 2150-TAKE-BOOK-AMOUNT
               IF WS-BASE-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = ZERO - WS-BASE-AMOUNT
               ELSE
                   MOVE WS-BASE-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               PERFORM 2200-FIND-OR-ADD-ACCOUNT
               IF WS-ACC-FOUND-SUB > ZERO
                   PERFORM 2300-ADD-ITEM
               END-IF
           END-IF.

       2150-TAKE-BOOK-AMOUNT.
      *    Base currency - see the narrative.
           IF PST-POSTED-CURRENCY NOT = SPACES
                   AND PST-BOOK-AMOUNT NUMERIC
               MOVE PST-BOOK-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               MOVE TRAN-AMOUNT     TO WS-BASE-AMOUNT
           END-IF.

       2200-FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-ACC-FOUND-SUB
           SET ACC-IDX TO 1
           SEARCH WS-ACC-ENTRY
               AT END
                   CONTINUE
               WHEN ACC-IDX > WS-ACC-COUNT
                   CONTINUE
               WHEN WS-ACC-ID(ACC-IDX) = TRAN-ID(1:4)
                   SET WS-ACC-FOUND-SUB TO ACC-IDX
           END-SEARCH
           IF WS-ACC-FOUND-SUB = ZERO
               IF WS-ACC-COUNT < WS-ACC-MAX
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-FOUND-SUB
                   MOVE TRAN-ID(1:4) TO WS-ACC-ID(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-TODAY-CNT(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-TODAY-AMT(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-NEAR-CNT(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-NEAR-AMT(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-HIST-DAYS(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-HIST-CNT(WS-ACC-COUNT)
                   MOVE ZERO   TO WS-ACC-HIST-AMT(WS-ACC-COUNT)
                   MOVE SPACES TO WS-ACC-LAST-DATE(WS-ACC-COUNT)
               ELSE
                   IF NOT WS-ACC-FULL
                       SET WS-ACC-FULL TO TRUE
                       PERFORM 2900-LOG-TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       2300-ADD-ITEM.
           IF WS-ITM-COUNT < WS-ITM-MAX
               ADD 1 TO WS-ITM-COUNT
               MOVE TRAN-ID          TO WS-ITM-TRAN-ID(WS-ITM-COUNT)
               MOVE WS-ACC-FOUND-SUB TO WS-ITM-ACC-SUB(WS-ITM-COUNT)
               MOVE TRAN-CODE        TO WS-ITM-TRAN-CODE(WS-ITM-COUNT)
               MOVE TRAN-AMOUNT      TO WS-ITM-AMOUNT(WS-ITM-COUNT)
               MOVE WS-ABS-AMOUNT
                   TO WS-ITM-ABS-AMOUNT(WS-ITM-COUNT)
               MOVE "N"              TO WS-ITM-NEAR-SW(WS-ITM-COUNT)
               ADD 1 TO WS-ACC-TODAY-CNT(WS-ACC-FOUND-SUB)
               ADD WS-ABS-AMOUNT TO WS-ACC-TODAY-AMT(WS-ACC-FOUND-SUB)
      *        "Just under" is inside the near band and not over the
      *        threshold itself - an item over it is a large-value
      *        case on its own.
               IF WS-ABS-AMOUNT NOT < WS-NEAR-FLOOR
                       AND WS-ABS-AMOUNT NOT > WS-THRESHOLD
                   SET WS-ITM-NEAR(WS-ITM-COUNT) TO TRUE
                   ADD 1 TO WS-ACC-NEAR-CNT(WS-ACC-FOUND-SUB)
                   ADD WS-ABS-AMOUNT
                       TO WS-ACC-NEAR-AMT(WS-ACC-FOUND-SUB)
               END-IF
           ELSE
               IF NOT WS-ITM-FULL
                   SET WS-ITM-FULL TO TRUE
                   PERFORM 2900-LOG-TABLE-FULL
               END-IF
           END-IF.

       2900-LOG-TABLE-FULL.
           SET WS-WARNING-CONDITION TO TRUE
           DISPLAY "LVMON: ACCOUNT OR ITEM TABLE FULL AT "
               TRAN-ID " - LATER POSTINGS NOT MONITORED" UPON CONSOLE
           MOVE "2000-TAKE-TODAYS-POSTINGS" TO WS-LOG-PARAGRAPH
           MOVE "LV0003"                    TO WS-LOG-ERROR-CODE
           MOVE TRAN-ID                     TO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       3000-LOAD-LOOKBACK.
      *    Only accounts that posted today are tracked.  The archive
      *    is read first, only when the period starts in a year
      *    that has been closed, so the rows arrive in date order.
           IF WS-WINDOW-START(1:4) < WS-RUN-DATE(1:4)
               MOVE "N" TO WS-EOF-INPUT-SW
               OPEN INPUT LV-ARCHIVE-IN
               IF WS-ARCHIVE-STATUS NOT = "00"
                   SET WS-EOF-INPUT TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-INPUT
                   READ LV-ARCHIVE-IN INTO POSTED-TRAN-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 3100-TAKE-HISTORY-ROW
                   END-READ
               END-PERFORM
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
                   CLOSE LV-ARCHIVE-IN
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT LV-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ LV-POSTED-IN INTO POSTED-TRAN-RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-HISTORY-ROW
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE LV-POSTED-IN
           END-IF.

       3100-TAKE-HISTORY-ROW.
           IF PST-RUN-DATE NOT < WS-WINDOW-START
                   AND PST-RUN-DATE < WS-RUN-DATE
                   AND PST-RUN-DATE(5:1) = "-"
                   AND NOT PST-ENTRY-REVERSAL
               MOVE PST-TRAN-RECORD TO TRAN-RECORD
               IF TRAN-STATUS-OK AND TRAN-AMOUNT NUMERIC
                   SET ACC-IDX TO 1
                   SEARCH WS-ACC-ENTRY
                       AT END
                           CONTINUE
                       WHEN ACC-IDX > WS-ACC-COUNT
                           CONTINUE
                       WHEN WS-ACC-ID(ACC-IDX) = TRAN-ID(1:4)
                           PERFORM 3200-ADD-HISTORY
                   END-SEARCH
               END-IF
           END-IF.

       3200-ADD-HISTORY.
           IF WS-ACC-LAST-DATE(ACC-IDX) NOT = PST-RUN-DATE
               ADD 1 TO WS-ACC-HIST-DAYS(ACC-IDX)
               MOVE PST-RUN-DATE TO WS-ACC-LAST-DATE(ACC-IDX)
           END-IF
           ADD 1 TO WS-ACC-HIST-CNT(ACC-IDX)
           PERFORM 2150-TAKE-BOOK-AMOUNT
           IF WS-BASE-AMOUNT < ZERO
               SUBTRACT WS-BASE-AMOUNT FROM WS-ACC-HIST-AMT(ACC-IDX)
           ELSE
               ADD WS-BASE-AMOUNT TO WS-ACC-HIST-AMT(ACC-IDX)
           END-IF.

       4000-RAISE-CASES.
           OPEN EXTEND LV-CASE-FILE
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT LV-CASE-FILE
           END-IF
           WRITE LV-REPORT-LINE FROM WS-REPORT-RULE
           MOVE "    CASES RAISED TODAY" TO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE
           PERFORM 4100-CHECK-LARGE-VALUE
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
           PERFORM 4200-CHECK-ACCOUNT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           CLOSE LV-CASE-FILE
           IF WS-RAISED-COUNT > ZERO
               DISPLAY "LVMON: " WS-RAISED-COUNT
                   " MONITORING CASE(S) RAISED FOR " WS-RUN-DATE
                   UPON CONSOLE
               MOVE "4000-RAISE-CASES" TO WS-LOG-PARAGRAPH
               MOVE "LV0001"           TO WS-LOG-ERROR-CODE
               MOVE SPACES             TO WS-LOG-DATA
               MOVE WS-RAISED-COUNT    TO WS-COUNT-EDIT
               STRING WS-RUN-DATE " CASES " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       4100-CHECK-LARGE-VALUE.
           IF WS-ITM-ABS-AMOUNT(WS-ITM-SUB) > WS-THRESHOLD
               MOVE "L"                  TO WS-CASE-TYPE
               MOVE WS-ITM-ACC-SUB(WS-ITM-SUB) TO WS-ACC-SUB
               MOVE 1                    TO WS-CASE-COUNT
               MOVE WS-ITM-ABS-AMOUNT(WS-ITM-SUB) TO WS-CASE-AMOUNT
               MOVE "OVER THRESHOLD"     TO WS-CASE-REASON
               PERFORM 5000-WRITE-CASE-HEADER
               PERFORM 5100-WRITE-CASE-ITEM
               ADD 1 TO WS-LARGE-COUNT
           END-IF.

       4200-CHECK-ACCOUNT.
           IF WS-ACC-NEAR-CNT(WS-ACC-SUB) NOT < WS-MIN-STRUCT-COUNT
                   AND WS-ACC-NEAR-AMT(WS-ACC-SUB) > WS-THRESHOLD
               MOVE "S"                  TO WS-CASE-TYPE
               MOVE WS-ACC-NEAR-CNT(WS-ACC-SUB) TO WS-CASE-COUNT
               MOVE WS-ACC-NEAR-AMT(WS-ACC-SUB) TO WS-CASE-AMOUNT
               MOVE "NEAR-LIMIT ITEMS" TO WS-CASE-REASON
               PERFORM 5000-WRITE-CASE-HEADER
               PERFORM 4250-WRITE-NEAR-ITEM
                   VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               ADD 1 TO WS-STRUCT-COUNT
           END-IF
           IF WS-ACC-HIST-DAYS(WS-ACC-SUB) NOT < WS-MIN-HIST-DAYS
               PERFORM 4300-CHECK-SPIKE
           END-IF.

       4250-WRITE-NEAR-ITEM.
           IF WS-ITM-ACC-SUB(WS-ITM-SUB) = WS-ACC-SUB
                   AND WS-ITM-NEAR(WS-ITM-SUB)
               PERFORM 5100-WRITE-CASE-ITEM
           END-IF.

       4300-CHECK-SPIKE.
      *    Averaged per day the account was active in the look-back,
      *    so a quiet account's ordinary day is not itself a spike.
           MOVE "N" TO WS-SPIKE-COUNT-SW
           MOVE "N" TO WS-SPIKE-VALUE-SW
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-ACC-HIST-CNT(WS-ACC-SUB) /
               WS-ACC-HIST-DAYS(WS-ACC-SUB)
           COMPUTE WS-AVG-AMOUNT ROUNDED =
               WS-ACC-HIST-AMT(WS-ACC-SUB) /
               WS-ACC-HIST-DAYS(WS-ACC-SUB)
           IF WS-ACC-TODAY-CNT(WS-ACC-SUB) * 100 >
                   WS-AVG-COUNT * WS-SPIKE-PCT
               SET WS-SPIKE-COUNT TO TRUE
           END-IF
           IF WS-ACC-TODAY-AMT(WS-ACC-SUB) * 100 >
                   WS-AVG-AMOUNT * WS-SPIKE-PCT
               SET WS-SPIKE-VALUE TO TRUE
           END-IF
           IF WS-SPIKE-COUNT OR WS-SPIKE-VALUE
               MOVE "V"                  TO WS-CASE-TYPE
               MOVE WS-ACC-TODAY-CNT(WS-ACC-SUB) TO WS-CASE-COUNT
               MOVE WS-ACC-TODAY-AMT(WS-ACC-SUB) TO WS-CASE-AMOUNT
               EVALUATE TRUE
                   WHEN WS-SPIKE-COUNT AND WS-SPIKE-VALUE
                       MOVE "COUNT+VALUE SPIKE" TO WS-CASE-REASON
                   WHEN WS-SPIKE-COUNT
                       MOVE "COUNT SPIKE"  TO WS-CASE-REASON
                   WHEN OTHER
                       MOVE "VALUE SPIKE"  TO WS-CASE-REASON
               END-EVALUATE
               PERFORM 5000-WRITE-CASE-HEADER
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-AVG-COUNT  TO WS-AMOUNT-EDIT
               MOVE WS-AVG-AMOUNT TO WS-AVG-EDIT
               STRING "          AVERAGE PER ACTIVE DAY - COUNT "
                       WS-AMOUNT-EDIT "  VALUE " WS-AVG-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE LV-REPORT-LINE FROM WS-PRINT-LINE
               PERFORM 4350-WRITE-ACCOUNT-ITEM
                   VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               ADD 1 TO WS-SPIKE-CASES
           END-IF.

       4350-WRITE-ACCOUNT-ITEM.
           IF WS-ITM-ACC-SUB(WS-ITM-SUB) = WS-ACC-SUB
               PERFORM 5100-WRITE-CASE-ITEM
           END-IF.

       5000-WRITE-CASE-HEADER.
           ADD 1 TO WS-CASE-SEQ
           ADD 1 TO WS-RAISED-COUNT
           MOVE SPACES TO WS-CASE-ID
           STRING WS-RUN-YYYYMMDD "-" WS-CASE-SEQ
               DELIMITED BY SIZE INTO WS-CASE-ID
           MOVE SPACES                 TO LVM-CASE-RECORD
           MOVE WS-CASE-ID             TO LCS-CASE-ID
           SET LCS-HEADER-ROW          TO TRUE
           MOVE WS-RUN-DATE            TO LCS-RUN-DATE
           MOVE WS-CASE-TYPE           TO LCS-CASE-TYPE
           MOVE WS-ACC-ID(WS-ACC-SUB)  TO LCS-ACCOUNT-ID
           MOVE WS-CASE-COUNT          TO LCS-ITEM-COUNT
           MOVE WS-CASE-AMOUNT         TO LCS-AMOUNT
           SET LCS-STATUS-OPEN         TO TRUE
           MOVE WS-CASE-REASON         TO LCS-REASON
           WRITE LVM-CASE-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CASE-COUNT  TO WS-COUNT-EDIT
           MOVE WS-CASE-AMOUNT TO WS-AMOUNT-EDIT
           STRING "      " WS-CASE-ID "  " WS-CASE-TYPE "  ACCT "
                   WS-ACC-ID(WS-ACC-SUB) "  ITEMS " WS-COUNT-EDIT
                   "  AMOUNT " WS-AMOUNT-EDIT "  " WS-CASE-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE.

       5100-WRITE-CASE-ITEM.
           MOVE SPACES                   TO LVM-CASE-RECORD
           MOVE WS-CASE-ID               TO LCS-CASE-ID
           SET LCS-ITEM-ROW              TO TRUE
           MOVE WS-ITM-TRAN-ID(WS-ITM-SUB)   TO LCS-TRAN-ID
           MOVE WS-ITM-TRAN-CODE(WS-ITM-SUB) TO LCS-TRAN-CODE
           MOVE WS-ITM-AMOUNT(WS-ITM-SUB)    TO LCS-TRAN-AMOUNT
           WRITE LVM-CASE-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ITM-AMOUNT(WS-ITM-SUB) TO WS-AMOUNT-EDIT
           STRING "          " WS-ITM-TRAN-ID(WS-ITM-SUB) "  CODE "
                   WS-ITM-TRAN-CODE(WS-ITM-SUB) "  " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE.

       8000-WRITE-SUMMARY.
           WRITE LV-REPORT-LINE FROM WS-REPORT-RULE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-POSTINGS-READ TO WS-COUNT-EDIT
           STRING "    POSTINGS MONITORED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LARGE-COUNT  TO WS-COUNT-EDIT
           MOVE WS-STRUCT-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-SPIKE-CASES  TO WS-COUNT-EDIT-3
           STRING "    LARGE VALUE " WS-COUNT-EDIT
                   "  STRUCTURING " WS-COUNT-EDIT-2
                   "  ACTIVITY SPIKE " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CARRIED-OPEN  TO WS-COUNT-EDIT
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-UNKNOWN-CLEAR TO WS-COUNT-EDIT-3
           STRING "    OPEN FROM EARLIER DAYS " WS-COUNT-EDIT
                   "  CLEARED THIS RUN " WS-COUNT-EDIT-2
                   "  UNKNOWN CLEARANCES " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE LV-REPORT-LINE FROM WS-PRINT-LINE.

       9000-TERMINATE.
           CLOSE LV-REPORT-FILE
           IF WS-WARNING-CONDITION
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "LVMON RAISED " WS-RAISED-COUNT " CASE(S), "
               WS-CARRIED-OPEN " STILL OPEN, " WS-CLEARED-COUNT
               " CLEARED" UPON CONSOLE.
