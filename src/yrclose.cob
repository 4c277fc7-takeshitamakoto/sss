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
      *	YRCLOSE is the year-end close.  POSTTRAN.DAT grew across
      *	years with no close at all, and the annual figures customers
      *	and the tax filing need - interest credited, deposits,
      *	withdrawals - were worked out by hand from the history.
      *
      *	The step runs every window but only acts on the LAST
      *	business day of the year on CALENDAR.DAT (day type "B"); on
      *	any other date it reports that there is nothing to close.
      *	A YRCLCTL.DAT card carrying a year (YYYY) closes that year
      *	instead, for a close run late after the window has rolled
      *	into January.  It must run after ACCTSNAP, whose position
      *	for the year-end date is the closing balance, and after the
      *	steps that read the day's POSTTRAN.DAT rows.  The December
      *	statements are run after the close, the morning after the
      *	window like any month-end; ACCTSTMT reads a closed year's
      *	rows back from POSTTRAN.ARC.
      *
      *	For every account on the year-end snapshot it writes one
      *	YRSUMM.DAT annual summary row:
      *
      *	  opening balance     from YROPEN.DAT (last year's close)
      *	  interest credited   INTACCR "INT" postings, net of their
      *	                      reversals
      *	  deposits            every other credit
      *	  withdrawals         every other debit
      *	  reversals           other TRANRVSL reversal rows
      *	  closing balance     ACCTSNAP.DAT at the year-end date
      *
      *	and each account's closing balance goes to YROPEN.DAT as
      *	the opening balance of the new year.  Interest for the tax
      *	return goes to YRTAX.DAT: a header, one detail per account
      *	with interest paid (customer id, name and postcode from
      *	CUSTMAST.DAT, the amount in whole cents, unsigned and zero
      *	filled), and a trailer with the count and cents total.
      *
      *	Every POSTTRAN.DAT row dated in or before the closed year is
      *	appended unchanged to POSTTRAN.ARC and the live file is
      *	rewritten with only the later rows (rows with no date prefix
      *	are retained, as HOUSEKP retains what it cannot date).
      *
      *	YRCLOSE.RPT is the control report: each summary line, then
      *	proof that opening plus the archived movement equals the
      *	snapshot closing for every account, that the archived
      *	movement equals the sum of the summaries, and that the new
      *	openings total the year-end snapshot.  An account that does
      *	not tie, or posted rows for an account missing from the
      *	snapshot, is logged YC0002 and the step ends with return
      *	code 8.  The first close has no opening on file; its
      *	openings are derived (closing less movement) and marked so.
      *	No snapshot for the year-end date stops the close (YC0001)
      *	before anything moves.  A failed open or write on
      *	POSTTRAN.ARC or the YRCLOSE.WRK work file stops the close
      *	before POSTTRAN.DAT is rewritten (YC0004), and a failure
      *	rewriting POSTTRAN.DAT stops it before the summaries
      *	(YC0005); both end with return code 8 and the report says
      *	what to restore from the WINBKUP backup before a rerun.
      *	A year whose new-year openings are already on YROPEN.DAT
      *	has been closed and is not closed twice.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     YRCLOSE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT YC-CTL-IN ASSIGN TO "YRCLCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT YC-CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CALENDAR-STATUS.

           SELECT YC-SNAPSHOT-IN ASSIGN TO "ACCTSNAP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-SNAPSHOT-STATUS.

           SELECT YC-OPENING-FILE ASSIGN TO "YROPEN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-OPENING-STATUS.

           SELECT YC-POSTED-FILE ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT YC-ARCHIVE-FILE ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCHIVE-STATUS.

           SELECT YC-WORK-FILE ASSIGN TO "YRCLOSE.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT YC-SUMMARY-FILE ASSIGN TO "YRSUMM.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-SUMMARY-STATUS.

           SELECT YC-TAX-FILE ASSIGN TO "YRTAX.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TAX-STATUS.

           SELECT YC-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT YC-CUST-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CUS-CUSTOMER-ID
               FILE STATUS   IS WS-CUST-STATUS.

           SELECT YC-REPORT-FILE ASSIGN TO "YRCLOSE.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT YC-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  YC-CTL-IN.
       01  YC-CTL-CARD.
           05  YCC-CLOSE-YEAR          PIC X(4).
           05  FILLER                  PIC X(76).

       FD  YC-CALENDAR-FILE.
       01  YC-CALENDAR-RECORD.
           05  CAL-DATE                PIC X(10).
           05  FILLER                  PIC X(1).
           05  CAL-DAY-TYPE            PIC X(1).
               88  CAL-DAY-BUSINESS    VALUE "B".

       FD  YC-SNAPSHOT-IN.
       01  YC-SNAPSHOT-RECORD.
           05  SNP-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  SNP-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  SNP-BALANCE             PIC S9(11)V9999.

       FD  YC-OPENING-FILE.
       01  YC-OPENING-RECORD.
           05  YRO-YEAR                PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRO-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRO-OPENING-BALANCE     PIC S9(11)V9999.

       FD  YC-POSTED-FILE.
       COPY posttranrec.

       FD  YC-ARCHIVE-FILE.
       01  YC-ARCHIVE-RECORD           PIC X(128).

       FD  YC-WORK-FILE.
       01  YC-WORK-RECORD              PIC X(128).

       FD  YC-SUMMARY-FILE.
       01  YC-SUMMARY-RECORD.
           05  YRS-YEAR                PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-OPENING-BALANCE     PIC S9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-INTEREST            PIC S9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-DEPOSITS            PIC S9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-WITHDRAWALS         PIC S9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-REVERSALS           PIC S9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-CLOSING-BALANCE     PIC S9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  YRS-OPENING-SOURCE      PIC X(1).
               88  YRS-OPENING-ON-FILE VALUE "F".
               88  YRS-OPENING-DERIVED VALUE "D".

       FD  YC-TAX-FILE.
       01  YC-TAX-RECORD.
           05  TAX-RECORD-TYPE         PIC X(1).
               88  TAX-HEADER          VALUE "H".
               88  TAX-DETAIL          VALUE "D".
               88  TAX-TRAILER         VALUE "T".
           05  TAX-YEAR                PIC X(4).
           05  TAX-BODY                PIC X(70).
           05  TAX-DETAIL-BODY REDEFINES TAX-BODY.
               10  TAX-ACCOUNT-ID      PIC X(4).
               10  TAX-CUSTOMER-ID     PIC X(6).
               10  TAX-NAME            PIC X(30).
               10  TAX-POSTCODE        PIC X(10).
               10  TAX-INTEREST-CENTS  PIC 9(11).
               10  FILLER              PIC X(9).
           05  TAX-TRAILER-BODY REDEFINES TAX-BODY.
               10  TAX-DETAIL-COUNT    PIC 9(7).
               10  TAX-TOTAL-CENTS     PIC 9(13).
               10  FILLER              PIC X(50).

       FD  YC-ACCT-MASTER.
       COPY acctrec.

       FD  YC-CUST-MASTER.
       COPY custrec.

       FD  YC-REPORT-FILE.
       01  YC-REPORT-LINE              PIC X(132).

       FD  YC-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-SNAPSHOT-STATUS          PIC XX.
       01  WS-OPENING-STATUS           PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-SUMMARY-STATUS           PIC XX.
       01  WS-TAX-STATUS               PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-CLOSE-SW                 PIC X VALUE "N".
           88  WS-CLOSE-THIS-RUN       VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-ALREADY-CLOSED-SW        PIC X VALUE "N".
           88  WS-ALREADY-CLOSED       VALUE "Y".
       01  WS-CARD-YEAR-SW             PIC X VALUE "N".
           88  WS-CARD-YEAR            VALUE "Y".
       01  WS-BREAK-SW                 PIC X VALUE "N".
           88  WS-CLOSE-BREAK          VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X VALUE "N".
           88  WS-MASTER-OPEN          VALUE "Y".
       01  WS-CUST-OPEN-SW             PIC X VALUE "N".
           88  WS-CUST-OPEN            VALUE "Y".
       01  WS-ACCOUNT-FOUND-SW         PIC X VALUE "N".
           88  WS-ACCOUNT-FOUND        VALUE "Y".

       01  WS-CLOSE-YEAR               PIC X(4) VALUE SPACES.
       01  WS-NEW-YEAR                 PIC X(4) VALUE SPACES.
       01  WS-NEW-YEAR-NUM             PIC 9(4).
       01  WS-YEAR-END-DATE            PIC X(10) VALUE SPACES.

      *    One entry per account on the year-end snapshot.  ACCTSNAP
      *    writes its position in account key order, so the table is
      *    loaded ascending and searched with SEARCH ALL - the
      *    year's POSTTRAN.DAT rows are too many for a serial search
      *    per row.  Unused entries hold HIGH-VALUES keys so the
      *    binary search never lands on one.
       01  WS-YE-MAX                   PIC 9(5) VALUE 5000.
       01  WS-YE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-YE-TABLE.
           05  WS-YE-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-YE-ACCOUNT-ID
                   INDEXED BY YE-IDX.
               10  WS-YE-ACCOUNT-ID    PIC X(4).
               10  WS-YE-OPEN-FOUND-SW PIC X(1).
                   88  WS-YE-OPEN-FOUND VALUE "Y".
               10  WS-YE-OPENING       PIC S9(11)V9999.
               10  WS-YE-INTEREST      PIC S9(11)V9999.
               10  WS-YE-DEPOSITS      PIC S9(11)V9999.
               10  WS-YE-WITHDRAWALS   PIC S9(11)V9999.
               10  WS-YE-REVERSALS     PIC S9(11)V9999.
               10  WS-YE-CLOSING       PIC S9(11)V9999.
       01  WS-YE-SUB                   PIC 9(5).
       01  WS-LAST-SNAP-ID             PIC X(4) VALUE LOW-VALUES.
       01  WS-FIND-ACCOUNT-ID          PIC X(4).

       01  WS-ROWS-READ                PIC 9(7) VALUE ZERO.
       01  WS-ROWS-ARCHIVED            PIC 9(7) VALUE ZERO.
       01  WS-ROWS-EARLIER             PIC 9(7) VALUE ZERO.
       01  WS-ROWS-RETAINED            PIC 9(7) VALUE ZERO.
       01  WS-ROWS-UNMATCHED           PIC 9(7) VALUE ZERO.
       01  WS-TIED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-DERIVED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-TAX-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-TAX-TOTAL-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-TAX-CENTS                PIC 9(11).

       01  WS-ARCHIVED-MOVEMENT        PIC S9(13)V9999 VALUE ZERO.
       01  WS-UNMATCHED-MOVEMENT       PIC S9(13)V9999 VALUE ZERO.
       01  WS-SUMMARY-MOVEMENT         PIC S9(13)V9999 VALUE ZERO.
       01  WS-SNAPSHOT-TOTAL           PIC S9(13)V9999 VALUE ZERO.
       01  WS-OPENING-WRITTEN-TOTAL    PIC S9(13)V9999 VALUE ZERO.
       01  WS-ACCOUNT-MOVEMENT         PIC S9(11)V9999.
       01  WS-EXPECTED-CLOSING         PIC S9(11)V9999.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-COUNT-EDIT-2             PIC Z(6)9.
       01  WS-COUNT-EDIT-3             PIC Z(6)9.
       01  WS-TOTAL-EDIT               PIC -(13)9.9999.
       01  WS-TOTAL-EDIT-2             PIC -(13)9.9999.

       01  WS-REPORT-HEADING           PIC X(132).
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "ACCT".
           05  FILLER                  PIC X(18) VALUE
               "          OPENING".
           05  FILLER                  PIC X(18) VALUE
               "         INTEREST".
           05  FILLER                  PIC X(18) VALUE
               "         DEPOSITS".
           05  FILLER                  PIC X(18) VALUE
               "      WITHDRAWALS".
           05  FILLER                  PIC X(18) VALUE
               "        REVERSALS".
           05  FILLER                  PIC X(18) VALUE
               "          CLOSING".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PROOF".
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-OPENING             PIC -(11)9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-INTEREST            PIC -(11)9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-DEPOSITS            PIC -(11)9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-WITHDRAWALS         PIC -(11)9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-REVERSALS           PIC -(11)9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-CLOSING             PIC -(11)9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-PROOF               PIC X(10).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "YRCLOSE".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).
       01  WS-FAILED-OPERATION         PIC X(18).
       01  WS-FAILED-STATUS            PIC XX.

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-CLOSE-THIS-RUN
               PERFORM 2000-LOAD-SNAPSHOT
           END-IF
           IF WS-CLOSE-THIS-RUN AND NOT WS-ABEND-CONDITION
               PERFORM 2500-LOAD-OPENINGS
               PERFORM 3000-SUMMARIZE-AND-ARCHIVE
           END-IF
           IF WS-CLOSE-THIS-RUN AND NOT WS-ABEND-CONDITION
               PERFORM 4000-COPY-WORK-BACK
           END-IF
           IF WS-CLOSE-THIS-RUN AND NOT WS-ABEND-CONDITION
               PERFORM 5000-WRITE-SUMMARIES
               PERFORM 6000-PROVE-CLOSE
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
           MOVE WS-RUN-DATE(1:4) TO WS-CLOSE-YEAR
           PERFORM 1100-READ-CONTROL-CARD

           OPEN OUTPUT YC-REPORT-FILE
           MOVE SPACES TO WS-REPORT-HEADING
           STRING "YEAR-END CLOSE CONTROL REPORT - YEAR "
                   WS-CLOSE-YEAR " - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           WRITE YC-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE YC-REPORT-LINE FROM WS-REPORT-RULE

           PERFORM 1200-FIND-YEAR-END
           EVALUATE TRUE
               WHEN WS-YEAR-END-DATE = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "    NO BUSINESS DAY FOR " WS-CLOSE-YEAR
                           " ON CALENDAR.DAT - NOTHING CLOSED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
               WHEN NOT WS-CARD-YEAR
                       AND WS-RUN-DATE NOT = WS-YEAR-END-DATE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "    " WS-RUN-DATE " IS NOT THE LAST "
                           "BUSINESS DAY OF " WS-CLOSE-YEAR " ("
                           WS-YEAR-END-DATE ") - NOTHING TO CLOSE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
               WHEN OTHER
                   PERFORM 1300-CHECK-ALREADY-CLOSED
                   IF WS-ALREADY-CLOSED
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "    YEAR " WS-CLOSE-YEAR " ALREADY "
                               "CLOSED - OPENINGS FOR " WS-NEW-YEAR
                               " ARE ON YROPEN.DAT"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
                       DISPLAY "YRCLOSE: YEAR " WS-CLOSE-YEAR
                           " ALREADY CLOSED" UPON CONSOLE
                   ELSE
                       SET WS-CLOSE-THIS-RUN TO TRUE
                   END-IF
           END-EVALUATE.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT YC-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ YC-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE YC-BIZDATE-FILE
           END-IF.

       1100-READ-CONTROL-CARD.
           OPEN INPUT YC-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ YC-CTL-IN
                   NOT AT END
                       IF YCC-CLOSE-YEAR NUMERIC
                           MOVE YCC-CLOSE-YEAR TO WS-CLOSE-YEAR
                           SET WS-CARD-YEAR TO TRUE
                       END-IF
               END-READ
               CLOSE YC-CTL-IN
           END-IF
           MOVE WS-CLOSE-YEAR TO WS-NEW-YEAR-NUM
           ADD 1 TO WS-NEW-YEAR-NUM
           MOVE WS-NEW-YEAR-NUM TO WS-NEW-YEAR.

       1200-FIND-YEAR-END.
      *    CALENDAR.DAT is in date order, so the last business day
      *    read for the year is its year-end.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT YC-CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ YC-CALENDAR-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF CAL-DATE(1:4) = WS-CLOSE-YEAR
                               AND CAL-DAY-BUSINESS
                           MOVE CAL-DATE TO WS-YEAR-END-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CALENDAR-STATUS = "00" OR WS-CALENDAR-STATUS = "10"
               CLOSE YC-CALENDAR-FILE
           END-IF.

       1300-CHECK-ALREADY-CLOSED.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT YC-OPENING-FILE
           IF WS-OPENING-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ YC-OPENING-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF YRO-YEAR = WS-NEW-YEAR
                           SET WS-ALREADY-CLOSED TO TRUE
                           SET WS-EOF-INPUT TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPENING-STATUS = "00" OR WS-OPENING-STATUS = "10"
               CLOSE YC-OPENING-FILE
           END-IF.

       2000-LOAD-SNAPSHOT.
           MOVE HIGH-VALUES TO WS-YE-TABLE
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT YC-SNAPSHOT-IN
           IF WS-SNAPSHOT-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ YC-SNAPSHOT-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF SNP-RUN-DATE = WS-YEAR-END-DATE
                           PERFORM 2100-TAKE-SNAPSHOT-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAPSHOT-STATUS = "00" OR WS-SNAPSHOT-STATUS = "10"
               CLOSE YC-SNAPSHOT-IN
           END-IF
           IF WS-YE-COUNT = ZERO
               SET WS-ABEND-CONDITION TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    NO ACCTSNAP.DAT POSITION FOR "
                       WS-YEAR-END-DATE " - CLOSE STOPPED, NOTHING "
                       "ARCHIVED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
               MOVE "2000-LOAD-SNAPSHOT" TO WS-LOG-PARAGRAPH
               MOVE "YC0001"             TO WS-LOG-ERROR-CODE
               MOVE WS-YEAR-END-DATE     TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2100-TAKE-SNAPSHOT-ROW.
      *    A key out of ascending order would break the binary
      *    search, so it stops the close the same as a full table.
           IF SNP-ACCOUNT-ID NOT > WS-LAST-SNAP-ID
                   OR WS-YE-COUNT NOT < WS-YE-MAX
               SET WS-ABEND-CONDITION TO TRUE
               DISPLAY "YRCLOSE: YEAR-END SNAPSHOT OUT OF ORDER OR "
                   "OVER " WS-YE-MAX " ACCOUNTS AT " SNP-ACCOUNT-ID
                   " - CLOSE STOPPED" UPON CONSOLE
           ELSE
               ADD 1 TO WS-YE-COUNT
               MOVE SNP-ACCOUNT-ID TO WS-YE-ACCOUNT-ID(WS-YE-COUNT)
               MOVE SNP-ACCOUNT-ID TO WS-LAST-SNAP-ID
               MOVE "N"         TO WS-YE-OPEN-FOUND-SW(WS-YE-COUNT)
               MOVE ZERO        TO WS-YE-OPENING(WS-YE-COUNT)
               MOVE ZERO        TO WS-YE-INTEREST(WS-YE-COUNT)
               MOVE ZERO        TO WS-YE-DEPOSITS(WS-YE-COUNT)
               MOVE ZERO        TO WS-YE-WITHDRAWALS(WS-YE-COUNT)
               MOVE ZERO        TO WS-YE-REVERSALS(WS-YE-COUNT)
               MOVE SNP-BALANCE TO WS-YE-CLOSING(WS-YE-COUNT)
               ADD SNP-BALANCE  TO WS-SNAPSHOT-TOTAL
           END-IF.

       2500-LOAD-OPENINGS.
      *    The closed year's openings are the rows the previous
      *    close wrote under this year.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT YC-OPENING-FILE
           IF WS-OPENING-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ YC-OPENING-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF YRO-YEAR = WS-CLOSE-YEAR
                           MOVE YRO-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
                           PERFORM 2900-FIND-ACCOUNT
                           IF WS-ACCOUNT-FOUND
                               MOVE YRO-OPENING-BALANCE
                                   TO WS-YE-OPENING(YE-IDX)
                               SET WS-YE-OPEN-FOUND(YE-IDX) TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPENING-STATUS = "00" OR WS-OPENING-STATUS = "10"
               CLOSE YC-OPENING-FILE
           END-IF.

       2900-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND-SW
           SEARCH ALL WS-YE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-YE-ACCOUNT-ID(YE-IDX) = WS-FIND-ACCOUNT-ID
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-SEARCH.

       3000-SUMMARIZE-AND-ARCHIVE.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT YC-POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           OPEN OUTPUT YC-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE "YRCLOSE.WRK OPEN"  TO WS-FAILED-OPERATION
               MOVE WS-WORK-STATUS      TO WS-FAILED-STATUS
               PERFORM 3900-ARCHIVE-FAILED
           END-IF
           OPEN EXTEND YC-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT YC-ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
                   AND NOT WS-ABEND-CONDITION
               MOVE "POSTTRAN.ARC OPEN" TO WS-FAILED-OPERATION
               MOVE WS-ARCHIVE-STATUS   TO WS-FAILED-STATUS
               PERFORM 3900-ARCHIVE-FAILED
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ YC-POSTED-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 3100-DISPOSE-POSTED-ROW
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE YC-POSTED-FILE
           END-IF
           CLOSE YC-WORK-FILE
           CLOSE YC-ARCHIVE-FILE.

       3100-DISPOSE-POSTED-ROW.
           IF PST-RUN-DATE(5:1) = "-"
                   AND PST-RUN-DATE(1:4) NOT > WS-CLOSE-YEAR
               WRITE YC-ARCHIVE-RECORD FROM POSTED-TRAN-RECORD
               IF WS-ARCHIVE-STATUS NOT = "00"
                   MOVE "POSTTRAN.ARC WRITE" TO WS-FAILED-OPERATION
                   MOVE WS-ARCHIVE-STATUS    TO WS-FAILED-STATUS
                   PERFORM 3900-ARCHIVE-FAILED
               END-IF
               ADD 1 TO WS-ROWS-ARCHIVED
               IF PST-RUN-DATE(1:4) = WS-CLOSE-YEAR
                   MOVE PST-TRAN-RECORD TO TRAN-RECORD
                   IF TRAN-STATUS-OK AND TRAN-AMOUNT NUMERIC
                       PERFORM 3200-SUMMARIZE-ROW
                   END-IF
               ELSE
                   ADD 1 TO WS-ROWS-EARLIER
               END-IF
           ELSE
               WRITE YC-WORK-RECORD FROM POSTED-TRAN-RECORD
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "YRCLOSE.WRK WRITE" TO WS-FAILED-OPERATION
                   MOVE WS-WORK-STATUS      TO WS-FAILED-STATUS
                   PERFORM 3900-ARCHIVE-FAILED
               END-IF
               ADD 1 TO WS-ROWS-RETAINED
           END-IF.

       3200-SUMMARIZE-ROW.
      *    Interest is an INTACCR posting (account + "INT" + seq) or
      *    the reversal of one, so the tax figure is what was
      *    actually left credited.
           ADD TRAN-AMOUNT TO WS-ARCHIVED-MOVEMENT
           MOVE TRAN-ID(1:4) TO WS-FIND-ACCOUNT-ID
           PERFORM 2900-FIND-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               ADD 1 TO WS-ROWS-UNMATCHED
               ADD TRAN-AMOUNT TO WS-UNMATCHED-MOVEMENT
               MOVE "3200-SUMMARIZE-ROW" TO WS-LOG-PARAGRAPH
               MOVE "YC0003"             TO WS-LOG-ERROR-CODE
               MOVE TRAN-ID              TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               EVALUATE TRUE
                   WHEN PST-ENTRY-REVERSAL
                           AND PST-LINK-TRAN-ID(5:3) = "INT"
                       ADD TRAN-AMOUNT TO WS-YE-INTEREST(YE-IDX)
                   WHEN PST-ENTRY-REVERSAL
                       ADD TRAN-AMOUNT TO WS-YE-REVERSALS(YE-IDX)
                   WHEN TRAN-ID(5:3) = "INT"
                       ADD TRAN-AMOUNT TO WS-YE-INTEREST(YE-IDX)
                   WHEN TRAN-AMOUNT > ZERO
                       ADD TRAN-AMOUNT TO WS-YE-DEPOSITS(YE-IDX)
                   WHEN OTHER
                       ADD TRAN-AMOUNT TO WS-YE-WITHDRAWALS(YE-IDX)
               END-EVALUATE
           END-IF.

       3900-ARCHIVE-FAILED.
      *    Nothing has been taken off POSTTRAN.DAT yet, but the
      *    archive may already hold part of the year, so the close
      *    stops here and a rerun starts from the backup.
           SET WS-ABEND-CONDITION TO TRUE
           SET WS-EOF-INPUT       TO TRUE
           MOVE "3000-SUMMARIZE-AND-ARCHIVE" TO WS-LOG-PARAGRAPH
           MOVE "YC0004"                     TO WS-LOG-ERROR-CODE
           PERFORM 3950-REPORT-IO-FAILURE
           MOVE "    POSTTRAN.DAT LEFT AS IT WAS - RESTORE POSTTRAN.ARC"
               TO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE "    FROM THE WINBKUP BACKUP BEFORE THE CLOSE IS RERUN"
               TO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE.

       3950-REPORT-IO-FAILURE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " WS-FAILED-OPERATION " FAILED - STATUS "
                   WS-FAILED-STATUS " - CLOSE STOPPED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           DISPLAY "YRCLOSE: " WS-FAILED-OPERATION " FAILED - STATUS "
               WS-FAILED-STATUS " - CLOSE STOPPED" UPON CONSOLE
           MOVE SPACES TO WS-LOG-DATA
           STRING WS-FAILED-OPERATION " STATUS " WS-FAILED-STATUS
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       4000-COPY-WORK-BACK.
      *    Rewrite POSTTRAN.DAT from the work file with only the
      *    rows after the closed year, the way SUSPSWP rewrites
      *    POSTSUSP.DAT.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT YC-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE "YRCLOSE.WRK OPEN"  TO WS-FAILED-OPERATION
               MOVE WS-WORK-STATUS      TO WS-FAILED-STATUS
               PERFORM 4900-COPY-BACK-FAILED
           ELSE
               OPEN OUTPUT YC-POSTED-FILE
               IF WS-POSTED-STATUS NOT = "00"
                   MOVE "POSTTRAN.DAT OPEN" TO WS-FAILED-OPERATION
                   MOVE WS-POSTED-STATUS    TO WS-FAILED-STATUS
                   PERFORM 4900-COPY-BACK-FAILED
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ YC-WORK-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       WRITE POSTED-TRAN-RECORD FROM YC-WORK-RECORD
                       IF WS-POSTED-STATUS NOT = "00"
                           MOVE "POSTTRAN.DAT WRITE"
                               TO WS-FAILED-OPERATION
                           MOVE WS-POSTED-STATUS TO WS-FAILED-STATUS
                           PERFORM 4900-COPY-BACK-FAILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YC-WORK-FILE
           CLOSE YC-POSTED-FILE.

       4900-COPY-BACK-FAILED.
      *    The closed year is safe on POSTTRAN.ARC and the later rows
      *    are still on YRCLOSE.WRK, but POSTTRAN.DAT is not whole.
           SET WS-ABEND-CONDITION TO TRUE
           SET WS-EOF-INPUT       TO TRUE
           MOVE "4000-COPY-WORK-BACK" TO WS-LOG-PARAGRAPH
           MOVE "YC0005"              TO WS-LOG-ERROR-CODE
           PERFORM 3950-REPORT-IO-FAILURE
           MOVE "    POSTTRAN.DAT INCOMPLETE - RESTORE POSTTRAN.DAT AND"
               TO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE "    POSTTRAN.ARC FROM THE WINBKUP BACKUP BEFORE THE"
               TO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE "    CLOSE IS RERUN" TO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE.

       5000-WRITE-SUMMARIES.
           OPEN EXTEND YC-SUMMARY-FILE
           IF WS-SUMMARY-STATUS = "35"
               OPEN OUTPUT YC-SUMMARY-FILE
           END-IF
           OPEN EXTEND YC-OPENING-FILE
           IF WS-OPENING-STATUS = "35"
               OPEN OUTPUT YC-OPENING-FILE
           END-IF
           OPEN OUTPUT YC-TAX-FILE
           MOVE SPACES        TO YC-TAX-RECORD
           SET TAX-HEADER     TO TRUE
           MOVE WS-CLOSE-YEAR TO TAX-YEAR
           WRITE YC-TAX-RECORD
           OPEN INPUT YC-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT YC-CUST-MASTER
           IF WS-CUST-STATUS = "00"
               SET WS-CUST-OPEN TO TRUE
           END-IF
           WRITE YC-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 5100-SUMMARIZE-ONE-ACCOUNT
               VARYING WS-YE-SUB FROM 1 BY 1
               UNTIL WS-YE-SUB > WS-YE-COUNT
           MOVE SPACES          TO YC-TAX-RECORD
           SET TAX-TRAILER      TO TRUE
           MOVE WS-CLOSE-YEAR   TO TAX-YEAR
           MOVE WS-TAX-COUNT    TO TAX-DETAIL-COUNT
           MOVE WS-TAX-TOTAL-CENTS TO TAX-TOTAL-CENTS
           WRITE YC-TAX-RECORD
           CLOSE YC-SUMMARY-FILE YC-OPENING-FILE YC-TAX-FILE
           IF WS-MASTER-OPEN
               CLOSE YC-ACCT-MASTER
           END-IF
           IF WS-CUST-OPEN
               CLOSE YC-CUST-MASTER
           END-IF.

       5100-SUMMARIZE-ONE-ACCOUNT.
           COMPUTE WS-ACCOUNT-MOVEMENT =
               WS-YE-INTEREST(WS-YE-SUB) + WS-YE-DEPOSITS(WS-YE-SUB)
               + WS-YE-WITHDRAWALS(WS-YE-SUB)
               + WS-YE-REVERSALS(WS-YE-SUB)
           ADD WS-ACCOUNT-MOVEMENT TO WS-SUMMARY-MOVEMENT
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-YE-OPEN-FOUND(WS-YE-SUB)
               COMPUTE WS-EXPECTED-CLOSING =
                   WS-YE-OPENING(WS-YE-SUB) + WS-ACCOUNT-MOVEMENT
               IF WS-EXPECTED-CLOSING = WS-YE-CLOSING(WS-YE-SUB)
                   MOVE "TIES"   TO DET-PROOF
                   ADD 1 TO WS-TIED-COUNT
               ELSE
                   MOVE "BREAK"  TO DET-PROOF
                   ADD 1 TO WS-BROKEN-COUNT
               END-IF
           ELSE
               COMPUTE WS-YE-OPENING(WS-YE-SUB) =
                   WS-YE-CLOSING(WS-YE-SUB) - WS-ACCOUNT-MOVEMENT
               MOVE "DERIVED" TO DET-PROOF
               ADD 1 TO WS-DERIVED-COUNT
           END-IF

           MOVE SPACES                    TO YC-SUMMARY-RECORD
           MOVE WS-CLOSE-YEAR             TO YRS-YEAR
           MOVE WS-YE-ACCOUNT-ID(WS-YE-SUB) TO YRS-ACCOUNT-ID
           MOVE WS-YE-OPENING(WS-YE-SUB)  TO YRS-OPENING-BALANCE
           MOVE WS-YE-INTEREST(WS-YE-SUB) TO YRS-INTEREST
           MOVE WS-YE-DEPOSITS(WS-YE-SUB) TO YRS-DEPOSITS
           MOVE WS-YE-WITHDRAWALS(WS-YE-SUB) TO YRS-WITHDRAWALS
           MOVE WS-YE-REVERSALS(WS-YE-SUB) TO YRS-REVERSALS
           MOVE WS-YE-CLOSING(WS-YE-SUB)  TO YRS-CLOSING-BALANCE
           IF WS-YE-OPEN-FOUND(WS-YE-SUB)
               SET YRS-OPENING-ON-FILE TO TRUE
           ELSE
               SET YRS-OPENING-DERIVED TO TRUE
           END-IF
           WRITE YC-SUMMARY-RECORD

           MOVE SPACES                    TO YC-OPENING-RECORD
           MOVE WS-NEW-YEAR               TO YRO-YEAR
           MOVE WS-YE-ACCOUNT-ID(WS-YE-SUB) TO YRO-ACCOUNT-ID
           MOVE WS-YE-CLOSING(WS-YE-SUB)  TO YRO-OPENING-BALANCE
           WRITE YC-OPENING-RECORD
           ADD WS-YE-CLOSING(WS-YE-SUB)   TO WS-OPENING-WRITTEN-TOTAL

           IF WS-YE-INTEREST(WS-YE-SUB) > ZERO
               PERFORM 5200-WRITE-TAX-DETAIL
           END-IF

           MOVE WS-YE-ACCOUNT-ID(WS-YE-SUB)  TO DET-ACCOUNT-ID
           MOVE WS-YE-OPENING(WS-YE-SUB)     TO DET-OPENING
           MOVE WS-YE-INTEREST(WS-YE-SUB)    TO DET-INTEREST
           MOVE WS-YE-DEPOSITS(WS-YE-SUB)    TO DET-DEPOSITS
           MOVE WS-YE-WITHDRAWALS(WS-YE-SUB) TO DET-WITHDRAWALS
           MOVE WS-YE-REVERSALS(WS-YE-SUB)   TO DET-REVERSALS
           MOVE WS-YE-CLOSING(WS-YE-SUB)     TO DET-CLOSING
           WRITE YC-REPORT-LINE FROM WS-DETAIL-LINE.

       5200-WRITE-TAX-DETAIL.
      *    Interest is reported in whole cents; the name and
      *    postcode come from the account holder's CUSTMAST.DAT
      *    record and are left blank when the account is unlinked.
           MOVE SPACES                      TO YC-TAX-RECORD
           SET TAX-DETAIL                   TO TRUE
           MOVE WS-CLOSE-YEAR               TO TAX-YEAR
           MOVE WS-YE-ACCOUNT-ID(WS-YE-SUB) TO TAX-ACCOUNT-ID
           IF WS-MASTER-OPEN
               MOVE WS-YE-ACCOUNT-ID(WS-YE-SUB) TO ACT-ACCOUNT-ID
               READ YC-ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACT-CUSTOMER-ID TO TAX-CUSTOMER-ID
               END-READ
           END-IF
           IF WS-CUST-OPEN AND TAX-CUSTOMER-ID NOT = SPACES
               MOVE TAX-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ YC-CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-NAME     TO TAX-NAME
                       MOVE CUS-POSTCODE TO TAX-POSTCODE
               END-READ
           END-IF
           COMPUTE WS-TAX-CENTS ROUNDED =
               WS-YE-INTEREST(WS-YE-SUB) * 100
           MOVE WS-TAX-CENTS TO TAX-INTEREST-CENTS
           WRITE YC-TAX-RECORD
           ADD 1            TO WS-TAX-COUNT
           ADD WS-TAX-CENTS TO WS-TAX-TOTAL-CENTS.

       6000-PROVE-CLOSE.
           WRITE YC-REPORT-LINE FROM WS-REPORT-RULE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-YE-COUNT TO WS-COUNT-EDIT
           STRING "    YEAR-END DATE " WS-YEAR-END-DATE
                   "  ACCOUNTS SUMMARIZED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-ARCHIVED TO WS-COUNT-EDIT
           MOVE WS-ROWS-EARLIER  TO WS-COUNT-EDIT-2
           STRING "    POSTTRAN ROWS ARCHIVED " WS-COUNT-EDIT
                   "  FROM EARLIER YEARS " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-RETAINED TO WS-COUNT-EDIT
           STRING "    POSTTRAN ROWS RETAINED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ARCHIVED-MOVEMENT TO WS-TOTAL-EDIT
           MOVE WS-SUMMARY-MOVEMENT  TO WS-TOTAL-EDIT-2
           STRING "    ARCHIVED MOVEMENT " WS-TOTAL-EDIT
                   "  SUMMARIZED MOVEMENT " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-SNAPSHOT-TOTAL        TO WS-TOTAL-EDIT
           MOVE WS-OPENING-WRITTEN-TOTAL TO WS-TOTAL-EDIT-2
           STRING "    YEAR-END SNAPSHOT   " WS-TOTAL-EDIT
                   "  NEW-YEAR OPENINGS   " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TAX-COUNT TO WS-COUNT-EDIT
           STRING "    TAX DETAILS WRITTEN " WS-COUNT-EDIT
                   "  TOTAL CENTS " WS-TAX-TOTAL-CENTS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TIED-COUNT    TO WS-COUNT-EDIT
           MOVE WS-BROKEN-COUNT  TO WS-COUNT-EDIT-2
           MOVE WS-DERIVED-COUNT TO WS-COUNT-EDIT-3
           STRING "    ACCOUNTS TIED " WS-COUNT-EDIT
                   "  BROKEN " WS-COUNT-EDIT-2
                   "  OPENING DERIVED " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           IF WS-ROWS-UNMATCHED > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-ROWS-UNMATCHED     TO WS-COUNT-EDIT
               MOVE WS-UNMATCHED-MOVEMENT TO WS-TOTAL-EDIT
               STRING "    ROWS FOR ACCOUNTS NOT IN THE SNAPSHOT "
                       WS-COUNT-EDIT "  AMOUNT " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           IF WS-BROKEN-COUNT > ZERO OR WS-ROWS-UNMATCHED > ZERO
                   OR WS-ARCHIVED-MOVEMENT
                       NOT = WS-SUMMARY-MOVEMENT + WS-UNMATCHED-MOVEMENT
                   OR WS-OPENING-WRITTEN-TOTAL NOT = WS-SNAPSHOT-TOTAL
               SET WS-CLOSE-BREAK TO TRUE
               MOVE "    YEAR-END CLOSE DOES NOT TIE TO THE SNAPSHOT"
                   TO WS-PRINT-LINE
               WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
               DISPLAY "YRCLOSE: YEAR-END CLOSE DOES NOT TIE - "
                   "SEE YRCLOSE.RPT" UPON CONSOLE
               MOVE "6000-PROVE-CLOSE" TO WS-LOG-PARAGRAPH
               MOVE "YC0002"           TO WS-LOG-ERROR-CODE
               MOVE WS-CLOSE-YEAR      TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               MOVE "    YEAR-END CLOSE TIES TO THE SNAPSHOT"
                   TO WS-PRINT-LINE
               WRITE YC-REPORT-LINE FROM WS-PRINT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE YC-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION OR WS-CLOSE-BREAK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALREADY-CLOSED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF WS-CLOSE-THIS-RUN AND NOT WS-ABEND-CONDITION
               DISPLAY "YRCLOSE CLOSED " WS-CLOSE-YEAR " - "
                   WS-YE-COUNT " ACCOUNTS, " WS-ROWS-ARCHIVED
                   " ROWS ARCHIVED" UPON CONSOLE
           ELSE
               DISPLAY "YRCLOSE NOTHING CLOSED FOR " WS-CLOSE-YEAR
                   UPON CONSOLE
           END-IF.
