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
      *	STOGEN is the nightly standing-order generator.  It runs
      *	after SUSPSWP and ahead of TRANROUT, reads every order on
      *	STORDMST.DAT (STORDREC.cpy, kept by STOMNT) and turns each
      *	active order whose next due date has come into an ordinary
      *	TRANREC.cpy transaction for tonight's feed.
      *
      *	An order is due when SO-NEXT-DUE-DATE is on or before the
      *	business date.  A scheduled date that is a weekend or a
      *	holiday on CALENDAR.DAT is paid on the next business day,
      *	so an order due on Saturday goes out with Monday's window
      *	and is reported as moved; one whose effective day has
      *	already gone by (the window did not run) is reported late.
      *	One occurrence is generated per order per night - an order
      *	that fell more than one period behind catches up a period
      *	a night rather than debiting the account several times at
      *	once.  After generating, the next due date moves on one
      *	period; an order whose next due date passes its end date is
      *	marked ended.
      *
      *	The account the order runs on - and, for a transfer, the
      *	account it pays to - must be open.  A frozen, closed or
      *	missing account skips the occurrence: nothing is generated,
      *	the next due date still moves on (the payment for that date
      *	is not made later), the order is marked skipped and SO0013
      *	is logged.
      *
      *	Each generated item carries a TRAN-ID of the account, "S",
      *	the order reference and SO-GEN-COUNT, so every occurrence
      *	has an id of its own for good; TRAN-CODE from the order;
      *	operator "+" so TRANROUT stages it to the calculation and
      *	posting feed; the amount in TRAN-OPERAND-1 and TRAN-AMOUNT;
      *	for a transfer the payee account number in TRAN-OPERAND-2;
      *	and the account's own currency.
      *
      *	STOGEN.DAT holds tonight's items wrapped in the FEEDCTL.cpy
      *	header and trailer (source system STOGEN, count and operand
      *	1 hash), as INTACCR writes its feed, and the whole set is
      *	appended to TRANIN.DAT as one more transmission, so it is
      *	balanced, registered on FEEDREG.DAT and posted like any
      *	other.  A rerun for the same business date generates the
      *	same set again from the orders stamped with tonight's date
      *	- the same ids, no second advance - and the set is not
      *	appended a second time while TRANIN.DAT or FEEDREG.DAT
      *	already carries STOGEN's transmission for the date.
      *
      *	STOGEN.RPT lists the items generated, the occurrences
      *	skipped with the reason, and the orders whose end date falls
      *	in the business date's month.  Skips end the run with return
      *	code 4; a master that cannot be opened or updated, or a
      *	feed that cannot be sent, with return code 8.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     STOGEN.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT SG-ORDER-MASTER ASSIGN TO "STORDMST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS SO-ORDER-KEY
               FILE STATUS   IS WS-ORDER-STATUS.

           SELECT SG-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT SG-CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CALENDAR-STATUS.

           SELECT SG-FEED-FILE ASSIGN TO "STOGEN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-FEED-STATUS.

           SELECT SG-TRANIN-FILE ASSIGN TO "TRANIN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TRANIN-STATUS.

           SELECT SG-REGISTER-IN ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REGISTER-STATUS.

           SELECT SG-REPORT-FILE ASSIGN TO "STOGEN.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT SG-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  SG-ORDER-MASTER.
       COPY stordrec.

       FD  SG-ACCT-MASTER.
       COPY acctrec.

       FD  SG-CALENDAR-FILE.
       01  SG-CALENDAR-RECORD.
           05  CAL-DATE                PIC X(10).
           05  FILLER                  PIC X(1).
           05  CAL-DAY-TYPE            PIC X(1).
               88  CAL-DAY-BUSINESS    VALUE "B".

       FD  SG-FEED-FILE.
       01  SG-FEED-RECORD              PIC X(57).

       FD  SG-TRANIN-FILE.
       01  SG-TRANIN-RECORD            PIC X(57).

      *    FEEDREG.DAT as TRANROUT writes it: only the date and the
      *    source are needed here.
       FD  SG-REGISTER-IN.
       01  SG-REGISTER-RECORD.
           05  SGR-FEED-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  SGR-SOURCE-SYSTEM       PIC X(8).
           05  FILLER                  PIC X(30).

       FD  SG-REPORT-FILE.
       01  SG-REPORT-LINE              PIC X(132).

       FD  SG-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       COPY tranrec.
       COPY feedctl.

       01  WS-ORDER-STATUS             PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-FEED-STATUS              PIC XX.
       01  WS-TRANIN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BIZDATE-STATUS           PIC XX.

       01  WS-EOF-ORDER-SW             PIC X VALUE "N".
           88  WS-EOF-ORDER            VALUE "Y".
       01  WS-EOF-CALENDAR-SW          PIC X VALUE "N".
           88  WS-EOF-CALENDAR         VALUE "Y".
       01  WS-EOF-FEED-SW              PIC X VALUE "N".
           88  WS-EOF-FEED             VALUE "Y".
       01  WS-EOF-TRANIN-SW            PIC X VALUE "N".
           88  WS-EOF-TRANIN           VALUE "Y".
       01  WS-EOF-REGISTER-SW          PIC X VALUE "N".
           88  WS-EOF-REGISTER         VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-ACCT-OPEN-SW             PIC X VALUE "N".
           88  WS-ACCT-OPEN            VALUE "Y".
       01  WS-CALENDAR-LOADED-SW       PIC X VALUE "N".
           88  WS-CALENDAR-LOADED      VALUE "Y".
       01  WS-ORDER-DUE-SW             PIC X VALUE "N".
           88  WS-ORDER-DUE            VALUE "Y".
       01  WS-REISSUE-SW               PIC X VALUE "N".
           88  WS-REISSUE              VALUE "Y".
       01  WS-ORDER-CHANGED-SW         PIC X VALUE "N".
           88  WS-ORDER-CHANGED        VALUE "Y".
       01  WS-NON-BUSINESS-SW          PIC X VALUE "N".
           88  WS-NON-BUSINESS-DAY     VALUE "Y".
       01  WS-ALREADY-SENT-SW          PIC X VALUE "N".
           88  WS-ALREADY-SENT         VALUE "Y".

      *    Weekends and holidays from CALENDAR.DAT, for the weeks
      *    before the business date - a due date can only have been
      *    missed backwards.
       01  WS-HOLIDAY-MAX              PIC 9(4) VALUE 200.
       01  WS-HOLIDAY-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HOL-IDX.
               10  WS-HOLIDAY-DATE     PIC X(10).
       01  WS-CALENDAR-LOW-DATE        PIC X(10).
       01  WS-CALENDAR-DAYS-BACK       PIC 9(3) VALUE 62.

      *    Skipped occurrences and expiring orders are held until
      *    the pass is over, so each prints as its own section.
       01  WS-SKIP-MAX                 PIC 9(4) VALUE 500.
       01  WS-SKIP-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SKIP-IDX.
               10  WS-SKIP-ORDER-KEY   PIC X(5).
               10  WS-SKIP-TRAN-CODE   PIC 9(3).
               10  WS-SKIP-AMOUNT      PIC S9(9)V9999.
               10  WS-SKIP-DUE-DATE    PIC X(10).
               10  WS-SKIP-ACCOUNT-ID  PIC X(4).
               10  WS-SKIP-REASON      PIC X(20).
       01  WS-EXPIRE-MAX               PIC 9(4) VALUE 500.
       01  WS-EXPIRE-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-EXPIRE-TABLE.
           05  WS-EXPIRE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-EXP-IDX.
               10  WS-EXPIRE-ORDER-KEY PIC X(5).
               10  WS-EXPIRE-STATUS    PIC X(1).
               10  WS-EXPIRE-AMOUNT    PIC S9(9)V9999.
               10  WS-EXPIRE-NEXT-DUE  PIC X(10).
               10  WS-EXPIRE-END-DATE  PIC X(10).
               10  WS-EXPIRE-DESC      PIC X(20).

      *    Date arithmetic on WS-SCHED-DATE (YYYY-MM-DD), shared
      *    with stomnt.cob.
       01  WS-SCHED-DATE               PIC X(10).
       01  WS-SCHED-PARTS REDEFINES WS-SCHED-DATE.
           05  WS-SCHED-YEAR           PIC 9(4).
           05  WS-SCHED-SEP-1          PIC X(1).
           05  WS-SCHED-MONTH          PIC 9(2).
           05  WS-SCHED-SEP-2          PIC X(1).
           05  WS-SCHED-DAY            PIC 9(2).
       01  WS-SCHED-YYYYMMDD           PIC 9(8).
       01  WS-SCHED-YMD-PARTS REDEFINES WS-SCHED-YYYYMMDD.
           05  WS-SCHED-YMD-YEAR       PIC 9(4).
           05  WS-SCHED-YMD-MONTH      PIC 9(2).
           05  WS-SCHED-YMD-DAY        PIC 9(2).
       01  WS-SCHED-INTEGER            PIC 9(7).
       01  WS-MONTH-DAYS-DATA          PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).

       01  WS-DUE-DATE                 PIC X(10).
       01  WS-EFFECTIVE-DATE           PIC X(10).
       01  WS-SKIP-REASON-TEXT         PIC X(20).
       01  WS-PAYEE-REASON             PIC X(12).
       01  WS-GENERATED-NOTE           PIC X(14).
       01  WS-FEED-RECORD              PIC X(57).
       01  WS-TO-ACCOUNT-NUMBER        PIC 9(4).

       01  WS-ORDER-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-GENERATED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ENDED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-COPIED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(11)V9999 VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.

       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-AMOUNT-EDIT              PIC -(9)9.9999.
       01  WS-PAGE-EDIT                PIC ZZZ9.

       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "STANDING ORDERS GENERATED - BUSINESS DAY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-GENERATED-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ORDER".
           05  FILLER                  PIC X(12) VALUE "TRAN-ID".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(6)  VALUE "TO".
           05  FILLER                  PIC X(12) VALUE "SCHEDULED".
           05  FILLER                  PIC X(12) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(51) VALUE "NOTE".

       01  WS-SKIPPED-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ORDER".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "SCHEDULED".
           05  FILLER                  PIC X(63) VALUE "REASON".

       01  WS-EXPIRING-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ORDER".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "NEXT DUE".
           05  FILLER                  PIC X(12) VALUE "END DATE".
           05  FILLER                  PIC X(51) VALUE "DESCRIPTION".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-ORDER-KEY           PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-TRAN-CODE           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-AMOUNT              PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-CURRENCY            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-TO-ACCOUNT-ID       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-DATE-1              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-DATE-2              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-NOTE                PIC X(20).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "STOGEN".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-PROCESS-ORDER UNTIL WS-EOF-ORDER
               CLOSE SG-ORDER-MASTER
               PERFORM 5000-CLOSE-FEED
               IF NOT WS-ABEND-CONDITION
                   PERFORM 5100-SEND-FEED
               END-IF
               PERFORM 8000-WRITE-SECTIONS
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
           MOVE WS-RUN-DATE TO HDG-BUSINESS-DATE
           MOVE WS-CURRENT-DATE-TIME(1:4) TO HDG-PRINT-DATE(1:4)
           MOVE "-"                       TO HDG-PRINT-DATE(5:1)
           MOVE WS-CURRENT-DATE-TIME(5:2) TO HDG-PRINT-DATE(6:2)
           MOVE "-"                       TO HDG-PRINT-DATE(8:1)
           MOVE WS-CURRENT-DATE-TIME(7:2) TO HDG-PRINT-DATE(9:2)

           OPEN OUTPUT SG-REPORT-FILE
           OPEN I-O SG-ORDER-MASTER
           IF WS-ORDER-STATUS = "35"
               SET WS-EOF-ORDER TO TRUE
               DISPLAY "STOGEN: STORDMST.DAT NOT PRESENT - NO "
                   "STANDING ORDERS" UPON CONSOLE
               OPEN OUTPUT SG-ORDER-MASTER
               CLOSE SG-ORDER-MASTER
               OPEN I-O SG-ORDER-MASTER
           END-IF
           IF WS-ORDER-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"          TO WS-LOG-PARAGRAPH
               MOVE "SO0011"                   TO WS-LOG-ERROR-CODE
               MOVE "STORDMST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               OPEN INPUT SG-ACCT-MASTER
               IF WS-ACCT-STATUS = "00"
                   SET WS-ACCT-OPEN TO TRUE
               END-IF
               PERFORM 1100-LOAD-CALENDAR
      *        The feed is started before any order is read so a
      *        run that stops part-way leaves a set with no trailer,
      *        which TRANROUT would refuse.
               OPEN OUTPUT SG-FEED-FILE
               MOVE SPACES       TO FEED-HEADER-RECORD
               MOVE "**HEADER**" TO FHD-RECORD-ID
               MOVE WS-RUN-DATE  TO FHD-FEED-DATE
               MOVE "STOGEN"     TO FHD-SOURCE-SYSTEM
               WRITE SG-FEED-RECORD FROM FEED-HEADER-RECORD
               MOVE WS-GENERATED-HEADING TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
               MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
               IF NOT WS-EOF-ORDER
                   PERFORM 2900-READ-NEXT-ORDER
               END-IF
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT SG-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ SG-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE SG-BIZDATE-FILE
           END-IF.

       1100-LOAD-CALENDAR.
      *    Only the non-business days in the weeks up to the
      *    business date are kept; without a calendar every date is
      *    taken as a business day and the run says so.
           MOVE WS-RUN-DATE TO WS-SCHED-DATE
           PERFORM 3300-SCHED-TO-INTEGER
           SUBTRACT WS-CALENDAR-DAYS-BACK FROM WS-SCHED-INTEGER
           PERFORM 3310-INTEGER-TO-SCHED
           MOVE WS-SCHED-DATE TO WS-CALENDAR-LOW-DATE
           OPEN INPUT SG-CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               MOVE "1100-LOAD-CALENDAR"     TO WS-LOG-PARAGRAPH
               MOVE "SO0014"                 TO WS-LOG-ERROR-CODE
               MOVE "CALENDAR.DAT NOT AVAILABLE" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               SET WS-CALENDAR-LOADED TO TRUE
               PERFORM UNTIL WS-EOF-CALENDAR
                   READ SG-CALENDAR-FILE
                       AT END
                           SET WS-EOF-CALENDAR TO TRUE
                       NOT AT END
                           IF CAL-DATE NOT < WS-CALENDAR-LOW-DATE
                                   AND CAL-DATE NOT > WS-RUN-DATE
                                   AND NOT CAL-DAY-BUSINESS
                               PERFORM 1150-ADD-HOLIDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SG-CALENDAR-FILE
           END-IF.

       1150-ADD-HOLIDAY.
           IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE CAL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           ELSE
               DISPLAY "STOGEN: HOLIDAY TABLE FULL AT " CAL-DATE
                   UPON CONSOLE
           END-IF.

       2000-PROCESS-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           MOVE "N" TO WS-ORDER-DUE-SW
           MOVE "N" TO WS-REISSUE-SW
           MOVE "N" TO WS-ORDER-CHANGED-SW
           EVALUATE TRUE
      *        Already dealt with under tonight's date: a generated
      *        item is written again, unchanged, so the feed is
      *        always the night's whole set; a skip is listed again.
               WHEN SO-LAST-GEN-DATE = WS-RUN-DATE
                       AND SO-RESULT-GENERATED
                   SET WS-REISSUE TO TRUE
                   PERFORM 2400-WRITE-ITEM
               WHEN SO-LAST-GEN-DATE = WS-RUN-DATE
                       AND SO-RESULT-SKIPPED
                   PERFORM 2150-CHECK-ACCOUNTS
                   PERFORM 2500-TABLE-SKIP
               WHEN SO-STATUS-ACTIVE
                       AND SO-END-DATE NOT = SPACES
                       AND SO-NEXT-DUE-DATE > SO-END-DATE
                   SET SO-STATUS-ENDED TO TRUE
                   SET WS-ORDER-CHANGED TO TRUE
                   ADD 1 TO WS-ENDED-COUNT
               WHEN SO-STATUS-ACTIVE
                       AND SO-NEXT-DUE-DATE NOT > WS-RUN-DATE
                   SET WS-ORDER-DUE TO TRUE
           END-EVALUATE
           IF WS-ORDER-DUE
               PERFORM 2100-GENERATE-OCCURRENCE
           END-IF
           IF WS-ORDER-CHANGED
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       SET WS-ABEND-CONDITION TO TRUE
                       MOVE "2000-PROCESS-ORDER" TO WS-LOG-PARAGRAPH
                       MOVE "SO0012"             TO WS-LOG-ERROR-CODE
                       MOVE SPACES               TO WS-LOG-DATA
                       STRING "STORDMST REWRITE FAILED " SO-ORDER-KEY
                           DELIMITED BY SIZE INTO WS-LOG-DATA
                       CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                           WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                           WS-LOG-DATA
               END-REWRITE
           END-IF
           IF NOT SO-STATUS-CANCELLED AND SO-END-DATE NOT = SPACES
                   AND SO-END-DATE(1:7) = WS-RUN-DATE(1:7)
               PERFORM 2600-TABLE-EXPIRING
           END-IF
      *    A master that will not take an update stops the run: the
      *    orders after it would otherwise go out a second time.
           IF WS-ABEND-CONDITION
               SET WS-EOF-ORDER TO TRUE
           ELSE
               PERFORM 2900-READ-NEXT-ORDER
           END-IF.

       2100-GENERATE-OCCURRENCE.
           MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE
           PERFORM 2200-FIND-EFFECTIVE-DATE
           PERFORM 2150-CHECK-ACCOUNTS
           MOVE WS-RUN-DATE TO SO-LAST-GEN-DATE
           IF WS-SKIP-REASON-TEXT = SPACES
               ADD 1 TO SO-GEN-COUNT
               SET SO-RESULT-GENERATED TO TRUE
               PERFORM 2400-WRITE-ITEM
           ELSE
               SET SO-RESULT-SKIPPED TO TRUE
               PERFORM 2500-TABLE-SKIP
               MOVE "2100-GENERATE-OCCURRENCE" TO WS-LOG-PARAGRAPH
               MOVE "SO0013"                   TO WS-LOG-ERROR-CODE
               MOVE SPACES                     TO WS-LOG-DATA
               STRING SO-ORDER-KEY " DUE " WS-DUE-DATE " "
                   WS-SKIP-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           MOVE SO-NEXT-DUE-DATE TO WS-SCHED-DATE
           PERFORM 3100-ADVANCE-ONE-PERIOD
           MOVE WS-SCHED-DATE TO SO-NEXT-DUE-DATE
           IF SO-END-DATE NOT = SPACES
                   AND SO-NEXT-DUE-DATE > SO-END-DATE
               SET SO-STATUS-ENDED TO TRUE
               ADD 1 TO WS-ENDED-COUNT
           END-IF
           SET WS-ORDER-CHANGED TO TRUE.

       2150-CHECK-ACCOUNTS.
      *    Both ends of the payment must be open accounts; the
      *    order's own account also supplies the currency.
           MOVE SPACES TO WS-SKIP-REASON-TEXT
           MOVE SPACES TO TRAN-CURRENCY-CODE
           IF NOT WS-ACCT-OPEN
               MOVE "NOT ON FILE" TO WS-SKIP-REASON-TEXT
           ELSE
               MOVE SO-ACCOUNT-ID TO ACT-ACCOUNT-ID
               PERFORM 2160-CHECK-ONE-ACCOUNT
               MOVE ACT-CURRENCY-CODE TO TRAN-CURRENCY-CODE
               IF WS-SKIP-REASON-TEXT = SPACES AND SO-CODE-TRANSFER
                   MOVE SO-TO-ACCOUNT-ID TO ACT-ACCOUNT-ID
                   PERFORM 2160-CHECK-ONE-ACCOUNT
                   IF WS-SKIP-REASON-TEXT NOT = SPACES
                       MOVE WS-SKIP-REASON-TEXT TO WS-PAYEE-REASON
                       MOVE SPACES TO WS-SKIP-REASON-TEXT
                       STRING "PAYEE " WS-PAYEE-REASON
                           DELIMITED BY SIZE
                           INTO WS-SKIP-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       2160-CHECK-ONE-ACCOUNT.
           READ SG-ACCT-MASTER
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-SKIP-REASON-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACT-STATUS-FROZEN
                           MOVE "FROZEN" TO WS-SKIP-REASON-TEXT
                       WHEN ACT-STATUS-CLOSED
                           MOVE "CLOSED" TO WS-SKIP-REASON-TEXT
                   END-EVALUATE
           END-READ.

       2200-FIND-EFFECTIVE-DATE.
      *    A scheduled date on a weekend or holiday is paid on the
      *    next business day - but never later than tonight.
           MOVE WS-DUE-DATE TO WS-SCHED-DATE
           PERFORM 3200-CHECK-NON-BUSINESS
           PERFORM UNTIL NOT WS-NON-BUSINESS-DAY
                   OR WS-SCHED-DATE NOT < WS-RUN-DATE
               PERFORM 3300-SCHED-TO-INTEGER
               ADD 1 TO WS-SCHED-INTEGER
               PERFORM 3310-INTEGER-TO-SCHED
               PERFORM 3200-CHECK-NON-BUSINESS
           END-PERFORM
           MOVE WS-SCHED-DATE TO WS-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN WS-EFFECTIVE-DATE < WS-RUN-DATE
                   MOVE "LATE"          TO WS-GENERATED-NOTE
               WHEN WS-EFFECTIVE-DATE NOT = WS-DUE-DATE
                   MOVE "HOLIDAY MOVED" TO WS-GENERATED-NOTE
               WHEN OTHER
                   MOVE SPACES          TO WS-GENERATED-NOTE
           END-EVALUATE.

       2400-WRITE-ITEM.
           IF WS-REISSUE
               PERFORM 2150-CHECK-ACCOUNTS
               MOVE SO-LAST-GEN-DATE TO WS-DUE-DATE
               MOVE SO-LAST-GEN-DATE TO WS-EFFECTIVE-DATE
               MOVE "RERUN - REISSUED" TO WS-GENERATED-NOTE
           END-IF
           MOVE SPACES TO TRAN-ID
           STRING SO-ACCOUNT-ID "S" SO-ORDER-REF SO-GEN-COUNT
               DELIMITED BY SIZE INTO TRAN-ID
           MOVE SO-TRAN-CODE  TO TRAN-CODE
           MOVE SO-AMOUNT     TO TRAN-OPERAND-1
           IF SO-CODE-TRANSFER
               MOVE SO-TO-ACCOUNT-ID TO WS-TO-ACCOUNT-NUMBER
               MOVE WS-TO-ACCOUNT-NUMBER TO TRAN-OPERAND-2
           ELSE
               MOVE ZERO      TO TRAN-OPERAND-2
           END-IF
           MOVE "+"           TO TRAN-OPERATOR-CODE
           MOVE SO-AMOUNT     TO TRAN-AMOUNT
           MOVE SPACE         TO TRAN-STATUS
           WRITE SG-FEED-RECORD FROM TRAN-RECORD
           ADD 1 TO WS-GENERATED-COUNT
           ADD TRAN-OPERAND-1 TO WS-HASH-TOTAL

           MOVE SPACES            TO WS-DETAIL-LINE
           MOVE SO-ORDER-KEY      TO DET-ORDER-KEY
           MOVE TRAN-ID           TO DET-TRAN-ID
           MOVE SO-TRAN-CODE      TO DET-TRAN-CODE
           MOVE SO-AMOUNT         TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO DET-AMOUNT
           MOVE TRAN-CURRENCY-CODE TO DET-CURRENCY
           IF SO-CODE-TRANSFER
               MOVE SO-TO-ACCOUNT-ID TO DET-TO-ACCOUNT-ID
           END-IF
           MOVE WS-DUE-DATE       TO DET-DATE-1
           MOVE WS-EFFECTIVE-DATE TO DET-DATE-2
           MOVE WS-GENERATED-NOTE TO DET-NOTE
           MOVE WS-DETAIL-LINE    TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       2500-TABLE-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT
           IF WS-SKIP-COUNT < WS-SKIP-MAX
               ADD 1 TO WS-SKIP-COUNT
               MOVE SO-ORDER-KEY  TO WS-SKIP-ORDER-KEY(WS-SKIP-COUNT)
               MOVE SO-TRAN-CODE  TO WS-SKIP-TRAN-CODE(WS-SKIP-COUNT)
               MOVE SO-AMOUNT     TO WS-SKIP-AMOUNT(WS-SKIP-COUNT)
               MOVE SO-ACCOUNT-ID TO WS-SKIP-ACCOUNT-ID(WS-SKIP-COUNT)
               IF WS-ORDER-DUE
                   MOVE WS-DUE-DATE
                       TO WS-SKIP-DUE-DATE(WS-SKIP-COUNT)
               ELSE
                   MOVE SO-LAST-GEN-DATE
                       TO WS-SKIP-DUE-DATE(WS-SKIP-COUNT)
               END-IF
               MOVE WS-SKIP-REASON-TEXT
                   TO WS-SKIP-REASON(WS-SKIP-COUNT)
           ELSE
               DISPLAY "STOGEN: SKIP TABLE FULL AT " SO-ORDER-KEY
                   UPON CONSOLE
           END-IF.

       2600-TABLE-EXPIRING.
           IF WS-EXPIRE-COUNT < WS-EXPIRE-MAX
               ADD 1 TO WS-EXPIRE-COUNT
               MOVE SO-ORDER-KEY     TO
                   WS-EXPIRE-ORDER-KEY(WS-EXPIRE-COUNT)
               MOVE SO-STATUS        TO
                   WS-EXPIRE-STATUS(WS-EXPIRE-COUNT)
               MOVE SO-AMOUNT        TO
                   WS-EXPIRE-AMOUNT(WS-EXPIRE-COUNT)
               MOVE SO-NEXT-DUE-DATE TO
                   WS-EXPIRE-NEXT-DUE(WS-EXPIRE-COUNT)
               MOVE SO-END-DATE      TO
                   WS-EXPIRE-END-DATE(WS-EXPIRE-COUNT)
               MOVE SO-DESCRIPTION   TO
                   WS-EXPIRE-DESC(WS-EXPIRE-COUNT)
           ELSE
               DISPLAY "STOGEN: EXPIRY TABLE FULL AT " SO-ORDER-KEY
                   UPON CONSOLE
           END-IF.

       2900-READ-NEXT-ORDER.
           READ SG-ORDER-MASTER NEXT
               AT END
                   SET WS-EOF-ORDER TO TRUE
           END-READ.

      ******************************************************************
      *    Schedule date arithmetic - 3100 to 3160 are the same
      *    paragraphs as stomnt.cob.
      ******************************************************************
       3100-ADVANCE-ONE-PERIOD.
           IF SO-FREQ-WEEKLY
               COMPUTE WS-SCHED-YYYYMMDD = WS-SCHED-YEAR * 10000
                   + WS-SCHED-MONTH * 100 + WS-SCHED-DAY
               COMPUTE WS-SCHED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SCHED-YYYYMMDD) + 7
               COMPUTE WS-SCHED-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-SCHED-INTEGER)
               MOVE WS-SCHED-YMD-YEAR  TO WS-SCHED-YEAR
               MOVE WS-SCHED-YMD-MONTH TO WS-SCHED-MONTH
               MOVE WS-SCHED-YMD-DAY   TO WS-SCHED-DAY
           ELSE
               IF WS-SCHED-MONTH = 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               ELSE
                   ADD 1 TO WS-SCHED-MONTH
               END-IF
               PERFORM 3150-SET-MONTH-DAY
           END-IF.

       3150-SET-MONTH-DAY.
      *    The order's day, or the month's last day when the month
      *    is shorter.
           PERFORM 3160-GET-DAYS-IN-MONTH
           IF SO-DAY-OF-MONTH > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-SCHED-DAY
           ELSE
               MOVE SO-DAY-OF-MONTH  TO WS-SCHED-DAY
           END-IF.

       3160-GET-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS(WS-SCHED-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-SCHED-MONTH = 2
               DIVIDE WS-SCHED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-SCHED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SCHED-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-NON-BUSINESS.
           MOVE "N" TO WS-NON-BUSINESS-SW
           IF WS-CALENDAR-LOADED
               SET WS-HOL-IDX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-IDX > WS-HOLIDAY-COUNT
                       CONTINUE
                   WHEN WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-SCHED-DATE
                       SET WS-NON-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

       3300-SCHED-TO-INTEGER.
           COMPUTE WS-SCHED-YYYYMMDD = WS-SCHED-YEAR * 10000
               + WS-SCHED-MONTH * 100 + WS-SCHED-DAY
           COMPUTE WS-SCHED-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SCHED-YYYYMMDD).

       3310-INTEGER-TO-SCHED.
           COMPUTE WS-SCHED-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-SCHED-INTEGER)
           MOVE WS-SCHED-YMD-YEAR  TO WS-SCHED-YEAR
           MOVE "-"                TO WS-SCHED-SEP-1
           MOVE WS-SCHED-YMD-MONTH TO WS-SCHED-MONTH
           MOVE "-"                TO WS-SCHED-SEP-2
           MOVE WS-SCHED-YMD-DAY   TO WS-SCHED-DAY.

       5000-CLOSE-FEED.
      *    A run stopped by a failed master update leaves the set
      *    without its trailer, so it cannot be sent as it stands.
           IF NOT WS-ABEND-CONDITION
               MOVE SPACES             TO FEED-TRAILER-RECORD
               MOVE "**TRAILER*"       TO FTR-RECORD-ID
               MOVE WS-GENERATED-COUNT TO FTR-RECORD-COUNT
               MOVE WS-HASH-TOTAL      TO FTR-HASH-TOTAL
               WRITE SG-FEED-RECORD FROM FEED-TRAILER-RECORD
           END-IF
           CLOSE SG-FEED-FILE.

       5100-SEND-FEED.
      *    The set goes onto TRANIN.DAT once per business date: not
      *    when there is nothing in it, and not when TRANIN.DAT
      *    still carries it or TRANROUT has already registered it -
      *    the same transmission arriving twice would stop the
      *    window.
           IF WS-GENERATED-COUNT > ZERO
               PERFORM 5200-CHECK-ALREADY-SENT
               IF WS-ALREADY-SENT
                   DISPLAY "STOGEN: TRANSMISSION FOR " WS-RUN-DATE
                       " ALREADY ON TRANIN.DAT OR FEEDREG.DAT - NOT "
                       "SENT AGAIN" UPON CONSOLE
               ELSE
                   PERFORM 5300-APPEND-TO-TRANIN
               END-IF
           END-IF.

       5200-CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT-SW
           OPEN INPUT SG-TRANIN-FILE
           IF WS-TRANIN-STATUS = "00"
               PERFORM UNTIL WS-EOF-TRANIN OR WS-ALREADY-SENT
                   READ SG-TRANIN-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-EOF-TRANIN TO TRUE
                       NOT AT END
                           MOVE WS-FEED-RECORD TO FEED-HEADER-RECORD
                           IF FHD-IS-HEADER
                                   AND FHD-FEED-DATE = WS-RUN-DATE
                                   AND FHD-SOURCE-SYSTEM = "STOGEN"
                               SET WS-ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SG-TRANIN-FILE
           END-IF
           OPEN INPUT SG-REGISTER-IN
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF-REGISTER OR WS-ALREADY-SENT
                   READ SG-REGISTER-IN
                       AT END
                           SET WS-EOF-REGISTER TO TRUE
                       NOT AT END
                           IF SGR-FEED-DATE = WS-RUN-DATE
                                   AND SGR-SOURCE-SYSTEM = "STOGEN"
                               SET WS-ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SG-REGISTER-IN
           END-IF.

       5300-APPEND-TO-TRANIN.
           OPEN INPUT SG-FEED-FILE
           OPEN EXTEND SG-TRANIN-FILE
           IF WS-TRANIN-STATUS = "35"
               OPEN OUTPUT SG-TRANIN-FILE
           END-IF
           IF WS-FEED-STATUS NOT = "00" OR WS-TRANIN-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "5300-APPEND-TO-TRANIN"  TO WS-LOG-PARAGRAPH
               MOVE "SO0015"                 TO WS-LOG-ERROR-CODE
               MOVE SPACES                   TO WS-LOG-DATA
               STRING "STOGEN.DAT " WS-FEED-STATUS " TRANIN.DAT "
                   WS-TRANIN-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               PERFORM UNTIL WS-EOF-FEED
                   READ SG-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-EOF-FEED TO TRUE
                       NOT AT END
                           WRITE SG-TRANIN-RECORD FROM WS-FEED-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FEED-STATUS = "00" OR WS-FEED-STATUS = "10"
               CLOSE SG-FEED-FILE
           END-IF
           IF WS-TRANIN-STATUS = "00"
               CLOSE SG-TRANIN-FILE
           END-IF.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE SG-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE SG-REPORT-LINE FROM WS-REPORT-RULE
           WRITE SG-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE SG-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-SECTIONS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-GENERATED-COUNT TO WS-COUNT-EDIT
           STRING "ITEMS GENERATED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE "OCCURRENCES SKIPPED - ACCOUNT NOT OPEN"
               TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-SKIPPED-HEADING TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           PERFORM 8100-WRITE-SKIP-LINE
               VARYING WS-SKIP-IDX FROM 1 BY 1
               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           STRING "OCCURRENCES SKIPPED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ORDERS ENDING IN " WS-RUN-DATE(1:7)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-EXPIRING-HEADING TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           PERFORM 8200-WRITE-EXPIRING-LINE
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXPIRE-COUNT
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ORDER-COUNT TO WS-COUNT-EDIT
           STRING "ORDERS READ " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ENDED-COUNT TO WS-COUNT-EDIT
           STRING "ORDERS ENDED TONIGHT " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-COPIED-COUNT TO WS-COUNT-EDIT
           STRING "FEED RECORDS APPENDED TO TRANIN.DAT " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF NOT WS-CALENDAR-LOADED
               MOVE "NO CALENDAR.DAT - NO DATES MOVED FOR HOLIDAYS"
                   TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       8100-WRITE-SKIP-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SKIP-ORDER-KEY(WS-SKIP-IDX)  TO DET-ORDER-KEY
           MOVE WS-SKIP-ACCOUNT-ID(WS-SKIP-IDX) TO DET-TRAN-ID
           MOVE WS-SKIP-TRAN-CODE(WS-SKIP-IDX)  TO DET-TRAN-CODE
           MOVE WS-SKIP-AMOUNT(WS-SKIP-IDX)     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT                  TO DET-AMOUNT
           MOVE WS-SKIP-DUE-DATE(WS-SKIP-IDX)   TO DET-DATE-1
           MOVE WS-SKIP-REASON(WS-SKIP-IDX)     TO DET-NOTE
           MOVE WS-DETAIL-LINE                  TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8200-WRITE-EXPIRING-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-EXPIRE-ORDER-KEY(WS-EXP-IDX) TO DET-ORDER-KEY
           EVALUATE WS-EXPIRE-STATUS(WS-EXP-IDX)
               WHEN "A"
                   MOVE "ACTIVE"    TO DET-TRAN-ID
               WHEN "S"
                   MOVE "SUSPENDED" TO DET-TRAN-ID
               WHEN "E"
                   MOVE "ENDED"     TO DET-TRAN-ID
               WHEN OTHER
                   MOVE WS-EXPIRE-STATUS(WS-EXP-IDX) TO DET-TRAN-ID
           END-EVALUATE
           MOVE WS-EXPIRE-AMOUNT(WS-EXP-IDX)    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT                  TO DET-AMOUNT
           MOVE WS-EXPIRE-NEXT-DUE(WS-EXP-IDX)  TO DET-DATE-1
           MOVE WS-EXPIRE-END-DATE(WS-EXP-IDX)  TO DET-DATE-2
           MOVE WS-EXPIRE-DESC(WS-EXP-IDX)      TO DET-NOTE
           MOVE WS-DETAIL-LINE                  TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-ACCT-OPEN
               CLOSE SG-ACCT-MASTER
           END-IF
           CLOSE SG-REPORT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "STOGEN GENERATED " WS-GENERATED-COUNT
               " ITEMS FROM " WS-ORDER-COUNT " ORDERS, "
               WS-SKIPPED-COUNT " SKIPPED" UPON CONSOLE.
