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
      *	HOLDRPT is the daily investigation hold report, run after
      *	the posting steps so it sees what tonight's TRANPOST and
      *	SUSPSWP held.  Fraud and legal get one page set answering
      *	what is stopped, why, and which cases need their attention.
      *	
      *	HOLDRPT.RPT lists:
      *	  - every active hold on HOLDLIST.DAT (HOLDREC.cpy) with the
      *	    PT0014 items on POSTSUSP.DAT it is holding, each with the
      *	    date it went into suspense and the amount as sent.
      *	    Items are matched to holds exactly as TRANPOST matches
      *	    them (HOLDTBL.cpy), the first active hold in key order
      *	    taking the item;
      *	  - PT0014 items no active hold matches any more - their
      *	    hold was released today, and the next SUSPSWP retries
      *	    them;
      *	  - every active hold already past its expiry (review) date
      *	    or due within the warning window;
      *	  - every hold released on the business date, and by whom.
      *	
      *	HOLDCTL.DAT card: the warning window in days (3 digits,
      *	default 007).  A hold past its expiry date is not lifted -
      *	only a release card does that - but each one logs HR0001,
      *	a warning on OPSLOG.DAT, and the step ends with return code
      *	4 until the department extends or releases it.
      *	A hold list that cannot be read logs HR0002 and ends the
      *	step with return code 8.
      *	

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     HOLDRPT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT HR-HOLD-LIST ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HLD-HOLD-KEY
               FILE STATUS   IS WS-HOLD-STATUS.

           SELECT HR-POSTSUSP-IN ASSIGN TO "POSTSUSP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTSUSP-STATUS.

           SELECT HR-CTL-IN ASSIGN TO "HOLDCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT HR-REPORT-FILE ASSIGN TO "HOLDRPT.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT HR-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  HR-HOLD-LIST.
       COPY holdrec.

       FD  HR-POSTSUSP-IN.
       COPY postsusprec.

       FD  HR-CTL-IN.
       01  HR-CTL-CARD.
           05  HRC-WARNING-DAYS        PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  HR-REPORT-FILE.
       01  HR-REPORT-LINE              PIC X(132).

       FD  HR-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.

       01  WS-HOLD-STATUS              PIC XX.
       01  WS-POSTSUSP-STATUS          PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-HOLDS-SW             PIC X VALUE "N".
           88  WS-EOF-HOLDS            VALUE "Y".
       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-NO-HOLD-LIST-SW          PIC X VALUE "N".
           88  WS-NO-HOLD-LIST         VALUE "Y".

      *    Active holds, matched through HOLDTBL.cpy; HRP-ENTRY runs
      *    parallel to HLT-HOLD-ENTRY with the whole hold and what
      *    it is holding tonight.
       COPY holdtbl.
       01  HRP-HOLD-TABLE.
           05  HRP-ENTRY OCCURS 500 TIMES.
               10  HRP-HOLD-IMAGE      PIC X(106).
               10  HRP-ITEM-COUNT      PIC 9(5).
               10  HRP-ITEM-AMOUNT     PIC S9(11)V9999.
               10  HRP-DAYS-LEFT       PIC S9(5).
       01  WS-HOLD-SUB                 PIC 9(3).
       01  WS-MATCH-SUB                PIC 9(3).

      *    PT0014 items, with the active hold holding each (zero for
      *    none).
       01  HRI-ITEM-MAX                PIC 9(4) VALUE 2000.
       01  HRI-ITEM-COUNT              PIC 9(4) VALUE ZERO.
       01  HRI-ITEM-TABLE.
           05  HRI-ENTRY OCCURS 2000 TIMES.
               10  HRI-HOLD-SUB        PIC 9(3).
               10  HRI-TRAN-ID         PIC X(10).
               10  HRI-TRAN-CODE       PIC X(3).
               10  HRI-HELD-SINCE      PIC X(10).
               10  HRI-AMOUNT          PIC S9(9)V9999.
               10  HRI-CURRENCY        PIC X(3).
       01  WS-ITEM-SUB                 PIC 9(4).
       01  WS-ITEM-LISTED              PIC 9(5).

       01  WS-WARNING-DAYS             PIC 9(3) VALUE 7.
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-EXPIRY-INTEGER           PIC 9(8).
       01  WS-DATE-YYYYMMDD            PIC X(8).

       01  WS-HELD-ITEM-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-HELD-AMOUNT-TOTAL        PIC S9(13)V9999 VALUE ZERO.
       01  WS-UNHELD-ITEM-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-EXPIRING-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-UNLISTED-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.
       01  WS-PAGE-EDIT                PIC ZZZ9.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-DAYS-EDIT                PIC Z(4)9.
       01  WS-AMOUNT-EDIT              PIC -(13)9.9999.

       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(25) VALUE
               "INVESTIGATION HOLD REPORT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(65) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(16) VALUE "CASE REF    NO".
           05  FILLER                  PIC X(11) VALUE "HOLD TYPE".
           05  FILLER                  PIC X(12) VALUE "ON".
           05  FILLER                  PIC X(14) VALUE "   THRESHOLD".
           05  FILLER                  PIC X(10) VALUE "DEPT".
           05  FILLER                  PIC X(12) VALUE "PLACED".
           05  FILLER                  PIC X(12) VALUE "EXPIRY".
           05  FILLER                  PIC X(10) VALUE "BY".
           05  FILLER                  PIC X(7)  VALUE "ITEMS".
           05  FILLER                  PIC X(28) VALUE "NOTE".

       01  WS-HOLD-LINE.
           05  HRL-CASE-REF            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-ENTRY-NO            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-TYPE-TEXT           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-TARGET              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-THRESHOLD           PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-PLACED-DATE         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-EXPIRY-DATE         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-BY                  PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-ITEMS               PIC Z(4)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HRL-NOTE                PIC X(28).

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  HIL-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HIL-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HIL-TRAN-CODE           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HIL-HELD-SINCE          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HIL-AMOUNT              PIC -(9)9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  HIL-CURRENCY            PIC X(3).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-ITEM-HEADING.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "TRAN-ID".
           05  FILLER                  PIC X(6)  VALUE "ACCT".
           05  FILLER                  PIC X(5)  VALUE "CODE".
           05  FILLER                  PIC X(12) VALUE "IN SUSPENSE".
           05  FILLER                  PIC X(19) VALUE
               "    SENT AMOUNT CCY".
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "HOLDRPT".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-SCAN-SUSPENSE
               PERFORM 8000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HDG-PRINT-DATE
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE WS-RUN-DATE TO HDG-BUSINESS-DATE
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-DATE-YYYYMMDD))

           OPEN INPUT HR-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ HR-CTL-IN
                   NOT AT END
                       IF HRC-WARNING-DAYS NUMERIC
                           MOVE HRC-WARNING-DAYS TO WS-WARNING-DAYS
                       END-IF
               END-READ
               CLOSE HR-CTL-IN
           END-IF

           PERFORM 1100-LOAD-HOLD-LIST.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT HR-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ HR-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE HR-BIZDATE-FILE
           END-IF.

       1100-LOAD-HOLD-LIST.
      *    The active holds, as TRANPOST loads them.  No list on file
      *    means no hold has ever been placed - still reported.
           MOVE "N" TO WS-EOF-HOLDS-SW
           OPEN INPUT HR-HOLD-LIST
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   PERFORM 1110-READ-HOLD
                   PERFORM 1120-TAKE-HOLD UNTIL WS-EOF-HOLDS
                   CLOSE HR-HOLD-LIST
               WHEN "35"
                   SET WS-NO-HOLD-LIST TO TRUE
               WHEN OTHER
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "HOLDLIST.DAT OPEN FAILED" TO WS-LOG-DATA
           END-EVALUATE
           IF WS-ABEND-CONDITION
               MOVE "1100-LOAD-HOLD-LIST" TO WS-LOG-PARAGRAPH
               MOVE "HR0002"              TO WS-LOG-ERROR-CODE
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       1110-READ-HOLD.
           READ HR-HOLD-LIST NEXT RECORD
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
                   PERFORM 1130-TAKE-HOLD-DETAIL
               ELSE
                   SET WS-EOF-HOLDS TO TRUE
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "HOLD TABLE FULL" TO WS-LOG-DATA
               END-IF
           END-IF
           IF NOT WS-EOF-HOLDS
               PERFORM 1110-READ-HOLD
           END-IF.

       1130-TAKE-HOLD-DETAIL.
      *    Days to the expiry date, negative once it has passed.
           MOVE HOLD-LIST-RECORD TO HRP-HOLD-IMAGE(HLT-HOLD-COUNT)
           MOVE ZERO TO HRP-ITEM-COUNT(HLT-HOLD-COUNT)
           MOVE ZERO TO HRP-ITEM-AMOUNT(HLT-HOLD-COUNT)
           STRING HLD-EXPIRY-DATE(1:4) HLD-EXPIRY-DATE(6:2)
                   HLD-EXPIRY-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-EXPIRY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-DATE-YYYYMMDD))
           COMPUTE HRP-DAYS-LEFT(HLT-HOLD-COUNT) =
               WS-EXPIRY-INTEGER - WS-TODAY-INTEGER.

       2000-SCAN-SUSPENSE.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT HR-POSTSUSP-IN
           IF WS-POSTSUSP-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ HR-POSTSUSP-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF SUS-REASON-CODE = "PT0014"
                           PERFORM 2100-TAKE-HELD-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTSUSP-STATUS = "00" OR WS-POSTSUSP-STATUS = "10"
               CLOSE HR-POSTSUSP-IN
           END-IF.

       2100-TAKE-HELD-ITEM.
           MOVE SUS-INPUT-RECORD  TO TRAN-RECORD
           MOVE SUS-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           IF TRAN-AMOUNT NOT NUMERIC
               MOVE ZERO TO TRAN-AMOUNT
           END-IF
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM 2150-CHECK-HOLD-LIST
           IF HLT-MATCHED
               ADD 1 TO WS-HELD-ITEM-COUNT
               ADD TRAN-AMOUNT TO WS-HELD-AMOUNT-TOTAL
               ADD 1 TO HRP-ITEM-COUNT(WS-MATCH-SUB)
               ADD TRAN-AMOUNT TO HRP-ITEM-AMOUNT(WS-MATCH-SUB)
           ELSE
               ADD 1 TO WS-UNHELD-ITEM-COUNT
           END-IF
           IF HRI-ITEM-COUNT < HRI-ITEM-MAX
               ADD 1 TO HRI-ITEM-COUNT
               MOVE WS-MATCH-SUB   TO HRI-HOLD-SUB(HRI-ITEM-COUNT)
               MOVE TRAN-ID        TO HRI-TRAN-ID(HRI-ITEM-COUNT)
               MOVE TRAN-CODE      TO HRI-TRAN-CODE(HRI-ITEM-COUNT)
               MOVE SUS-RUN-DATE   TO HRI-HELD-SINCE(HRI-ITEM-COUNT)
               MOVE TRAN-AMOUNT    TO HRI-AMOUNT(HRI-ITEM-COUNT)
               MOVE TRAN-CURRENCY-CODE
                   TO HRI-CURRENCY(HRI-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-UNLISTED-COUNT
           END-IF.

       2150-CHECK-HOLD-LIST.
      *    The same match TRANPOST's 2060-CHECK-HOLD-LIST makes.
           MOVE "N"            TO HLT-MATCH-SW
           MOVE TRAN-ID        TO HLT-ITEM-TRAN-ID
           MOVE TRAN-ID(1:4)   TO HLT-ITEM-ACCOUNT-ID
           MOVE SPACES         TO HLT-ITEM-CREDIT-ID
           MOVE TRAN-AMOUNT    TO HLT-ITEM-AMOUNT
           IF TRAN-CODE-TRANSFER AND TRAN-OPERAND-2 NUMERIC
               MOVE TRAN-OPERAND-2 TO HLT-ITEM-CREDIT-NUMBER
               IF HLT-ITEM-CREDIT-NUMBER = TRAN-OPERAND-2
                   MOVE HLT-ITEM-CREDIT-NUMBER TO HLT-ITEM-CREDIT-ID
               END-IF
           END-IF
           PERFORM 2160-MATCH-ONE-HOLD
               VARYING HLT-IDX FROM 1 BY 1
               UNTIL HLT-IDX > HLT-HOLD-COUNT OR HLT-MATCHED.

       2160-MATCH-ONE-HOLD.
           EVALUATE HLT-HOLD-TYPE(HLT-IDX)
               WHEN "T"
                   IF HLT-TRAN-ID(HLT-IDX) = HLT-ITEM-TRAN-ID
                       SET HLT-MATCHED TO TRUE
                   END-IF
               WHEN "A"
                   IF HLT-ACCOUNT-ID(HLT-IDX) = HLT-ITEM-ACCOUNT-ID
                           OR HLT-ACCOUNT-ID(HLT-IDX)
                               = HLT-ITEM-CREDIT-ID
                       SET HLT-MATCHED TO TRUE
                   END-IF
               WHEN "L"
                   IF (HLT-ACCOUNT-ID(HLT-IDX) = HLT-ITEM-ACCOUNT-ID
                           OR HLT-ACCOUNT-ID(HLT-IDX)
                               = HLT-ITEM-CREDIT-ID)
                           AND HLT-ITEM-AMOUNT
                               NOT < HLT-THRESHOLD(HLT-IDX)
                       SET HLT-MATCHED TO TRUE
                   END-IF
           END-EVALUATE
           IF HLT-MATCHED
               MOVE HLT-HOLD-KEY(HLT-IDX) TO HLT-MATCH-KEY
               SET WS-MATCH-SUB TO HLT-IDX
           END-IF.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE HR-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE HR-REPORT-LINE FROM WS-REPORT-RULE
           WRITE HR-REPORT-LINE FROM WS-COLUMN-HEADING
           WRITE HR-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 4 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE HR-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-REPORT.
           OPEN OUTPUT HR-REPORT-FILE
           PERFORM 8100-REPORT-ACTIVE-HOLDS
           PERFORM 8200-REPORT-UNHELD-ITEMS
           PERFORM 8300-REPORT-EXPIRY
           PERFORM 8400-REPORT-RELEASED
           PERFORM 8600-WRITE-TOTALS
           CLOSE HR-REPORT-FILE.

       8050-BUILD-HOLD-LINE.
      *    One hold, from HOLD-LIST-RECORD, as a report line; the
      *    caller fills in the item count and note.
           MOVE SPACES           TO WS-HOLD-LINE
           MOVE HLD-CASE-REF     TO HRL-CASE-REF
           MOVE HLD-ENTRY-NO     TO HRL-ENTRY-NO
           EVALUATE TRUE
               WHEN HLD-TYPE-ACCOUNT
                   MOVE "ACCOUNT"   TO HRL-TYPE-TEXT
                   MOVE HLD-ACCOUNT-ID TO HRL-TARGET
               WHEN HLD-TYPE-TRAN
                   MOVE "TRAN-ID"   TO HRL-TYPE-TEXT
                   MOVE HLD-TRAN-ID TO HRL-TARGET
               WHEN HLD-TYPE-THRESHOLD
                   MOVE "THRESHOLD" TO HRL-TYPE-TEXT
                   MOVE HLD-ACCOUNT-ID TO HRL-TARGET
                   MOVE HLD-THRESHOLD  TO HRL-THRESHOLD
           END-EVALUATE
           MOVE HLD-DEPARTMENT   TO HRL-DEPARTMENT
           MOVE HLD-PLACED-DATE  TO HRL-PLACED-DATE
           MOVE HLD-EXPIRY-DATE  TO HRL-EXPIRY-DATE
           MOVE HLD-PLACED-BY    TO HRL-BY.

       8060-BUILD-ITEM-LINE.
           MOVE SPACES                     TO WS-ITEM-LINE
           MOVE HRI-TRAN-ID(WS-ITEM-SUB)   TO HIL-TRAN-ID
           MOVE HRI-TRAN-ID(WS-ITEM-SUB)(1:4) TO HIL-ACCOUNT-ID
           MOVE HRI-TRAN-CODE(WS-ITEM-SUB) TO HIL-TRAN-CODE
           MOVE HRI-HELD-SINCE(WS-ITEM-SUB) TO HIL-HELD-SINCE
           MOVE HRI-AMOUNT(WS-ITEM-SUB)    TO HIL-AMOUNT
           MOVE HRI-CURRENCY(WS-ITEM-SUB)  TO HIL-CURRENCY
           MOVE WS-ITEM-LINE               TO WS-PRINT-LINE.

       8100-REPORT-ACTIVE-HOLDS.
           MOVE "ACTIVE HOLDS AND THE ITEMS HELD UNDER EACH"
               TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF HLT-HOLD-COUNT = ZERO
               MOVE "    NO ACTIVE HOLDS" TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           ELSE
               MOVE WS-ITEM-HEADING TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLT-HOLD-COUNT
               PERFORM 8110-REPORT-ONE-HOLD
           END-PERFORM
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8110-REPORT-ONE-HOLD.
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE HRP-HOLD-IMAGE(WS-HOLD-SUB) TO HOLD-LIST-RECORD
           PERFORM 8050-BUILD-HOLD-LINE
           MOVE HRP-ITEM-COUNT(WS-HOLD-SUB) TO HRL-ITEMS
           IF HRP-DAYS-LEFT(WS-HOLD-SUB) < ZERO
               MOVE "PAST EXPIRY" TO HRL-NOTE
           END-IF
           MOVE WS-HOLD-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE ZERO TO WS-ITEM-LISTED
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > HRI-ITEM-COUNT
               IF HRI-HOLD-SUB(WS-ITEM-SUB) = WS-HOLD-SUB
                   ADD 1 TO WS-ITEM-LISTED
                   PERFORM 8060-BUILD-ITEM-LINE
                   PERFORM 7100-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF HRP-ITEM-COUNT(WS-HOLD-SUB) > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE HRP-ITEM-AMOUNT(WS-HOLD-SUB) TO WS-AMOUNT-EDIT
               STRING "      AMOUNT HELD UNDER THIS HOLD "
                   WS-AMOUNT-EDIT DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       8200-REPORT-UNHELD-ITEMS.
      *    PT0014 items whose hold has been released since they were
      *    stopped - the next sweep retries them.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HELD ITEMS UNDER NO ACTIVE HOLD - RETRIED BY THE "
                   "NEXT SUSPENSE SWEEP"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF WS-UNHELD-ITEM-COUNT = ZERO
               MOVE "    NONE" TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           ELSE
               MOVE WS-ITEM-HEADING TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > HRI-ITEM-COUNT
               IF HRI-HOLD-SUB(WS-ITEM-SUB) = ZERO
                   PERFORM 8060-BUILD-ITEM-LINE
                   PERFORM 7100-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8300-REPORT-EXPIRY.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-WARNING-DAYS TO WS-DAYS-EDIT
           STRING "HOLDS PAST EXPIRY OR EXPIRING WITHIN "
                   WS-DAYS-EDIT " DAYS - EXTEND OR RELEASE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLT-HOLD-COUNT
               IF HRP-DAYS-LEFT(WS-HOLD-SUB) NOT > WS-WARNING-DAYS
                   PERFORM 8310-REPORT-ONE-EXPIRY
               END-IF
           END-PERFORM
           IF WS-EXPIRED-COUNT + WS-EXPIRING-COUNT = ZERO
               MOVE "    NONE" TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8310-REPORT-ONE-EXPIRY.
      *    A hold past its date keeps holding; it is flagged to
      *    operations until the department acts on it.
           MOVE HRP-HOLD-IMAGE(WS-HOLD-SUB) TO HOLD-LIST-RECORD
           PERFORM 8050-BUILD-HOLD-LINE
           MOVE HRP-ITEM-COUNT(WS-HOLD-SUB) TO HRL-ITEMS
           IF HRP-DAYS-LEFT(WS-HOLD-SUB) < ZERO
               ADD 1 TO WS-EXPIRED-COUNT
               COMPUTE WS-DAYS-EDIT = ZERO - HRP-DAYS-LEFT(WS-HOLD-SUB)
               STRING "EXPIRED " WS-DAYS-EDIT " DAYS AGO"
                   DELIMITED BY SIZE INTO HRL-NOTE
               MOVE "8310-REPORT-ONE-EXPIRY" TO WS-LOG-PARAGRAPH
               MOVE "HR0001"                 TO WS-LOG-ERROR-CODE
               MOVE SPACES                   TO WS-LOG-DATA
               STRING HLD-CASE-REF " " HLD-ENTRY-NO " "
                   HLD-DEPARTMENT " EXPIRED " HLD-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE HRP-DAYS-LEFT(WS-HOLD-SUB) TO WS-DAYS-EDIT
               STRING "EXPIRES IN " WS-DAYS-EDIT " DAYS"
                   DELIMITED BY SIZE INTO HRL-NOTE
           END-IF
           MOVE WS-HOLD-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8400-REPORT-RELEASED.
      *    A second pass of the list for the holds lifted on the
      *    business date, which the active table does not carry.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HOLDS RELEASED ON " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF NOT WS-NO-HOLD-LIST
               MOVE "N" TO WS-EOF-HOLDS-SW
               OPEN INPUT HR-HOLD-LIST
               IF WS-HOLD-STATUS = "00"
                   PERFORM 8410-READ-RELEASED UNTIL WS-EOF-HOLDS
                   CLOSE HR-HOLD-LIST
               END-IF
           END-IF
           IF WS-RELEASED-COUNT = ZERO
               MOVE "    NONE" TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8410-READ-RELEASED.
           READ HR-HOLD-LIST NEXT RECORD
               AT END
                   SET WS-EOF-HOLDS TO TRUE
               NOT AT END
                   IF HLD-STATUS-RELEASED
                           AND HLD-RELEASED-DATE = WS-RUN-DATE
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM 8050-BUILD-HOLD-LINE
                       MOVE HLD-RELEASED-BY TO HRL-BY
                       MOVE "RELEASED"      TO HRL-NOTE
                       MOVE WS-HOLD-LINE    TO WS-PRINT-LINE
                       PERFORM 7100-WRITE-REPORT-LINE
                   END-IF
           END-READ
           IF WS-HOLD-STATUS NOT = "00" AND NOT WS-EOF-HOLDS
               SET WS-EOF-HOLDS TO TRUE
           END-IF.

       8600-WRITE-TOTALS.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE HLT-HOLD-COUNT TO WS-COUNT-EDIT
           STRING "ACTIVE HOLDS                 " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-ITEM-COUNT TO WS-COUNT-EDIT
           STRING "ITEMS HELD UNDER THEM        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           STRING "AMOUNT HELD                  " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-UNHELD-ITEM-COUNT TO WS-COUNT-EDIT
           STRING "ITEMS UNDER NO ACTIVE HOLD   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           STRING "HOLDS PAST EXPIRY            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-EDIT
           STRING "HOLDS EXPIRING SOON          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           STRING "HOLDS RELEASED TODAY         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF WS-UNLISTED-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-UNLISTED-COUNT TO WS-COUNT-EDIT
               STRING "ITEM TABLE FULL - " WS-COUNT-EDIT
                   " ITEM(S) COUNTED ABOVE BUT NOT LISTED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXPIRED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "HOLDRPT ACTIVE HOLDS " HLT-HOLD-COUNT
               " ITEMS HELD " WS-HELD-ITEM-COUNT
               " PAST EXPIRY " WS-EXPIRED-COUNT
               " RELEASED " WS-RELEASED-COUNT UPON CONSOLE.
