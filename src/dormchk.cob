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
      *	DORMCHK is the dormant account review, run at the head of the
      *	window just ahead of ACCTMNT.  Until now an account that
      *	stopped posting years ago stayed open on ACCTMAST.DAT until
      *	an auditor happened to ask about it.
      *
      *	Every open account's ACT-LAST-POST-DATE is measured against
      *	the business date in whole calendar months, and an account
      *	idle for at least the report threshold is listed on
      *	DORMRPT.RPT under its inactivity bucket - 24+, 12 to 23 and
      *	6 to 11 months.  Frozen and closed accounts are left alone;
      *	an account that has never posted has no date to measure and
      *	is listed on its own without any action taken.
      *
      *	An account idle for the freeze threshold or longer gets an
      *	"F" card appended to ACCTMNT.DAT, so the freeze goes through
      *	ACCTMNT's validation and its ACCTMAUD.DAT before/after audit
      *	like any other maintenance, never around it.  A freeze card
      *	already waiting on ACCTMNT.DAT for the account is not
      *	written twice, so a rerun of the step is harmless.  The
      *	card names DORMCHK as its entering operator; like every
      *	maintenance card it is applied only once an operator has
      *	approved it on ACCTAPPR.DAT.
      *
      *	DORMCTL.DAT card: report threshold months (3 digits, default
      *	006) and freeze threshold months (3 digits, default 024),
      *	separated by a space.  DORMEXCL.DAT lists the accounts to
      *	keep out of the freeze - known seasonal accounts - one per
      *	line as account id and a free-text reason; they are still
      *	reported, marked EXCLUDED, so the list itself stays visible.
      *
      *	A failure writing ACCTMNT.DAT ends the run with return code
      *	8; otherwise the run ends 0 - dormancy is a finding for the
      *	review, not a fault in the window.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DORMCHK.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT DM-CTL-IN ASSIGN TO "DORMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT DM-EXCL-IN ASSIGN TO "DORMEXCL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCL-STATUS.

           SELECT DM-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT DM-MAINT-FILE ASSIGN TO "ACCTMNT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-MAINT-STATUS.

           SELECT DM-REPORT-FILE ASSIGN TO "DORMRPT.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT DM-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  DM-CTL-IN.
       01  DM-CTL-CARD.
           05  DRM-REPORT-MONTHS       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  DRM-FREEZE-MONTHS       PIC 9(3).
           05  FILLER                  PIC X(60).

       FD  DM-EXCL-IN.
       01  DM-EXCL-RECORD.
           05  EXC-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  EXC-REASON              PIC X(30).

       FD  DM-ACCT-MASTER.
       COPY acctrec.

      *    The ACCTMNT.DAT card layout acctmnt.cob reads; only the
      *    action, account and entering operator are filled on a
      *    freeze card, so the description and credit limit on the
      *    master are untouched.
       FD  DM-MAINT-FILE.
       01  DM-MAINT-CARD.
           05  MNT-ACTION              PIC X(1).
               88  MNT-ACTION-FREEZE   VALUE "F".
           05  FILLER                  PIC X(1).
           05  MNT-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  MNT-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(1).
           05  MNT-CREDIT-LIMIT        PIC X(15).
           05  FILLER                  PIC X(1).
           05  MNT-CUSTOMER-ID         PIC X(6).
           05  FILLER                  PIC X(1).
           05  MNT-OPERATOR-ID         PIC X(8).

       FD  DM-REPORT-FILE.
       01  DM-REPORT-LINE              PIC X(132).

       FD  DM-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-EXCL-STATUS              PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-MAINT-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X VALUE "N".
           88  WS-MASTER-OPEN          VALUE "Y".
       01  WS-MAINT-OPEN-SW            PIC X VALUE "N".
           88  WS-MAINT-OPEN           VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-EXCLUDED-SW              PIC X VALUE "N".
           88  WS-EXCLUDED             VALUE "Y".
       01  WS-CARD-PENDING-SW          PIC X VALUE "N".
           88  WS-CARD-PENDING         VALUE "Y".

       01  WS-REPORT-MONTHS            PIC 9(3) VALUE 6.
       01  WS-FREEZE-MONTHS            PIC 9(3) VALUE 24.

      *    Accounts kept out of the freeze, from DORMEXCL.DAT.
       01  WS-EXC-MAX                  PIC 9(3) VALUE 500.
       01  WS-EXC-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ID OCCURS 500 TIMES INDEXED BY EXC-IDX
                                       PIC X(4).

      *    Accounts that already have a freeze card waiting on
      *    ACCTMNT.DAT, plus the ones this run adds.
       01  WS-PND-MAX                  PIC 9(3) VALUE 500.
       01  WS-PND-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ID OCCURS 500 TIMES INDEXED BY PND-IDX
                                       PIC X(4).
       01  WS-PND-FULL-SW              PIC X VALUE "N".
           88  WS-PND-FULL             VALUE "Y".

      *    One pass of the master per bucket, longest idle first, so
      *    the report reads bucket by bucket in account order.
       01  WS-BKT-TABLE-DATA.
           05  FILLER  PIC X(21) VALUE "024999 24+ MONTHS    ".
           05  FILLER  PIC X(21) VALUE "012023 12-23 MONTHS  ".
           05  FILLER  PIC X(21) VALUE "006011 6-11 MONTHS   ".
       01  WS-BKT-TABLE REDEFINES WS-BKT-TABLE-DATA.
           05  WS-BKT-ENTRY OCCURS 3 TIMES.
               10  WS-BKT-LOW          PIC 9(3).
               10  WS-BKT-HIGH         PIC 9(3).
               10  FILLER              PIC X(1).
               10  WS-BKT-NAME         PIC X(14).
       01  WS-BKT-IDX                  PIC 9(1).
       01  WS-BKT-COUNT-TABLE.
           05  WS-BKT-COUNT            PIC 9(7) OCCURS 3 TIMES.

       01  WS-RUN-MONTH-NO             PIC 9(6).
       01  WS-LAST-MONTH-NO            PIC 9(6).
       01  WS-MONTHS-IDLE              PIC S9(6).

       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-NEVER-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-EXCLUDED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "DORMCHK".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       01  WS-BALANCE-EDIT             PIC -(11)9.9999.
       01  WS-MONTHS-EDIT              PIC ZZ9.
       01  WS-FREEZE-EDIT              PIC ZZ9.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       01  WS-REPORT-HEADING           PIC X(132).
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "ACCOUNT".
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12) VALUE "LAST POST".
           05  FILLER                  PIC X(8)  VALUE "MONTHS".
           05  FILLER                  PIC X(19) VALUE
               "            BALANCE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "ACTION".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DET-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-LAST-POST-DATE      PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-MONTHS              PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-BALANCE             PIC X(19).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-ACTION              PIC X(20).
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-MASTER-OPEN AND NOT WS-ABEND-CONDITION
               PERFORM 2000-REPORT-BUCKET
                   VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3 OR WS-ABEND-CONDITION
               PERFORM 2500-REPORT-NEVER-POSTED
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
           COMPUTE WS-RUN-MONTH-NO =
               FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-RUN-DATE(6:2))

           OPEN INPUT DM-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ DM-CTL-IN
                   NOT AT END
                       IF DRM-REPORT-MONTHS NUMERIC
                               AND DRM-REPORT-MONTHS > ZERO
                           MOVE DRM-REPORT-MONTHS TO WS-REPORT-MONTHS
                       END-IF
                       IF DRM-FREEZE-MONTHS NUMERIC
                               AND DRM-FREEZE-MONTHS > ZERO
                           MOVE DRM-FREEZE-MONTHS TO WS-FREEZE-MONTHS
                       END-IF
               END-READ
               CLOSE DM-CTL-IN
           END-IF

           PERFORM 1100-LOAD-EXCLUSIONS
           PERFORM 1200-LOAD-PENDING-CARDS

           OPEN OUTPUT DM-REPORT-FILE
           MOVE SPACES TO WS-REPORT-HEADING
           MOVE WS-REPORT-MONTHS TO WS-MONTHS-EDIT
           MOVE WS-FREEZE-MONTHS TO WS-FREEZE-EDIT
           STRING "DORMANT ACCOUNT REPORT - " WS-RUN-DATE
                   " - REPORTING " WS-MONTHS-EDIT
                   "+ MONTHS IDLE, FREEZING " WS-FREEZE-EDIT
                   "+ MONTHS IDLE"
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           WRITE DM-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE DM-REPORT-LINE FROM WS-REPORT-RULE

           OPEN INPUT DM-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               MOVE "ACCTMAST.DAT NOT PRESENT - NOTHING TO REVIEW"
                   TO WS-PRINT-LINE
               WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
               DISPLAY "DORMCHK: ACCTMAST.DAT NOT PRESENT - "
                   "NOTHING TO REVIEW" UPON CONSOLE
           END-IF

      *    Freeze cards go on the end of whatever maintenance the
      *    operators have already staged for tonight.
           IF WS-MASTER-OPEN
               OPEN EXTEND DM-MAINT-FILE
               IF WS-MAINT-STATUS = "35"
                   OPEN OUTPUT DM-MAINT-FILE
               END-IF
               IF WS-MAINT-STATUS = "00"
                   SET WS-MAINT-OPEN TO TRUE
               ELSE
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "1000-INITIALIZE"         TO WS-LOG-PARAGRAPH
                   MOVE "DM0001"                  TO WS-LOG-ERROR-CODE
                   MOVE "ACCTMNT.DAT OPEN FAILED" TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE WS-LOG-DATA
               END-IF
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT DM-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ DM-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DM-BIZDATE-FILE
           END-IF.

       1100-LOAD-EXCLUSIONS.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT DM-EXCL-IN
           IF WS-EXCL-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ DM-EXCL-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF EXC-ACCOUNT-ID NOT = SPACES
                           IF WS-EXC-COUNT < WS-EXC-MAX
                               ADD 1 TO WS-EXC-COUNT
                               MOVE EXC-ACCOUNT-ID
                                   TO WS-EXC-ID(WS-EXC-COUNT)
                           ELSE
                               DISPLAY "DORMCHK: EXCLUSION TABLE FULL "
                                   "AT " WS-EXC-MAX " - "
                                   EXC-ACCOUNT-ID " NOT EXCLUDED"
                                   UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXCL-STATUS = "00" OR WS-EXCL-STATUS = "10"
               CLOSE DM-EXCL-IN
           END-IF.

       1200-LOAD-PENDING-CARDS.
      *    ACCTMNT.DAT is read before it is extended: an account that
      *    already has a freeze card waiting gets no second one.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT DM-MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ DM-MAINT-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF MNT-ACTION-FREEZE
                           PERFORM 1250-ADD-PENDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAINT-STATUS = "00" OR WS-MAINT-STATUS = "10"
               CLOSE DM-MAINT-FILE
           END-IF.

       1250-ADD-PENDING.
           IF WS-PND-COUNT < WS-PND-MAX
               ADD 1 TO WS-PND-COUNT
               MOVE MNT-ACCOUNT-ID TO WS-PND-ID(WS-PND-COUNT)
           ELSE
               IF NOT WS-PND-FULL
                   SET WS-PND-FULL TO TRUE
                   DISPLAY "DORMCHK: PENDING CARD TABLE FULL AT "
                       WS-PND-MAX " - DUPLICATE CHECK INCOMPLETE"
                       UPON CONSOLE
               END-IF
           END-IF.

       2000-REPORT-BUCKET.
           MOVE ZERO TO WS-BKT-COUNT(WS-BKT-IDX)
           MOVE SPACES TO WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  IDLE " WS-BKT-NAME(WS-BKT-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-COLUMN-HEADING

           MOVE "N" TO WS-EOF-INPUT-SW
           MOVE LOW-VALUES TO ACT-ACCOUNT-ID
           START DM-ACCT-MASTER KEY NOT < ACT-ACCOUNT-ID
               INVALID KEY
                   SET WS-EOF-INPUT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-INPUT OR WS-ABEND-CONDITION
               READ DM-ACCT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-COUNT-EDIT
           STRING "    ACCOUNTS IDLE " WS-BKT-NAME(WS-BKT-IDX)
                   " " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-PRINT-LINE.

       2100-CHECK-ONE-ACCOUNT.
      *    The account totals are taken on the first pass only; every
      *    pass sees the same master.
           IF WS-BKT-IDX = 1
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF
           EVALUATE TRUE
               WHEN ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED
                   IF WS-BKT-IDX = 1
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               WHEN ACT-LAST-POST-DATE(5:1) NOT = "-"
                   CONTINUE
               WHEN OTHER
                   PERFORM 2200-MEASURE-IDLE-MONTHS
                   IF WS-MONTHS-IDLE >= WS-BKT-LOW(WS-BKT-IDX)
                           AND WS-MONTHS-IDLE <= WS-BKT-HIGH(WS-BKT-IDX)
                           AND WS-MONTHS-IDLE >= WS-REPORT-MONTHS
                       ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX)
                       PERFORM 2300-DISPOSE-DORMANT
                   END-IF
           END-EVALUATE.

       2200-MEASURE-IDLE-MONTHS.
      *    Whole calendar months: a month is only counted once the
      *    day of the month has come round again.
           COMPUTE WS-LAST-MONTH-NO =
               FUNCTION NUMVAL(ACT-LAST-POST-DATE(1:4)) * 12
               + FUNCTION NUMVAL(ACT-LAST-POST-DATE(6:2))
           COMPUTE WS-MONTHS-IDLE = WS-RUN-MONTH-NO - WS-LAST-MONTH-NO
           IF WS-RUN-DATE(9:2) < ACT-LAST-POST-DATE(9:2)
               SUBTRACT 1 FROM WS-MONTHS-IDLE
           END-IF
           IF WS-MONTHS-IDLE > 999
               MOVE 999 TO WS-MONTHS-IDLE
           END-IF.

       2300-DISPOSE-DORMANT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "N"    TO WS-EXCLUDED-SW
           MOVE "N"    TO WS-CARD-PENDING-SW
           SET EXC-IDX TO 1
           SEARCH WS-EXC-ID
               AT END
                   CONTINUE
               WHEN EXC-IDX > WS-EXC-COUNT
                   CONTINUE
               WHEN WS-EXC-ID(EXC-IDX) = ACT-ACCOUNT-ID
                   SET WS-EXCLUDED TO TRUE
           END-SEARCH
           SET PND-IDX TO 1
           SEARCH WS-PND-ID
               AT END
                   CONTINUE
               WHEN PND-IDX > WS-PND-COUNT
                   CONTINUE
               WHEN WS-PND-ID(PND-IDX) = ACT-ACCOUNT-ID
                   SET WS-CARD-PENDING TO TRUE
           END-SEARCH

           EVALUATE TRUE
               WHEN WS-MONTHS-IDLE < WS-FREEZE-MONTHS
                   MOVE "REVIEW"            TO DET-ACTION
               WHEN WS-EXCLUDED
                   MOVE "EXCLUDED"          TO DET-ACTION
                   ADD 1 TO WS-EXCLUDED-COUNT
               WHEN WS-CARD-PENDING
                   MOVE "FREEZE CARD PENDING" TO DET-ACTION
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   PERFORM 2400-WRITE-FREEZE-CARD
           END-EVALUATE

           MOVE ACT-ACCOUNT-ID     TO DET-ACCOUNT-ID
           MOVE ACT-DESCRIPTION    TO DET-DESCRIPTION
           MOVE ACT-LAST-POST-DATE TO DET-LAST-POST-DATE
           MOVE WS-MONTHS-IDLE     TO WS-MONTHS-EDIT
           MOVE WS-MONTHS-EDIT     TO DET-MONTHS
           MOVE ACT-BALANCE        TO WS-BALANCE-EDIT
           MOVE WS-BALANCE-EDIT    TO DET-BALANCE
           WRITE DM-REPORT-LINE FROM WS-DETAIL-LINE.

       2400-WRITE-FREEZE-CARD.
           MOVE SPACES         TO DM-MAINT-CARD
           SET MNT-ACTION-FREEZE TO TRUE
           MOVE ACT-ACCOUNT-ID TO MNT-ACCOUNT-ID
           MOVE "DORMCHK"      TO MNT-OPERATOR-ID
           WRITE DM-MAINT-CARD
           IF WS-MAINT-STATUS = "00"
               ADD 1 TO WS-CARD-COUNT
               MOVE "FREEZE CARD WRITTEN" TO DET-ACTION
               PERFORM 1250-ADD-PENDING
               MOVE "2400-WRITE-FREEZE-CARD" TO WS-LOG-PARAGRAPH
               MOVE "DM0002"                 TO WS-LOG-ERROR-CODE
               MOVE SPACES                   TO WS-LOG-DATA
               STRING "F " ACT-ACCOUNT-ID " LAST POST "
                       ACT-LAST-POST-DATE
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "FREEZE CARD FAILED"     TO DET-ACTION
               MOVE "2400-WRITE-FREEZE-CARD" TO WS-LOG-PARAGRAPH
               MOVE "DM0001"                 TO WS-LOG-ERROR-CODE
               MOVE SPACES                   TO WS-LOG-DATA
               STRING "ACCTMNT.DAT WRITE FAILED FOR " ACT-ACCOUNT-ID
                       " STATUS " WS-MAINT-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2500-REPORT-NEVER-POSTED.
      *    No last post date means nothing to measure: these are
      *    listed for the review and never frozen by this step.
           MOVE SPACES TO WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
           MOVE "  NEVER POSTED" TO WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
           WRITE DM-REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE "N" TO WS-EOF-INPUT-SW
           MOVE LOW-VALUES TO ACT-ACCOUNT-ID
           START DM-ACCT-MASTER KEY NOT < ACT-ACCOUNT-ID
               INVALID KEY
                   SET WS-EOF-INPUT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-INPUT
               READ DM-ACCT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF NOT (ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED)
                               AND ACT-LAST-POST-DATE(5:1) NOT = "-"
                           ADD 1 TO WS-NEVER-COUNT
                           MOVE SPACES          TO WS-DETAIL-LINE
                           MOVE ACT-ACCOUNT-ID  TO DET-ACCOUNT-ID
                           MOVE ACT-DESCRIPTION TO DET-DESCRIPTION
                           MOVE ACT-BALANCE     TO WS-BALANCE-EDIT
                           MOVE WS-BALANCE-EDIT TO DET-BALANCE
                           MOVE "REVIEW"        TO DET-ACTION
                           WRITE DM-REPORT-LINE FROM WS-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE DM-ACCT-MASTER
               MOVE SPACES TO WS-PRINT-LINE
               WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    ACCOUNTS " WS-ACCOUNT-COUNT
                       "  FROZEN/CLOSED SKIPPED " WS-SKIPPED-COUNT
                       "  NEVER POSTED " WS-NEVER-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    FREEZE CARDS WRITTEN " WS-CARD-COUNT
                       "  ALREADY PENDING " WS-PENDING-COUNT
                       "  EXCLUDED " WS-EXCLUDED-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE DM-REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           IF WS-MAINT-OPEN
               CLOSE DM-MAINT-FILE
           END-IF
           CLOSE DM-REPORT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "DORMCHK WROTE " WS-CARD-COUNT " FREEZE CARDS FROM "
               WS-ACCOUNT-COUNT " ACCOUNTS" UPON CONSOLE.
