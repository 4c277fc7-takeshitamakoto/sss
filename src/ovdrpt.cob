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
      *	OVDRPT is the end-of-window overdraft exception report.
      *	TRANPOST now holds any debit that would breach an account's
      *	ACT-CREDIT-LIMIT, but a balance can still end the night past
      *	its limit - a lowered limit, a reversal, a fee - and the
      *	accounts closing in on their limit are the ones the lending
      *	desk wants to call before the next debit is held.
      *
      *	Every account on ACCTMAST.DAT is read in key order and
      *	listed on OVDRPT.RPT when it is
      *
      *	  OVER   the balance is further below zero than the limit
      *	  NEAR   overdrawn by 90% or more of a non-zero limit (within
      *	         10% of it)
      *
      *	with its status, balance, limit and the headroom left
      *	(balance plus limit).  An account with no overdraft limit
      *	only appears once it is overdrawn at all.  The report is
      *	information for the desk, not a window failure: the run
      *	ends with return code 4 when anything is OVER, 0 otherwise.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     OVDRPT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OV-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT OV-REPORT-FILE ASSIGN TO "OVDRPT.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT OV-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  OV-ACCT-MASTER.
       COPY acctrec.

       FD  OV-REPORT-FILE.
       01  OV-REPORT-LINE              PIC X(132).

       FD  OV-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X VALUE "N".
           88  WS-MASTER-OPEN          VALUE "Y".

       01  WS-HEADROOM                 PIC S9(11)V9999.
       01  WS-NEAR-THRESHOLD           PIC S9(11)V9999.
       01  WS-CONDITION                PIC X(4).

       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OVER-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-NEAR-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OVER-TOTAL               PIC S9(13)V9999 VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-BALANCE-EDIT             PIC -(11)9.9999.
       01  WS-LIMIT-EDIT               PIC Z(10)9.9999.
       01  WS-HEADROOM-EDIT            PIC -(11)9.9999.
       01  WS-TOTAL-EDIT               PIC -(13)9.9999.

       01  WS-REPORT-HEADING           PIC X(132).
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "ACCOUNT".
           05  FILLER                  PIC X(8)  VALUE "STATUS".
           05  FILLER                  PIC X(19) VALUE
               "            BALANCE".
           05  FILLER                  PIC X(19) VALUE
               "       CREDIT LIMIT".
           05  FILLER                  PIC X(19) VALUE
               "           HEADROOM".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "CONDITION".
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DET-STATUS              PIC X(1).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DET-BALANCE             PIC X(19).
           05  DET-LIMIT               PIC X(19).
           05  DET-HEADROOM            PIC X(19).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-CONDITION           PIC X(4).
           05  FILLER                  PIC X(48) VALUE SPACES.

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-MASTER-OPEN
               PERFORM 2000-SCAN-MASTER
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

           OPEN OUTPUT OV-REPORT-FILE
           MOVE SPACES TO WS-REPORT-HEADING
           STRING "OVERDRAFT EXCEPTION REPORT - " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           WRITE OV-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE OV-REPORT-LINE FROM WS-REPORT-RULE

           OPEN INPUT OV-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
               WRITE OV-REPORT-LINE FROM WS-COLUMN-HEADING
           ELSE
               MOVE "ACCTMAST.DAT NOT PRESENT - NOTHING TO REPORT"
                   TO WS-PRINT-LINE
               WRITE OV-REPORT-LINE FROM WS-PRINT-LINE
               DISPLAY "OVDRPT: ACCTMAST.DAT NOT PRESENT - "
                   "NOTHING TO REPORT" UPON CONSOLE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT OV-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ OV-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE OV-BIZDATE-FILE
           END-IF.

       2000-SCAN-MASTER.
           MOVE "N" TO WS-EOF-INPUT-SW
           MOVE LOW-VALUES TO ACT-ACCOUNT-ID
           START OV-ACCT-MASTER KEY NOT < ACT-ACCOUNT-ID
               INVALID KEY
                   SET WS-EOF-INPUT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-INPUT
               READ OV-ACCT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM 2100-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       2100-CHECK-ONE-ACCOUNT.
      *    Headroom is what the account can still be debited before
      *    a posting would hold; negative headroom is a breach.  The
      *    near band is an overdraft of 90% or more of the limit.
           MOVE SPACES TO WS-CONDITION
           COMPUTE WS-HEADROOM = ACT-BALANCE + ACT-CREDIT-LIMIT
           COMPUTE WS-NEAR-THRESHOLD ROUNDED =
               ZERO - (ACT-CREDIT-LIMIT * 0.9)
           EVALUATE TRUE
               WHEN WS-HEADROOM < ZERO
                   MOVE "OVER" TO WS-CONDITION
                   ADD 1 TO WS-OVER-COUNT
                   SUBTRACT WS-HEADROOM FROM WS-OVER-TOTAL
               WHEN ACT-CREDIT-LIMIT > ZERO
                       AND ACT-BALANCE < ZERO
                       AND ACT-BALANCE NOT > WS-NEAR-THRESHOLD
                   MOVE "NEAR" TO WS-CONDITION
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CONDITION NOT = SPACES
               PERFORM 2200-WRITE-DETAIL
           END-IF.

       2200-WRITE-DETAIL.
           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE ACT-ACCOUNT-ID   TO DET-ACCOUNT-ID
           MOVE ACT-STATUS       TO DET-STATUS
           MOVE ACT-BALANCE      TO WS-BALANCE-EDIT
           MOVE WS-BALANCE-EDIT  TO DET-BALANCE
           MOVE ACT-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-LIMIT-EDIT    TO DET-LIMIT
           MOVE WS-HEADROOM      TO WS-HEADROOM-EDIT
           MOVE WS-HEADROOM-EDIT TO DET-HEADROOM
           MOVE WS-CONDITION     TO DET-CONDITION
           WRITE OV-REPORT-LINE FROM WS-DETAIL-LINE.

       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE OV-ACCT-MASTER
               MOVE SPACES TO WS-PRINT-LINE
               WRITE OV-REPORT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-OVER-TOTAL TO WS-TOTAL-EDIT
               STRING "    ACCOUNTS " WS-ACCOUNT-COUNT
                       "  OVER LIMIT " WS-OVER-COUNT
                       "  NEAR LIMIT " WS-NEAR-COUNT
                       "  TOTAL PAST LIMIT " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE OV-REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           CLOSE OV-REPORT-FILE
           IF WS-OVER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "OVDRPT LISTED " WS-OVER-COUNT " OVER AND "
               WS-NEAR-COUNT " NEAR LIMIT OF " WS-ACCOUNT-COUNT
               " ACCOUNTS" UPON CONSOLE.
