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
      *	INTGCHK is the cross-file integrity step, run near the end of
      *	the window ahead of WINHLTH.  BALCHK, ACCTSNAP and BCRUTIL
      *	each prove their own file; INTGCHK proves that the stores
      *	agree with one another:
      *
      *	  1. ACT-POST-COUNT on every ACCTMAST.DAT account equals the
      *	     rows posted to it on POSTTRAN.ARC and POSTTRAN.DAT -
      *	     status O postings, transfer legs and reversals alike,
      *	     since each of them added one to the count when it was
      *	     written.  Held (P) and errored (E) rows moved nothing
      *	     and are not counted, so an item held and later posted
      *	     counts once; undated legacy rows are skipped by the
      *	     usual PST-RUN-DATE hyphen guard;
      *	  2. every BCRESULT.DAT record agrees - run date, operator,
      *	     result and floating result - with the latest BCOUT.DAT
      *	     row for its BCR-TRAN-ID, looking through BCOUT.ARC for
      *	     rows HOUSEKP has archived;
      *	  3. every CLS-TRAN-CODE on ELCLASS.DAT is a code on
      *	     CLSRULES.DAT;
      *	  4. no POSTSUSP.DAT item carries a TRAN-ID that TRANREG.DAT
      *	     says has already posted - except a PT0009 hold, which is
      *	     exactly that duplicate being held on purpose.
      *
      *	The latest BCOUT row for each id is kept on a keyed work
      *	file, INTGCHK.WRK, built fresh each run: the BCOUT history
      *	is far too long for a table.
      *
      *	Every finding is one line of INTGCHK.RPT with a severity -
      *	E for a break between files, W for something to look at, I
      *	for information - and each check ends with its count of
      *	items checked and findings.  Every E finding is also logged
      *	through LOGERR (IV0001-IV0003) so it reaches the operator.
      *	Findings end the run with return code 4 and leave the
      *	window to finish; a store that cannot be read at all
      *	(IV0004) ends it with return code 8.  INTGCHK only reads
      *	the stores and may be rerun at any time.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     INTGCHK.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT IV-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT IV-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT IV-POSTED-ARC ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT IV-RESULTS-INDEXED ASSIGN TO "BCRESULT.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS BCR-TRAN-ID
               FILE STATUS   IS WS-RESULTS-STATUS.

           SELECT IV-BCOUT-IN ASSIGN TO "BCOUT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BCOUT-STATUS.

           SELECT IV-BCOUT-ARC ASSIGN TO "BCOUT.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BCOUT-STATUS.

           SELECT IV-WORK-FILE ASSIGN TO "INTGCHK.WRK"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS WK-TRAN-ID
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT IV-CLASSIFIED-IN ASSIGN TO "ELCLASS.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CLASSIFIED-STATUS.

           SELECT IV-RULES-IN ASSIGN TO "CLSRULES.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RULES-STATUS.

           SELECT IV-SUSPENSE-IN ASSIGN TO "POSTSUSP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-SUSPENSE-STATUS.

           SELECT IV-REGISTER-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-REG-STATUS.

           SELECT IV-REPORT-FILE ASSIGN TO "INTGCHK.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT IV-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  IV-ACCT-MASTER.
       COPY acctrec.

      *    POSTTRAN.DAT and POSTTRAN.ARC rows are read into
      *    POSTED-TRAN-RECORD: the account (the first four bytes of
      *    the TRAN-ID) and the status are needed.
       FD  IV-POSTED-IN.
       01  IV-POSTED-RECORD            PIC X(128).

       FD  IV-POSTED-ARC.
       01  IV-POSTED-ARC-RECORD        PIC X(128).

       FD  IV-RESULTS-INDEXED.
       COPY bcresultrec.

       FD  IV-BCOUT-IN.
       01  IV-BCOUT-RECORD             PIC X(200).

      *    BCOUT.ARC rows carry HOUSEKP's archive date in front.
       FD  IV-BCOUT-ARC.
       01  IV-BCOUT-ARC-RECORD.
           05  IVA-ARCHIVE-DATE        PIC X(10).
           05  FILLER                  PIC X(1).
           05  IVA-RECORD-IMAGE        PIC X(200).

       FD  IV-WORK-FILE.
       01  IV-WORK-RECORD.
           05  WK-TRAN-ID              PIC X(10).
           05  WK-BCOUT-IMAGE          PIC X(200).

       FD  IV-CLASSIFIED-IN.
       COPY elclassrec.

       FD  IV-RULES-IN.
       01  IV-RULES-RECORD.
           05  RUL-CODE                PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RUL-CATEGORY            PIC X(1).
           05  FILLER                  PIC X(1).
           05  RUL-DESC                PIC X(20).

       FD  IV-SUSPENSE-IN.
       COPY postsusprec.

       FD  IV-REGISTER-FILE.
       COPY tranregrec.

       FD  IV-REPORT-FILE.
       01  IV-REPORT-LINE              PIC X(132).

       FD  IV-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       COPY bcoutrec.
       COPY clsrules.
       COPY posttranrec.
       COPY tranrec.

       01  WS-ACCT-STATUS              PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-RESULTS-STATUS           PIC XX.
       01  WS-BCOUT-STATUS             PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-CLASSIFIED-STATUS        PIC XX.
       01  WS-RULES-STATUS             PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BIZDATE-STATUS           PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-WORK-OPEN-SW             PIC X VALUE "N".
           88  WS-WORK-OPEN            VALUE "Y".
       01  WS-RULE-FOUND-SW            PIC X VALUE "N".
           88  WS-RULE-FOUND           VALUE "Y".

      *    Accounts from ACCTMAST.DAT, read in key order so the
      *    table is ascending and searched with SEARCH ALL - the
      *    posted history is too long for a serial search per row.
      *    Unused entries hold HIGH-VALUES keys so the binary search
      *    never lands on one.
       01  WS-ACC-MAX                  PIC 9(5) VALUE 5000.
       01  WS-ACC-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-ACC-ACCOUNT-ID
                   INDEXED BY ACC-IDX.
               10  WS-ACC-ACCOUNT-ID   PIC X(4).
               10  WS-ACC-POST-COUNT   PIC 9(7).
               10  WS-ACC-ROW-COUNT    PIC 9(7).
       01  WS-ACC-SUB                  PIC 9(5).

      *    Accounts that have posted rows but no master record.
       01  WS-UNK-MAX                  PIC 9(3) VALUE 200.
       01  WS-UNK-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY OCCURS 200 TIMES INDEXED BY UNK-IDX.
               10  WS-UNK-ACCOUNT-ID   PIC X(4).
               10  WS-UNK-ROW-COUNT    PIC 9(7).
       01  WS-UNK-SUB                  PIC 9(3).

      *    ELCLASS.DAT codes that are not on CLSRULES.DAT, each
      *    reported once with its row count.
       01  WS-BAD-MAX                  PIC 9(3) VALUE 100.
       01  WS-BAD-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-BAD-TABLE.
           05  WS-BAD-ENTRY OCCURS 100 TIMES INDEXED BY BAD-IDX.
               10  WS-BAD-TRAN-CODE    PIC 9(3).
               10  WS-BAD-ROW-COUNT    PIC 9(7).
               10  WS-BAD-FIRST-ID     PIC X(10).
       01  WS-BAD-SUB                  PIC 9(3).

       01  WS-FIND-ACCOUNT-ID          PIC X(4).
       01  WS-CHECK-NAME               PIC X(10).
       01  WS-SEVERITY                 PIC X(1).
       01  WS-FINDING-KEY              PIC X(10).
       01  WS-FINDING-TEXT             PIC X(80).
       01  WS-FINDING-CODE             PIC X(6).

       01  WS-CHECKED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CHECK-FINDINGS           PIC 9(7) VALUE ZERO.
       01  WS-ROW-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-ERROR-FINDINGS           PIC 9(7) VALUE ZERO.
       01  WS-WARNING-FINDINGS         PIC 9(7) VALUE ZERO.
       01  WS-INFO-FINDINGS            PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.

       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-COUNT-EDIT-2             PIC Z(6)9.
       01  WS-AMOUNT-EDIT              PIC -(9)9.9999.
       01  WS-AMOUNT-EDIT-2            PIC -(9)9.9999.
       01  WS-PAGE-EDIT                PIC ZZZ9.

       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(41) VALUE
               "CROSS-FILE INTEGRITY CHECK - BUSINESS DAY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(49) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CHECK".
           05  FILLER                  PIC X(5)  VALUE "SEV".
           05  FILLER                  PIC X(12) VALUE "KEY".
           05  FILLER                  PIC X(101) VALUE "FINDING".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-CHECK-NAME          PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-SEVERITY            PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-KEY                 PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-FINDING             PIC X(80).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "INTGCHK".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-CHECK-POST-COUNTS
               PERFORM 3000-CHECK-BC-RESULTS
               PERFORM 4000-CHECK-CLASS-CODES
               PERFORM 5000-CHECK-SUSPENSE
               PERFORM 8000-WRITE-TOTALS
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
           OPEN OUTPUT IV-REPORT-FILE
           MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           PERFORM 1100-LOAD-ACCOUNTS.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT IV-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ IV-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE IV-BIZDATE-FILE
           END-IF.

       1100-LOAD-ACCOUNTS.
           MOVE HIGH-VALUES TO WS-ACC-TABLE
           OPEN INPUT IV-ACCT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "ACCTMAST.DAT" TO WS-FINDING-KEY
               PERFORM 9100-LOG-OPEN-FAILURE
           ELSE
               MOVE "N" TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ IV-ACCT-MASTER NEXT
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 1150-ADD-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE IV-ACCT-MASTER
           END-IF.

       1150-ADD-ACCOUNT.
           IF WS-ACC-COUNT < WS-ACC-MAX
               ADD 1 TO WS-ACC-COUNT
               MOVE ACT-ACCOUNT-ID TO WS-ACC-ACCOUNT-ID(WS-ACC-COUNT)
               MOVE ACT-POST-COUNT TO WS-ACC-POST-COUNT(WS-ACC-COUNT)
               MOVE ZERO           TO WS-ACC-ROW-COUNT(WS-ACC-COUNT)
           ELSE
      *        A check over part of the master would pass accounts
      *        it never looked at.
               DISPLAY "INTGCHK: ACCOUNT TABLE FULL AT "
                   ACT-ACCOUNT-ID UPON CONSOLE
               SET WS-ABEND-CONDITION TO TRUE
               SET WS-EOF-INPUT TO TRUE
           END-IF.

      ******************************************************************
      *    1. ACT-POST-COUNT against the posted history.
      ******************************************************************
       2000-CHECK-POST-COUNTS.
           MOVE "POSTCOUNT" TO WS-CHECK-NAME
           MOVE ZERO TO WS-CHECKED-COUNT WS-CHECK-FINDINGS
           OPEN INPUT IV-POSTED-ARC
           IF WS-POSTED-STATUS = "00"
               MOVE "N" TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ IV-POSTED-ARC INTO POSTED-TRAN-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 2100-COUNT-POSTED-ROW
                   END-READ
               END-PERFORM
               CLOSE IV-POSTED-ARC
           END-IF
           OPEN INPUT IV-POSTED-IN
           IF WS-POSTED-STATUS = "00"
               MOVE "N" TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ IV-POSTED-IN INTO POSTED-TRAN-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 2100-COUNT-POSTED-ROW
                   END-READ
               END-PERFORM
               CLOSE IV-POSTED-IN
           END-IF
           PERFORM 2200-COMPARE-ONE-ACCOUNT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           PERFORM 2300-REPORT-UNKNOWN-ACCOUNT
               VARYING WS-UNK-SUB FROM 1 BY 1
               UNTIL WS-UNK-SUB > WS-UNK-COUNT
           PERFORM 7200-WRITE-CHECK-SUMMARY.

       2100-COUNT-POSTED-ROW.
           MOVE PST-TRAN-RECORD TO TRAN-RECORD
           IF PST-RUN-DATE(5:1) = "-" AND TRAN-STATUS-OK
               MOVE TRAN-ID(1:4) TO WS-FIND-ACCOUNT-ID
               SEARCH ALL WS-ACC-ENTRY
                   AT END
                       PERFORM 2150-COUNT-UNKNOWN-ACCOUNT
                   WHEN WS-ACC-ACCOUNT-ID(ACC-IDX) = WS-FIND-ACCOUNT-ID
                       ADD 1 TO WS-ACC-ROW-COUNT(ACC-IDX)
               END-SEARCH
           END-IF.

       2150-COUNT-UNKNOWN-ACCOUNT.
           SET UNK-IDX TO 1
           SEARCH WS-UNK-ENTRY
               AT END
                   DISPLAY "INTGCHK: UNKNOWN ACCOUNT TABLE FULL AT "
                       WS-FIND-ACCOUNT-ID UPON CONSOLE
               WHEN UNK-IDX > WS-UNK-COUNT
                   IF WS-UNK-COUNT < WS-UNK-MAX
                       ADD 1 TO WS-UNK-COUNT
                       MOVE WS-FIND-ACCOUNT-ID
                           TO WS-UNK-ACCOUNT-ID(WS-UNK-COUNT)
                       MOVE 1 TO WS-UNK-ROW-COUNT(WS-UNK-COUNT)
                   END-IF
               WHEN WS-UNK-ACCOUNT-ID(UNK-IDX) = WS-FIND-ACCOUNT-ID
                   ADD 1 TO WS-UNK-ROW-COUNT(UNK-IDX)
           END-SEARCH.

       2200-COMPARE-ONE-ACCOUNT.
           ADD 1 TO WS-CHECKED-COUNT
           IF WS-ACC-POST-COUNT(WS-ACC-SUB)
                   NOT = WS-ACC-ROW-COUNT(WS-ACC-SUB)
               MOVE "E"      TO WS-SEVERITY
               MOVE "IV0001" TO WS-FINDING-CODE
               MOVE WS-ACC-ACCOUNT-ID(WS-ACC-SUB) TO WS-FINDING-KEY
               MOVE WS-ACC-POST-COUNT(WS-ACC-SUB) TO WS-COUNT-EDIT
               MOVE WS-ACC-ROW-COUNT(WS-ACC-SUB)  TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "ACT-POST-COUNT " WS-COUNT-EDIT
                   " BUT POSTED ROWS ON FILE " WS-COUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7300-WRITE-FINDING
           END-IF.

       2300-REPORT-UNKNOWN-ACCOUNT.
           MOVE "W" TO WS-SEVERITY
           MOVE WS-UNK-ACCOUNT-ID(WS-UNK-SUB) TO WS-FINDING-KEY
           MOVE WS-UNK-ROW-COUNT(WS-UNK-SUB)  TO WS-COUNT-EDIT
           MOVE SPACES TO WS-FINDING-TEXT
           STRING "POSTED ROWS FOR AN ACCOUNT NOT ON ACCTMAST.DAT "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
           PERFORM 7300-WRITE-FINDING.

      ******************************************************************
      *    2. BCRESULT.DAT against the latest BCOUT row per id.
      ******************************************************************
       3000-CHECK-BC-RESULTS.
           MOVE "BCRESULT" TO WS-CHECK-NAME
           MOVE ZERO TO WS-CHECKED-COUNT WS-CHECK-FINDINGS
           PERFORM 3100-BUILD-LATEST-BCOUT
           IF WS-WORK-OPEN
               OPEN INPUT IV-RESULTS-INDEXED
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-WORK-OPEN
                   CONTINUE
               WHEN WS-RESULTS-STATUS NOT = "00"
                   PERFORM 3050-NO-RESULTS-FILE
               WHEN OTHER
                   PERFORM 3060-READ-ALL-RESULTS
           END-EVALUATE
           IF WS-WORK-OPEN
               CLOSE IV-WORK-FILE
           END-IF
           PERFORM 7200-WRITE-CHECK-SUMMARY.

       3050-NO-RESULTS-FILE.
           MOVE "I"            TO WS-SEVERITY
           MOVE "BCRESULT"     TO WS-FINDING-KEY
           MOVE "BCRESULT.DAT NOT ON FILE - NOTHING TO CHECK"
               TO WS-FINDING-TEXT
           PERFORM 7300-WRITE-FINDING.

       3060-READ-ALL-RESULTS.
           MOVE "N" TO WS-EOF-INPUT-SW
           PERFORM UNTIL WS-EOF-INPUT
               READ IV-RESULTS-INDEXED NEXT
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 3200-COMPARE-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE IV-RESULTS-INDEXED.

       3100-BUILD-LATEST-BCOUT.
      *    BCOUT rows are appended in run order and HOUSEKP moves
      *    the oldest to BCOUT.ARC, so reading the archive and then
      *    the live file and letting each row replace the one before
      *    leaves the latest row for every id.
           OPEN OUTPUT IV-WORK-FILE
           CLOSE IV-WORK-FILE
           OPEN I-O IV-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "INTGCHK.WRK" TO WS-FINDING-KEY
               PERFORM 9100-LOG-OPEN-FAILURE
           ELSE
               SET WS-WORK-OPEN TO TRUE
               OPEN INPUT IV-BCOUT-ARC
               IF WS-BCOUT-STATUS = "00"
                   MOVE "N" TO WS-EOF-INPUT-SW
                   PERFORM UNTIL WS-EOF-INPUT
                       READ IV-BCOUT-ARC
                           AT END
                               SET WS-EOF-INPUT TO TRUE
                           NOT AT END
                               MOVE IVA-RECORD-IMAGE TO WK-BCOUT-IMAGE
                               PERFORM 3150-KEEP-LATEST-ROW
                       END-READ
                   END-PERFORM
                   CLOSE IV-BCOUT-ARC
               END-IF
               OPEN INPUT IV-BCOUT-IN
               IF WS-BCOUT-STATUS = "00"
                   MOVE "N" TO WS-EOF-INPUT-SW
                   PERFORM UNTIL WS-EOF-INPUT
                       READ IV-BCOUT-IN
                           AT END
                               SET WS-EOF-INPUT TO TRUE
                           NOT AT END
                               MOVE IV-BCOUT-RECORD TO WK-BCOUT-IMAGE
                               PERFORM 3150-KEEP-LATEST-ROW
                       END-READ
                   END-PERFORM
                   CLOSE IV-BCOUT-IN
               END-IF
           END-IF.

       3150-KEEP-LATEST-ROW.
           MOVE WK-BCOUT-IMAGE TO BC-OUTPUT-RECORD
           IF OUT-TRAN-ID NOT = SPACES
               MOVE OUT-TRAN-ID TO WK-TRAN-ID
               WRITE IV-WORK-RECORD
                   INVALID KEY
                       REWRITE IV-WORK-RECORD
                       END-REWRITE
               END-WRITE
           END-IF.

       3200-COMPARE-ONE-RESULT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE BCR-TRAN-ID TO WS-FINDING-KEY
           MOVE BCR-TRAN-ID TO WK-TRAN-ID
           READ IV-WORK-FILE
               INVALID KEY
                   MOVE "W" TO WS-SEVERITY
                   MOVE "NO BCOUT.DAT OR BCOUT.ARC ROW FOR THIS ID"
                       TO WS-FINDING-TEXT
                   PERFORM 7300-WRITE-FINDING
               NOT INVALID KEY
                   MOVE WK-BCOUT-IMAGE TO BC-OUTPUT-RECORD
                   IF BCR-RUN-DATE      NOT = OUT-RUN-DATE
                           OR BCR-OPERATOR-CODE NOT = OUT-OPERATOR-CODE
                           OR BCR-RESULT        NOT = OUT-RESULT
                           OR BCR-FRESULT       NOT = OUT-FRESULT
                       MOVE "E"      TO WS-SEVERITY
                       MOVE "IV0002" TO WS-FINDING-CODE
                       MOVE BCR-RESULT TO WS-AMOUNT-EDIT
                       MOVE OUT-RESULT TO WS-AMOUNT-EDIT-2
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "BCRESULT " BCR-RUN-DATE " "
                           BCR-OPERATOR-CODE WS-AMOUNT-EDIT
                           " LATEST BCOUT " OUT-RUN-DATE " "
                           OUT-OPERATOR-CODE WS-AMOUNT-EDIT-2
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7300-WRITE-FINDING
                   END-IF
           END-READ.

      ******************************************************************
      *    3. ELCLASS.DAT codes against CLSRULES.DAT.
      ******************************************************************
       4000-CHECK-CLASS-CODES.
           MOVE "CLSRULES" TO WS-CHECK-NAME
           MOVE ZERO TO WS-CHECKED-COUNT WS-CHECK-FINDINGS
           PERFORM 4100-LOAD-RULES
           IF CLS-RULE-COUNT = ZERO
      *        ELSECLS falls back to its built-in codes when there
      *        is no rules file, so there is nothing to check
      *        against.
               MOVE "W"            TO WS-SEVERITY
               MOVE "CLSRULES"     TO WS-FINDING-KEY
               MOVE "CLSRULES.DAT MISSING OR EMPTY - CODES NOT CHECKED"
                   TO WS-FINDING-TEXT
               PERFORM 7300-WRITE-FINDING
           ELSE
               OPEN INPUT IV-CLASSIFIED-IN
               IF WS-CLASSIFIED-STATUS = "00"
                   MOVE "N" TO WS-EOF-INPUT-SW
                   PERFORM UNTIL WS-EOF-INPUT
                       READ IV-CLASSIFIED-IN
                           AT END
                               SET WS-EOF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 4200-CHECK-ONE-CODE
                       END-READ
                   END-PERFORM
                   CLOSE IV-CLASSIFIED-IN
               END-IF
               PERFORM 4300-REPORT-BAD-CODE
                   VARYING WS-BAD-SUB FROM 1 BY 1
                   UNTIL WS-BAD-SUB > WS-BAD-COUNT
           END-IF
           PERFORM 7200-WRITE-CHECK-SUMMARY.

       4100-LOAD-RULES.
           OPEN INPUT IV-RULES-IN
           IF WS-RULES-STATUS = "00"
               MOVE "N" TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ IV-RULES-IN
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF RUL-CODE NUMERIC
                                   AND CLS-RULE-COUNT < CLS-RULE-MAX
                               ADD 1 TO CLS-RULE-COUNT
                               MOVE RUL-CODE
                                   TO CLS-RULE-CODE(CLS-RULE-COUNT)
                               MOVE RUL-CATEGORY TO
                                   CLS-RULE-CATEGORY(CLS-RULE-COUNT)
                               MOVE RUL-DESC
                                   TO CLS-RULE-DESC(CLS-RULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IV-RULES-IN
           END-IF.

       4200-CHECK-ONE-CODE.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE "N" TO WS-RULE-FOUND-SW
           SET RUL-IDX TO 1
           SEARCH CLS-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN RUL-IDX > CLS-RULE-COUNT
                   CONTINUE
               WHEN CLS-RULE-CODE(RUL-IDX) = CLS-TRAN-CODE
                   SET WS-RULE-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-RULE-FOUND
               SET BAD-IDX TO 1
               SEARCH WS-BAD-ENTRY
                   AT END
                       DISPLAY "INTGCHK: BAD CODE TABLE FULL AT "
                           CLS-TRAN-CODE UPON CONSOLE
                   WHEN BAD-IDX > WS-BAD-COUNT
                       IF WS-BAD-COUNT < WS-BAD-MAX
                           ADD 1 TO WS-BAD-COUNT
                           MOVE CLS-TRAN-CODE
                               TO WS-BAD-TRAN-CODE(WS-BAD-COUNT)
                           MOVE 1 TO WS-BAD-ROW-COUNT(WS-BAD-COUNT)
                           MOVE CLS-TRAN-ID
                               TO WS-BAD-FIRST-ID(WS-BAD-COUNT)
                       END-IF
                   WHEN WS-BAD-TRAN-CODE(BAD-IDX) = CLS-TRAN-CODE
                       ADD 1 TO WS-BAD-ROW-COUNT(BAD-IDX)
               END-SEARCH
           END-IF.

       4300-REPORT-BAD-CODE.
      *    A classified row whose code has left the rules no longer
      *    means what it meant when it was classified.
           MOVE "W" TO WS-SEVERITY
           MOVE WS-BAD-FIRST-ID(WS-BAD-SUB)  TO WS-FINDING-KEY
           MOVE WS-BAD-ROW-COUNT(WS-BAD-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-FINDING-TEXT
           STRING "CLS-TRAN-CODE " WS-BAD-TRAN-CODE(WS-BAD-SUB)
               " NOT ON CLSRULES.DAT - ELCLASS ROWS " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
           PERFORM 7300-WRITE-FINDING.

      ******************************************************************
      *    4. POSTSUSP.DAT items against the posted register.
      ******************************************************************
       5000-CHECK-SUSPENSE.
           MOVE "POSTSUSP" TO WS-CHECK-NAME
           MOVE ZERO TO WS-CHECKED-COUNT WS-CHECK-FINDINGS
           OPEN INPUT IV-REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               MOVE "W"            TO WS-SEVERITY
               MOVE "TRANREG"      TO WS-FINDING-KEY
               MOVE "TRANREG.DAT NOT AVAILABLE - SUSPENSE NOT CHECKED"
                   TO WS-FINDING-TEXT
               PERFORM 7300-WRITE-FINDING
           ELSE
               OPEN INPUT IV-SUSPENSE-IN
               IF WS-SUSPENSE-STATUS = "00"
                   MOVE "N" TO WS-EOF-INPUT-SW
                   PERFORM UNTIL WS-EOF-INPUT
                       READ IV-SUSPENSE-IN
                           AT END
                               SET WS-EOF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 5100-CHECK-ONE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE IV-SUSPENSE-IN
               END-IF
               CLOSE IV-REGISTER-FILE
           END-IF
           PERFORM 7200-WRITE-CHECK-SUMMARY.

       5100-CHECK-ONE-ITEM.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SUS-INPUT-RECORD(1:10) TO TRG-TRAN-ID
           READ IV-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRG-TRAN-ID TO WS-FINDING-KEY
                   MOVE SPACES TO WS-FINDING-TEXT
      *            A PT0009 hold is the duplicate TRANPOST refused -
      *            it is in suspense because the id has posted.
                   IF SUS-REASON-CODE = "PT0009"
                       MOVE "I" TO WS-SEVERITY
                       STRING "PT0009 DUPLICATE HOLD - FIRST POSTED "
                           TRG-POST-DATE " BY " TRG-SOURCE
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   ELSE
                       MOVE "E"      TO WS-SEVERITY
                       MOVE "IV0003" TO WS-FINDING-CODE
                       STRING "HELD " SUS-REASON-CODE " SINCE "
                           SUS-RUN-DATE " BUT POSTED " TRG-POST-DATE
                           " BY " TRG-SOURCE
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-IF
                   PERFORM 7300-WRITE-FINDING
           END-READ.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE IV-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE IV-REPORT-LINE FROM WS-REPORT-RULE
           WRITE IV-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE IV-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       7200-WRITE-CHECK-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CHECKED-COUNT  TO WS-COUNT-EDIT
           MOVE WS-CHECK-FINDINGS TO WS-COUNT-EDIT-2
           STRING "  " WS-CHECK-NAME " ITEMS CHECKED " WS-COUNT-EDIT
               "  FINDINGS " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       7300-WRITE-FINDING.
      *    One report line per finding; an E finding is a break
      *    between files and is raised to the operator as well.
           ADD 1 TO WS-CHECK-FINDINGS
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE WS-CHECK-NAME   TO DET-CHECK-NAME
           MOVE WS-SEVERITY     TO DET-SEVERITY
           MOVE WS-FINDING-KEY  TO DET-KEY
           MOVE WS-FINDING-TEXT TO DET-FINDING
           MOVE WS-DETAIL-LINE  TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           EVALUATE WS-SEVERITY
               WHEN "E"
                   ADD 1 TO WS-ERROR-FINDINGS
                   MOVE WS-CHECK-NAME   TO WS-LOG-PARAGRAPH
                   MOVE WS-FINDING-CODE TO WS-LOG-ERROR-CODE
                   MOVE SPACES          TO WS-LOG-DATA
                   STRING WS-FINDING-KEY " " WS-FINDING-TEXT
                       DELIMITED BY SIZE INTO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE WS-LOG-DATA
               WHEN "W"
                   ADD 1 TO WS-WARNING-FINDINGS
               WHEN OTHER
                   ADD 1 TO WS-INFO-FINDINGS
           END-EVALUATE
           MOVE SPACES TO WS-FINDING-CODE.

       8000-WRITE-TOTALS.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ERROR-FINDINGS TO WS-COUNT-EDIT
           STRING "FINDINGS - ERROR (E) " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-WARNING-FINDINGS TO WS-COUNT-EDIT
           STRING "FINDINGS - WARNING (W) " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-INFO-FINDINGS TO WS-COUNT-EDIT
           STRING "FINDINGS - INFORMATION (I) " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       9000-TERMINATE.
           CLOSE IV-REPORT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-FINDINGS > ZERO OR WS-WARNING-FINDINGS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "INTGCHK FINDINGS E " WS-ERROR-FINDINGS
               " W " WS-WARNING-FINDINGS
               " I " WS-INFO-FINDINGS UPON CONSOLE.

       9100-LOG-OPEN-FAILURE.
           MOVE "9100-LOG-OPEN-FAILURE" TO WS-LOG-PARAGRAPH
           MOVE "IV0004"                TO WS-LOG-ERROR-CODE
           MOVE SPACES                  TO WS-LOG-DATA
           STRING WS-FINDING-KEY " COULD NOT BE OPENED"
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.
