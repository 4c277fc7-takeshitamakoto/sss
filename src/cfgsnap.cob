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
      *	CFGSNAP runs right after WINBKUP's pre-window backup, ahead
      *	of every processing step.  It copies every control file the
      *	suite is driven by (RUNCTL, BCCTL, FORCTL, HSKPCTL, CLSRULES,
      *	TRANPROF, INTRATE, SLACTL, TRENDCTL, CALCTL, POSTCTL,
      *	FEESCHED, FEEWAIVE, FEECTL, DORMCTL, DORMEXCL, HOLDCTL,
      *	LVMCTL, FXREVCTL, YRCLCTL, PORTEXCL, GLMAP and HOLIDAY, and
      *	the on-demand cards MTHCTL, STMCTL, BCRUCTL and ARCMCTL)
      *	line by line into the CFGHIST.DAT configuration history
      *	under tonight's business date, so the cards any past day
      *	ran under can be reprinted exactly (CFGPRT) instead of
      *	being reconstructed from memory after an incident.
      *
      *	CFGSNAP.RPT is the drift report: each file is compared line
      *	by line with the latest earlier snapshot and every changed,
      *	added and removed line is printed with its old and new text.
      *	A rerun or supplemental cycle of the same business date
      *	replaces that date's snapshot rather than adding a second.
      *
      *	Every control file is protected unless a CFGCTL.DAT card
      *	(file name in columns 1-12, "N" in column 14) says it is
      *	not.  A protected file that changed needs a CFGAUTH.DAT card
      *	for the business date (date 1-10, file name 12-23, operator
      *	25-32, reason 34-63); without one the change is raised to
      *	the operator on the console and logged (CF0001), and the
      *	step ends RC 4 so the window carries on under the alert.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CFGSNAP.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CS-RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-BCCTL-FILE ASSIGN TO "BCCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-FORCTL-FILE ASSIGN TO "FORCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-HSKPCTL-FILE ASSIGN TO "HSKPCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-CLSRULES-FILE ASSIGN TO "CLSRULES.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-TRANPROF-FILE ASSIGN TO "TRANPROF.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-INTRATE-FILE ASSIGN TO "INTRATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-SLACTL-FILE ASSIGN TO "SLACTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-TRENDCTL-FILE ASSIGN TO "TRENDCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-CALCTL-FILE ASSIGN TO "CALCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-POSTCTL-FILE ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-FEEWAIVE-FILE ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-FEECTL-FILE ASSIGN TO "FEECTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-DORMCTL-FILE ASSIGN TO "DORMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-DORMEXCL-FILE ASSIGN TO "DORMEXCL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-HOLDCTL-FILE ASSIGN TO "HOLDCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-LVMCTL-FILE ASSIGN TO "LVMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-FXREVCTL-FILE ASSIGN TO "FXREVCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-YRCLCTL-FILE ASSIGN TO "YRCLCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-PORTEXCL-FILE ASSIGN TO "PORTEXCL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-MTHCTL-FILE ASSIGN TO "MTHCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-STMCTL-FILE ASSIGN TO "STMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-BCRUCTL-FILE ASSIGN TO "BCRUCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-ARCMCTL-FILE ASSIGN TO "ARCMCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CS-HIST-FILE ASSIGN TO "CFGHIST.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-STATUS.

           SELECT CS-WORK-FILE ASSIGN TO "CFGSNAP.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT CS-PROT-FILE ASSIGN TO "CFGCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PROT-STATUS.

           SELECT CS-AUTH-FILE ASSIGN TO "CFGAUTH.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-AUTH-STATUS.

           SELECT CS-REPORT-FILE ASSIGN TO "CFGSNAP.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT CS-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  CS-RUNCTL-FILE.
       01  CS-RUNCTL-RECORD            PIC X(80).

       FD  CS-BCCTL-FILE.
       01  CS-BCCTL-RECORD             PIC X(80).

       FD  CS-FORCTL-FILE.
       01  CS-FORCTL-RECORD            PIC X(80).

       FD  CS-HSKPCTL-FILE.
       01  CS-HSKPCTL-RECORD           PIC X(80).

       FD  CS-CLSRULES-FILE.
       01  CS-CLSRULES-RECORD          PIC X(80).

       FD  CS-TRANPROF-FILE.
       01  CS-TRANPROF-RECORD          PIC X(80).

       FD  CS-INTRATE-FILE.
       01  CS-INTRATE-RECORD           PIC X(80).

       FD  CS-SLACTL-FILE.
       01  CS-SLACTL-RECORD            PIC X(80).

       FD  CS-TRENDCTL-FILE.
       01  CS-TRENDCTL-RECORD          PIC X(80).

       FD  CS-CALCTL-FILE.
       01  CS-CALCTL-RECORD            PIC X(80).

       FD  CS-POSTCTL-FILE.
       01  CS-POSTCTL-RECORD           PIC X(80).

       FD  CS-FEESCHED-FILE.
       01  CS-FEESCHED-RECORD          PIC X(80).

       FD  CS-FEEWAIVE-FILE.
       01  CS-FEEWAIVE-RECORD          PIC X(80).

       FD  CS-FEECTL-FILE.
       01  CS-FEECTL-RECORD            PIC X(80).

       FD  CS-DORMCTL-FILE.
       01  CS-DORMCTL-RECORD           PIC X(80).

       FD  CS-DORMEXCL-FILE.
       01  CS-DORMEXCL-RECORD          PIC X(80).

       FD  CS-HOLDCTL-FILE.
       01  CS-HOLDCTL-RECORD           PIC X(80).

       FD  CS-LVMCTL-FILE.
       01  CS-LVMCTL-RECORD            PIC X(80).

       FD  CS-FXREVCTL-FILE.
       01  CS-FXREVCTL-RECORD          PIC X(80).

       FD  CS-YRCLCTL-FILE.
       01  CS-YRCLCTL-RECORD           PIC X(80).

       FD  CS-PORTEXCL-FILE.
       01  CS-PORTEXCL-RECORD          PIC X(80).

       FD  CS-GLMAP-FILE.
       01  CS-GLMAP-RECORD               PIC X(80).

       FD  CS-HOLIDAY-FILE.
       01  CS-HOLIDAY-RECORD             PIC X(80).

       FD  CS-MTHCTL-FILE.
       01  CS-MTHCTL-RECORD              PIC X(80).

       FD  CS-STMCTL-FILE.
       01  CS-STMCTL-RECORD              PIC X(80).

       FD  CS-BCRUCTL-FILE.
       01  CS-BCRUCTL-RECORD             PIC X(80).

       FD  CS-ARCMCTL-FILE.
       01  CS-ARCMCTL-RECORD             PIC X(80).

       FD  CS-HIST-FILE.
       COPY cfghist.

       FD  CS-WORK-FILE.
       01  CS-WORK-RECORD              PIC X(112).

       FD  CS-PROT-FILE.
       01  CS-PROT-CARD.
           05  PRC-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(1).
           05  PRC-PROTECT-FLAG        PIC X(1).
               88  PRC-NOT-PROTECTED   VALUE "N".

       FD  CS-AUTH-FILE.
       01  CS-AUTH-CARD.
           05  AUC-AUTH-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  AUC-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(1).
           05  AUC-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  AUC-REASON              PIC X(30).

       FD  CS-REPORT-FILE.
       01  CS-REPORT-LINE              PIC X(132).

       FD  CS-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-PROT-STATUS              PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BIZDATE-STATUS           PIC XX.

       01  WS-EOF-CTL-SW               PIC X VALUE "N".
           88  WS-EOF-CTL              VALUE "Y".
       01  WS-EOF-HIST-SW              PIC X VALUE "N".
           88  WS-EOF-HIST             VALUE "Y".
       01  WS-EOF-WORK-SW              PIC X VALUE "N".
           88  WS-EOF-WORK             VALUE "Y".
       01  WS-EOF-CARD-SW              PIC X VALUE "N".
           88  WS-EOF-CARD             VALUE "Y".
       01  WS-TONIGHT-FOUND-SW         PIC X VALUE "N".
           88  WS-TONIGHT-FOUND        VALUE "Y".
       01  WS-PRV-FULL-SW              PIC X VALUE "N".
           88  WS-PRV-FULL             VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".

       01  WS-FILE-TABLE-DATA.
           05  FILLER  PIC X(12) VALUE "RUNCTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "BCCTL.DAT   ".
           05  FILLER  PIC X(12) VALUE "FORCTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "HSKPCTL.DAT ".
           05  FILLER  PIC X(12) VALUE "CLSRULES.DAT".
           05  FILLER  PIC X(12) VALUE "TRANPROF.DAT".
           05  FILLER  PIC X(12) VALUE "INTRATE.DAT ".
           05  FILLER  PIC X(12) VALUE "SLACTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "TRENDCTL.DAT".
           05  FILLER  PIC X(12) VALUE "CALCTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "POSTCTL.DAT ".
           05  FILLER  PIC X(12) VALUE "FEESCHED.DAT".
           05  FILLER  PIC X(12) VALUE "FEEWAIVE.DAT".
           05  FILLER  PIC X(12) VALUE "FEECTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "DORMCTL.DAT ".
           05  FILLER  PIC X(12) VALUE "DORMEXCL.DAT".
           05  FILLER  PIC X(12) VALUE "HOLDCTL.DAT ".
           05  FILLER  PIC X(12) VALUE "LVMCTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "FXREVCTL.DAT".
           05  FILLER  PIC X(12) VALUE "YRCLCTL.DAT ".
           05  FILLER  PIC X(12) VALUE "PORTEXCL.DAT".
           05  FILLER  PIC X(12) VALUE "GLMAP.DAT   ".
           05  FILLER  PIC X(12) VALUE "HOLIDAY.DAT ".
           05  FILLER  PIC X(12) VALUE "MTHCTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "STMCTL.DAT  ".
           05  FILLER  PIC X(12) VALUE "BCRUCTL.DAT ".
           05  FILLER  PIC X(12) VALUE "ARCMCTL.DAT ".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
           05  WS-FILE-NAME OCCURS 27 TIMES PIC X(12).
       01  WS-FILE-COUNT               PIC 9(2) VALUE 27.
       01  WS-FILE-IDX                 PIC 9(2).
       01  WS-SCAN-IDX                 PIC 9(2).
       01  WS-FOUND-IDX                PIC 9(2).
       01  WS-LOOKUP-NAME              PIC X(12).

      *    What is known about each control file: whether it is
      *    protected and authorised to change tonight, and where
      *    its lines sit in the previous and current snapshot
      *    tables.  A kind of space means the previous snapshot did
      *    not cover the file at all.
       01  WS-FILE-STATE-TABLE.
           05  WS-FILE-STATE OCCURS 27 TIMES.
               10  WS-PROTECT-FLAG     PIC X(1).
                   88  WS-FILE-PROTECTED VALUE "P".
               10  WS-AUTH-SW          PIC X(1).
                   88  WS-CHANGE-AUTHORISED VALUE "Y".
               10  WS-AUTH-OPERATOR    PIC X(8).
               10  WS-AUTH-REASON      PIC X(30).
               10  WS-PRV-KIND         PIC X(1).
               10  WS-PRV-FIRST        PIC 9(5).
               10  WS-PRV-LINES        PIC 9(5).
               10  WS-CUR-KIND         PIC X(1).
               10  WS-CUR-FIRST        PIC 9(5).
               10  WS-CUR-LINES        PIC 9(5).

      *    The latest snapshot dated before tonight, and tonight's,
      *    each held whole - one row per CFGHIST.DAT line, kept in
      *    file-then-line order so a file's lines are contiguous.
       01  WS-SNAP-MAX                 PIC 9(5) VALUE 2000.
       01  WS-PRV-DATE                 PIC X(10) VALUE SPACES.
       01  WS-PRV-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 2000 TIMES.
               10  PRV-FILE-IDX        PIC 9(2).
               10  PRV-LINE-NO         PIC 9(5).
               10  PRV-KIND            PIC X(1).
               10  PRV-TEXT            PIC X(80).
       01  WS-CUR-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES.
               10  CUR-FILE-IDX        PIC 9(2).
               10  CUR-LINE-NO         PIC 9(5).
               10  CUR-KIND            PIC X(1).
               10  CUR-TEXT            PIC X(80).
       01  WS-ROW-SUB                  PIC 9(5).

       01  WS-READ-BUFFER              PIC X(80).
       01  WS-LINE-NO                  PIC 9(5).
       01  WS-ROW-KIND                 PIC X(1).

       01  WS-COMPARE-LINE             PIC 9(5).
       01  WS-COMPARE-MAX              PIC 9(5).
       01  WS-OLD-TEXT                 PIC X(80).
       01  WS-NEW-TEXT                 PIC X(80).
       01  WS-OLD-PRESENT-SW           PIC X VALUE "N".
           88  WS-OLD-PRESENT          VALUE "Y".
       01  WS-NEW-PRESENT-SW           PIC X VALUE "N".
           88  WS-NEW-PRESENT          VALUE "Y".
       01  WS-FILE-EVENT               PIC X(1).
           88  WS-EVENT-NONE-EITHER    VALUE "0".
           88  WS-EVENT-FILE-ADDED     VALUE "A".
           88  WS-EVENT-FILE-REMOVED   VALUE "R".
           88  WS-EVENT-COMPARE        VALUE "C".
       01  WS-FILE-DIFFS               PIC 9(5).
       01  WS-FILE-STATUS-TEXT         PIC X(40).

       01  WS-ROWS-WRITTEN             PIC 9(7) VALUE ZERO.
       01  WS-ROWS-KEPT                PIC 9(7) VALUE ZERO.
       01  WS-FILES-CHANGED            PIC 9(7) VALUE ZERO.
       01  WS-LINES-DIFFERING          PIC 9(7) VALUE ZERO.
       01  WS-ALERT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-AUTHORISED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-COUNT-EDIT-2             PIC Z(6)9.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-PRINT-DATE               PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.
       01  WS-PAGE-EDIT                PIC ZZZ9.

       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(46) VALUE
               "CONTROL FILE SNAPSHOT AND DRIFT - BUSINESS DAY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(44) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-DRIFT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DRF-LINE-LABEL          PIC X(5)  VALUE "LINE ".
           05  DRF-LINE-NO             PIC Z(4)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRF-ACTION              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRF-WHICH               PIC X(5).
           05  DRF-TEXT                PIC X(80).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "CFGSNAP".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HISTORY
           IF NOT WS-ABEND-CONDITION
               PERFORM 3000-TAKE-SNAPSHOT
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                      OR WS-ABEND-CONDITION
           END-IF
           IF NOT WS-ABEND-CONDITION
               PERFORM 4000-SAVE-SNAPSHOT
           END-IF
           IF NOT WS-ABEND-CONDITION
               PERFORM 5000-REPORT-DRIFT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-PRINT-DATE
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE WS-RUN-DATE   TO HDG-BUSINESS-DATE
           MOVE WS-PRINT-DATE TO HDG-PRINT-DATE

           INITIALIZE WS-FILE-STATE-TABLE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE "P" TO WS-PROTECT-FLAG(WS-FILE-IDX)
               MOVE "N" TO WS-AUTH-SW(WS-FILE-IDX)
           END-PERFORM
           PERFORM 1100-LOAD-PROTECTION
           PERFORM 1200-LOAD-AUTHORISATIONS

           OPEN OUTPUT CS-REPORT-FILE.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT CS-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ CS-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE CS-BIZDATE-FILE
           END-IF.

       1100-LOAD-PROTECTION.
      *    No CFGCTL.DAT leaves every control file protected; a card
      *    with "N" in column 14 lets that file change unannounced.
           OPEN INPUT CS-PROT-FILE
           IF WS-PROT-STATUS = "00"
               MOVE "N" TO WS-EOF-CARD-SW
               PERFORM UNTIL WS-EOF-CARD
                   READ CS-PROT-FILE
                       AT END
                           SET WS-EOF-CARD TO TRUE
                       NOT AT END
                           PERFORM 1150-APPLY-PROTECT-CARD
                   END-READ
               END-PERFORM
               CLOSE CS-PROT-FILE
           END-IF.

       1150-APPLY-PROTECT-CARD.
           IF PRC-FILE-NAME NOT = SPACES
               MOVE PRC-FILE-NAME TO WS-LOOKUP-NAME
               PERFORM 1900-FIND-FILE-IDX
               IF WS-FOUND-IDX = ZERO
                   DISPLAY "CFGSNAP: CFGCTL.DAT NAMES UNKNOWN FILE "
                       PRC-FILE-NAME " - CARD IGNORED" UPON CONSOLE
               ELSE
                   IF PRC-NOT-PROTECTED
                       MOVE "N" TO WS-PROTECT-FLAG(WS-FOUND-IDX)
                   ELSE
                       MOVE "P" TO WS-PROTECT-FLAG(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-AUTHORISATIONS.
      *    Only cards dated with tonight's business date count - an
      *    authorisation is for one expected change, not standing.
           OPEN INPUT CS-AUTH-FILE
           IF WS-AUTH-STATUS = "00"
               MOVE "N" TO WS-EOF-CARD-SW
               PERFORM UNTIL WS-EOF-CARD
                   READ CS-AUTH-FILE
                       AT END
                           SET WS-EOF-CARD TO TRUE
                       NOT AT END
                           PERFORM 1250-APPLY-AUTH-CARD
                   END-READ
               END-PERFORM
               CLOSE CS-AUTH-FILE
           END-IF.

       1250-APPLY-AUTH-CARD.
           IF AUC-AUTH-DATE = WS-RUN-DATE
               MOVE AUC-FILE-NAME TO WS-LOOKUP-NAME
               PERFORM 1900-FIND-FILE-IDX
               IF WS-FOUND-IDX NOT = ZERO
                   MOVE "Y"          TO WS-AUTH-SW(WS-FOUND-IDX)
                   MOVE AUC-OPERATOR TO WS-AUTH-OPERATOR(WS-FOUND-IDX)
                   MOVE AUC-REASON   TO WS-AUTH-REASON(WS-FOUND-IDX)
               END-IF
           END-IF.

       1900-FIND-FILE-IDX.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FILE-COUNT
               IF WS-FILE-NAME(WS-SCAN-IDX) = WS-LOOKUP-NAME
                  AND WS-FOUND-IDX = ZERO
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      *    PREVIOUS SNAPSHOT
      ******************************************************************
       2000-LOAD-HISTORY.
      *    Keeps the latest snapshot dated before tonight.  Rows
      *    already dated tonight mean a rerun or later cycle of the
      *    same day - they are replaced when tonight's are saved.
      *    Rows dated after tonight (a date restored backwards) are
      *    left alone and play no part in the comparison.
           OPEN INPUT CS-HIST-FILE
           EVALUATE WS-HIST-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-HIST-SW
                   PERFORM UNTIL WS-EOF-HIST
                       READ CS-HIST-FILE
                           AT END
                               SET WS-EOF-HIST TO TRUE
                           NOT AT END
                               PERFORM 2100-KEEP-HISTORY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE CS-HIST-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "2000-LOAD-HISTORY" TO WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-HISTORY-FAILURE
           END-EVALUATE
      *    A previous snapshot that did not fit would show its lost
      *    lines as added tonight, so it stops the step the same way
      *    a full table for tonight's does.
           IF WS-PRV-FULL
               SET WS-ABEND-CONDITION TO TRUE
               DISPLAY "CFGSNAP: SNAPSHOT TABLE FULL AT " WS-PRV-DATE
                   " SNAPSHOT - NO SNAPSHOT TAKEN" UPON CONSOLE
               MOVE "2000-LOAD-HISTORY" TO WS-LOG-PARAGRAPH
               MOVE "CF0003"            TO WS-LOG-ERROR-CODE
               MOVE SPACES              TO WS-LOG-DATA
               STRING "CFGHIST.DAT " WS-PRV-DATE
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           PERFORM 2200-INDEX-PREVIOUS
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-PRV-COUNT.

       2100-KEEP-HISTORY-ROW.
           EVALUATE TRUE
               WHEN CFH-SNAP-DATE = WS-RUN-DATE
                   SET WS-TONIGHT-FOUND TO TRUE
               WHEN CFH-SNAP-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN CFH-SNAP-DATE > WS-PRV-DATE
                   MOVE CFH-SNAP-DATE TO WS-PRV-DATE
                   MOVE ZERO          TO WS-PRV-COUNT
                   MOVE "N"           TO WS-PRV-FULL-SW
                   PERFORM 2150-ADD-PREVIOUS-ROW
               WHEN CFH-SNAP-DATE = WS-PRV-DATE
                   PERFORM 2150-ADD-PREVIOUS-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-ADD-PREVIOUS-ROW.
           MOVE CFH-FILE-NAME TO WS-LOOKUP-NAME
           PERFORM 1900-FIND-FILE-IDX
           IF WS-FOUND-IDX NOT = ZERO
               IF WS-PRV-COUNT < WS-SNAP-MAX
                   ADD 1 TO WS-PRV-COUNT
                   MOVE WS-FOUND-IDX  TO PRV-FILE-IDX(WS-PRV-COUNT)
                   MOVE CFH-LINE-NO   TO PRV-LINE-NO(WS-PRV-COUNT)
                   MOVE CFH-LINE-KIND TO PRV-KIND(WS-PRV-COUNT)
                   MOVE CFH-LINE-TEXT TO PRV-TEXT(WS-PRV-COUNT)
               ELSE
                   SET WS-PRV-FULL TO TRUE
               END-IF
           END-IF.

       2200-INDEX-PREVIOUS.
           MOVE PRV-FILE-IDX(WS-ROW-SUB) TO WS-FILE-IDX
           MOVE PRV-KIND(WS-ROW-SUB)     TO WS-PRV-KIND(WS-FILE-IDX)
           IF PRV-KIND(WS-ROW-SUB) = "L"
               IF WS-PRV-LINES(WS-FILE-IDX) = ZERO
                   MOVE WS-ROW-SUB TO WS-PRV-FIRST(WS-FILE-IDX)
               END-IF
               ADD 1 TO WS-PRV-LINES(WS-FILE-IDX)
           END-IF.

      ******************************************************************
      *    TONIGHT'S SNAPSHOT
      ******************************************************************
       3000-TAKE-SNAPSHOT.
           MOVE ZERO TO WS-LINE-NO
           MOVE "N"  TO WS-EOF-CTL-SW
           PERFORM 3710-OPEN-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "M"    TO WS-ROW-KIND
               MOVE SPACES TO WS-READ-BUFFER
               PERFORM 3100-ADD-CURRENT-ROW
           ELSE
               PERFORM 3900-READ-CONTROL-FILE
               PERFORM UNTIL WS-EOF-CTL OR WS-ABEND-CONDITION
                   ADD 1   TO WS-LINE-NO
                   MOVE "L" TO WS-ROW-KIND
                   PERFORM 3100-ADD-CURRENT-ROW
                   PERFORM 3900-READ-CONTROL-FILE
               END-PERFORM
               PERFORM 3720-CLOSE-CONTROL-FILE
               IF WS-LINE-NO = ZERO
                   MOVE "E"    TO WS-ROW-KIND
                   MOVE SPACES TO WS-READ-BUFFER
                   PERFORM 3100-ADD-CURRENT-ROW
               END-IF
           END-IF.

       3100-ADD-CURRENT-ROW.
      *    A snapshot that cannot be taken whole is not taken at all:
      *    a partial copy would make the history lie about the day.
           IF WS-CUR-COUNT < WS-SNAP-MAX
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-FILE-IDX    TO CUR-FILE-IDX(WS-CUR-COUNT)
               MOVE WS-LINE-NO     TO CUR-LINE-NO(WS-CUR-COUNT)
               MOVE WS-ROW-KIND    TO CUR-KIND(WS-CUR-COUNT)
               MOVE WS-READ-BUFFER TO CUR-TEXT(WS-CUR-COUNT)
               MOVE WS-ROW-KIND    TO WS-CUR-KIND(WS-FILE-IDX)
               IF WS-ROW-KIND = "L"
                   IF WS-CUR-LINES(WS-FILE-IDX) = ZERO
                       MOVE WS-CUR-COUNT TO WS-CUR-FIRST(WS-FILE-IDX)
                   END-IF
                   ADD 1 TO WS-CUR-LINES(WS-FILE-IDX)
               END-IF
           ELSE
               SET WS-ABEND-CONDITION TO TRUE
               DISPLAY "CFGSNAP: SNAPSHOT TABLE FULL AT "
                   WS-FILE-NAME(WS-FILE-IDX)
                   " - NO SNAPSHOT TAKEN" UPON CONSOLE
               MOVE "3100-ADD-CURRENT-ROW" TO WS-LOG-PARAGRAPH
               MOVE "CF0003"               TO WS-LOG-ERROR-CODE
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       3710-OPEN-CONTROL-FILE.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN INPUT CS-RUNCTL-FILE
               WHEN 2
                   OPEN INPUT CS-BCCTL-FILE
               WHEN 3
                   OPEN INPUT CS-FORCTL-FILE
               WHEN 4
                   OPEN INPUT CS-HSKPCTL-FILE
               WHEN 5
                   OPEN INPUT CS-CLSRULES-FILE
               WHEN 6
                   OPEN INPUT CS-TRANPROF-FILE
               WHEN 7
                   OPEN INPUT CS-INTRATE-FILE
               WHEN 8
                   OPEN INPUT CS-SLACTL-FILE
               WHEN 9
                   OPEN INPUT CS-TRENDCTL-FILE
               WHEN 10
                   OPEN INPUT CS-CALCTL-FILE
               WHEN 11
                   OPEN INPUT CS-POSTCTL-FILE
               WHEN 12
                   OPEN INPUT CS-FEESCHED-FILE
               WHEN 13
                   OPEN INPUT CS-FEEWAIVE-FILE
               WHEN 14
                   OPEN INPUT CS-FEECTL-FILE
               WHEN 15
                   OPEN INPUT CS-DORMCTL-FILE
               WHEN 16
                   OPEN INPUT CS-DORMEXCL-FILE
               WHEN 17
                   OPEN INPUT CS-HOLDCTL-FILE
               WHEN 18
                   OPEN INPUT CS-LVMCTL-FILE
               WHEN 19
                   OPEN INPUT CS-FXREVCTL-FILE
               WHEN 20
                   OPEN INPUT CS-YRCLCTL-FILE
               WHEN 21
                   OPEN INPUT CS-PORTEXCL-FILE
               WHEN 22
                   OPEN INPUT CS-GLMAP-FILE
               WHEN 23
                   OPEN INPUT CS-HOLIDAY-FILE
               WHEN 24
                   OPEN INPUT CS-MTHCTL-FILE
               WHEN 25
                   OPEN INPUT CS-STMCTL-FILE
               WHEN 26
                   OPEN INPUT CS-BCRUCTL-FILE
               WHEN 27
                   OPEN INPUT CS-ARCMCTL-FILE
           END-EVALUATE.

       3720-CLOSE-CONTROL-FILE.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   CLOSE CS-RUNCTL-FILE
               WHEN 2
                   CLOSE CS-BCCTL-FILE
               WHEN 3
                   CLOSE CS-FORCTL-FILE
               WHEN 4
                   CLOSE CS-HSKPCTL-FILE
               WHEN 5
                   CLOSE CS-CLSRULES-FILE
               WHEN 6
                   CLOSE CS-TRANPROF-FILE
               WHEN 7
                   CLOSE CS-INTRATE-FILE
               WHEN 8
                   CLOSE CS-SLACTL-FILE
               WHEN 9
                   CLOSE CS-TRENDCTL-FILE
               WHEN 10
                   CLOSE CS-CALCTL-FILE
               WHEN 11
                   CLOSE CS-POSTCTL-FILE
               WHEN 12
                   CLOSE CS-FEESCHED-FILE
               WHEN 13
                   CLOSE CS-FEEWAIVE-FILE
               WHEN 14
                   CLOSE CS-FEECTL-FILE
               WHEN 15
                   CLOSE CS-DORMCTL-FILE
               WHEN 16
                   CLOSE CS-DORMEXCL-FILE
               WHEN 17
                   CLOSE CS-HOLDCTL-FILE
               WHEN 18
                   CLOSE CS-LVMCTL-FILE
               WHEN 19
                   CLOSE CS-FXREVCTL-FILE
               WHEN 20
                   CLOSE CS-YRCLCTL-FILE
               WHEN 21
                   CLOSE CS-PORTEXCL-FILE
               WHEN 22
                   CLOSE CS-GLMAP-FILE
               WHEN 23
                   CLOSE CS-HOLIDAY-FILE
               WHEN 24
                   CLOSE CS-MTHCTL-FILE
               WHEN 25
                   CLOSE CS-STMCTL-FILE
               WHEN 26
                   CLOSE CS-BCRUCTL-FILE
               WHEN 27
                   CLOSE CS-ARCMCTL-FILE
           END-EVALUATE.

       3900-READ-CONTROL-FILE.
           MOVE SPACES TO WS-READ-BUFFER
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ CS-RUNCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 2
                   READ CS-BCCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 3
                   READ CS-FORCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 4
                   READ CS-HSKPCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 5
                   READ CS-CLSRULES-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 6
                   READ CS-TRANPROF-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 7
                   READ CS-INTRATE-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 8
                   READ CS-SLACTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 9
                   READ CS-TRENDCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 10
                   READ CS-CALCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 11
                   READ CS-POSTCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 12
                   READ CS-FEESCHED-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 13
                   READ CS-FEEWAIVE-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 14
                   READ CS-FEECTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 15
                   READ CS-DORMCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 16
                   READ CS-DORMEXCL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 17
                   READ CS-HOLDCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 18
                   READ CS-LVMCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 19
                   READ CS-FXREVCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 20
                   READ CS-YRCLCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 21
                   READ CS-PORTEXCL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 22
                   READ CS-GLMAP-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 23
                   READ CS-HOLIDAY-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 24
                   READ CS-MTHCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 25
                   READ CS-STMCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 26
                   READ CS-BCRUCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
               WHEN 27
                   READ CS-ARCMCTL-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-CTL TO TRUE
                   END-READ
           END-EVALUATE.

      ******************************************************************
      *    SAVE TO CFGHIST.DAT
      ******************************************************************
       4000-SAVE-SNAPSHOT.
           IF WS-TONIGHT-FOUND
               PERFORM 4100-DROP-TONIGHTS-ROWS
           ELSE
               OPEN EXTEND CS-HIST-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT CS-HIST-FILE
               END-IF
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "4000-SAVE-SNAPSHOT" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-HISTORY-FAILURE
           ELSE
               PERFORM 4200-WRITE-SNAPSHOT-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-CUR-COUNT
               CLOSE CS-HIST-FILE
           END-IF.

       4100-DROP-TONIGHTS-ROWS.
      *    Everything but tonight's earlier rows goes to CFGSNAP.WRK
      *    and is copied back, the way SEQCHK rewrites a live file
      *    through its work file; CFGHIST.DAT is left open for the
      *    new snapshot to follow.
           OPEN INPUT  CS-HIST-FILE
           OPEN OUTPUT CS-WORK-FILE
           MOVE "N" TO WS-EOF-HIST-SW
           PERFORM UNTIL WS-EOF-HIST
               READ CS-HIST-FILE
                   AT END
                       SET WS-EOF-HIST TO TRUE
                   NOT AT END
                       IF CFH-SNAP-DATE NOT = WS-RUN-DATE
                           WRITE CS-WORK-RECORD
                               FROM CONFIG-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CS-HIST-FILE
           CLOSE CS-WORK-FILE

           OPEN INPUT  CS-WORK-FILE
           OPEN OUTPUT CS-HIST-FILE
           MOVE "N" TO WS-EOF-WORK-SW
           PERFORM UNTIL WS-EOF-WORK
               READ CS-WORK-FILE
                   AT END
                       SET WS-EOF-WORK TO TRUE
                   NOT AT END
                       WRITE CONFIG-HISTORY-RECORD
                           FROM CS-WORK-RECORD
                       ADD 1 TO WS-ROWS-KEPT
               END-READ
           END-PERFORM
           CLOSE CS-WORK-FILE.

       4200-WRITE-SNAPSHOT-ROW.
           MOVE SPACES                     TO CONFIG-HISTORY-RECORD
           MOVE WS-RUN-DATE                TO CFH-SNAP-DATE
           MOVE WS-FILE-NAME(CUR-FILE-IDX(WS-ROW-SUB))
                                           TO CFH-FILE-NAME
           MOVE CUR-LINE-NO(WS-ROW-SUB)    TO CFH-LINE-NO
           MOVE CUR-KIND(WS-ROW-SUB)       TO CFH-LINE-KIND
           MOVE CUR-TEXT(WS-ROW-SUB)       TO CFH-LINE-TEXT
           WRITE CONFIG-HISTORY-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

      ******************************************************************
      *    DRIFT REPORT
      ******************************************************************
       5000-REPORT-DRIFT.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PRV-DATE = SPACES
               STRING "  NO EARLIER SNAPSHOT ON CFGHIST.DAT - "
                       "TONIGHT'S CONFIGURATION IS THE BASELINE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  COMPARED WITH THE SNAPSHOT OF "
                       WS-PRV-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 7100-WRITE-REPORT-LINE
           IF WS-TONIGHT-FOUND
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  EARLIER SNAPSHOT OF " WS-RUN-DATE
                       " REPLACED BY THIS RUN"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE

           PERFORM 5100-COMPARE-ONE-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT

           PERFORM 8000-WRITE-TOTALS.

       5100-COMPARE-ONE-FILE.
           MOVE ZERO TO WS-FILE-DIFFS
           EVALUATE TRUE
               WHEN (WS-PRV-KIND(WS-FILE-IDX) = "M" OR SPACE)
                AND WS-CUR-KIND(WS-FILE-IDX) = "M"
                   SET WS-EVENT-NONE-EITHER TO TRUE
               WHEN WS-PRV-KIND(WS-FILE-IDX) = "M" OR SPACE
                   SET WS-EVENT-FILE-ADDED TO TRUE
               WHEN WS-CUR-KIND(WS-FILE-IDX) = "M"
                   SET WS-EVENT-FILE-REMOVED TO TRUE
               WHEN OTHER
                   SET WS-EVENT-COMPARE TO TRUE
           END-EVALUATE

           IF WS-PRV-DATE = SPACES
               PERFORM 5150-DESCRIBE-BASELINE
           ELSE
               PERFORM 5120-WRITE-FILE-BANNER
               IF NOT WS-EVENT-NONE-EITHER
                   IF WS-PRV-LINES(WS-FILE-IDX) >
                           WS-CUR-LINES(WS-FILE-IDX)
                       MOVE WS-PRV-LINES(WS-FILE-IDX)
                           TO WS-COMPARE-MAX
                   ELSE
                       MOVE WS-CUR-LINES(WS-FILE-IDX)
                           TO WS-COMPARE-MAX
                   END-IF
                   PERFORM 5200-COMPARE-LINE
                       VARYING WS-COMPARE-LINE FROM 1 BY 1
                       UNTIL WS-COMPARE-LINE > WS-COMPARE-MAX
               END-IF
               IF WS-FILE-DIFFS = ZERO
                  AND (WS-EVENT-FILE-ADDED OR WS-EVENT-FILE-REMOVED)
                   MOVE 1 TO WS-FILE-DIFFS
               END-IF
               PERFORM 5300-DESCRIBE-FILE-RESULT
           END-IF.

       5120-WRITE-FILE-BANNER.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FILE-PROTECTED(WS-FILE-IDX)
               STRING "  " WS-FILE-NAME(WS-FILE-IDX) "  (PROTECTED)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  " WS-FILE-NAME(WS-FILE-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 7100-WRITE-REPORT-LINE.

       5150-DESCRIBE-BASELINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CUR-LINES(WS-FILE-IDX) TO WS-COUNT-EDIT
           EVALUATE WS-CUR-KIND(WS-FILE-IDX)
               WHEN "M"
                   STRING "  " WS-FILE-NAME(WS-FILE-IDX)
                           "  NOT PRESENT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "E"
                   STRING "  " WS-FILE-NAME(WS-FILE-IDX)
                           "  EMPTY - RECORDED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "  " WS-FILE-NAME(WS-FILE-IDX)
                           "  " WS-COUNT-EDIT " LINES RECORDED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 7100-WRITE-REPORT-LINE.

       5200-COMPARE-LINE.
           MOVE "N" TO WS-OLD-PRESENT-SW
           MOVE "N" TO WS-NEW-PRESENT-SW
           IF WS-COMPARE-LINE <= WS-PRV-LINES(WS-FILE-IDX)
               SET WS-OLD-PRESENT TO TRUE
               COMPUTE WS-ROW-SUB = WS-PRV-FIRST(WS-FILE-IDX)
                   + WS-COMPARE-LINE - 1
               MOVE PRV-TEXT(WS-ROW-SUB) TO WS-OLD-TEXT
           END-IF
           IF WS-COMPARE-LINE <= WS-CUR-LINES(WS-FILE-IDX)
               SET WS-NEW-PRESENT TO TRUE
               COMPUTE WS-ROW-SUB = WS-CUR-FIRST(WS-FILE-IDX)
                   + WS-COMPARE-LINE - 1
               MOVE CUR-TEXT(WS-ROW-SUB) TO WS-NEW-TEXT
           END-IF

           MOVE WS-COMPARE-LINE TO DRF-LINE-NO
           EVALUATE TRUE
               WHEN WS-OLD-PRESENT AND WS-NEW-PRESENT
                   IF WS-OLD-TEXT NOT = WS-NEW-TEXT
                       ADD 1 TO WS-FILE-DIFFS
                       MOVE "CHANGED"   TO DRF-ACTION
                       MOVE "WAS  "     TO DRF-WHICH
                       MOVE WS-OLD-TEXT TO DRF-TEXT
                       MOVE WS-DRIFT-LINE TO WS-PRINT-LINE
                       PERFORM 7100-WRITE-REPORT-LINE
                       MOVE SPACES      TO DRF-ACTION
                       MOVE "NOW  "     TO DRF-WHICH
                       MOVE WS-NEW-TEXT TO DRF-TEXT
                       MOVE WS-DRIFT-LINE TO WS-PRINT-LINE
                       PERFORM 7100-WRITE-REPORT-LINE
                   END-IF
               WHEN WS-NEW-PRESENT
                   ADD 1 TO WS-FILE-DIFFS
                   MOVE "ADDED"     TO DRF-ACTION
                   MOVE "NOW  "     TO DRF-WHICH
                   MOVE WS-NEW-TEXT TO DRF-TEXT
                   MOVE WS-DRIFT-LINE TO WS-PRINT-LINE
                   PERFORM 7100-WRITE-REPORT-LINE
               WHEN WS-OLD-PRESENT
                   ADD 1 TO WS-FILE-DIFFS
                   MOVE "REMOVED"   TO DRF-ACTION
                   MOVE "WAS  "     TO DRF-WHICH
                   MOVE WS-OLD-TEXT TO DRF-TEXT
                   MOVE WS-DRIFT-LINE TO WS-PRINT-LINE
                   PERFORM 7100-WRITE-REPORT-LINE
           END-EVALUATE.

       5300-DESCRIBE-FILE-RESULT.
           MOVE SPACES TO WS-FILE-STATUS-TEXT
           MOVE WS-FILE-DIFFS TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN WS-EVENT-NONE-EITHER
                   MOVE "NOT PRESENT - UNCHANGED"
                       TO WS-FILE-STATUS-TEXT
               WHEN WS-EVENT-FILE-ADDED
                   MOVE "FILE ADDED SINCE LAST SNAPSHOT"
                       TO WS-FILE-STATUS-TEXT
               WHEN WS-EVENT-FILE-REMOVED
                   MOVE "FILE REMOVED SINCE LAST SNAPSHOT"
                       TO WS-FILE-STATUS-TEXT
               WHEN WS-FILE-DIFFS = ZERO
                   MOVE "UNCHANGED" TO WS-FILE-STATUS-TEXT
               WHEN OTHER
                   STRING WS-COUNT-EDIT " LINE(S) DIFFER"
                       DELIMITED BY SIZE INTO WS-FILE-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    RESULT: " WS-FILE-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE

           IF WS-FILE-DIFFS > ZERO
               ADD 1             TO WS-FILES-CHANGED
               ADD WS-FILE-DIFFS TO WS-LINES-DIFFERING
               MOVE SPACES TO WS-PRINT-LINE
               EVALUATE TRUE
                   WHEN NOT WS-FILE-PROTECTED(WS-FILE-IDX)
                       MOVE "    NOT PROTECTED - CHANGE NOTED"
                           TO WS-PRINT-LINE
                       PERFORM 7100-WRITE-REPORT-LINE
                   WHEN WS-CHANGE-AUTHORISED(WS-FILE-IDX)
                       ADD 1 TO WS-AUTHORISED-COUNT
                       STRING "    CHANGE AUTHORISED BY "
                               WS-AUTH-OPERATOR(WS-FILE-IDX)
                               " - " WS-AUTH-REASON(WS-FILE-IDX)
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM 7100-WRITE-REPORT-LINE
                   WHEN OTHER
                       PERFORM 5400-RAISE-ALERT
               END-EVALUATE
           END-IF
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       5400-RAISE-ALERT.
      *    A protected file changed with no CFGAUTH.DAT card for the
      *    date: nobody said this was coming, so the operator hears
      *    about it before the window runs on the new cards.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    *** PROTECTED FILE CHANGED WITHOUT "
                   "AUTHORISATION - OPERATOR ALERTED ***"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           DISPLAY "CFGSNAP: *** ALERT *** PROTECTED CONTROL FILE "
               WS-FILE-NAME(WS-FILE-IDX) UPON CONSOLE
           DISPLAY "CFGSNAP: CHANGED SINCE " WS-PRV-DATE
               " WITH NO CFGAUTH.DAT CARD FOR " WS-RUN-DATE
               UPON CONSOLE
           MOVE "5400-RAISE-ALERT" TO WS-LOG-PARAGRAPH
           MOVE "CF0001"           TO WS-LOG-ERROR-CODE
           MOVE SPACES             TO WS-LOG-DATA
           STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-COUNT-EDIT
                   " LINE(S) CHANGED SINCE " WS-PRV-DATE
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE CS-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE CS-REPORT-LINE FROM WS-REPORT-RULE
           WRITE CS-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE CS-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-EDIT
           STRING "  LINES SAVED TO CFGHIST.DAT FOR " WS-RUN-DATE
                   "   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FILES-CHANGED   TO WS-COUNT-EDIT
           MOVE WS-LINES-DIFFERING TO WS-COUNT-EDIT-2
           STRING "  FILES CHANGED      " WS-COUNT-EDIT
                   "   LINES DIFFERING " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-AUTHORISED-COUNT TO WS-COUNT-EDIT
           MOVE WS-ALERT-COUNT      TO WS-COUNT-EDIT-2
           STRING "  AUTHORISED CHANGES " WS-COUNT-EDIT
                   "   OPERATOR ALERTS " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-ABEND-CONDITION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  SNAPSHOT NOT TAKEN - SEE THE OPERATIONS LOG"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           CLOSE CS-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALERT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "CFGSNAP FILES CHANGED " WS-FILES-CHANGED
               " ALERTS " WS-ALERT-COUNT UPON CONSOLE.

       9100-LOG-HISTORY-FAILURE.
           DISPLAY "CFGSNAP: CFGHIST.DAT STATUS " WS-HIST-STATUS
               " - NO SNAPSHOT TAKEN" UPON CONSOLE
           MOVE "CF0002"     TO WS-LOG-ERROR-CODE
           MOVE SPACES       TO WS-LOG-DATA
           STRING "CFGHIST.DAT STATUS " WS-HIST-STATUS
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.
