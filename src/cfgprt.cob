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
      *	CFGPRT is the on-demand reprint of the configuration a past
      *	business date ran under.  A CFGPRT.DAT card names the date
      *	(YYYY-MM-DD in columns 1-10) and, optionally, one control
      *	file (columns 12-23); with no card the current business date
      *	is printed.  The snapshot CFGSNAP took at the start of that
      *	date's window is read back from CFGHIST.DAT and every line
      *	of every control file is printed to CFGPRT.RPT exactly as it
      *	stood, with files that were missing or empty said so.
      *
      *	A date with no snapshot of its own (a window that ran before
      *	snapshots were kept, or one that never ran) prints the latest
      *	earlier snapshot under a warning and ends RC 4 - those cards
      *	were the last known to be in force, not proven for the day.
      *	No snapshot on or before the date at all is RC 8.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CFGPRT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CP-CTL-IN ASSIGN TO "CFGPRT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT CP-HIST-FILE ASSIGN TO "CFGHIST.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-STATUS.

           SELECT CP-REPORT-FILE ASSIGN TO "CFGPRT.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT CP-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  CP-CTL-IN.
       01  CP-CTL-RECORD.
           05  CPC-AS-OF-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CPC-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(57).

       FD  CP-HIST-FILE.
       COPY cfghist.

       FD  CP-REPORT-FILE.
       01  CP-REPORT-LINE              PIC X(132).

       FD  CP-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BIZDATE-STATUS           PIC XX.

       01  WS-EOF-HIST-SW              PIC X VALUE "N".
           88  WS-EOF-HIST             VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".

       01  WS-AS-OF-DATE               PIC X(10).
       01  WS-SELECT-FILE              PIC X(12) VALUE SPACES.
       01  WS-SNAP-DATE                PIC X(10) VALUE SPACES.
       01  WS-LAST-FILE-NAME           PIC X(12) VALUE SPACES.
       01  WS-FILE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-LINE-TOTAL               PIC 9(7) VALUE ZERO.
       01  WS-LINE-EDIT                PIC Z(4)9.
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
           05  FILLER                  PIC X(37) VALUE
               "CONFIGURATION IN FORCE - BUSINESS DAY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(53) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "CFGPRT".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-FIND-SNAPSHOT-DATE
           END-IF
           IF NOT WS-ABEND-CONDITION
               PERFORM 3000-PRINT-SNAPSHOT
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
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE

           OPEN INPUT CP-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ CP-CTL-IN
                   NOT AT END
                       IF CPC-AS-OF-DATE(5:1) = "-"
                           MOVE CPC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       MOVE CPC-FILE-NAME TO WS-SELECT-FILE
               END-READ
               CLOSE CP-CTL-IN
           END-IF
           MOVE WS-AS-OF-DATE TO HDG-BUSINESS-DATE
           MOVE WS-PRINT-DATE TO HDG-PRINT-DATE

           OPEN OUTPUT CP-REPORT-FILE
           OPEN INPUT CP-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  CFGHIST.DAT COULD NOT BE OPENED - STATUS "
                       WS-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
               MOVE "1000-INITIALIZE" TO WS-LOG-PARAGRAPH
               MOVE "CF0002"          TO WS-LOG-ERROR-CODE
               MOVE SPACES            TO WS-LOG-DATA
               STRING "CFGHIST.DAT STATUS " WS-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               CLOSE CP-HIST-FILE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT CP-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ CP-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE CP-BIZDATE-FILE
           END-IF.

       2000-FIND-SNAPSHOT-DATE.
      *    First pass: the latest snapshot dated on or before the
      *    requested day - the day's own when its window took one.
           OPEN INPUT CP-HIST-FILE
           MOVE "N" TO WS-EOF-HIST-SW
           PERFORM UNTIL WS-EOF-HIST
               READ CP-HIST-FILE
                   AT END
                       SET WS-EOF-HIST TO TRUE
                   NOT AT END
                       IF CFH-SNAP-DATE NOT > WS-AS-OF-DATE
                          AND CFH-SNAP-DATE > WS-SNAP-DATE
                           MOVE CFH-SNAP-DATE TO WS-SNAP-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CP-HIST-FILE

           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-SNAP-DATE = SPACES
                   SET WS-ABEND-CONDITION TO TRUE
                   STRING "  NO CONFIGURATION SNAPSHOT ON OR BEFORE "
                           WS-AS-OF-DATE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WS-SNAP-DATE = WS-AS-OF-DATE
                   STRING "  SNAPSHOT TAKEN AT THE START OF THE "
                           WS-AS-OF-DATE " WINDOW"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "  *** NO SNAPSHOT FOR " WS-AS-OF-DATE
                           " - LATEST EARLIER SNAPSHOT OF "
                           WS-SNAP-DATE " SHOWN ***"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 7100-WRITE-REPORT-LINE
           IF WS-SELECT-FILE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  LIMITED TO " WS-SELECT-FILE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       3000-PRINT-SNAPSHOT.
      *    Second pass: that date's rows, in the order CFGSNAP wrote
      *    them, one block per control file.
           OPEN INPUT CP-HIST-FILE
           MOVE "N" TO WS-EOF-HIST-SW
           PERFORM UNTIL WS-EOF-HIST
               READ CP-HIST-FILE
                   AT END
                       SET WS-EOF-HIST TO TRUE
                   NOT AT END
                       IF CFH-SNAP-DATE = WS-SNAP-DATE
                          AND (WS-SELECT-FILE = SPACES
                           OR CFH-FILE-NAME = WS-SELECT-FILE)
                           PERFORM 3100-PRINT-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CP-HIST-FILE
           PERFORM 8000-WRITE-TOTALS.

       3100-PRINT-HISTORY-ROW.
           IF CFH-FILE-NAME NOT = WS-LAST-FILE-NAME
               MOVE CFH-FILE-NAME TO WS-LAST-FILE-NAME
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " CFH-FILE-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN CFH-KIND-MISSING
                   MOVE "      FILE NOT PRESENT" TO WS-PRINT-LINE
               WHEN CFH-KIND-EMPTY
                   MOVE "      FILE EMPTY" TO WS-PRINT-LINE
               WHEN OTHER
                   ADD 1 TO WS-LINE-TOTAL
                   MOVE CFH-LINE-NO TO WS-LINE-EDIT
                   STRING "    " WS-LINE-EDIT "  " CFH-LINE-TEXT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 7100-WRITE-REPORT-LINE.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE CP-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE CP-REPORT-LINE FROM WS-REPORT-RULE
           WRITE CP-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE CP-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT
           MOVE WS-LINE-TOTAL TO WS-COUNT-EDIT-2
           STRING "  CONTROL FILES " WS-COUNT-EDIT
                   "   LINES " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       9000-TERMINATE.
           CLOSE CP-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SNAP-DATE NOT = WS-AS-OF-DATE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "CFGPRT " WS-AS-OF-DATE " SNAPSHOT " WS-SNAP-DATE
               " FILES " WS-FILE-COUNT UPON CONSOLE.
