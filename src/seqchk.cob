      *	(SQ0001) so the sender can be pushed back on.  A file too
      *	large for the in-memory sort table is left untouched with a
      *	loud warning rather than half-sorted.
      *
      *	In a dry window (a RUNCTL.DAT "*DRYRUN" directive card) the
      *	same check runs over the scratch copies TRANROUT routed the
      *	feed into - BCTRANS.DRY, IFTRANS.DRY, ELTRANS.DRY and
      *	FORITEMS.DRY - so TRANPOST projects the feed in the order
      *	it will post; the staged files are not opened and nothing
      *	is logged.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-STAGED-STATUS.

           SELECT SQ-BC-DRY ASSIGN TO "BCTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-STAGED-STATUS.

           SELECT SQ-IF-DRY ASSIGN TO "IFTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-STAGED-STATUS.

           SELECT SQ-EL-DRY ASSIGN TO "ELTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-STAGED-STATUS.

           SELECT SQ-FOR-DRY ASSIGN TO "FORITEMS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-STAGED-STATUS.

           SELECT SQ-RUNCTL-IN ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RUNCTL-STATUS.

           SELECT SQ-WORK-FILE ASSIGN TO "SEQCHK.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  SQ-BC-FILE.
       01  SQ-BC-RECORD                PIC X(57).

       FD  SQ-IF-FILE.
       01  SQ-IF-RECORD                PIC X(57).

       FD  SQ-EL-FILE.
       01  SQ-EL-RECORD                PIC X(57).

       FD  SQ-FOR-FILE.
       01  SQ-FOR-RECORD               PIC X(57).

       FD  SQ-BC-DRY.
       01  SQ-BC-DRY-RECORD            PIC X(57).

       FD  SQ-IF-DRY.
       01  SQ-IF-DRY-RECORD            PIC X(57).

       FD  SQ-EL-DRY.
       01  SQ-EL-DRY-RECORD            PIC X(57).

       FD  SQ-FOR-DRY.
       01  SQ-FOR-DRY-RECORD           PIC X(57).

       FD  SQ-RUNCTL-IN.
       01  SQ-RUNCTL-CARD.
           05  FILLER                  PIC X(3).
           05  SQR-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(69).

       FD  SQ-WORK-FILE.
       01  SQ-WORK-RECORD              PIC X(57).

       FD  SQ-REPORT-FILE.
       01  SQ-REPORT-LINE              PIC X(132).
       01  WS-STAGED-STATUS            PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.

      *    Run mode - see the dry-window paragraph of the narrative.
       01  WS-RUN-MODE-SW              PIC X VALUE "P".
           88  WS-LIVE-RUN             VALUE "P".
           88  WS-DRY-RUN              VALUE "D".
       01  WS-EOF-CARDS-SW             PIC X VALUE "N".
           88  WS-EOF-CARDS            VALUE "Y".

       01  WS-EOF-STAGED-SW            PIC X VALUE "N".
           88  WS-EOF-STAGED           VALUE "Y".
           05  FILLER  PIC X(12) VALUE "IFTRANS.DAT ".
           05  FILLER  PIC X(12) VALUE "ELTRANS.DAT ".
           05  FILLER  PIC X(12) VALUE "FORITEMS.DAT".
           05  FILLER  PIC X(12) VALUE "BCTRANS.DRY ".
           05  FILLER  PIC X(12) VALUE "IFTRANS.DRY ".
           05  FILLER  PIC X(12) VALUE "ELTRANS.DRY ".
           05  FILLER  PIC X(12) VALUE "FORITEMS.DRY".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
           05  WS-FILE-NAME OCCURS 8 TIMES PIC X(12).
       01  WS-FILE-IDX                 PIC 9(2).
      *    Entries 1-4 are the staged files, 5-8 their dry-window
      *    scratch copies.
       01  WS-FIRST-FILE               PIC 9(2) VALUE 1.
       01  WS-LAST-FILE                PIC 9(2) VALUE 4.

      *    The whole staged file is loaded so an out-of-order one
      *    can be sorted and written back in place; a feed that
       01  WS-REC-MAX                  PIC 9(5) VALUE 5000.
       01  WS-REC-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REC-TABLE.
           05  WS-REC-IMAGE OCCURS 5000 TIMES PIC X(57).
       01  WS-REC-SUB                  PIC 9(5).
       01  WS-REC-SWAP                 PIC X(57).
       01  WS-SORT-I                   PIC 9(5).
       01  WS-SORT-J                   PIC 9(5).
       01  WS-OVERFLOW-SW              PIC X VALUE "N".
       01  WS-UNENFORCED-SW            PIC X VALUE "N".
           88  WS-UNENFORCED           VALUE "Y".

       01  WS-READ-BUFFER              PIC X(57).
       01  WS-PREV-TRAN-ID             PIC X(10).
       01  WS-OOS-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-OOS-COUNT          PIC 9(7) VALUE ZERO.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-FILE
               VARYING WS-FILE-IDX FROM WS-FIRST-FILE BY 1
               UNTIL WS-FILE-IDX > WS-LAST-FILE
           PERFORM 9000-TERMINATE
           GOBACK.

                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-GET-RUN-MODE

           OPEN OUTPUT SQ-REPORT-FILE
           MOVE SPACES TO WS-REPORT-HEADING
           STRING "STAGED FILE TRAN-ID SEQUENCE CHECK - "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           IF WS-DRY-RUN
               MOVE "- DRY RUN, .DRY SCRATCH FILES"
                   TO WS-REPORT-HEADING(50:)
           END-IF
           WRITE SQ-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE SQ-REPORT-LINE FROM WS-REPORT-RULE.

               CLOSE SQ-BIZDATE-FILE
           END-IF.

       1060-GET-RUN-MODE.
      *    A "*DRYRUN" directive among the RUNCTL.DAT cards makes
      *    this window a dry run, as TRANPOST reads it.
           OPEN INPUT SQ-RUNCTL-IN
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CARDS
                   READ SQ-RUNCTL-IN
                       AT END
                           SET WS-EOF-CARDS TO TRUE
                       NOT AT END
                           IF SQR-PROGRAM-ID = "*DRYRUN"
                               SET WS-DRY-RUN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SQ-RUNCTL-IN
           END-IF
           IF WS-DRY-RUN
               MOVE 5 TO WS-FIRST-FILE
               MOVE 8 TO WS-LAST-FILE
               DISPLAY "SEQCHK: DRY RUN - CHECKING .DRY SCRATCH "
                   "FILES ONLY" UPON CONSOLE
           END-IF.

       2000-CHECK-ONE-FILE.
           MOVE "N"        TO WS-EOF-STAGED-SW
           MOVE "N"        TO WS-OVERFLOW-SW
                   DISPLAY "SEQCHK: " WS-FILE-NAME(WS-FILE-IDX)
                       " TOO LARGE TO SORT - LEFT UNTOUCHED"
                       UPON CONSOLE
                   IF NOT WS-DRY-RUN
                       MOVE "2000-CHECK-ONE-FILE" TO WS-LOG-PARAGRAPH
                       MOVE "SQ0001"              TO WS-LOG-ERROR-CODE
                       MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-LOG-DATA
                       CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                           WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                           WS-LOG-DATA
                   END-IF
               WHEN WS-OOS-COUNT = ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-REC-COUNT TO WS-COUNT-EDIT
           DISPLAY "SEQCHK: " WS-FILE-NAME(WS-FILE-IDX) " HAD "
               WS-OOS-COUNT " RECORD(S) OUT OF SEQUENCE - SORTED"
               UPON CONSOLE
           IF NOT WS-DRY-RUN
               MOVE "2000-CHECK-ONE-FILE" TO WS-LOG-PARAGRAPH
               MOVE "SQ0001"              TO WS-LOG-ERROR-CODE
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2650-SORT-RECORDS.
      *    Ascending bubble sort on TRAN-ID - same in-memory sort
                   OPEN INPUT SQ-EL-FILE
               WHEN 4
                   OPEN INPUT SQ-FOR-FILE
               WHEN 5
                   OPEN INPUT SQ-BC-DRY
               WHEN 6
                   OPEN INPUT SQ-IF-DRY
               WHEN 7
                   OPEN INPUT SQ-EL-DRY
               WHEN 8
                   OPEN INPUT SQ-FOR-DRY
           END-EVALUATE.

       2720-CLOSE-STAGED.
                   CLOSE SQ-EL-FILE
               WHEN 4
                   CLOSE SQ-FOR-FILE
               WHEN 5
                   CLOSE SQ-BC-DRY
               WHEN 6
                   CLOSE SQ-IF-DRY
               WHEN 7
                   CLOSE SQ-EL-DRY
               WHEN 8
                   CLOSE SQ-FOR-DRY
           END-EVALUATE.

       2730-OPEN-STAGED-OUTPUT.
                   OPEN OUTPUT SQ-EL-FILE
               WHEN 4
                   OPEN OUTPUT SQ-FOR-FILE
               WHEN 5
                   OPEN OUTPUT SQ-BC-DRY
               WHEN 6
                   OPEN OUTPUT SQ-IF-DRY
               WHEN 7
                   OPEN OUTPUT SQ-EL-DRY
               WHEN 8
                   OPEN OUTPUT SQ-FOR-DRY
           END-EVALUATE.

       2750-WRITE-STAGED.
                   WRITE SQ-EL-RECORD FROM SQ-WORK-RECORD
               WHEN 4
                   WRITE SQ-FOR-RECORD FROM SQ-WORK-RECORD
               WHEN 5
                   WRITE SQ-BC-DRY-RECORD FROM SQ-WORK-RECORD
               WHEN 6
                   WRITE SQ-IF-DRY-RECORD FROM SQ-WORK-RECORD
               WHEN 7
                   WRITE SQ-EL-DRY-RECORD FROM SQ-WORK-RECORD
               WHEN 8
                   WRITE SQ-FOR-DRY-RECORD FROM SQ-WORK-RECORD
           END-EVALUATE.

       2900-READ-STAGED.
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 5
                   READ SQ-BC-DRY INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 6
                   READ SQ-IF-DRY INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 7
                   READ SQ-EL-DRY INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 8
                   READ SQ-FOR-DRY INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
           END-EVALUATE.

       2950-READ-WORK.
