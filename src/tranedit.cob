      *	program opens its staged input.  It validates BCTRANS.DAT,
      *	IFTRANS.DAT and ELTRANS.DAT against the shared TRANREC.cpy
      *	layout - non-numeric TRAN-CODE or operands, a blank TRAN-ID, a
      *	TRAN-ID duplicated within the same file, a currency code that
      *	is not three capital letters, and (for the calculation feed,
      *	where it drives processing) an operator code outside the
      *	88-levels on TRAN-OPERATOR-CODE.  Clean records
      *	pass through to the file the processing program already reads;
      *	rejects land in TRANREJ.DAT with an ERRCODES.cpy reason code
      *	so the window never starts on a feed we already know is bad.
      *	Each staged file is edited through a work file and the clean
      *	records copied back, so BCCALC, IFCLASS and ELSECLS keep
      *	reading the same file names they always have.  The staged
      *	files are declared with plain X(57) records here and the
      *	record is validated through a WORKING-STORAGE copy of
      *	TRANREC.cpy, because one program cannot COPY the same record
      *	layout into three FDs.
      *
      *	In a dry window (a RUNCTL.DAT "*DRYRUN" directive card) the
      *	same edit runs over the scratch copies TRANROUT routed the
      *	feed into - BCTRANS.DRY, IFTRANS.DRY and ELTRANS.DRY - and
      *	rejects go to TRANREJ.DRY instead of TRANREJ.DAT, so TRANPOST
      *	projects only what would pass the edit while the staged
      *	files and the reject history stay untouched.  Dry-run
      *	rejects are not logged.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EL-STATUS.

           SELECT TE-BC-DRY ASSIGN TO "BCTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BC-STATUS.

           SELECT TE-IF-DRY ASSIGN TO "IFTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-IF-STATUS.

           SELECT TE-EL-DRY ASSIGN TO "ELTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EL-STATUS.

           SELECT TE-REJECT-DRY ASSIGN TO "TRANREJ.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REJECT-STATUS.

           SELECT TE-RUNCTL-IN ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RUNCTL-STATUS.

           SELECT TE-WORK-FILE ASSIGN TO "TRANEDIT.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TE-BC-FILE.
       01  TE-BC-RECORD                PIC X(57).

       FD  TE-IF-FILE.
       01  TE-IF-RECORD                PIC X(57).

       FD  TE-EL-FILE.
       01  TE-EL-RECORD                PIC X(57).

       FD  TE-BC-DRY.
       01  TE-BC-DRY-RECORD            PIC X(57).

       FD  TE-IF-DRY.
       01  TE-IF-DRY-RECORD            PIC X(57).

       FD  TE-EL-DRY.
       01  TE-EL-DRY-RECORD            PIC X(57).

       FD  TE-REJECT-DRY.
       01  TE-REJECT-DRY-RECORD        PIC X(88).

       FD  TE-RUNCTL-IN.
       01  TE-RUNCTL-CARD.
           05  FILLER                  PIC X(3).
           05  TER-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(69).

       FD  TE-WORK-FILE.
       01  TE-WORK-RECORD              PIC X(57).

       FD  TE-REJECT-FILE.
       01  TE-REJECT-RECORD.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  REJ-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  REJ-INPUT-RECORD        PIC X(57).

       FD  TE-BIZDATE-FILE.
       COPY bizdate.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-REJECT-STATUS            PIC XX.
       01  WS-STAGED-STATUS            PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.

      *    Run mode - see the dry-window paragraph of the narrative.
       01  WS-RUN-MODE-SW              PIC X VALUE "P".
           88  WS-LIVE-RUN             VALUE "P".
           88  WS-DRY-RUN              VALUE "D".
       01  WS-EOF-CARDS-SW             PIC X VALUE "N".
           88  WS-EOF-CARDS            VALUE "Y".

       01  WS-EOF-STAGED-SW            PIC X VALUE "N".
           88  WS-EOF-STAGED           VALUE "Y".
           05  FILLER  PIC X(13) VALUE "BCTRANS.DAT Y".
           05  FILLER  PIC X(13) VALUE "IFTRANS.DAT N".
           05  FILLER  PIC X(13) VALUE "ELTRANS.DAT N".
           05  FILLER  PIC X(13) VALUE "BCTRANS.DRY Y".
           05  FILLER  PIC X(13) VALUE "IFTRANS.DRY N".
           05  FILLER  PIC X(13) VALUE "ELTRANS.DRY N".
       01  WS-FEED-TABLE REDEFINES WS-FEED-TABLE-DATA.
           05  WS-FEED-ENTRY OCCURS 6 TIMES.
               10  WS-FEED-FILE-NAME   PIC X(12).
               10  WS-FEED-OPER-CHECK  PIC X(1).
       01  WS-FEED-IDX                 PIC 9(2).
      *    Entries 1-3 are the staged files, 4-6 their dry-window
      *    scratch copies.
       01  WS-FIRST-FEED               PIC 9(2) VALUE 1.
       01  WS-LAST-FEED                PIC 9(2) VALUE 3.

      *    TRAN-IDs already seen in the file being edited, for the
      *    duplicate check.  Reset per file.  If a feed ever outgrows
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-ONE-FEED
               VARYING WS-FEED-IDX FROM WS-FIRST-FEED BY 1
               UNTIL WS-FEED-IDX > WS-LAST-FEED
           PERFORM 9000-TERMINATE
           GOBACK.

                   WS-CURRENT-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-GET-RUN-MODE

           IF WS-DRY-RUN
               OPEN OUTPUT TE-REJECT-DRY
           ELSE
               OPEN EXTEND TE-REJECT-FILE
               IF WS-REJECT-STATUS = "35"
                   OPEN OUTPUT TE-REJECT-FILE
               END-IF
           END-IF.

       1050-GET-BUSINESS-DATE.
               CLOSE TE-BIZDATE-FILE
           END-IF.

       1060-GET-RUN-MODE.
      *    A "*DRYRUN" directive among the RUNCTL.DAT cards makes
      *    this window a dry run, as TRANPOST reads it.
           OPEN INPUT TE-RUNCTL-IN
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CARDS
                   READ TE-RUNCTL-IN
                       AT END
                           SET WS-EOF-CARDS TO TRUE
                       NOT AT END
                           IF TER-PROGRAM-ID = "*DRYRUN"
                               SET WS-DRY-RUN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TE-RUNCTL-IN
           END-IF
           IF WS-DRY-RUN
               MOVE 4 TO WS-FIRST-FEED
               MOVE 6 TO WS-LAST-FEED
               DISPLAY "TRANEDIT: DRY RUN - EDITING .DRY SCRATCH "
                   "FILES, REJECTS TO TRANREJ.DRY" UPON CONSOLE
           END-IF.

       2000-EDIT-ONE-FEED.
           MOVE WS-FEED-OPER-CHECK(WS-FEED-IDX)
               TO WS-OPERATOR-REQUIRED-SW
                       TRAN-OP-EXPONENT)
                   MOVE "ED0004" TO WS-REASON-CODE
                   SET WS-RECORD-BAD TO TRUE
      *        A currency code, when present, is three capital
      *        letters; blank is the base currency.
               WHEN TRAN-CURRENCY-CODE NOT = SPACES AND
                       (TRAN-CURRENCY-CODE NOT ALPHABETIC-UPPER OR
                        TRAN-CURRENCY-CODE(1:1) = SPACE OR
                        TRAN-CURRENCY-CODE(2:1) = SPACE OR
                        TRAN-CURRENCY-CODE(3:1) = SPACE)
                   MOVE "ED0005" TO WS-REASON-CODE
                   SET WS-RECORD-BAD TO TRUE
               WHEN OTHER
                   PERFORM 2300-CHECK-DUPLICATE
           END-EVALUATE.
           END-IF.

       2500-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-TOTAL-REJECT-COUNT
           IF WS-DRY-RUN
               MOVE SPACES TO TE-REJECT-DRY-RECORD
               STRING WS-RUN-DATE " "
                       WS-FEED-FILE-NAME(WS-FEED-IDX) " "
                       WS-REASON-CODE " " TRAN-RECORD
                   DELIMITED BY SIZE INTO TE-REJECT-DRY-RECORD
               WRITE TE-REJECT-DRY-RECORD
           ELSE
               MOVE SPACES              TO TE-REJECT-RECORD
               MOVE WS-RUN-DATE         TO REJ-RUN-DATE
               MOVE WS-FEED-FILE-NAME(WS-FEED-IDX) TO REJ-FILE-NAME
               MOVE WS-REASON-CODE      TO REJ-REASON-CODE
               MOVE TRAN-RECORD         TO REJ-INPUT-RECORD
               WRITE TE-REJECT-RECORD
               MOVE "2200-VALIDATE-FIELDS" TO WS-LOG-PARAGRAPH
               MOVE WS-REASON-CODE         TO WS-LOG-ERROR-CODE
               MOVE TRAN-ID                TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2710-OPEN-STAGED-INPUT.
           EVALUATE WS-FEED-IDX
               WHEN 3
                   OPEN INPUT TE-EL-FILE
                   MOVE WS-EL-STATUS TO WS-STAGED-STATUS
               WHEN 4
                   OPEN INPUT TE-BC-DRY
                   MOVE WS-BC-STATUS TO WS-STAGED-STATUS
               WHEN 5
                   OPEN INPUT TE-IF-DRY
                   MOVE WS-IF-STATUS TO WS-STAGED-STATUS
               WHEN 6
                   OPEN INPUT TE-EL-DRY
                   MOVE WS-EL-STATUS TO WS-STAGED-STATUS
           END-EVALUATE.

       2720-CLOSE-STAGED.
                   CLOSE TE-IF-FILE
               WHEN 3
                   CLOSE TE-EL-FILE
               WHEN 4
                   CLOSE TE-BC-DRY
               WHEN 5
                   CLOSE TE-IF-DRY
               WHEN 6
                   CLOSE TE-EL-DRY
           END-EVALUATE.

       2900-READ-STAGED.
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 4
                   READ TE-BC-DRY INTO TRAN-RECORD
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 5
                   READ TE-IF-DRY INTO TRAN-RECORD
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
               WHEN 6
                   READ TE-EL-DRY INTO TRAN-RECORD
                       AT END
                           SET WS-EOF-STAGED TO TRUE
                   END-READ
           END-EVALUATE.

       3000-COPY-WORK-BACK.
                   OPEN OUTPUT TE-IF-FILE
               WHEN 3
                   OPEN OUTPUT TE-EL-FILE
               WHEN 4
                   OPEN OUTPUT TE-BC-DRY
               WHEN 5
                   OPEN OUTPUT TE-IF-DRY
               WHEN 6
                   OPEN OUTPUT TE-EL-DRY
           END-EVALUATE.

       3100-WRITE-STAGED.
                   WRITE TE-IF-RECORD FROM TE-WORK-RECORD
               WHEN 3
                   WRITE TE-EL-RECORD FROM TE-WORK-RECORD
               WHEN 4
                   WRITE TE-BC-DRY-RECORD FROM TE-WORK-RECORD
               WHEN 5
                   WRITE TE-IF-DRY-RECORD FROM TE-WORK-RECORD
               WHEN 6
                   WRITE TE-EL-DRY-RECORD FROM TE-WORK-RECORD
           END-EVALUATE.

       3900-READ-WORK.
           END-READ.

       9000-TERMINATE.
           IF WS-DRY-RUN
               CLOSE TE-REJECT-DRY
           ELSE
               CLOSE TE-REJECT-FILE
           END-IF
           IF WS-TOTAL-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
