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
      *	FEESEND sends the fee charges FEEASMT priced at the end of
      *	the previous window.  It runs after STOGEN and ahead of
      *	TRANROUT, once tonight's TRANIN.DAT has arrived, and appends
      *	the FEEASMT.DAT set to it as one more transmission, so the
      *	charges are balanced and registered on FEEDREG.DAT by
      *	TRANROUT and posted by TRANPOST like any other feed.
      *	
      *	FEEASMT runs after TRANPOST, when tonight's feed has already
      *	been routed, so its set always goes out with the next
      *	window.  The set is sent only when:
      *	
      *	  - it carries a FEEDCTL.cpy header from source FEEASMT and
      *	    a trailer whose count agrees with the charges between
      *	    them (a set FEEASMT did not finish is never sent - it
      *	    would stop the window at TRANROUT);
      *	  - its feed date is before the business date (tonight's own
      *	    set, written by a rerun of FEEASMT, waits for tomorrow);
      *	  - it holds at least one charge;
      *	  - neither TRANIN.DAT nor FEEDREG.DAT already carries
      *	    FEEASMT's transmission for that feed date.
      *	
      *	A set that is incomplete is logged (FE0004) and the step ends
      *	with return code 4 so the missing charges are chased; a set
      *	that cannot be appended ends it with return code 8 (FE0005).
      *	

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     FEESEND.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT FS-FEE-FILE ASSIGN TO "FEEASMT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-FEE-STATUS.

           SELECT FS-TRANIN-FILE ASSIGN TO "TRANIN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TRANIN-STATUS.

           SELECT FS-REGISTER-IN ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REGISTER-STATUS.

           SELECT FS-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  FS-FEE-FILE.
       01  FS-FEE-RECORD               PIC X(57).

       FD  FS-TRANIN-FILE.
       01  FS-TRANIN-RECORD            PIC X(57).

      *    FEEDREG.DAT as TRANROUT writes it: only the date and the
      *    source are needed here.
       FD  FS-REGISTER-IN.
       01  FS-REGISTER-RECORD.
           05  FSR-FEED-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  FSR-SOURCE-SYSTEM       PIC X(8).
           05  FILLER                  PIC X(30).

       FD  FS-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY feedctl.

       01  WS-FEE-STATUS               PIC XX.
       01  WS-TRANIN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.

       01  WS-EOF-FEE-SW               PIC X VALUE "N".
           88  WS-EOF-FEE              VALUE "Y".
       01  WS-EOF-TRANIN-SW            PIC X VALUE "N".
           88  WS-EOF-TRANIN           VALUE "Y".
       01  WS-EOF-REGISTER-SW          PIC X VALUE "N".
           88  WS-EOF-REGISTER         VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-INCOMPLETE-SW            PIC X VALUE "N".
           88  WS-SET-INCOMPLETE       VALUE "Y".
       01  WS-HEADER-SEEN-SW           PIC X VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".
       01  WS-TRAILER-SEEN-SW          PIC X VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       01  WS-ALREADY-SENT-SW          PIC X VALUE "N".
           88  WS-ALREADY-SENT         VALUE "Y".

       01  WS-FEED-RECORD              PIC X(57).
       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-TRAILER-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-COPIED-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "FEESEND".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-FEE-SET
           EVALUATE TRUE
               WHEN WS-FEE-STATUS NOT = "00"
                   DISPLAY "FEESEND: FEEASMT.DAT NOT PRESENT - NO "
                       "FEES TO SEND" UPON CONSOLE
               WHEN WS-SET-INCOMPLETE
                   PERFORM 2900-REPORT-INCOMPLETE
               WHEN WS-FEED-DATE NOT < WS-RUN-DATE
                   DISPLAY "FEESEND: FEES OF " WS-FEED-DATE
                       " GO OUT WITH THE NEXT WINDOW" UPON CONSOLE
               WHEN WS-DETAIL-COUNT = ZERO
                   DISPLAY "FEESEND: NO FEES CHARGED FOR "
                       WS-FEED-DATE UPON CONSOLE
               WHEN OTHER
                   PERFORM 3000-CHECK-ALREADY-SENT
                   IF WS-ALREADY-SENT
                       DISPLAY "FEESEND: FEES OF " WS-FEED-DATE
                           " ALREADY ON TRANIN.DAT OR FEEDREG.DAT - "
                           "NOT SENT AGAIN" UPON CONSOLE
                   ELSE
                       PERFORM 4000-APPEND-TO-TRANIN
                   END-IF
           END-EVALUATE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 1050-GET-BUSINESS-DATE.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT FS-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ FS-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE FS-BIZDATE-FILE
           END-IF.

       2000-CHECK-FEE-SET.
      *    The first record must be FEEASMT's header and the last its
      *    trailer, with the trailer count agreeing with the charges
      *    in between.
           OPEN INPUT FS-FEE-FILE
           IF WS-FEE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FEE
                   READ FS-FEE-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-EOF-FEE TO TRUE
                       NOT AT END
                           PERFORM 2100-CHECK-FEE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FS-FEE-FILE
               IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
                  OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   SET WS-SET-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       2100-CHECK-FEE-RECORD.
           MOVE WS-FEED-RECORD TO FEED-HEADER-RECORD
           MOVE WS-FEED-RECORD TO FEED-TRAILER-RECORD
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   SET WS-SET-INCOMPLETE TO TRUE
               WHEN NOT WS-HEADER-SEEN
                   IF FHD-IS-HEADER AND FHD-SOURCE-SYSTEM = "FEEASMT"
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE FHD-FEED-DATE TO WS-FEED-DATE
                   ELSE
                       SET WS-SET-INCOMPLETE TO TRUE
                   END-IF
               WHEN FTR-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF FTR-RECORD-COUNT NUMERIC
                       MOVE FTR-RECORD-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       SET WS-SET-INCOMPLETE TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
           END-EVALUATE.

       2900-REPORT-INCOMPLETE.
           DISPLAY "FEESEND: FEEASMT.DAT INCOMPLETE - FEES OF "
               WS-FEED-DATE " NOT SENT" UPON CONSOLE
           MOVE "2900-REPORT-INCOMPLETE" TO WS-LOG-PARAGRAPH
           MOVE "FE0004"                 TO WS-LOG-ERROR-CODE
           MOVE SPACES                   TO WS-LOG-DATA
           STRING "FEEASMT.DAT " WS-FEED-DATE " COUNT "
                   WS-DETAIL-COUNT " TRAILER " WS-TRAILER-COUNT
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       3000-CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT-SW
           OPEN INPUT FS-TRANIN-FILE
           IF WS-TRANIN-STATUS = "00"
               PERFORM UNTIL WS-EOF-TRANIN OR WS-ALREADY-SENT
                   READ FS-TRANIN-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-EOF-TRANIN TO TRUE
                       NOT AT END
                           MOVE WS-FEED-RECORD TO FEED-HEADER-RECORD
                           IF FHD-IS-HEADER
                                   AND FHD-FEED-DATE = WS-FEED-DATE
                                   AND FHD-SOURCE-SYSTEM = "FEEASMT"
                               SET WS-ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-TRANIN-FILE
           END-IF
           OPEN INPUT FS-REGISTER-IN
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF-REGISTER OR WS-ALREADY-SENT
                   READ FS-REGISTER-IN
                       AT END
                           SET WS-EOF-REGISTER TO TRUE
                       NOT AT END
                           IF FSR-FEED-DATE = WS-FEED-DATE
                                   AND FSR-SOURCE-SYSTEM = "FEEASMT"
                               SET WS-ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-REGISTER-IN
           END-IF.

       4000-APPEND-TO-TRANIN.
           MOVE "N" TO WS-EOF-FEE-SW
           OPEN INPUT FS-FEE-FILE
           OPEN EXTEND FS-TRANIN-FILE
           IF WS-TRANIN-STATUS = "35"
               OPEN OUTPUT FS-TRANIN-FILE
           END-IF
           IF WS-FEE-STATUS NOT = "00" OR WS-TRANIN-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "4000-APPEND-TO-TRANIN"  TO WS-LOG-PARAGRAPH
               MOVE "FE0005"                 TO WS-LOG-ERROR-CODE
               MOVE SPACES                   TO WS-LOG-DATA
               STRING "FEEASMT.DAT " WS-FEE-STATUS " TRANIN.DAT "
                   WS-TRANIN-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               PERFORM UNTIL WS-EOF-FEE
                   READ FS-FEE-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-EOF-FEE TO TRUE
                       NOT AT END
                           WRITE FS-TRANIN-RECORD FROM WS-FEED-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FEE-STATUS = "00" OR WS-FEE-STATUS = "10"
               CLOSE FS-FEE-FILE
           END-IF
           IF WS-TRANIN-STATUS = "00"
               CLOSE FS-TRANIN-FILE
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SET-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "FEESEND FEES OF " WS-FEED-DATE " - "
               WS-COPIED-COUNT " RECORDS APPENDED TO TRANIN.DAT"
               UPON CONSOLE.
