      *	routing (after the hash accumulates, since the sender hashed
      *	their own values), so onboarding a new sender is data entry,
      *	not a program change.
      *
      *	In a dry window (a RUNCTL.DAT "*DRYRUN" directive card) the
      *	feed is routed exactly the same way but into scratch copies
      *	- BCTRANS.DRY, IFTRANS.DRY, ELTRANS.DRY, FORITEMS.DRY and
      *	TRANUNRT.DRY - so TRANPOST can project tonight's feed while
      *	the staged files stay as they are.  FEEDREG.DAT and
      *	FORCECRD.DAT are not opened: the transmission is neither
      *	checked against the register nor registered, and a force
      *	card is left for the live window it was written for, which
      *	then takes the same feed as if the dry run never happened.
      *	Unroutable records are not logged.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-UNROUTE-STATUS.

           SELECT TR-BC-DRY ASSIGN TO "BCTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-DRY-STATUS.

           SELECT TR-IF-DRY ASSIGN TO "IFTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-DRY-STATUS.

           SELECT TR-EL-DRY ASSIGN TO "ELTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-DRY-STATUS.

           SELECT TR-FOR-DRY ASSIGN TO "FORITEMS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-DRY-STATUS.

           SELECT TR-UNROUTE-DRY ASSIGN TO "TRANUNRT.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-DRY-STATUS.

           SELECT TR-RUNCTL-IN ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RUNCTL-STATUS.

           SELECT TR-REPORT-FILE ASSIGN TO "TRANROUT.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.
       COPY tranrec.

       FD  TR-BC-OUT.
       01  TR-BC-RECORD                PIC X(57).

       FD  TR-IF-OUT.
       01  TR-IF-RECORD                PIC X(57).

       FD  TR-EL-OUT.
       01  TR-EL-RECORD                PIC X(57).

       FD  TR-FOR-OUT.
       01  TR-FOR-RECORD               PIC X(57).

       FD  TR-UNROUTE-FILE.
       01  TR-UNROUTE-RECORD.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  UNR-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  UNR-INPUT-RECORD        PIC X(57).

       FD  TR-BC-DRY.
       01  TR-BC-DRY-RECORD            PIC X(57).

       FD  TR-IF-DRY.
       01  TR-IF-DRY-RECORD            PIC X(57).

       FD  TR-EL-DRY.
       01  TR-EL-DRY-RECORD            PIC X(57).

       FD  TR-FOR-DRY.
       01  TR-FOR-DRY-RECORD           PIC X(57).

       FD  TR-UNROUTE-DRY.
       01  TR-UNROUTE-DRY-RECORD       PIC X(75).

       FD  TR-RUNCTL-IN.
       01  TR-RUNCTL-CARD.
           05  FILLER                  PIC X(3).
           05  TRR-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(69).

       FD  TR-REGISTER-FILE.
       01  TR-REGISTER-RECORD.
       01  WS-FOR-STATUS               PIC XX.
       01  WS-UNROUTE-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-DRY-STATUS               PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.

      *    Run mode - see the dry-window paragraph of the narrative.
       01  WS-RUN-MODE-SW              PIC X VALUE "P".
           88  WS-LIVE-RUN             VALUE "P".
           88  WS-DRY-RUN              VALUE "D".
       01  WS-EOF-CARDS-SW             PIC X VALUE "N".
           88  WS-EOF-CARDS            VALUE "Y".

       01  WS-EOF-TRANIN-SW            PIC X VALUE "N".
           88  WS-EOF-TRANIN           VALUE "Y".
                   WS-CURRENT-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-GET-RUN-MODE

           IF NOT WS-DRY-RUN
               PERFORM 1100-LOAD-REGISTER
               PERFORM 1200-READ-FORCE-CARD
           END-IF
           PERFORM 1300-LOAD-PROFILES

           OPEN INPUT TR-TRANIN-IN
                   "FILES LEFT AS DELIVERED" UPON CONSOLE
           ELSE
               SET WS-FEED-PRESENT TO TRUE
               IF WS-DRY-RUN
                   OPEN OUTPUT TR-BC-DRY
                   OPEN OUTPUT TR-IF-DRY
                   OPEN OUTPUT TR-EL-DRY
                   OPEN OUTPUT TR-FOR-DRY
                   OPEN OUTPUT TR-UNROUTE-DRY
               ELSE
                   OPEN OUTPUT TR-BC-OUT
                   OPEN OUTPUT TR-IF-OUT
                   OPEN OUTPUT TR-EL-OUT
                   OPEN OUTPUT TR-FOR-OUT
                   OPEN EXTEND TR-UNROUTE-FILE
                   IF WS-UNROUTE-STATUS = "35"
                       OPEN OUTPUT TR-UNROUTE-FILE
                   END-IF
               END-IF
               PERFORM 2900-READ-TRANIN
           END-IF.
               CLOSE TR-BIZDATE-FILE
           END-IF.

       1060-GET-RUN-MODE.
      *    A "*DRYRUN" directive among the RUNCTL.DAT cards makes
      *    this window a dry run, as TRANPOST reads it.
           OPEN INPUT TR-RUNCTL-IN
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CARDS
                   READ TR-RUNCTL-IN
                       AT END
                           SET WS-EOF-CARDS TO TRUE
                       NOT AT END
                           IF TRR-PROGRAM-ID = "*DRYRUN"
                               SET WS-DRY-RUN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TR-RUNCTL-IN
           END-IF
           IF WS-DRY-RUN
               DISPLAY "TRANROUT: DRY RUN - ROUTING TO .DRY SCRATCH "
                   "FILES, FEED REGISTER NOT CHECKED" UPON CONSOLE
           END-IF.

       1100-LOAD-REGISTER.
           OPEN INPUT TR-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
                       AND WS-REG-HASH(REG-IDX) = FTR-HASH-TOTAL
                   SET WS-DUPLICATE TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-DRY-RUN
                   MOVE "BALANCED" TO WS-SET-STATUS(WS-CUR-SET)
               WHEN WS-DUPLICATE
                   PERFORM 2245-REFUSE-OR-FORCE
               WHEN OTHER
                   MOVE "BALANCED" TO WS-SET-STATUS(WS-CUR-SET)
                   PERFORM 2250-WRITE-REGISTER
           END-EVALUATE.

       2245-REFUSE-OR-FORCE.
      *    A force-accepted re-send proceeds without re-registering -
               WHEN TRAN-OP-ADD OR TRAN-OP-SUBTRACT OR
                       TRAN-OP-MULTIPLY OR TRAN-OP-DIVIDE OR
                       TRAN-OP-MODULUS OR TRAN-OP-EXPONENT
                   IF WS-DRY-RUN
                       WRITE TR-BC-DRY-RECORD FROM TRAN-RECORD
                   ELSE
                       WRITE TR-BC-RECORD FROM TRAN-RECORD
                   END-IF
                   ADD 1 TO WS-BC-COUNT
                   ADD 1 TO WS-SET-BC(WS-CUR-SET)
               WHEN TRAN-CODE NUMERIC AND TRAN-CODE > 0
                       AND TRAN-CODE < 100
                   IF WS-DRY-RUN
                       WRITE TR-IF-DRY-RECORD FROM TRAN-RECORD
                       WRITE TR-EL-DRY-RECORD FROM TRAN-RECORD
                   ELSE
                       WRITE TR-IF-RECORD FROM TRAN-RECORD
                       WRITE TR-EL-RECORD FROM TRAN-RECORD
                   END-IF
                   ADD 1 TO WS-IF-COUNT
                   ADD 1 TO WS-SET-IF(WS-CUR-SET)
                   ADD 1 TO WS-EL-COUNT
                   ADD 1 TO WS-SET-EL(WS-CUR-SET)
               WHEN TRAN-CODE NUMERIC AND TRAN-CODE > 99
                   IF WS-DRY-RUN
                       WRITE TR-FOR-DRY-RECORD FROM TRAN-RECORD
                   ELSE
                       WRITE TR-FOR-RECORD FROM TRAN-RECORD
                   END-IF
                   ADD 1 TO WS-FOR-COUNT
                   ADD 1 TO WS-SET-FOR(WS-CUR-SET)
               WHEN OTHER
           END-EVALUATE.

       2500-WRITE-UNROUTABLE.
           ADD 1 TO WS-UNROUTE-COUNT
           IF WS-CUR-SET > ZERO
               ADD 1 TO WS-SET-UNR(WS-CUR-SET)
           END-IF
           IF WS-DRY-RUN
               MOVE SPACES TO TR-UNROUTE-DRY-RECORD
               STRING WS-RUN-DATE " RT0001 " TRAN-RECORD
                   DELIMITED BY SIZE INTO TR-UNROUTE-DRY-RECORD
               WRITE TR-UNROUTE-DRY-RECORD
           ELSE
               MOVE SPACES      TO TR-UNROUTE-RECORD
               MOVE WS-RUN-DATE TO UNR-RUN-DATE
               MOVE "RT0001"    TO UNR-REASON-CODE
               MOVE TRAN-RECORD TO UNR-INPUT-RECORD
               WRITE TR-UNROUTE-RECORD
               MOVE "2000-ROUTE-RECORDS" TO WS-LOG-PARAGRAPH
               MOVE "RT0001"             TO WS-LOG-ERROR-CODE
               MOVE TRAN-ID              TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2900-READ-TRANIN.
           READ TR-TRANIN-IN
           STRING "INTAKE ROUTING BALANCE - RUN " WS-RUN-DATE
                   " " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           IF WS-DRY-RUN
               MOVE "- DRY RUN, ROUTED TO .DRY SCRATCH FILES"
                   TO WS-REPORT-HEADING(50:)
           END-IF
           WRITE TR-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE TR-REPORT-LINE FROM WS-REPORT-RULE
           MOVE "RECORDS IN (TRANIN.DAT)" TO RPT-LABEL

       9000-TERMINATE.
           IF WS-FEED-PRESENT
               IF WS-DRY-RUN
                   CLOSE TR-TRANIN-IN TR-BC-DRY TR-IF-DRY TR-EL-DRY
                         TR-FOR-DRY TR-UNROUTE-DRY
               ELSE
                   CLOSE TR-TRANIN-IN TR-BC-OUT TR-IF-OUT TR-EL-OUT
                         TR-FOR-OUT TR-UNROUTE-FILE
               END-IF
           END-IF
           IF WS-FEED-BAD
               MOVE 8 TO RETURN-CODE
