      *
      *	where the day's posted amount is TRANPOST's CHK-RESULT-TOTAL
      *	from its final POSTCKPT.DAT record plus the SUSPSWP swept
      *	total from SWPCKPT.DAT plus the TRANRVSL reversed total from
      *	RVSLCKPT.DAT.  Reversals are reported as their own component
      *	of the proof, with a count of the day's reversal rows, so a
      *	reversal reads as a reversal and not as an unexplained
      *	debit.  A break fails the window with
      *	return code 8 the way BALCHK does, and the fatal SN0001 log
      *	line lands on OPSALERT.DAT.  The day's posted amount is the
      *	SUM of the date's completed checkpoints - one per cycle on a
      *	and records a baseline instead; a rerun for a date already
      *	snapshotted retakes the position (old rows dropped through a
      *	work file) so the stored balances always match the master.
      *
      *	Transfers move money between accounts without changing the
      *	master total, so they are proved on their own: the date's
      *	posted transfer legs (PST-ENTRY-TYPE "T", status "O") are
      *	read back from POSTTRAN.DAT and the debit legs must exactly
      *	offset the credit legs, leg for leg.  A transfer that did
      *	not net to zero fails the window with return code 8 and the
      *	fatal SN0002 log line, the same way a trial-balance break
      *	does.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CKPT-STATUS.

           SELECT SN-RVSLCKPT-IN ASSIGN TO "RVSLCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CKPT-STATUS.

           SELECT SN-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT SN-WORK-FILE ASSIGN TO "ACCTSNAP.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.
       FD  SN-SWPCKPT-IN.
       01  SN-SWPCKPT-RECORD           PIC X(80).

       FD  SN-RVSLCKPT-IN.
       01  SN-RVSLCKPT-RECORD          PIC X(80).

       FD  SN-POSTED-IN.
       COPY posttranrec.

       FD  SN-WORK-FILE.
       01  SN-WORK-RECORD              PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY chkpnt.
       COPY tranrec.

       01  WS-ACCT-STATUS              PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-SNAPSHOT-STATUS          PIC XX.
       01  WS-CKPT-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-SCAN-TOTAL               PIC S9(13)V9999 VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC S9(13)V9999 VALUE ZERO.
       01  WS-SWEPT-TOTAL              PIC S9(13)V9999 VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC S9(13)V9999 VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-EXPECTED-TOTAL           PIC S9(13)V9999 VALUE ZERO.
       01  WS-XFER-DEBIT-TOTAL         PIC S9(13)V9999 VALUE ZERO.
       01  WS-XFER-CREDIT-TOTAL        PIC S9(13)V9999 VALUE ZERO.
       01  WS-XFER-NET                 PIC S9(13)V9999 VALUE ZERO.
       01  WS-XFER-DEBIT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-XFER-CREDIT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-XFER-BREAK-SW            PIC X VALUE "N".
           88  WS-XFER-BREAK           VALUE "Y".

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
               PERFORM 3000-SNAPSHOT-MASTER
               PERFORM 4000-GET-DAYS-POSTED-TOTAL
               PERFORM 5000-PROVE-TRIAL-BALANCE
               PERFORM 6000-PROVE-TRANSFERS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.
           END-PERFORM
           IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "10"
               CLOSE SN-SWPCKPT-IN
           END-IF

      *    TRANRVSL writes the same checkpoint shape, one completed
      *    record per run; CHK-LAST-COUNTER is the run's reversal
      *    count.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT SN-RVSLCKPT-IN
           IF WS-CKPT-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ SN-RVSLCKPT-IN INTO CHECKPOINT-RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF CHK-RUN-DATE = WS-RUN-DATE
                               AND CHK-STATUS-COMPLETE
                           ADD CHK-RESULT-TOTAL TO WS-REVERSED-TOTAL
                           ADD CHK-LAST-COUNTER TO WS-REVERSED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "10"
               CLOSE SN-RVSLCKPT-IN
           END-IF.

       5000-PROVE-TRIAL-BALANCE.
           ELSE
               COMPUTE WS-EXPECTED-TOTAL =
                   WS-PRIOR-TOTAL + WS-POSTED-TOTAL + WS-SWEPT-TOTAL
                       + WS-REVERSED-TOTAL
               PERFORM 5100-REPORT-COMPONENTS
               IF WS-CLOSING-TOTAL = WS-EXPECTED-TOTAL
                   MOVE "    TRIAL BALANCE CLEAN" TO WS-PRINT-LINE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE SN-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT
           STRING "    REVERSED TODAY " WS-TOTAL-EDIT
                   "  REVERSAL ROWS " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE SN-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-EXPECTED-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-CLOSING-TOTAL  TO WS-TOTAL-EDIT-2
           STRING "    EXPECTED CLOSING " WS-TOTAL-EDIT
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       6000-PROVE-TRANSFERS.
      *    The debit leg of a transfer keeps the transfer's own
      *    TRAN-ID (the one PST-LINK-TRAN-ID names); the credit leg
      *    carries the credit account's number instead.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT SN-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ SN-POSTED-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF PST-RUN-DATE = WS-RUN-DATE
                               AND PST-ENTRY-TRANSFER
                           MOVE PST-TRAN-RECORD TO TRAN-RECORD
                           PERFORM 6100-TAKE-TRANSFER-LEG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE SN-POSTED-IN
           END-IF
           COMPUTE WS-XFER-NET =
               WS-XFER-DEBIT-TOTAL + WS-XFER-CREDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-XFER-DEBIT-COUNT  TO WS-COUNT-EDIT
           MOVE WS-XFER-DEBIT-TOTAL  TO WS-TOTAL-EDIT
           MOVE WS-XFER-CREDIT-TOTAL TO WS-TOTAL-EDIT-2
           STRING "    TRANSFERS TODAY " WS-COUNT-EDIT
                   "  DEBIT LEGS " WS-TOTAL-EDIT
                   "  CREDIT LEGS " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE SN-REPORT-LINE FROM WS-PRINT-LINE
           IF WS-XFER-NET = ZERO
                   AND WS-XFER-DEBIT-COUNT = WS-XFER-CREDIT-COUNT
               MOVE "    TRANSFERS NET TO ZERO" TO WS-PRINT-LINE
               WRITE SN-REPORT-LINE FROM WS-PRINT-LINE
           ELSE
               PERFORM 6200-REPORT-TRANSFER-BREAK
           END-IF.

       6100-TAKE-TRANSFER-LEG.
           IF TRAN-STATUS-OK AND TRAN-AMOUNT NUMERIC
               IF TRAN-ID = PST-LINK-TRAN-ID
                   ADD 1           TO WS-XFER-DEBIT-COUNT
                   ADD TRAN-AMOUNT TO WS-XFER-DEBIT-TOTAL
               ELSE
                   ADD 1           TO WS-XFER-CREDIT-COUNT
                   ADD TRAN-AMOUNT TO WS-XFER-CREDIT-TOTAL
               END-IF
           END-IF.

       6200-REPORT-TRANSFER-BREAK.
           SET WS-XFER-BREAK TO TRUE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-XFER-NET          TO WS-TOTAL-EDIT
           MOVE WS-XFER-CREDIT-COUNT TO WS-COUNT-EDIT
           STRING "    TRANSFER BREAK - LEGS NET " WS-TOTAL-EDIT
                   "  CREDIT LEGS " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE SN-REPORT-LINE FROM WS-PRINT-LINE
           DISPLAY "ACCTSNAP: TRANSFER LEGS DO NOT NET TO ZERO - "
               "WINDOW FAILED" UPON CONSOLE
           MOVE "6000-PROVE-TRANSFERS" TO WS-LOG-PARAGRAPH
           MOVE "SN0002"               TO WS-LOG-ERROR-CODE
           MOVE WS-RUN-DATE            TO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE SN-ACCT-MASTER
           END-IF
           CLOSE SN-REPORT-FILE
           IF WS-TRIAL-BREAK OR WS-XFER-BREAK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
