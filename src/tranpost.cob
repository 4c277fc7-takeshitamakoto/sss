      *	errored/held records additionally land in POSTSUSP.DAT with a
      *	reason code per the ERRCODES.cpy convention.
      *
      *	A debit that would take the balance further below zero than
      *	the account's ACT-CREDIT-LIMIT is held the same way with
      *	PT0007, and SUSPSWP retries it on later nights once credits
      *	have brought the account back inside its limit.  Credits are
      *	never held for the limit - they can only help.
      *
      *	A transfer (TRAN-CODE 900, see TRANREC.cpy) posts as one
      *	unit: the credit account is checked first, then the debit
      *	account takes the usual open-status and credit-limit checks,
      *	and only when both can take the money are both balances
      *	moved.  Either account missing, frozen or closed (or the
      *	debit short of its limit) holds the whole transfer on
      *	POSTSUSP.DAT as the single record it arrived as, so SUSPSWP
      *	retries both legs together.  A transfer naming no valid
      *	credit account, the debit account itself, or a zero or
      *	negative amount errors with PT0008.  A posted transfer
      *	writes two POSTTRAN.DAT rows of entry type "T" - the debit
      *	and credit legs - linked through PST-LINK-TRAN-ID; should
      *	the credit REWRITE fail after the debit went through, the
      *	debit is put back before the record errors with PT0003.
      *	Legs net to zero, so the posted total is unchanged by them.
      *
      *	Every TRAN-ID that posts is added to the permanent register
      *	TRANREG.DAT (see TRANREGREC.cpy), and every record is looked
      *	up there before the master is touched: a TRAN-ID that has
      *	posted on any earlier night - a retransmitted file, a
      *	resent item - errors with PT0009 to POSTSUSP.DAT instead of
      *	moving the balance a second time.  SUSPSWP passes those
      *	through untouched, and ACKEXTR reports them to the sender
      *	as DUPLICATE.  A posted transfer registers two ids: the
      *	TRAN-ID it arrived with and its credit leg's (the credit
      *	account in the first four characters, "X", then that
      *	account's posting count after the credit in five base-36
      *	characters - a marker none of the system's own generated
      *	ids carries there).  A transfer whose credit-leg id is
      *	already on the register - a feed item sent under it, or an
      *	account added afresh whose count has started again - errors
      *	with PT0016 rather than write a second row under that id,
      *	and an item arriving later under a credit leg's id is a
      *	PT0009 duplicate.  Without the register no record can be
      *	proved new, so a register that cannot be opened stops the
      *	run (PT0010).
      *
      *	A record whose TRAN-CURRENCY-CODE differs from its account's
      *	ACT-CURRENCY-CODE is converted at the business date's rates
      *	on FXRATE.DAT (see FXRATEREC.cpy) before anything is
      *	checked: the converted amount is what moves ACT-BALANCE and
      *	is tested against the credit limit, and the same amount in
      *	base currency moves ACT-BOOK-BALANCE.  The POSTTRAN.DAT row
      *	carries the converted amount in its TRAN-AMOUNT and the
      *	amount as sent, the rate and the book amount after it.  A
      *	currency with no rate for the date holds the record with
      *	PT0012 until SUSPSWP finds one.  A transfer is only posted
      *	between two accounts kept in the same currency; one that
      *	crosses currencies errors with PT0013.
      *
      *	An item named by an active investigation hold on
      *	HOLDLIST.DAT (see HOLDREC.cpy) - its account, either account
      *	of a transfer, its TRAN-ID, or its account from a threshold
      *	amount up - is held to POSTSUSP.DAT with PT0014 before
      *	anything else about it is checked, and SUSPSWP keeps it
      *	there until a release card lifts the hold.  A hold list that
      *	cannot be read, or that overflows HOLDTBL.cpy, stops the
      *	run (PT0015): posting past a hold nobody can see is worse
      *	than posting late.
      *
      *	A checkpoint keyed by transaction id (see FOR0008-CHECKPOINT
      *	in for.cob for the origin of this pattern) lets a restarted
      *	run skip records a prior run already posted, so a rerun never
      *	posts the same amount twice.
      *
      *	A dry run - a RUNCTL.DAT "*DRYRUN" directive card, or a
      *	POSTCTL.DAT card reading DRYRUN when the step is run on its
      *	own - takes every record through the same checks to show
      *	what the night would do without committing any of it.
      *	ACCTMAST.DAT and TRANREG.DAT are only read; POSTTRAN.DAT,
      *	POSTSUSP.DAT and POSTCKPT.DAT are not even opened and no item
      *	is logged.  Balances move in the PROJTBL.cpy table instead
      *	of the master, starting from the suspense sweep's own dry
      *	run projection when there is one, and POSTPROJ.RPT lists
      *	every item with the outcome and reason code it would get,
      *	then each account's balance on file, its projected balance
      *	and the count of items that would move it.  A POSTCTL.DAT
      *	card is cleared once its dry run has printed, so the next
      *	night cannot run dry by mistake.  In a dry window the items
      *	come from BCTRANS.DRY, the scratch copy TRANROUT, SEQCHK and
      *	TRANEDIT built from tonight's TRANIN.DAT, so the projection
      *	shows tonight's feed rather than whatever the last live
      *	window left staged; a POSTCTL.DAT dry run of the step on its
      *	own still projects the staged BCTRANS.DAT.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TRANS-STATUS.

           SELECT TP-DRY-TRANS-IN ASSIGN TO "BCTRANS.DRY"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TRANS-STATUS.

           SELECT TP-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-SUSPENSE-STATUS.

           SELECT TP-REGISTER-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-REG-STATUS.

           SELECT TP-HOLD-LIST ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HLD-HOLD-KEY
               FILE STATUS   IS WS-HOLD-STATUS.

           SELECT TP-FXRATE-IN ASSIGN TO "FXRATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-FXRATE-STATUS.

           SELECT TP-CHECKPOINT-FILE ASSIGN TO "POSTCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CKPT-STATUS.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

           SELECT TP-RUNCTL-IN ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RUNCTL-STATUS.

           SELECT TP-POSTCTL-IN ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTCTL-STATUS.

           SELECT TP-PROJBAL-FILE ASSIGN TO "PROJBAL.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PROJBAL-STATUS.

           SELECT TP-PROJECT-RPT ASSIGN TO "POSTPROJ.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PROJECT-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  TP-TRANS-IN.
       COPY tranrec.

       FD  TP-DRY-TRANS-IN.
       01  TP-DRY-TRANS-RECORD         PIC X(57).

       FD  TP-ACCT-MASTER.
       COPY acctrec.

       FD  TP-SUSPENSE-FILE.
       COPY postsusprec.

       FD  TP-REGISTER-FILE.
       COPY tranregrec.

       FD  TP-HOLD-LIST.
       COPY holdrec.

       FD  TP-FXRATE-IN.
       COPY fxraterec.

       FD  TP-CHECKPOINT-FILE.
       COPY chkpnt.

       FD  TP-BIZDATE-FILE.
       COPY bizdate.

       FD  TP-RUNCTL-IN.
       01  TP-RUNCTL-CARD.
           05  FILLER                  PIC X(3).
           05  TPR-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(69).

       FD  TP-POSTCTL-IN.
       01  TP-POSTCTL-CARD.
           05  TPC-RUN-MODE            PIC X(8).
           05  FILLER                  PIC X(72).

      *    One PRJ-ACCOUNT-ENTRY (PROJTBL.cpy) per row, as the sweep's
      *    dry run left it.
       FD  TP-PROJBAL-FILE.
       01  TP-PROJBAL-RECORD.
           05  PJB-RUN-DATE            PIC X(10).
           05  PJB-ENTRY               PIC X(81).

       FD  TP-PROJECT-RPT.
       01  TP-PROJECT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-CKPT-STATUS              PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-FXRATE-STATUS            PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-POSTCTL-STATUS           PIC XX.
       01  WS-PROJBAL-STATUS           PIC XX.
       01  WS-PROJECT-STATUS           PIC XX.

       01  WS-EOF-TRANS-SW             PIC X VALUE "N".
           88  WS-EOF-TRANS            VALUE "Y".
       01  WS-SKIPPING-SW              PIC X VALUE "N".
           88  WS-SKIPPING             VALUE "Y".
           88  WS-NOT-SKIPPING         VALUE "N".
       01  WS-DUPLICATE-SW             PIC X VALUE "N".
           88  WS-DUPLICATE            VALUE "Y".
       01  WS-EOF-FXRATE-SW            PIC X VALUE "N".
           88  WS-EOF-FXRATE           VALUE "Y".
       01  WS-EOF-HOLDS-SW             PIC X VALUE "N".
           88  WS-EOF-HOLDS            VALUE "Y".

      *    Run mode - see the dry-run paragraph of the narrative.
       01  WS-RUN-MODE-SW              PIC X VALUE "P".
           88  WS-LIVE-RUN             VALUE "P".
           88  WS-DRY-RUN              VALUE "D".
       01  WS-MODE-CARD-SW             PIC X VALUE "N".
           88  WS-MODE-FROM-CARD       VALUE "Y".
       01  WS-DRY-WINDOW-SW            PIC X VALUE "N".
           88  WS-DRY-WINDOW           VALUE "Y".
       01  WS-NO-REGISTER-SW           PIC X VALUE "N".
           88  WS-NO-REGISTER          VALUE "Y".
       01  WS-EOF-CARDS-SW             PIC X VALUE "N".
           88  WS-EOF-CARDS            VALUE "Y".
       01  WS-SWEEP-ROWS               PIC 9(4) VALUE ZERO.
       01  WS-RESUME-TRAN-ID           PIC X(10) VALUE SPACES.

       01  WS-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-POSTED-AMOUNT-TOTAL      PIC S9(13)V9999 VALUE ZERO.
       01  WS-REASON-CODE              PIC X(6).
       01  WS-PROJECTED-BALANCE        PIC S9(11)V9999.

      *    Transfer working fields - the credit account number comes
      *    from the whole part of TRAN-OPERAND-2 and must survive the
      *    move into a four-digit field unchanged to be valid.
       01  WS-XFER-POSTED-SW           PIC X VALUE "N".
           88  WS-XFER-POSTED          VALUE "Y".
       01  WS-XFER-CREDIT-NUMBER       PIC 9(4).
       01  WS-XFER-CREDIT-ID           PIC X(4).
       01  WS-XFER-AMOUNT              PIC S9(9)V9999.
       01  WS-XFER-REFERENCE           PIC X(10).
       01  WS-XFER-DEBIT-POST-DATE     PIC X(10).
       01  WS-XFER-SAVE-RECORD         PIC X(57).
       01  WS-XFER-CREDIT-CURRENCY     PIC X(3).
       01  WS-XFER-CREDIT-LEG-ID       PIC X(10).
      *    The credit leg's id ends in the credit account's posting
      *    count as five base-36 characters (see 2617).
       01  WS-BASE36-DIGITS            PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LEG-SEQUENCE             PIC 9(8).
       01  WS-LEG-QUOTIENT             PIC 9(8).
       01  WS-LEG-REMAINDER            PIC 9(2).
       01  WS-LEG-DIGIT-POS            PIC 9(1).
       01  WS-LEG-ID-USED-SW           PIC X VALUE "N".
           88  WS-LEG-ID-USED          VALUE "Y".
       01  WS-REGISTER-ID              PIC X(10).

      *    Currency conversion of the record being posted - the rates
      *    are base currency per unit (FXTABLE.cpy), blank = base.
       COPY fxtable.
       01  WS-FX-MISSING-SW            PIC X VALUE "N".
           88  WS-FX-MISSING           VALUE "Y".
       01  WS-FX-LOOKUP-CODE           PIC X(3).
       01  WS-FX-LOOKUP-RATE           PIC 9(5)V9(6).
       01  WS-FX-TRAN-RATE             PIC 9(5)V9(6).
       01  WS-FX-ACCT-RATE             PIC 9(5)V9(6).
       01  WS-FX-CROSS-RATE            PIC 9(5)V9(6).
       01  WS-FX-POSTED-CURRENCY       PIC X(3).
       01  WS-POST-AMOUNT              PIC S9(9)V9999.
       01  WS-BOOK-AMOUNT              PIC S9(11)V9999.
       01  WS-ORIG-AMOUNT              PIC S9(9)V9999.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(8).

      *    Dry-run projection and its report.
       COPY projtbl.
       COPY errcodes.

      *    Active investigation holds.
       COPY holdtbl.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.
       01  WS-PAGE-EDIT                PIC ZZZ9.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-AMOUNT-EDIT              PIC -(13)9.9999.

       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-COLUMN-HEADING           PIC X(132).

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(45) VALUE
               "POSTING PROJECTION - DRY RUN - NOTHING POSTED".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(45) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "TRANPOST".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
                   WS-CURRENT-DATE-TIME(11:2) ":"
                   WS-CURRENT-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME
           MOVE WS-RUN-DATE TO HDG-PRINT-DATE
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE WS-RUN-DATE TO HDG-BUSINESS-DATE
           PERFORM 1060-GET-RUN-MODE
           PERFORM 1100-LOAD-FX-RATES
           PERFORM 1300-LOAD-HOLD-LIST

           IF WS-DRY-WINDOW
               OPEN INPUT  TP-DRY-TRANS-IN
           ELSE
               OPEN INPUT  TP-TRANS-IN
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"        TO WS-LOG-PARAGRAPH
               MOVE "PT0004"                 TO WS-LOG-ERROR-CODE
               IF WS-DRY-WINDOW
                   MOVE "BCTRANS.DRY OPEN FAILED" TO WS-LOG-DATA
               ELSE
                   MOVE "BCTRANS.DAT OPEN FAILED" TO WS-LOG-DATA
               END-IF
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           IF WS-DRY-RUN
               PERFORM 1160-OPEN-FOR-PROJECTION
           ELSE
               PERFORM 1150-OPEN-FOR-POSTING
           END-IF
           PERFORM 1200-RESTART-CHECK
           IF NOT WS-ABEND-CONDITION
               PERFORM 2900-READ-TRANS
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT TP-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ TP-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE TP-BIZDATE-FILE
           END-IF.

       1060-GET-RUN-MODE.
      *    A "*DRYRUN" directive among the RUNCTL.DAT cards (a dry
      *    window) or a DRYRUN card on POSTCTL.DAT (the step run on
      *    its own) makes this a dry run.
           OPEN INPUT TP-RUNCTL-IN
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CARDS
                   READ TP-RUNCTL-IN
                       AT END
                           SET WS-EOF-CARDS TO TRUE
                       NOT AT END
                           IF TPR-PROGRAM-ID = "*DRYRUN"
                               SET WS-DRY-RUN    TO TRUE
                               SET WS-DRY-WINDOW TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TP-RUNCTL-IN
           END-IF
           OPEN INPUT TP-POSTCTL-IN
           IF WS-POSTCTL-STATUS = "00"
               READ TP-POSTCTL-IN
                   NOT AT END
                       IF TPC-RUN-MODE = "DRYRUN"
                           SET WS-DRY-RUN        TO TRUE
                           SET WS-MODE-FROM-CARD TO TRUE
                       END-IF
               END-READ
               CLOSE TP-POSTCTL-IN
           END-IF
           IF WS-DRY-RUN
               DISPLAY "TRANPOST: DRY RUN - PROJECTION TO POSTPROJ.RPT"
                   ", NOTHING WILL BE POSTED" UPON CONSOLE
           END-IF.

       1100-LOAD-FX-RATES.
      *    Only the business date's rows are rates; no file at all
      *    simply means no foreign currency can post today.
           OPEN INPUT TP-FXRATE-IN
           IF WS-FXRATE-STATUS = "00"
               PERFORM 1110-READ-FX-RATE
               PERFORM 1120-TAKE-FX-RATE UNTIL WS-EOF-FXRATE
               CLOSE TP-FXRATE-IN
           END-IF.

       1110-READ-FX-RATE.
           READ TP-FXRATE-IN
               AT END
                   SET WS-EOF-FXRATE TO TRUE
           END-READ.

       1120-TAKE-FX-RATE.
           IF FXR-RATE-DATE = WS-RUN-DATE
                   AND FXR-CURRENCY-CODE NOT = SPACES
                   AND FXR-RATE NUMERIC AND FXR-RATE > ZERO
               IF FXT-RATE-COUNT < FXT-RATE-MAX
                   ADD 1 TO FXT-RATE-COUNT
                   MOVE FXR-CURRENCY-CODE
                       TO FXT-CURRENCY-CODE(FXT-RATE-COUNT)
                   MOVE FXR-RATE TO FXT-RATE(FXT-RATE-COUNT)
               ELSE
                   DISPLAY "TRANPOST: FX RATE TABLE FULL - "
                       FXR-CURRENCY-CODE " IGNORED" UPON CONSOLE
               END-IF
           END-IF
           PERFORM 1110-READ-FX-RATE.

       1300-LOAD-HOLD-LIST.
      *    No list on file means no holds have ever been placed.
           OPEN INPUT TP-HOLD-LIST
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   PERFORM 1310-READ-HOLD
                   PERFORM 1320-TAKE-HOLD UNTIL WS-EOF-HOLDS
                   CLOSE TP-HOLD-LIST
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "HOLDLIST.DAT OPEN FAILED" TO WS-LOG-DATA
           END-EVALUATE
           IF WS-ABEND-CONDITION
               MOVE "1300-LOAD-HOLD-LIST" TO WS-LOG-PARAGRAPH
               MOVE "PT0015"              TO WS-LOG-ERROR-CODE
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       1310-READ-HOLD.
           READ TP-HOLD-LIST NEXT RECORD
               AT END
                   SET WS-EOF-HOLDS TO TRUE
           END-READ
           IF WS-HOLD-STATUS NOT = "00" AND NOT WS-EOF-HOLDS
               SET WS-EOF-HOLDS TO TRUE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "HOLDLIST.DAT READ FAILED" TO WS-LOG-DATA
           END-IF.

       1320-TAKE-HOLD.
           IF HLD-STATUS-ACTIVE
               IF HLT-HOLD-COUNT < HLT-HOLD-MAX
                   ADD 1 TO HLT-HOLD-COUNT
                   MOVE HLD-HOLD-KEY   TO HLT-HOLD-KEY(HLT-HOLD-COUNT)
                   MOVE HLD-HOLD-TYPE  TO HLT-HOLD-TYPE(HLT-HOLD-COUNT)
                   MOVE HLD-ACCOUNT-ID TO HLT-ACCOUNT-ID(HLT-HOLD-COUNT)
                   MOVE HLD-TRAN-ID    TO HLT-TRAN-ID(HLT-HOLD-COUNT)
                   MOVE HLD-THRESHOLD  TO HLT-THRESHOLD(HLT-HOLD-COUNT)
               ELSE
                   SET WS-EOF-HOLDS TO TRUE
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "HOLD TABLE FULL" TO WS-LOG-DATA
               END-IF
           END-IF
           IF NOT WS-EOF-HOLDS
               PERFORM 1310-READ-HOLD
           END-IF.

       1150-OPEN-FOR-POSTING.
           OPEN I-O TP-ACCT-MASTER
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT TP-ACCT-MASTER
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           OPEN I-O TP-REGISTER-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT TP-REGISTER-FILE
               CLOSE TP-REGISTER-FILE
               OPEN I-O TP-REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"        TO WS-LOG-PARAGRAPH
               MOVE "PT0010"                 TO WS-LOG-ERROR-CODE
               MOVE "TRANREG.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           OPEN EXTEND TP-POSTED-FILE
           IF WS-POSTED-STATUS = "35"
               OPEN OUTPUT TP-POSTED-FILE
           OPEN EXTEND TP-SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT TP-SUSPENSE-FILE
           END-IF.

       1160-OPEN-FOR-PROJECTION.
      *    A dry run only reads the master and the register.  With
      *    no register on file nothing has ever posted, so no id can
      *    be a duplicate; the real run would create it empty.
           OPEN OUTPUT TP-PROJECT-RPT
           MOVE PRJ-ITEM-HEADING TO WS-COLUMN-HEADING
           OPEN INPUT TP-ACCT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1160-OPEN-FOR-PROJECTION" TO WS-LOG-PARAGRAPH
               MOVE "PT0005"                   TO WS-LOG-ERROR-CODE
               MOVE "ACCTMAST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           OPEN INPUT TP-REGISTER-FILE
           IF WS-REG-STATUS = "35"
               SET WS-NO-REGISTER TO TRUE
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "1160-OPEN-FOR-PROJECTION" TO WS-LOG-PARAGRAPH
                   MOVE "PT0010"                  TO WS-LOG-ERROR-CODE
                   MOVE "TRANREG.DAT OPEN FAILED" TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE WS-LOG-DATA
               END-IF
           END-IF
           PERFORM 1170-LOAD-SWEEP-PROJECTION.

       1170-LOAD-SWEEP-PROJECTION.
      *    The sweep runs ahead of the posting, so its dry run's
      *    projected balances for the date are where this one starts.
      *    Rows are kept in account order by the sweep.
           OPEN INPUT TP-PROJBAL-FILE
           IF WS-PROJBAL-STATUS = "00"
               MOVE "N" TO WS-EOF-CARDS-SW
               PERFORM UNTIL WS-EOF-CARDS
                   READ TP-PROJBAL-FILE
                       AT END
                           SET WS-EOF-CARDS TO TRUE
                       NOT AT END
                           IF PJB-RUN-DATE = WS-RUN-DATE
                               PERFORM 1180-TAKE-SWEEP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TP-PROJBAL-FILE
           END-IF
           MOVE PRJ-ACCOUNT-COUNT TO WS-SWEEP-ROWS
           IF WS-SWEEP-ROWS > ZERO
               DISPLAY "TRANPOST: DRY RUN STARTS FROM THE SUSPENSE "
                   "SWEEP PROJECTION FOR " WS-SWEEP-ROWS
                   " ACCOUNT(S)" UPON CONSOLE
           END-IF.

       1180-TAKE-SWEEP-ROW.
           IF PRJ-ACCOUNT-COUNT < PRJ-ACCOUNT-MAX
               ADD 1 TO PRJ-ACCOUNT-COUNT
               MOVE PJB-ENTRY TO PRJ-ACCOUNT-ENTRY(PRJ-ACCOUNT-COUNT)
               MOVE ZERO TO PRJ-ITEMS-POSTED(PRJ-ACCOUNT-COUNT)
               MOVE ZERO TO PRJ-ITEMS-HELD(PRJ-ACCOUNT-COUNT)
               SET PRJ-FROM-SWEEP(PRJ-ACCOUNT-COUNT) TO TRUE
           END-IF.

       1200-RESTART-CHECK.
      *        checkpoint's CHK-RESULT-TOTAL covers the whole day's
      *        master movement and the account trial balance can
      *        prove against it.
      *        A dry run skips the same records a restart would, but
      *        projects only what is still to post.
               IF WS-DRY-RUN
                   MOVE CHK-LAST-TRAN-ID TO WS-RESUME-TRAN-ID
               ELSE
                   MOVE CHK-RESULT-TOTAL TO WS-POSTED-AMOUNT-TOTAL
               END-IF
           END-IF
           IF NOT WS-DRY-RUN
               OPEN EXTEND TP-CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "35"
                   OPEN OUTPUT TP-CHECKPOINT-FILE
               END-IF
           END-IF.

       2000-POST-TRANSACTIONS.
               SET WS-NOT-SKIPPING TO TRUE
               PERFORM 2100-POST-ONE-RECORD
               ADD 1 TO WS-RECORD-COUNT
               IF NOT WS-DRY-RUN
                   PERFORM 2400-WRITE-CHECKPOINT
               END-IF
           END-IF
           PERFORM 2900-READ-TRANS.

       2100-POST-ONE-RECORD.
           MOVE "N" TO WS-XFER-POSTED-SW
           IF TRAN-AMOUNT NOT NUMERIC
               SET TRAN-STATUS-ERROR TO TRUE
               MOVE "PT0002" TO WS-REASON-CODE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 2500-WRITE-SUSPENSE
           ELSE
               PERFORM 2050-CHECK-REGISTER
               PERFORM 2060-CHECK-HOLD-LIST
               EVALUATE TRUE
                   WHEN WS-DUPLICATE
                       SET TRAN-STATUS-ERROR TO TRUE
                       MOVE "PT0009" TO WS-REASON-CODE
                       ADD 1 TO WS-ERROR-COUNT
                       ADD 1 TO WS-DUPLICATE-COUNT
                       PERFORM 2500-WRITE-SUSPENSE
                   WHEN HLT-MATCHED
                       SET TRAN-STATUS-PENDING TO TRUE
                       MOVE "PT0014" TO WS-REASON-CODE
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM 2500-WRITE-SUSPENSE
                   WHEN TRAN-CODE-TRANSFER
                       PERFORM 2600-POST-TRANSFER
                   WHEN OTHER
                       PERFORM 2200-APPLY-TO-MASTER
               END-EVALUATE
               IF TRAN-STATUS-OK AND WS-DRY-RUN
                   PERFORM 2875-NOTE-PROJECTED-ID
               END-IF
               IF TRAN-STATUS-OK AND NOT WS-DRY-RUN
                   PERFORM 2700-REGISTER-POSTING
               END-IF
           END-IF
      *    A posted transfer has already written its two legs; every
      *    other outcome is one row carrying the record as received.
      *    A posted row shows the amount that moved the balance, with
      *    the amount as sent kept beside it.
           IF NOT WS-XFER-POSTED
               MOVE SPACES      TO POSTED-TRAN-RECORD
               MOVE WS-RUN-DATE TO PST-RUN-DATE
               MOVE TRAN-CURRENCY-CODE TO PST-ORIG-CURRENCY
               IF TRAN-AMOUNT NUMERIC
                   MOVE TRAN-AMOUNT TO PST-ORIG-AMOUNT
               END-IF
               IF TRAN-STATUS-OK
                   MOVE WS-FX-CROSS-RATE      TO PST-FX-RATE
                   MOVE WS-FX-POSTED-CURRENCY TO PST-POSTED-CURRENCY
                   MOVE WS-BOOK-AMOUNT        TO PST-BOOK-AMOUNT
                   MOVE TRAN-AMOUNT           TO WS-ORIG-AMOUNT
                   MOVE WS-POST-AMOUNT        TO TRAN-AMOUNT
                   MOVE TRAN-RECORD           TO PST-TRAN-RECORD
                   MOVE WS-ORIG-AMOUNT        TO TRAN-AMOUNT
               ELSE
                   MOVE TRAN-RECORD TO PST-TRAN-RECORD
               END-IF
               IF TRAN-CODE-TRANSFER
                   SET PST-ENTRY-TRANSFER TO TRUE
                   MOVE TRAN-ID TO PST-LINK-TRAN-ID
               END-IF
               IF WS-DRY-RUN
                   PERFORM 2890-REPORT-ITEM
               ELSE
                   WRITE POSTED-TRAN-RECORD
               END-IF
           END-IF.

       2050-CHECK-REGISTER.
      *    A TRAN-ID already on the register posted on an earlier
      *    night (or earlier in a run that crashed before its
      *    checkpoint) - either way its amount is on the master.
           MOVE "N"     TO WS-DUPLICATE-SW
           IF WS-DRY-RUN
               PERFORM 2870-CHECK-PROJECTED-IDS
           END-IF
           IF NOT WS-DUPLICATE AND NOT WS-NO-REGISTER
               MOVE TRAN-ID TO TRG-TRAN-ID
               READ TP-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DUPLICATE TO TRUE
               END-READ
           END-IF.

       2060-CHECK-HOLD-LIST.
      *    A transfer's credit account is taken the way 2610 takes
      *    it; an operand that is no account number names no
      *    credit account to match.
           MOVE "N"            TO HLT-MATCH-SW
           MOVE TRAN-ID        TO HLT-ITEM-TRAN-ID
           MOVE TRAN-ID(1:4)   TO HLT-ITEM-ACCOUNT-ID
           MOVE SPACES         TO HLT-ITEM-CREDIT-ID
           MOVE TRAN-AMOUNT    TO HLT-ITEM-AMOUNT
           IF TRAN-CODE-TRANSFER AND TRAN-OPERAND-2 NUMERIC
               MOVE TRAN-OPERAND-2 TO HLT-ITEM-CREDIT-NUMBER
               IF HLT-ITEM-CREDIT-NUMBER = TRAN-OPERAND-2
                   MOVE HLT-ITEM-CREDIT-NUMBER TO HLT-ITEM-CREDIT-ID
               END-IF
           END-IF
           PERFORM 2065-MATCH-ONE-HOLD
               VARYING HLT-IDX FROM 1 BY 1
               UNTIL HLT-IDX > HLT-HOLD-COUNT OR HLT-MATCHED.

       2065-MATCH-ONE-HOLD.
           EVALUATE HLT-HOLD-TYPE(HLT-IDX)
               WHEN "T"
                   IF HLT-TRAN-ID(HLT-IDX) = HLT-ITEM-TRAN-ID
                       SET HLT-MATCHED TO TRUE
                   END-IF
               WHEN "A"
                   IF HLT-ACCOUNT-ID(HLT-IDX) = HLT-ITEM-ACCOUNT-ID
                           OR HLT-ACCOUNT-ID(HLT-IDX)
                               = HLT-ITEM-CREDIT-ID
                       SET HLT-MATCHED TO TRUE
                   END-IF
               WHEN "L"
                   IF (HLT-ACCOUNT-ID(HLT-IDX) = HLT-ITEM-ACCOUNT-ID
                           OR HLT-ACCOUNT-ID(HLT-IDX)
                               = HLT-ITEM-CREDIT-ID)
                           AND HLT-ITEM-AMOUNT
                               NOT < HLT-THRESHOLD(HLT-IDX)
                       SET HLT-MATCHED TO TRUE
                   END-IF
           END-EVALUATE
           IF HLT-MATCHED
               MOVE HLT-HOLD-KEY(HLT-IDX) TO HLT-MATCH-KEY
           END-IF.

       2200-APPLY-TO-MASTER.
           MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
      *            Only an open account takes an amount.  ACCTMNT
      *            owns the status byte; a blank (a record written
      *            before the byte existed) still posts as open.
                   IF WS-DRY-RUN
                       PERFORM 2800-PROJECT-ACCOUNT
                   END-IF
                   PERFORM 2150-CONVERT-AMOUNT
                   COMPUTE WS-PROJECTED-BALANCE =
                       ACT-BALANCE + WS-POST-AMOUNT
                   EVALUATE TRUE
                       WHEN ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED
                           SET TRAN-STATUS-PENDING TO TRUE
                           MOVE "PT0006" TO WS-REASON-CODE
                           ADD 1 TO WS-HELD-COUNT
                           PERFORM 2500-WRITE-SUSPENSE
                       WHEN WS-FX-MISSING
                           SET TRAN-STATUS-PENDING TO TRUE
                           MOVE "PT0012" TO WS-REASON-CODE
                           ADD 1 TO WS-HELD-COUNT
                           PERFORM 2500-WRITE-SUSPENSE
                       WHEN WS-POST-AMOUNT < ZERO AND
                               WS-PROJECTED-BALANCE + ACT-CREDIT-LIMIT
                               < ZERO
                           SET TRAN-STATUS-PENDING TO TRUE
                           MOVE "PT0007" TO WS-REASON-CODE
                           ADD 1 TO WS-HELD-COUNT
                           PERFORM 2500-WRITE-SUSPENSE
                       WHEN OTHER
                           PERFORM 2300-UPDATE-BALANCE
                   END-EVALUATE
           END-READ.

       2150-CONVERT-AMOUNT.
      *    Prices the record for the account in the buffer: the
      *    sent amount at the sent currency's rate over the account
      *    currency's rate, and at the sent currency's rate alone for
      *    base currency.  A rate the day does not have (or one so
      *    far out that the amount no longer fits) leaves the record
      *    unpriced and WS-FX-MISSING set.
           MOVE "N"               TO WS-FX-MISSING-SW
           MOVE TRAN-AMOUNT       TO WS-POST-AMOUNT
           MOVE ZERO              TO WS-BOOK-AMOUNT
           MOVE 1                 TO WS-FX-CROSS-RATE
           MOVE ACT-CURRENCY-CODE TO WS-FX-POSTED-CURRENCY
           MOVE TRAN-CURRENCY-CODE TO WS-FX-LOOKUP-CODE
           PERFORM 2160-LOOK-UP-RATE
           MOVE WS-FX-LOOKUP-RATE TO WS-FX-TRAN-RATE
           MOVE ACT-CURRENCY-CODE TO WS-FX-LOOKUP-CODE
           PERFORM 2160-LOOK-UP-RATE
           MOVE WS-FX-LOOKUP-RATE TO WS-FX-ACCT-RATE
           IF NOT WS-FX-MISSING
               IF TRAN-CURRENCY-CODE NOT = ACT-CURRENCY-CODE
                   COMPUTE WS-FX-CROSS-RATE ROUNDED =
                       WS-FX-TRAN-RATE / WS-FX-ACCT-RATE
                       ON SIZE ERROR
                           SET WS-FX-MISSING TO TRUE
                   END-COMPUTE
                   COMPUTE WS-POST-AMOUNT ROUNDED =
                       TRAN-AMOUNT * WS-FX-TRAN-RATE / WS-FX-ACCT-RATE
                       ON SIZE ERROR
                           SET WS-FX-MISSING TO TRUE
                   END-COMPUTE
               END-IF
               COMPUTE WS-BOOK-AMOUNT ROUNDED =
                   TRAN-AMOUNT * WS-FX-TRAN-RATE
                   ON SIZE ERROR
                       SET WS-FX-MISSING TO TRUE
               END-COMPUTE
           END-IF
           IF WS-FX-MISSING
               MOVE TRAN-AMOUNT TO WS-POST-AMOUNT
           END-IF.

       2160-LOOK-UP-RATE.
           IF WS-FX-LOOKUP-CODE = SPACES
               MOVE 1 TO WS-FX-LOOKUP-RATE
           ELSE
               MOVE ZERO TO WS-FX-LOOKUP-RATE
               SET FXT-IDX TO 1
               SEARCH FXT-RATE-ENTRY
                   AT END
                       SET WS-FX-MISSING TO TRUE
                   WHEN FXT-IDX > FXT-RATE-COUNT
                       SET WS-FX-MISSING TO TRUE
                   WHEN FXT-CURRENCY-CODE(FXT-IDX) = WS-FX-LOOKUP-CODE
                       MOVE FXT-RATE(FXT-IDX) TO WS-FX-LOOKUP-RATE
               END-SEARCH
           END-IF.

       2300-UPDATE-BALANCE.
           ADD WS-POST-AMOUNT     TO ACT-BALANCE
           ADD WS-BOOK-AMOUNT     TO ACT-BOOK-BALANCE
           MOVE WS-RUN-DATE       TO ACT-LAST-POST-DATE
           ADD 1                  TO ACT-POST-COUNT
           IF WS-DRY-RUN
               PERFORM 2850-STORE-PROJECTION
               PERFORM 2310-BALANCE-UPDATED
           ELSE
               PERFORM 2320-REWRITE-MASTER
           END-IF.

       2310-BALANCE-UPDATED.
           SET TRAN-STATUS-OK TO TRUE
           ADD 1              TO WS-POSTED-COUNT
           ADD WS-POST-AMOUNT TO WS-POSTED-AMOUNT-TOTAL.

       2320-REWRITE-MASTER.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   SET TRAN-STATUS-ERROR TO TRUE
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 2500-WRITE-SUSPENSE
               NOT INVALID KEY
                   PERFORM 2310-BALANCE-UPDATED
           END-REWRITE.

       2400-WRITE-CHECKPOINT.
           END-IF.

       2500-WRITE-SUSPENSE.
      *    A dry run holds nothing - the item's report line carries
      *    the reason it would be held with.
           IF WS-DRY-RUN
               PERFORM 2860-COUNT-HELD
           ELSE
               PERFORM 2510-WRITE-SUSPENSE-ROW
           END-IF.

       2510-WRITE-SUSPENSE-ROW.
           MOVE SPACES          TO POST-SUSPENSE-RECORD
           MOVE WS-RUN-DATE     TO SUS-RUN-DATE
           MOVE TRAN-ID(1:4)    TO SUS-ACCOUNT-ID
           MOVE WS-REASON-CODE  TO SUS-REASON-CODE
           MOVE TRAN-RECORD     TO SUS-INPUT-RECORD
           MOVE ZERO            TO SUS-ATTEMPT-COUNT
           MOVE TRAN-CURRENCY-CODE TO SUS-CURRENCY-CODE
           WRITE POST-SUSPENSE-RECORD
           MOVE "2100-POST-ONE-RECORD" TO WS-LOG-PARAGRAPH
           MOVE WS-REASON-CODE         TO WS-LOG-ERROR-CODE
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2600-POST-TRANSFER.
      *    Both accounts are proved before either balance moves, so
      *    a transfer can only ever hold or error as a whole.
           MOVE SPACES TO WS-REASON-CODE
           PERFORM 2610-VALIDATE-TRANSFER
           IF WS-REASON-CODE NOT = SPACES
               SET TRAN-STATUS-ERROR TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 2500-WRITE-SUSPENSE
           ELSE
               PERFORM 2620-CHECK-CREDIT-ACCOUNT
               IF WS-REASON-CODE = SPACES
                   PERFORM 2630-CHECK-DEBIT-ACCOUNT
               END-IF
      *        Accounts in different currencies, or a credit-leg id
      *        already in use, will not come right by waiting, so
      *        those are errors rather than holds.
               EVALUATE TRUE
                   WHEN WS-REASON-CODE = "PT0013"
                       OR WS-REASON-CODE = "PT0016"
                       SET TRAN-STATUS-ERROR TO TRUE
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 2500-WRITE-SUSPENSE
                   WHEN WS-REASON-CODE NOT = SPACES
                       SET TRAN-STATUS-PENDING TO TRUE
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM 2500-WRITE-SUSPENSE
                   WHEN OTHER
                       PERFORM 2640-MOVE-TRANSFER
               END-EVALUATE
           END-IF.

       2610-VALIDATE-TRANSFER.
           MOVE SPACES TO WS-XFER-CREDIT-ID
           IF TRAN-OPERAND-2 NOT NUMERIC OR TRAN-AMOUNT NOT > ZERO
               MOVE "PT0008" TO WS-REASON-CODE
           ELSE
               MOVE TRAN-OPERAND-2 TO WS-XFER-CREDIT-NUMBER
               MOVE WS-XFER-CREDIT-NUMBER TO WS-XFER-CREDIT-ID
               IF WS-XFER-CREDIT-NUMBER NOT = TRAN-OPERAND-2
                       OR WS-XFER-CREDIT-NUMBER = ZERO
                       OR WS-XFER-CREDIT-ID = TRAN-ID(1:4)
                   MOVE "PT0008" TO WS-REASON-CODE
               END-IF
           END-IF.

       2615-CHECK-CREDIT-LEG-ID.
      *    The credit leg posts under the credit account's number,
      *    "X", and the posting count the credit will leave on that
      *    account - a count that only ever rises, so the id is new
      *    to the account, and no generated id carries an "X" there.
      *    A feed may still have sent one, so the id is checked
      *    against the register and this dry run before it is used.
           PERFORM 2617-BUILD-CREDIT-LEG-ID
           MOVE "N"               TO WS-LEG-ID-USED-SW
           IF WS-DRY-RUN AND PRJ-POSTED-ID-COUNT > ZERO
               SET PRJ-ID-IDX TO 1
               SEARCH PRJ-POSTED-ID
                   AT END
                       CONTINUE
                   WHEN PRJ-ID-IDX > PRJ-POSTED-ID-COUNT
                       CONTINUE
                   WHEN PRJ-POSTED-ID(PRJ-ID-IDX)
                           = WS-XFER-CREDIT-LEG-ID
                       SET WS-LEG-ID-USED TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-LEG-ID-USED AND NOT WS-NO-REGISTER
               MOVE WS-XFER-CREDIT-LEG-ID TO TRG-TRAN-ID
               READ TP-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEG-ID-USED TO TRUE
               END-READ
           END-IF
           IF WS-LEG-ID-USED
               MOVE "PT0016" TO WS-REASON-CODE
           END-IF.

       2617-BUILD-CREDIT-LEG-ID.
      *    The credit account is the record in the buffer.
           COMPUTE WS-LEG-SEQUENCE = ACT-POST-COUNT + 1
           MOVE SPACES            TO WS-XFER-CREDIT-LEG-ID
           MOVE WS-XFER-CREDIT-ID TO WS-XFER-CREDIT-LEG-ID(1:4)
           MOVE "X"               TO WS-XFER-CREDIT-LEG-ID(5:1)
           PERFORM VARYING WS-LEG-DIGIT-POS FROM 5 BY -1
                   UNTIL WS-LEG-DIGIT-POS < 1
               DIVIDE WS-LEG-SEQUENCE BY 36 GIVING WS-LEG-QUOTIENT
                   REMAINDER WS-LEG-REMAINDER
               MOVE WS-BASE36-DIGITS(WS-LEG-REMAINDER + 1:1)
                   TO WS-XFER-CREDIT-LEG-ID(WS-LEG-DIGIT-POS + 5:1)
               MOVE WS-LEG-QUOTIENT TO WS-LEG-SEQUENCE
           END-PERFORM.

       2620-CHECK-CREDIT-ACCOUNT.
           MOVE WS-XFER-CREDIT-ID TO ACT-ACCOUNT-ID
           READ TP-ACCT-MASTER
               INVALID KEY
                   MOVE "PT0001" TO WS-REASON-CODE
               NOT INVALID KEY
                   MOVE ACT-CURRENCY-CODE TO WS-XFER-CREDIT-CURRENCY
                   IF ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED
                       MOVE "PT0006" TO WS-REASON-CODE
                   ELSE
                       IF WS-DRY-RUN
                           PERFORM 2800-PROJECT-ACCOUNT
                       END-IF
                       PERFORM 2615-CHECK-CREDIT-LEG-ID
                   END-IF
           END-READ.

       2630-CHECK-DEBIT-ACCOUNT.
           MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
           READ TP-ACCT-MASTER
               INVALID KEY
                   MOVE "PT0001" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF WS-DRY-RUN
                       PERFORM 2800-PROJECT-ACCOUNT
                   END-IF
                   PERFORM 2150-CONVERT-AMOUNT
                   COMPUTE WS-PROJECTED-BALANCE =
                       ACT-BALANCE - WS-POST-AMOUNT
                   EVALUATE TRUE
                       WHEN ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED
                           MOVE "PT0006" TO WS-REASON-CODE
                       WHEN ACT-CURRENCY-CODE
                               NOT = WS-XFER-CREDIT-CURRENCY
                           MOVE "PT0013" TO WS-REASON-CODE
                       WHEN WS-FX-MISSING
                           MOVE "PT0012" TO WS-REASON-CODE
                       WHEN WS-PROJECTED-BALANCE + ACT-CREDIT-LIMIT
                               < ZERO
                           MOVE "PT0007" TO WS-REASON-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2640-MOVE-TRANSFER.
      *    The debit account is still the record in the buffer from
      *    2630.  Its old last-post date is kept so a failed credit
      *    leg can put the debit account back exactly as it was.
           MOVE ACT-LAST-POST-DATE TO WS-XFER-DEBIT-POST-DATE
           SUBTRACT WS-POST-AMOUNT FROM ACT-BALANCE
           SUBTRACT WS-BOOK-AMOUNT FROM ACT-BOOK-BALANCE
           MOVE WS-RUN-DATE       TO ACT-LAST-POST-DATE
           ADD 1                  TO ACT-POST-COUNT
           IF WS-DRY-RUN
               PERFORM 2850-STORE-PROJECTION
           ELSE
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       MOVE "PT0003" TO WS-REASON-CODE
               END-REWRITE
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE WS-XFER-CREDIT-ID TO ACT-ACCOUNT-ID
               READ TP-ACCT-MASTER
                   INVALID KEY
                       MOVE "PT0003" TO WS-REASON-CODE
                   NOT INVALID KEY
                       IF WS-DRY-RUN
                           PERFORM 2800-PROJECT-ACCOUNT
                       END-IF
                       ADD WS-POST-AMOUNT     TO ACT-BALANCE
                       ADD WS-BOOK-AMOUNT     TO ACT-BOOK-BALANCE
                       MOVE WS-RUN-DATE       TO ACT-LAST-POST-DATE
                       ADD 1                  TO ACT-POST-COUNT
                       IF WS-DRY-RUN
                           PERFORM 2850-STORE-PROJECTION
                       ELSE
                           REWRITE ACCT-MASTER-RECORD
                               INVALID KEY
                                   MOVE "PT0003" TO WS-REASON-CODE
                           END-REWRITE
                       END-IF
               END-READ
               IF WS-REASON-CODE NOT = SPACES
                   PERFORM 2650-BACK-OUT-DEBIT
               END-IF
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               SET TRAN-STATUS-ERROR TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 2500-WRITE-SUSPENSE
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 2660-WRITE-TRANSFER-LEGS
           END-IF.

       2650-BACK-OUT-DEBIT.
      *    A dry run puts the debit back in its projection only; the
      *    debit's projected posting and this store are both taken
      *    off the account's count of items posted.
           MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
           READ TP-ACCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-DRY-RUN
                       PERFORM 2800-PROJECT-ACCOUNT
                   END-IF
                   ADD WS-POST-AMOUNT           TO ACT-BALANCE
                   ADD WS-BOOK-AMOUNT           TO ACT-BOOK-BALANCE
                   MOVE WS-XFER-DEBIT-POST-DATE TO ACT-LAST-POST-DATE
                   SUBTRACT 1                 FROM ACT-POST-COUNT
                   IF WS-DRY-RUN
                       PERFORM 2850-STORE-PROJECTION
                       IF PRJ-FOUND
                           SUBTRACT 2 FROM PRJ-ITEMS-POSTED(PRJ-SUB)
                       END-IF
                   ELSE
                       REWRITE ACCT-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       2660-WRITE-TRANSFER-LEGS.
      *    Debit leg under the transfer's own TRAN-ID, credit leg
      *    under its own id from 2617; both name the transfer
      *    as their reference.  The record is restored afterwards so
      *    the checkpoint and restart compare see it as read.
           SET WS-XFER-POSTED TO TRUE
           SET TRAN-STATUS-OK TO TRUE
           MOVE TRAN-RECORD   TO WS-XFER-SAVE-RECORD
           MOVE TRAN-ID       TO WS-XFER-REFERENCE
           MOVE TRAN-AMOUNT   TO WS-XFER-AMOUNT
           COMPUTE TRAN-AMOUNT = ZERO - WS-POST-AMOUNT
           MOVE SPACES            TO POSTED-TRAN-RECORD
           MOVE WS-RUN-DATE       TO PST-RUN-DATE
           MOVE TRAN-RECORD       TO PST-TRAN-RECORD
           SET PST-ENTRY-TRANSFER TO TRUE
           MOVE WS-XFER-REFERENCE TO PST-LINK-TRAN-ID
           MOVE TRAN-CURRENCY-CODE    TO PST-ORIG-CURRENCY
           COMPUTE PST-ORIG-AMOUNT = ZERO - WS-XFER-AMOUNT
           MOVE WS-FX-CROSS-RATE      TO PST-FX-RATE
           MOVE WS-FX-POSTED-CURRENCY TO PST-POSTED-CURRENCY
           COMPUTE PST-BOOK-AMOUNT = ZERO - WS-BOOK-AMOUNT
           IF WS-DRY-RUN
               PERFORM 2880-REPORT-LEG
           ELSE
               WRITE POSTED-TRAN-RECORD
           END-IF
           MOVE WS-XFER-CREDIT-LEG-ID TO TRAN-ID
           MOVE WS-POST-AMOUNT    TO TRAN-AMOUNT
           MOVE SPACES            TO POSTED-TRAN-RECORD
           MOVE WS-RUN-DATE       TO PST-RUN-DATE
           MOVE TRAN-RECORD       TO PST-TRAN-RECORD
           SET PST-ENTRY-TRANSFER TO TRUE
           MOVE WS-XFER-REFERENCE TO PST-LINK-TRAN-ID
           MOVE TRAN-CURRENCY-CODE    TO PST-ORIG-CURRENCY
           MOVE WS-XFER-AMOUNT        TO PST-ORIG-AMOUNT
           MOVE WS-FX-CROSS-RATE      TO PST-FX-RATE
           MOVE WS-FX-POSTED-CURRENCY TO PST-POSTED-CURRENCY
           MOVE WS-BOOK-AMOUNT        TO PST-BOOK-AMOUNT
           IF WS-DRY-RUN
               PERFORM 2880-REPORT-LEG
           ELSE
               WRITE POSTED-TRAN-RECORD
           END-IF
           MOVE WS-XFER-SAVE-RECORD TO TRAN-RECORD.

       2700-REGISTER-POSTING.
      *    A posted transfer registers its credit leg's id as well.
           MOVE TRAN-ID TO WS-REGISTER-ID
           PERFORM 2710-WRITE-REGISTER-ROW
           IF WS-XFER-POSTED
               MOVE WS-XFER-CREDIT-LEG-ID TO WS-REGISTER-ID
               PERFORM 2710-WRITE-REGISTER-ROW
           END-IF.

       2710-WRITE-REGISTER-ROW.
      *    A failed register write leaves the posting itself good;
      *    it is logged so operations can add the id by hand (or
      *    rebuild the register) before the next feed arrives.
           MOVE SPACES            TO TRAN-REGISTER-RECORD
           MOVE WS-REGISTER-ID    TO TRG-TRAN-ID
           MOVE WS-RUN-DATE       TO TRG-POST-DATE
           MOVE WS-LOG-PROGRAM-ID TO TRG-SOURCE
           WRITE TRAN-REGISTER-RECORD
               INVALID KEY
                   MOVE "2710-WRITE-REGISTER-ROW" TO WS-LOG-PARAGRAPH
                   MOVE "PT0011"                TO WS-LOG-ERROR-CODE
                   MOVE WS-REGISTER-ID          TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                       WS-LOG-DATA
           END-WRITE.

       2800-PROJECT-ACCOUNT.
      *    Dry run: the account just read takes the figures the items
      *    before it would have left, so every check meets the balance
      *    it really would.
           MOVE ACT-ACCOUNT-ID TO PRJ-KEY
           PERFORM 2810-FIND-PROJECTION
           IF PRJ-FOUND
               IF PRJ-FROM-SWEEP(PRJ-SUB)
                   PERFORM 2820-CONFIRM-SWEEP-ROW
               END-IF
               MOVE PRJ-BALANCE(PRJ-SUB)        TO ACT-BALANCE
               MOVE PRJ-BOOK-BALANCE(PRJ-SUB)   TO ACT-BOOK-BALANCE
               MOVE PRJ-LAST-POST-DATE(PRJ-SUB) TO ACT-LAST-POST-DATE
               MOVE PRJ-POST-COUNT(PRJ-SUB)     TO ACT-POST-COUNT
           ELSE
               PERFORM 2830-ADD-PROJECTION
           END-IF.

       2810-FIND-PROJECTION.
      *    Leaves PRJ-SUB on the account's row, or on the row it
      *    belongs ahead of when it is not in the table yet.
           MOVE "N" TO PRJ-FOUND-SW
           PERFORM VARYING PRJ-SUB FROM 1 BY 1
                   UNTIL PRJ-SUB > PRJ-ACCOUNT-COUNT
                      OR PRJ-ACCOUNT-ID(PRJ-SUB) NOT < PRJ-KEY
               CONTINUE
           END-PERFORM
           IF PRJ-SUB NOT > PRJ-ACCOUNT-COUNT
               IF PRJ-ACCOUNT-ID(PRJ-SUB) = PRJ-KEY
                   SET PRJ-FOUND TO TRUE
               END-IF
           END-IF.

       2820-CONFIRM-SWEEP-ROW.
      *    The sweep's row stands only while the master still holds
      *    the balance the sweep projected from; once a real run has
      *    moved the account since, the master is taken instead.
           IF PRJ-CURRENT-BALANCE(PRJ-SUB) NOT = ACT-BALANCE
               PERFORM 2840-TAKE-MASTER-FIGURES
           END-IF
           SET PRJ-FROM-MASTER(PRJ-SUB) TO TRUE.

       2830-ADD-PROJECTION.
      *    A full table leaves later accounts checked against their
      *    balance on file, and the report says so.
           IF PRJ-ACCOUNT-COUNT NOT < PRJ-ACCOUNT-MAX
               IF NOT PRJ-TABLE-FULL
                   SET PRJ-TABLE-FULL TO TRUE
                   DISPLAY "TRANPOST: PROJECTION TABLE FULL AT "
                       PRJ-ACCOUNT-MAX " ACCOUNTS" UPON CONSOLE
               END-IF
           ELSE
               PERFORM VARYING PRJ-MOVE-SUB FROM PRJ-ACCOUNT-COUNT
                       BY -1 UNTIL PRJ-MOVE-SUB < PRJ-SUB
                   MOVE PRJ-ACCOUNT-ENTRY(PRJ-MOVE-SUB)
                       TO PRJ-ACCOUNT-ENTRY(PRJ-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO PRJ-ACCOUNT-COUNT
               PERFORM 2840-TAKE-MASTER-FIGURES
               MOVE ZERO TO PRJ-ITEMS-POSTED(PRJ-SUB)
               MOVE ZERO TO PRJ-ITEMS-HELD(PRJ-SUB)
           END-IF.

       2840-TAKE-MASTER-FIGURES.
           MOVE ACT-ACCOUNT-ID     TO PRJ-ACCOUNT-ID(PRJ-SUB)
           MOVE ACT-CURRENCY-CODE  TO PRJ-CURRENCY-CODE(PRJ-SUB)
           MOVE ACT-STATUS         TO PRJ-STATUS(PRJ-SUB)
           MOVE ACT-BALANCE        TO PRJ-CURRENT-BALANCE(PRJ-SUB)
           MOVE ACT-BALANCE        TO PRJ-BALANCE(PRJ-SUB)
           MOVE ACT-BOOK-BALANCE   TO PRJ-BOOK-BALANCE(PRJ-SUB)
           MOVE ACT-LAST-POST-DATE TO PRJ-LAST-POST-DATE(PRJ-SUB)
           MOVE ACT-POST-COUNT     TO PRJ-POST-COUNT(PRJ-SUB)
           SET PRJ-FROM-MASTER(PRJ-SUB) TO TRUE.

       2850-STORE-PROJECTION.
      *    Stands in for the REWRITE: the account in the buffer, as
      *    the posting left it, goes back to its projection row.
           MOVE ACT-ACCOUNT-ID TO PRJ-KEY
           PERFORM 2810-FIND-PROJECTION
           IF PRJ-FOUND
               MOVE ACT-BALANCE        TO PRJ-BALANCE(PRJ-SUB)
               MOVE ACT-BOOK-BALANCE   TO PRJ-BOOK-BALANCE(PRJ-SUB)
               MOVE ACT-LAST-POST-DATE TO PRJ-LAST-POST-DATE(PRJ-SUB)
               MOVE ACT-POST-COUNT     TO PRJ-POST-COUNT(PRJ-SUB)
               ADD 1 TO PRJ-ITEMS-POSTED(PRJ-SUB)
           END-IF.

       2860-COUNT-HELD.
           MOVE TRAN-ID(1:4) TO PRJ-KEY
           PERFORM 2810-FIND-PROJECTION
           IF PRJ-FOUND
               ADD 1 TO PRJ-ITEMS-HELD(PRJ-SUB)
           END-IF.

       2870-CHECK-PROJECTED-IDS.
      *    Ids this dry run would already have registered.
           IF PRJ-POSTED-ID-COUNT > ZERO
               SET PRJ-ID-IDX TO 1
               SEARCH PRJ-POSTED-ID
                   AT END
                       CONTINUE
                   WHEN PRJ-ID-IDX > PRJ-POSTED-ID-COUNT
                       CONTINUE
                   WHEN PRJ-POSTED-ID(PRJ-ID-IDX) = TRAN-ID
                       SET WS-DUPLICATE TO TRUE
               END-SEARCH
           END-IF.

       2875-NOTE-PROJECTED-ID.
           IF PRJ-POSTED-ID-COUNT < PRJ-POSTED-ID-MAX
               ADD 1 TO PRJ-POSTED-ID-COUNT
               MOVE TRAN-ID TO PRJ-POSTED-ID(PRJ-POSTED-ID-COUNT)
           END-IF
           IF WS-XFER-POSTED
                   AND PRJ-POSTED-ID-COUNT < PRJ-POSTED-ID-MAX
               ADD 1 TO PRJ-POSTED-ID-COUNT
               MOVE WS-XFER-CREDIT-LEG-ID
                   TO PRJ-POSTED-ID(PRJ-POSTED-ID-COUNT)
           END-IF.

       2880-REPORT-LEG.
      *    Dry run: a transfer leg's POSTTRAN.DAT row becomes a report
      *    line under the transfer's own TRAN-ID.
           MOVE SPACES             TO PRJ-ITEM-LINE
           MOVE WS-XFER-REFERENCE  TO PIT-TRAN-ID
           MOVE TRAN-ID(1:4)       TO PIT-ACCOUNT-ID
           MOVE TRAN-CODE          TO PIT-TRAN-CODE
           MOVE TRAN-CURRENCY-CODE TO PIT-SENT-CURRENCY
           MOVE TRAN-AMOUNT        TO PIT-POST-AMOUNT
           MOVE "WOULD POST"       TO PIT-OUTCOME
           IF TRAN-AMOUNT < ZERO
               COMPUTE PIT-SENT-AMOUNT = ZERO - WS-XFER-AMOUNT
               MOVE "TRANSFER DEBIT LEG"  TO PIT-DETAIL
           ELSE
               MOVE WS-XFER-AMOUNT        TO PIT-SENT-AMOUNT
               MOVE "TRANSFER CREDIT LEG" TO PIT-DETAIL
           END-IF
           PERFORM 2895-WRITE-ITEM-LINE.

       2890-REPORT-ITEM.
      *    Dry run: the record's POSTTRAN.DAT row becomes a report
      *    line saying what would happen to it.
           MOVE SPACES             TO PRJ-ITEM-LINE
           MOVE TRAN-ID            TO PIT-TRAN-ID
           MOVE TRAN-ID(1:4)       TO PIT-ACCOUNT-ID
           MOVE TRAN-CODE          TO PIT-TRAN-CODE
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT    TO PIT-SENT-AMOUNT
           END-IF
           MOVE TRAN-CURRENCY-CODE TO PIT-SENT-CURRENCY
           EVALUATE TRUE
               WHEN TRAN-STATUS-OK
                   MOVE WS-POST-AMOUNT TO PIT-POST-AMOUNT
                   MOVE "WOULD POST"   TO PIT-OUTCOME
               WHEN TRAN-STATUS-PENDING
                   MOVE "WOULD HOLD"   TO PIT-OUTCOME
                   MOVE WS-REASON-CODE TO PIT-REASON-CODE
               WHEN OTHER
                   MOVE "WOULD ERROR"  TO PIT-OUTCOME
                   MOVE WS-REASON-CODE TO PIT-REASON-CODE
           END-EVALUATE
           PERFORM 2895-WRITE-ITEM-LINE.

       2895-WRITE-ITEM-LINE.
      *    A reason code is printed with its ERRCODES.cpy text.
           IF PIT-REASON-CODE NOT = SPACES AND PIT-DETAIL = SPACES
               SET ERR-IDX TO 1
               SEARCH ERR-ENTRY
                   AT END
                       CONTINUE
                   WHEN ERR-CODE(ERR-IDX) = PIT-REASON-CODE
                       MOVE ERR-TEXT(ERR-IDX) TO PIT-DETAIL
               END-SEARCH
           END-IF
           MOVE PRJ-ITEM-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       2900-READ-TRANS.
           IF WS-DRY-WINDOW
               READ TP-DRY-TRANS-IN INTO TRAN-RECORD
                   AT END
                       SET WS-EOF-TRANS TO TRUE
               END-READ
           ELSE
               READ TP-TRANS-IN
                   AT END
                       SET WS-EOF-TRANS TO TRUE
               END-READ
           END-IF.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE TP-PROJECT-LINE FROM WS-PAGE-HEADING
           WRITE TP-PROJECT-LINE FROM WS-REPORT-RULE
           WRITE TP-PROJECT-LINE FROM WS-COLUMN-HEADING
           WRITE TP-PROJECT-LINE FROM WS-REPORT-BLANK
           MOVE 4 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE TP-PROJECT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8500-FINISH-PROJECTION.
      *    The account section and totals close the report; nothing
      *    else is written.  The POSTCTL.DAT card has done its job
      *    once the projection is printed and is cleared.
           IF NOT WS-ABEND-CONDITION
               PERFORM 8510-REPORT-ACCOUNTS
               PERFORM 8600-WRITE-PROJECTION-TOTALS
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DRY RUN STOPPED - SEE OPSLOG.DAT; NO "
                   "PROJECTION WAS MADE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           IF WS-DRY-WINDOW
               CLOSE TP-DRY-TRANS-IN
           ELSE
               CLOSE TP-TRANS-IN
           END-IF
           CLOSE TP-ACCT-MASTER TP-PROJECT-RPT
           IF NOT WS-NO-REGISTER
               CLOSE TP-REGISTER-FILE
           END-IF
           IF WS-MODE-FROM-CARD AND NOT WS-ABEND-CONDITION
               OPEN OUTPUT TP-POSTCTL-IN
               CLOSE TP-POSTCTL-IN
           END-IF.

       8510-REPORT-ACCOUNTS.
           MOVE PRJ-ACCOUNT-HEADING TO WS-COLUMN-HEADING
           MOVE 99 TO WS-LINE-COUNT
           PERFORM VARYING PRJ-SUB FROM 1 BY 1
                   UNTIL PRJ-SUB > PRJ-ACCOUNT-COUNT
               PERFORM 8520-REPORT-ONE-ACCOUNT
           END-PERFORM.

       8520-REPORT-ONE-ACCOUNT.
      *    A sweep row no record of tonight's touched is confirmed
      *    against the master here, as 2820 does for the others.
           IF PRJ-FROM-SWEEP(PRJ-SUB)
               MOVE PRJ-ACCOUNT-ID(PRJ-SUB) TO ACT-ACCOUNT-ID
               READ TP-ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2820-CONFIRM-SWEEP-ROW
               END-READ
           END-IF
           MOVE SPACES                       TO PRJ-ACCOUNT-LINE
           MOVE PRJ-ACCOUNT-ID(PRJ-SUB)      TO PAC-ACCOUNT-ID
           MOVE PRJ-CURRENCY-CODE(PRJ-SUB)   TO PAC-CURRENCY-CODE
           MOVE PRJ-CURRENT-BALANCE(PRJ-SUB) TO PAC-CURRENT-BALANCE
           MOVE PRJ-BALANCE(PRJ-SUB)         TO PAC-PROJECTED-BALANCE
           COMPUTE PAC-MOVEMENT =
               PRJ-BALANCE(PRJ-SUB) - PRJ-CURRENT-BALANCE(PRJ-SUB)
           MOVE PRJ-ITEMS-POSTED(PRJ-SUB)    TO PAC-ITEMS-POSTED
           MOVE PRJ-ITEMS-HELD(PRJ-SUB)      TO PAC-ITEMS-HELD
           MOVE PRJ-STATUS(PRJ-SUB)          TO PAC-STATUS
           MOVE PRJ-ACCOUNT-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       8600-WRITE-PROJECTION-TOTALS.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
           STRING "RECORDS PROJECTED            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           STRING "WOULD POST                   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           STRING "WOULD HOLD                   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           STRING "WOULD ERROR                  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
           STRING "  OF WHICH DUPLICATES        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PRJ-ACCOUNT-COUNT TO WS-COUNT-EDIT
           STRING "ACCOUNTS PROJECTED           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-POSTED-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           STRING "NET AMOUNT THAT WOULD POST   " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF WS-SWEEP-ROWS > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-SWEEP-ROWS TO WS-COUNT-EDIT
               STRING "BALANCES INCLUDE THE SUSPENSE SWEEP DRY RUN "
                   "FOR " WS-COUNT-EDIT " ACCOUNT(S)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           IF WS-RESUME-TRAN-ID NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RECORDS UP TO " WS-RESUME-TRAN-ID
                   " SKIPPED - ALREADY POSTED BY THE INTERRUPTED RUN"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           IF PRJ-TABLE-FULL
               MOVE SPACES TO WS-PRINT-LINE
               MOVE PRJ-ACCOUNT-MAX TO WS-COUNT-EDIT
               STRING "PROJECTION TABLE FULL AT " WS-COUNT-EDIT
                   " ACCOUNTS - LATER ACCOUNTS CHECKED AGAINST THEIR "
                   "BALANCE ON FILE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       8900-FINISH-POSTING.
           SET CHK-STATUS-COMPLETE TO TRUE
           MOVE WS-LOG-PROGRAM-ID TO CHK-PROGRAM-ID
           MOVE WS-RUN-DATE       TO CHK-RUN-DATE
           WRITE CHECKPOINT-RECORD
           CLOSE TP-TRANS-IN TP-ACCT-MASTER TP-POSTED-FILE
                 TP-SUSPENSE-FILE TP-CHECKPOINT-FILE
                 TP-REGISTER-FILE.

       9000-TERMINATE.
           IF WS-DRY-RUN
               PERFORM 8500-FINISH-PROJECTION
           ELSE
               PERFORM 8900-FINISH-POSTING
           END-IF
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-DRY-RUN
               DISPLAY "TRANPOST DRY RUN - WOULD POST " WS-POSTED-COUNT
                   " HOLD " WS-HELD-COUNT
                   " ERROR " WS-ERROR-COUNT
                   " DUPLICATES " WS-DUPLICATE-COUNT
                   " - NOTHING POSTED" UPON CONSOLE
           ELSE
               DISPLAY "TRANPOST POSTED " WS-POSTED-COUNT
                   " HELD " WS-HELD-COUNT
                   " ERRORS " WS-ERROR-COUNT
                   " DUPLICATES " WS-DUPLICATE-COUNT UPON CONSOLE
           END-IF.
