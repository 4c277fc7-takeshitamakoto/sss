      *	SUS-ATTEMPT-COUNT stepped up; once the count passes the
      *	limit the item is aged out to SWPAGED.DAT with an RC-style
      *	suspense line and an SW0001 log entry, so a dead account
      *	number stops looping through every window.  A debit held
      *	with PT0007 (it would have breached ACT-CREDIT-LIMIT) is
      *	retried the same way and posts only once the account's
      *	balance plus its limit can take it.  Items held for
      *	other reasons (bad amount, master I/O failure) pass through
      *	untouched - they are data problems the sweep cannot fix.
      *
      *	A held transfer (TRAN-CODE 900) is released only when BOTH
      *	accounts can take it - the credit account on file and open,
      *	the debit account open and inside its limit - and then
      *	posts both legs exactly as TRANPOST does, two "T" rows on
      *	POSTTRAN.DAT linked by the transfer's TRAN-ID.  Until then
      *	the single held record is carried forward with its reason
      *	refreshed to whichever account is still blocking it.
      *
      *	Before any held item touches the master its TRAN-ID is
      *	looked up on the TRANREG.DAT posted-id register TRANPOST
      *	keeps (see TRANREGREC.cpy).  An item whose id has posted
      *	since it was held - the sender resent it and the resend
      *	went through - is re-held as a PT0009 duplicate and passed
      *	through from then on like any other data problem, instead
      *	of moving the balance a second time.  Every item the sweep
      *	posts is added to the register the way TRANPOST adds its
      *	own postings, a transfer under its credit leg's id as well
      *	(built as TRANPOST builds it, from the credit account's
      *	posting count); a held transfer whose credit-leg id turns
      *	out to be on the register already is re-held as PT0016,
      *	which is not retried.
      *
      *	A foreign-currency item is priced exactly as TRANPOST prices
      *	it, at the sweep's business date rates on FXRATE.DAT, in the
      *	currency it was sent in (SUS-CURRENCY-CODE).  Items held
      *	with PT0012 because the day had no rate for their currency
      *	are retried like the other holds and post once a rate is
      *	on file; a transfer found to cross currencies on retry is
      *	re-held as PT0013, which is not retried.
      *
      *	An item TRANPOST held under an investigation hold (PT0014,
      *	see HOLDREC.cpy) is retried like the others, and every
      *	retried item is first matched against the active holds on
      *	HOLDLIST.DAT exactly as TRANPOST matches them.  One still
      *	caught by a hold - or newly caught by one placed since it
      *	was held - is kept as PT0014 with its attempt count left
      *	alone, so it never ages out while the hold stands.  Once a
      *	release card lifts the hold the item is retried as normal:
      *	it posts, or stays held under whatever else blocks it.  A
      *	hold list that cannot be read stops the sweep (PT0015).
      *
      *	Every posted item writes an in-progress SWPCKPT.DAT
      *	checkpoint carrying its TRAN-ID and the running swept total,
      *	the way TRANPOST checkpoints each posting: the master moves
      *	final completed checkpoint then carries the whole run's
      *	swept amount (CHK-RESULT-TOTAL) for the end-of-window
      *	account trial balance to prove against.
      *
      *	A dry run - the RUNCTL.DAT "*DRYRUN" directive or a
      *	POSTCTL.DAT DRYRUN card, exactly as TRANPOST reads them -
      *	takes every held item through the same retry but commits
      *	nothing: ACCTMAST.DAT and TRANREG.DAT are only read,
      *	POSTTRAN.DAT, SWPAGED.DAT and SWPCKPT.DAT are not opened,
      *	POSTSUSP.DAT is left exactly as it was and no item is
      *	logged.  SWPPROJ.RPT lists every item with what the sweep
      *	would do with it (post, stay held under its refreshed
      *	reason, age out) and each account's balance on file against
      *	its projected balance, and the projection is left on
      *	PROJBAL.WRK for TRANPOST's dry run to start from (see
      *	PROJTBL.cpy).  The POSTCTL.DAT card is left for TRANPOST,
      *	which clears it.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT SW-REGISTER-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-REG-STATUS.

           SELECT SW-HOLD-LIST ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HLD-HOLD-KEY
               FILE STATUS   IS WS-HOLD-STATUS.

           SELECT SW-FXRATE-IN ASSIGN TO "FXRATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-FXRATE-STATUS.

           SELECT SW-CHECKPOINT-FILE ASSIGN TO "SWPCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CKPT-STATUS.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

           SELECT SW-RUNCTL-IN ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RUNCTL-STATUS.

           SELECT SW-POSTCTL-IN ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTCTL-STATUS.

           SELECT SW-PROJBAL-FILE ASSIGN TO "PROJBAL.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PROJBAL-STATUS.

           SELECT SW-PROJECT-RPT ASSIGN TO "SWPPROJ.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PROJECT-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  SW-SUSPENSE-FILE.
           05  AGE-ATTEMPTS            PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AGE-INPUT-RECORD        PIC X(54).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AGE-CURRENCY-CODE       PIC X(3).

       FD  SW-WORK-FILE.
       01  SW-WORK-RECORD              PIC X(84).

       FD  SW-REGISTER-FILE.
       COPY tranregrec.

       FD  SW-HOLD-LIST.
       COPY holdrec.

       FD  SW-FXRATE-IN.
       COPY fxraterec.

       FD  SW-CHECKPOINT-FILE.
       COPY chkpnt.
       FD  SW-BIZDATE-FILE.
       COPY bizdate.

       FD  SW-RUNCTL-IN.
       01  SW-RUNCTL-CARD.
           05  FILLER                  PIC X(3).
           05  SWR-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(69).

       FD  SW-POSTCTL-IN.
       01  SW-POSTCTL-CARD.
           05  SWC-RUN-MODE            PIC X(8).
           05  FILLER                  PIC X(72).

      *    One PRJ-ACCOUNT-ENTRY (PROJTBL.cpy) per row.
       FD  SW-PROJBAL-FILE.
       01  SW-PROJBAL-RECORD.
           05  PJB-RUN-DATE            PIC X(10).
           05  PJB-ENTRY               PIC X(81).

       FD  SW-PROJECT-RPT.
       01  SW-PROJECT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.
       01  WS-AGED-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-CKPT-STATUS              PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-FXRATE-STATUS            PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-POSTCTL-STATUS           PIC XX.
       01  WS-PROJBAL-STATUS           PIC XX.
       01  WS-PROJECT-STATUS           PIC XX.

       01  WS-EOF-SUSPENSE-SW          PIC X VALUE "N".
           88  WS-EOF-SUSPENSE         VALUE "Y".
           88  WS-NOTHING-TO-DO        VALUE "Y".
       01  WS-ITEM-POSTED-SW           PIC X VALUE "N".
           88  WS-ITEM-POSTED          VALUE "Y".
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
       01  WS-NO-REGISTER-SW           PIC X VALUE "N".
           88  WS-NO-REGISTER          VALUE "Y".
       01  WS-EOF-CARDS-SW             PIC X VALUE "N".
           88  WS-EOF-CARDS            VALUE "Y".
       01  WS-PRJ-OUTCOME              PIC X(13) VALUE SPACES.
       01  WS-PRJ-DETAIL               PIC X(30) VALUE SPACES.

       01  WS-REASON-CODE              PIC X(6).
       01  WS-XFER-CREDIT-NUMBER       PIC 9(4).
       01  WS-XFER-CREDIT-ID           PIC X(4).
       01  WS-XFER-AMOUNT              PIC S9(9)V9999.
       01  WS-XFER-REFERENCE           PIC X(10).
       01  WS-XFER-DEBIT-POST-DATE     PIC X(10).
       01  WS-XFER-SAVE-RECORD         PIC X(57).
       01  WS-XFER-CREDIT-CURRENCY     PIC X(3).
       01  WS-XFER-CREDIT-LEG-ID       PIC X(10).
      *    The credit leg's id ends in the credit account's posting
      *    count as five base-36 characters (see 2507).
       01  WS-BASE36-DIGITS            PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LEG-SEQUENCE             PIC 9(8).
       01  WS-LEG-QUOTIENT             PIC 9(8).
       01  WS-LEG-REMAINDER            PIC 9(2).
       01  WS-LEG-DIGIT-POS            PIC 9(1).
       01  WS-LEG-ID-USED-SW           PIC X VALUE "N".
           88  WS-LEG-ID-USED          VALUE "Y".
       01  WS-REGISTER-ID              PIC X(10).

      *    Currency conversion, as TRANPOST's 2150-CONVERT-AMOUNT.
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

       01  WS-MAX-ATTEMPTS             PIC 9(2) VALUE 5.
       01  WS-ATTEMPTS                 PIC 9(2).
       01  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-PASSED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-INVESTIGATION-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SWEPT-AMOUNT-TOTAL       PIC S9(13)V9999 VALUE ZERO.

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
           05  FILLER                  PIC X(52) VALUE
               "SUSPENSE SWEEP PROJECTION - DRY RUN - NOTHING POSTED".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(38) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "SUSPSWP".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               PERFORM 2000-SWEEP-ONE-ITEM UNTIL WS-EOF-SUSPENSE
               IF WS-DRY-RUN
                   CLOSE SW-WORK-FILE
               ELSE
                   PERFORM 3000-COPY-WORK-BACK
                   PERFORM 8000-WRITE-CHECKPOINT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.
                   WS-CURRENT-DATE-TIME(11:2) ":"
                   WS-CURRENT-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME
           MOVE WS-RUN-DATE TO HDG-PRINT-DATE
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE WS-RUN-DATE TO HDG-BUSINESS-DATE
           PERFORM 1060-GET-RUN-MODE
           PERFORM 1100-LOAD-FX-RATES

           OPEN INPUT SW-SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
                   "TO SWEEP" UPON CONSOLE
           END-IF
           IF NOT WS-NOTHING-TO-DO
               IF WS-DRY-RUN
                   OPEN INPUT SW-ACCT-MASTER
               ELSE
                   OPEN I-O SW-ACCT-MASTER
               END-IF
               IF WS-ACCT-STATUS = "35"
      *            No master at all means nothing can match; the
      *            suspense is left exactly as it stands.
               END-IF
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
      *        A dry run only reads the register; with none on file
      *        nothing has ever posted and no id can be a duplicate.
               IF WS-DRY-RUN
                   OPEN INPUT SW-REGISTER-FILE
                   IF WS-REG-STATUS = "35"
                       SET WS-NO-REGISTER TO TRUE
                       MOVE "00" TO WS-REG-STATUS
                   END-IF
               ELSE
                   OPEN I-O SW-REGISTER-FILE
               END-IF
               IF WS-REG-STATUS = "35"
                   OPEN OUTPUT SW-REGISTER-FILE
                   CLOSE SW-REGISTER-FILE
                   OPEN I-O SW-REGISTER-FILE
               END-IF
               IF WS-REG-STATUS NOT = "00"
                   SET WS-ABEND-CONDITION TO TRUE
                   CLOSE SW-SUSPENSE-FILE SW-ACCT-MASTER
                   MOVE "1000-INITIALIZE" TO WS-LOG-PARAGRAPH
                   MOVE "PT0010"          TO WS-LOG-ERROR-CODE
                   MOVE "TRANREG.DAT OPEN FAILED" TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                       WS-LOG-DATA
               END-IF
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               PERFORM 1300-LOAD-HOLD-LIST
               IF WS-ABEND-CONDITION
                   CLOSE SW-SUSPENSE-FILE SW-ACCT-MASTER
                   IF NOT WS-NO-REGISTER
                       CLOSE SW-REGISTER-FILE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               OPEN OUTPUT SW-WORK-FILE
               IF NOT WS-DRY-RUN
                   OPEN EXTEND SW-POSTED-FILE
                   IF WS-POSTED-STATUS = "35"
                       OPEN OUTPUT SW-POSTED-FILE
                   END-IF
                   OPEN EXTEND SW-AGED-FILE
                   IF WS-AGED-STATUS = "35"
                       OPEN OUTPUT SW-AGED-FILE
                   END-IF
               END-IF
               PERFORM 1200-RESTART-CHECK
           END-IF
               CLOSE SW-BIZDATE-FILE
           END-IF.

       1060-GET-RUN-MODE.
      *    The same two dry-run switches TRANPOST reads.  The report
      *    is opened here so a dry run with nothing to sweep still
      *    says so.
           OPEN INPUT SW-RUNCTL-IN
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CARDS
                   READ SW-RUNCTL-IN
                       AT END
                           SET WS-EOF-CARDS TO TRUE
                       NOT AT END
                           IF SWR-PROGRAM-ID = "*DRYRUN"
                               SET WS-DRY-RUN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SW-RUNCTL-IN
           END-IF
           OPEN INPUT SW-POSTCTL-IN
           IF WS-POSTCTL-STATUS = "00"
               READ SW-POSTCTL-IN
                   NOT AT END
                       IF SWC-RUN-MODE = "DRYRUN"
                           SET WS-DRY-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE SW-POSTCTL-IN
           END-IF
           IF WS-DRY-RUN
               OPEN OUTPUT SW-PROJECT-RPT
               MOVE PRJ-ITEM-HEADING TO WS-COLUMN-HEADING
               DISPLAY "SUSPSWP: DRY RUN - PROJECTION TO SWPPROJ.RPT"
                   ", NOTHING WILL BE POSTED" UPON CONSOLE
           END-IF.

       1100-LOAD-FX-RATES.
      *    The same day's-rates table TRANPOST loads.
           OPEN INPUT SW-FXRATE-IN
           IF WS-FXRATE-STATUS = "00"
               PERFORM 1110-READ-FX-RATE
               PERFORM 1120-TAKE-FX-RATE UNTIL WS-EOF-FXRATE
               CLOSE SW-FXRATE-IN
           END-IF.

       1110-READ-FX-RATE.
           READ SW-FXRATE-IN
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
                   DISPLAY "SUSPSWP: FX RATE TABLE FULL - "
                       FXR-CURRENCY-CODE " IGNORED" UPON CONSOLE
               END-IF
           END-IF
           PERFORM 1110-READ-FX-RATE.

       1300-LOAD-HOLD-LIST.
      *    The same active-hold table TRANPOST loads.
           OPEN INPUT SW-HOLD-LIST
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   PERFORM 1310-READ-HOLD
                   PERFORM 1320-TAKE-HOLD UNTIL WS-EOF-HOLDS
                   CLOSE SW-HOLD-LIST
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
           READ SW-HOLD-LIST NEXT RECORD
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

       1200-RESTART-CHECK.
      *    Checkpoints are scanned in file order: a completed record
      *    for the date closes out an earlier run (its items left
                   WS-SWP-COUNT " ITEM(S) ALREADY POSTED"
                   UPON CONSOLE
           END-IF
           IF NOT WS-DRY-RUN
               OPEN EXTEND SW-CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "35"
                   OPEN OUTPUT SW-CHECKPOINT-FILE
               END-IF
           END-IF.

       1250-TAKE-CHECKPOINT-ROW.
                   ADD 1 TO WS-SWP-COUNT
                   MOVE CHK-LAST-TRAN-ID
                       TO WS-SWP-TRAN-ID(WS-SWP-COUNT)
      *            A dry run projects only what is still to post.
                   IF NOT WS-DRY-RUN
                       MOVE CHK-LAST-COUNTER TO WS-POSTED-COUNT
                       MOVE CHK-RESULT-TOTAL TO WS-SWEPT-AMOUNT-TOTAL
                   END-IF
               ELSE
      *            A crashed run bigger than the skip table cannot
      *            be resumed without double posting - stop and let
       2000-SWEEP-ONE-ITEM.
           ADD 1 TO WS-READ-COUNT
           IF SUS-REASON-CODE = "PT0001" OR SUS-REASON-CODE = "PT0006"
                   OR SUS-REASON-CODE = "PT0007"
                   OR SUS-REASON-CODE = "PT0012"
                   OR SUS-REASON-CODE = "PT0014"
               PERFORM 2100-TRY-TO-POST
           ELSE
      *        Bad amounts and master I/O failures are data problems
      *        the sweep cannot fix - passed through untouched.
               ADD 1 TO WS-PASSED-COUNT
               WRITE SW-WORK-RECORD FROM POST-SUSPENSE-RECORD
               IF WS-DRY-RUN
                   MOVE SUS-INPUT-RECORD  TO TRAN-RECORD
                   MOVE SUS-CURRENCY-CODE TO TRAN-CURRENCY-CODE
                   MOVE "WOULD HOLD"      TO WS-PRJ-OUTCOME
                   MOVE "NOT RETRIED BY THE SWEEP" TO WS-PRJ-DETAIL
                   PERFORM 2890-REPORT-ITEM
               END-IF
           END-IF
           PERFORM 2900-READ-SUSPENSE.

       2100-TRY-TO-POST.
           MOVE "N" TO WS-ITEM-POSTED-SW
           MOVE "N" TO HLT-MATCH-SW
           MOVE SUS-INPUT-RECORD  TO TRAN-RECORD
           MOVE SUS-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           PERFORM 2150-CHECK-ALREADY-SWEPT
           IF WS-ALREADY-SWEPT
      *        The crashed run posted this item before dying - it
      *        is on the master and POSTTRAN.DAT already, so the
      *        rerun only drops it from the suspense.
               ADD 1 TO WS-RESWEPT-COUNT
               IF WS-DRY-RUN
                   MOVE "WOULD DROP"      TO WS-PRJ-OUTCOME
                   MOVE "POSTED BY THE INTERRUPTED RUN" TO WS-PRJ-DETAIL
                   PERFORM 2890-REPORT-ITEM
               END-IF
           ELSE
               PERFORM 2160-CHECK-REGISTER
           END-IF
           IF NOT WS-ALREADY-SWEPT AND WS-DUPLICATE
               PERFORM 2170-HOLD-DUPLICATE
           END-IF
           IF NOT WS-ALREADY-SWEPT AND NOT WS-DUPLICATE
               PERFORM 2180-CHECK-HOLD-LIST
               IF HLT-MATCHED
                   PERFORM 2190-HOLD-FOR-INVESTIGATION
               END-IF
           END-IF
           IF NOT WS-ALREADY-SWEPT AND NOT WS-DUPLICATE
                   AND NOT HLT-MATCHED
      *        The hold reason is refreshed to whatever blocks the
      *        item tonight - an account added since the original
      *        PT0001 hold may now be short of funds instead.
               IF TRAN-CODE-TRANSFER
                   PERFORM 2500-TRY-TRANSFER
               ELSE
                   PERFORM 2120-TRY-ONE-ACCOUNT
               END-IF
               IF WS-ITEM-POSTED
                   IF WS-DRY-RUN
                       PERFORM 2875-NOTE-PROJECTED-ID
                   ELSE
                       PERFORM 2700-REGISTER-POSTING
                   END-IF
               ELSE
                   PERFORM 2300-CARRY-FORWARD
               END-IF
           END-IF.

       2120-TRY-ONE-ACCOUNT.
           MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
           READ SW-ACCT-MASTER
               INVALID KEY
                   MOVE "PT0001" TO SUS-REASON-CODE
               NOT INVALID KEY
                   IF WS-DRY-RUN
                       PERFORM 2800-PROJECT-ACCOUNT
                   END-IF
                   PERFORM 2130-CONVERT-AMOUNT
                   EVALUATE TRUE
                       WHEN ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED
                           MOVE "PT0006" TO SUS-REASON-CODE
                       WHEN WS-FX-MISSING
                           MOVE "PT0012" TO SUS-REASON-CODE
                       WHEN WS-POST-AMOUNT < ZERO AND
                               ACT-BALANCE + WS-POST-AMOUNT
                               + ACT-CREDIT-LIMIT < ZERO
                           MOVE "PT0007" TO SUS-REASON-CODE
                       WHEN OTHER
                           PERFORM 2200-POST-HELD-RECORD
                   END-EVALUATE
           END-READ.

       2130-CONVERT-AMOUNT.
      *    TRANPOST's 2150-CONVERT-AMOUNT, for the account in the
      *    buffer.
           MOVE "N"               TO WS-FX-MISSING-SW
           MOVE TRAN-AMOUNT       TO WS-POST-AMOUNT
           MOVE ZERO              TO WS-BOOK-AMOUNT
           MOVE 1                 TO WS-FX-CROSS-RATE
           MOVE ACT-CURRENCY-CODE TO WS-FX-POSTED-CURRENCY
           MOVE TRAN-CURRENCY-CODE TO WS-FX-LOOKUP-CODE
           PERFORM 2140-LOOK-UP-RATE
           MOVE WS-FX-LOOKUP-RATE TO WS-FX-TRAN-RATE
           MOVE ACT-CURRENCY-CODE TO WS-FX-LOOKUP-CODE
           PERFORM 2140-LOOK-UP-RATE
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

       2140-LOOK-UP-RATE.
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

       2150-CHECK-ALREADY-SWEPT.
           MOVE "N" TO WS-ALREADY-SWEPT-SW
           IF WS-SWP-COUNT > ZERO
               END-SEARCH
           END-IF.

       2160-CHECK-REGISTER.
           MOVE "N"     TO WS-DUPLICATE-SW
           IF WS-DRY-RUN
               PERFORM 2870-CHECK-PROJECTED-IDS
           END-IF
           IF NOT WS-DUPLICATE AND NOT WS-NO-REGISTER
               MOVE TRAN-ID TO TRG-TRAN-ID
               READ SW-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DUPLICATE TO TRUE
               END-READ
           END-IF.

       2170-HOLD-DUPLICATE.
      *    The id posted after this item was held, so it can never
      *    post - re-held under PT0009, which the sweep does not
      *    retry, and reported to the sender as a duplicate.
           MOVE "PT0009" TO SUS-REASON-CODE
           WRITE SW-WORK-RECORD FROM POST-SUSPENSE-RECORD
           ADD 1 TO WS-DUPLICATE-COUNT
           IF WS-DRY-RUN
               MOVE "WOULD HOLD" TO WS-PRJ-OUTCOME
               PERFORM 2890-REPORT-ITEM
           ELSE
               MOVE "2170-HOLD-DUPLICATE" TO WS-LOG-PARAGRAPH
               MOVE "PT0009"              TO WS-LOG-ERROR-CODE
               MOVE TRAN-ID               TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2180-CHECK-HOLD-LIST.
      *    The same match TRANPOST's 2060-CHECK-HOLD-LIST makes.
           MOVE "N"            TO HLT-MATCH-SW
           MOVE TRAN-ID        TO HLT-ITEM-TRAN-ID
           MOVE TRAN-ID(1:4)   TO HLT-ITEM-ACCOUNT-ID
           MOVE SPACES         TO HLT-ITEM-CREDIT-ID
           MOVE ZERO           TO HLT-ITEM-AMOUNT
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT TO HLT-ITEM-AMOUNT
           END-IF
           IF TRAN-CODE-TRANSFER AND TRAN-OPERAND-2 NUMERIC
               MOVE TRAN-OPERAND-2 TO HLT-ITEM-CREDIT-NUMBER
               IF HLT-ITEM-CREDIT-NUMBER = TRAN-OPERAND-2
                   MOVE HLT-ITEM-CREDIT-NUMBER TO HLT-ITEM-CREDIT-ID
               END-IF
           END-IF
           PERFORM 2185-MATCH-ONE-HOLD
               VARYING HLT-IDX FROM 1 BY 1
               UNTIL HLT-IDX > HLT-HOLD-COUNT OR HLT-MATCHED.

       2185-MATCH-ONE-HOLD.
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

       2190-HOLD-FOR-INVESTIGATION.
      *    Kept as PT0014 without touching the master or stepping
      *    the attempt count.  Only an item newly caught by the
      *    hold is logged - one already under it was logged the
      *    night it was stopped.
           IF SUS-REASON-CODE NOT = "PT0014" AND NOT WS-DRY-RUN
               MOVE "2190-HOLD-FOR-INVESTIGATION" TO WS-LOG-PARAGRAPH
               MOVE "PT0014"              TO WS-LOG-ERROR-CODE
               MOVE TRAN-ID               TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           MOVE "PT0014" TO SUS-REASON-CODE
           WRITE SW-WORK-RECORD FROM POST-SUSPENSE-RECORD
           ADD 1 TO WS-INVESTIGATION-COUNT
           IF WS-DRY-RUN
               MOVE "WOULD HOLD" TO WS-PRJ-OUTCOME
               PERFORM 2890-REPORT-ITEM
           END-IF.

       2200-POST-HELD-RECORD.
      *    The same balance update TRANPOST's 2300-UPDATE-BALANCE
      *    applies, so a swept posting is indistinguishable on the
      *    master from one that posted first time.
           ADD WS-POST-AMOUNT     TO ACT-BALANCE
           ADD WS-BOOK-AMOUNT     TO ACT-BOOK-BALANCE
           MOVE WS-RUN-DATE       TO ACT-LAST-POST-DATE
           ADD 1                  TO ACT-POST-COUNT
           IF WS-DRY-RUN
               PERFORM 2210-PROJECT-HELD-RECORD
           ELSE
               PERFORM 2220-REWRITE-HELD-RECORD
           END-IF.

       2210-PROJECT-HELD-RECORD.
           PERFORM 2850-STORE-PROJECTION
           SET WS-ITEM-POSTED TO TRUE
           SET TRAN-STATUS-OK TO TRUE
           ADD 1              TO WS-POSTED-COUNT
           ADD WS-POST-AMOUNT TO WS-SWEPT-AMOUNT-TOTAL
           MOVE "WOULD POST"  TO WS-PRJ-OUTCOME
           PERFORM 2890-REPORT-ITEM.

       2220-REWRITE-HELD-RECORD.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
                   SET TRAN-STATUS-OK TO TRUE
                   MOVE SPACES      TO POSTED-TRAN-RECORD
                   MOVE WS-RUN-DATE TO PST-RUN-DATE
                   MOVE TRAN-CURRENCY-CODE    TO PST-ORIG-CURRENCY
                   MOVE TRAN-AMOUNT           TO PST-ORIG-AMOUNT
                   MOVE WS-FX-CROSS-RATE      TO PST-FX-RATE
                   MOVE WS-FX-POSTED-CURRENCY TO PST-POSTED-CURRENCY
                   MOVE WS-BOOK-AMOUNT        TO PST-BOOK-AMOUNT
                   MOVE TRAN-AMOUNT           TO WS-ORIG-AMOUNT
                   MOVE WS-POST-AMOUNT        TO TRAN-AMOUNT
                   MOVE TRAN-RECORD           TO PST-TRAN-RECORD
                   MOVE WS-ORIG-AMOUNT        TO TRAN-AMOUNT
                   WRITE POSTED-TRAN-RECORD
                   ADD 1              TO WS-POSTED-COUNT
                   ADD WS-POST-AMOUNT TO WS-SWEPT-AMOUNT-TOTAL
                   PERFORM 2250-WRITE-ITEM-CHECKPOINT
           END-REWRITE.

               MOVE WS-ATTEMPTS TO SUS-ATTEMPT-COUNT
               WRITE SW-WORK-RECORD FROM POST-SUSPENSE-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               IF WS-DRY-RUN
                   MOVE "WOULD HOLD" TO WS-PRJ-OUTCOME
                   PERFORM 2890-REPORT-ITEM
               END-IF
           END-IF.

       2400-AGE-OUT.
           IF WS-DRY-RUN
               ADD 1 TO WS-AGED-COUNT
               MOVE "WOULD AGE OUT" TO WS-PRJ-OUTCOME
               PERFORM 2890-REPORT-ITEM
           ELSE
               PERFORM 2410-WRITE-AGED-ROW
           END-IF.

       2410-WRITE-AGED-ROW.
           MOVE SPACES           TO SW-AGED-RECORD
           MOVE WS-RUN-DATE      TO AGE-RUN-DATE
           MOVE SUS-ACCOUNT-ID   TO AGE-ACCOUNT-ID
           MOVE SUS-REASON-CODE  TO AGE-REASON-CODE
           MOVE WS-ATTEMPTS      TO AGE-ATTEMPTS
           MOVE SUS-INPUT-RECORD TO AGE-INPUT-RECORD
           MOVE SUS-CURRENCY-CODE TO AGE-CURRENCY-CODE
           WRITE SW-AGED-RECORD
           ADD 1 TO WS-AGED-COUNT
           MOVE "2300-CARRY-FORWARD" TO WS-LOG-PARAGRAPH
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2500-TRY-TRANSFER.
      *    TRANPOST only holds a transfer that passed its PT0008
      *    edits, so the credit account number is known good here.
           MOVE SPACES TO WS-REASON-CODE
           MOVE TRAN-OPERAND-2        TO WS-XFER-CREDIT-NUMBER
           MOVE WS-XFER-CREDIT-NUMBER TO WS-XFER-CREDIT-ID
           PERFORM 2510-CHECK-CREDIT-ACCOUNT
           IF WS-REASON-CODE = SPACES
               PERFORM 2520-CHECK-DEBIT-ACCOUNT
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               MOVE WS-REASON-CODE TO SUS-REASON-CODE
           ELSE
               PERFORM 2530-MOVE-TRANSFER
           END-IF.

       2505-CHECK-CREDIT-LEG-ID.
      *    Same test as TRANPOST's 2615-CHECK-CREDIT-LEG-ID.
           PERFORM 2507-BUILD-CREDIT-LEG-ID
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
               READ SW-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEG-ID-USED TO TRUE
               END-READ
           END-IF
           IF WS-LEG-ID-USED
               MOVE "PT0016" TO WS-REASON-CODE
           END-IF.

       2507-BUILD-CREDIT-LEG-ID.
      *    Same id as TRANPOST's 2617-BUILD-CREDIT-LEG-ID; the credit
      *    account is the record in the buffer.
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

       2510-CHECK-CREDIT-ACCOUNT.
           MOVE WS-XFER-CREDIT-ID TO ACT-ACCOUNT-ID
           READ SW-ACCT-MASTER
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
                       PERFORM 2505-CHECK-CREDIT-LEG-ID
                   END-IF
           END-READ.

       2520-CHECK-DEBIT-ACCOUNT.
           MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
           READ SW-ACCT-MASTER
               INVALID KEY
                   MOVE "PT0001" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF WS-DRY-RUN
                       PERFORM 2800-PROJECT-ACCOUNT
                   END-IF
                   PERFORM 2130-CONVERT-AMOUNT
                   EVALUATE TRUE
                       WHEN ACT-STATUS-FROZEN OR ACT-STATUS-CLOSED
                           MOVE "PT0006" TO WS-REASON-CODE
                       WHEN ACT-CURRENCY-CODE
                               NOT = WS-XFER-CREDIT-CURRENCY
                           MOVE "PT0013" TO WS-REASON-CODE
                       WHEN WS-FX-MISSING
                           MOVE "PT0012" TO WS-REASON-CODE
                       WHEN ACT-BALANCE - WS-POST-AMOUNT
                               + ACT-CREDIT-LIMIT < ZERO
                           MOVE "PT0007" TO WS-REASON-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2530-MOVE-TRANSFER.
      *    The same two-REWRITE unit TRANPOST's 2640-MOVE-TRANSFER
      *    applies; a failed credit leg puts the debit back and the
      *    item is carried forward untouched, like a failed REWRITE
      *    in 2200-POST-HELD-RECORD.
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
               READ SW-ACCT-MASTER
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
                   PERFORM 2540-BACK-OUT-DEBIT
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               SET WS-ITEM-POSTED TO TRUE
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 2550-WRITE-TRANSFER-LEGS
               IF NOT WS-DRY-RUN
                   PERFORM 2250-WRITE-ITEM-CHECKPOINT
               END-IF
           END-IF.

       2540-BACK-OUT-DEBIT.
      *    As TRANPOST's 2650-BACK-OUT-DEBIT, a dry run included.
           MOVE TRAN-ID(1:4) TO ACT-ACCOUNT-ID
           READ SW-ACCT-MASTER
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

       2550-WRITE-TRANSFER-LEGS.
      *    Same legs as TRANPOST's 2660-WRITE-TRANSFER-LEGS; the
      *    legs net to zero so the swept total does not move.
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
      *    Same register rows TRANPOST's 2700-REGISTER-POSTING adds.
           MOVE TRAN-ID TO WS-REGISTER-ID
           PERFORM 2710-WRITE-REGISTER-ROW
           IF TRAN-CODE-TRANSFER
               MOVE WS-XFER-CREDIT-LEG-ID TO WS-REGISTER-ID
               PERFORM 2710-WRITE-REGISTER-ROW
           END-IF.

       2710-WRITE-REGISTER-ROW.
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

       2830-ADD-PROJECTION.
      *    A full table leaves later accounts checked against their
      *    balance on file, and the report says so.
           IF PRJ-ACCOUNT-COUNT NOT < PRJ-ACCOUNT-MAX
               IF NOT PRJ-TABLE-FULL
                   SET PRJ-TABLE-FULL TO TRUE
                   DISPLAY "SUSPSWP: PROJECTION TABLE FULL AT "
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
           IF TRAN-CODE-TRANSFER
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
      *    Dry run: one line for the held item in TRAN-RECORD, saying
      *    what the sweep would do with it.  Only an item that would
      *    stay in the suspense counts as held against its account.
           MOVE SPACES             TO PRJ-ITEM-LINE
           MOVE TRAN-ID            TO PIT-TRAN-ID
           MOVE TRAN-ID(1:4)       TO PIT-ACCOUNT-ID
           MOVE TRAN-CODE          TO PIT-TRAN-CODE
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT    TO PIT-SENT-AMOUNT
           END-IF
           MOVE TRAN-CURRENCY-CODE TO PIT-SENT-CURRENCY
           MOVE WS-PRJ-OUTCOME     TO PIT-OUTCOME
           MOVE WS-PRJ-DETAIL      TO PIT-DETAIL
           EVALUATE WS-PRJ-OUTCOME
               WHEN "WOULD POST"
                   MOVE WS-POST-AMOUNT  TO PIT-POST-AMOUNT
               WHEN "WOULD DROP"
                   CONTINUE
               WHEN "WOULD HOLD"
                   MOVE SUS-REASON-CODE TO PIT-REASON-CODE
                   PERFORM 2860-COUNT-HELD
               WHEN OTHER
                   MOVE SUS-REASON-CODE TO PIT-REASON-CODE
           END-EVALUATE
           MOVE SPACES TO WS-PRJ-DETAIL
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

       2900-READ-SUSPENSE.
           READ SW-SUSPENSE-FILE
               AT END
           WRITE CHECKPOINT-RECORD
           CLOSE SW-CHECKPOINT-FILE.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE SW-PROJECT-LINE FROM WS-PAGE-HEADING
           WRITE SW-PROJECT-LINE FROM WS-REPORT-RULE
           WRITE SW-PROJECT-LINE FROM WS-COLUMN-HEADING
           WRITE SW-PROJECT-LINE FROM WS-REPORT-BLANK
           MOVE 4 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE SW-PROJECT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8500-FINISH-PROJECTION.
      *    The account section and totals close the report, and the
      *    projected balances go to PROJBAL.WRK for TRANPOST's dry
      *    run.  PROJBAL.WRK is rewritten on every dry run, empty
      *    when nothing was swept, so no earlier night's rows can be
      *    picked up.
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
           CLOSE SW-PROJECT-RPT
           OPEN OUTPUT SW-PROJBAL-FILE
           IF NOT WS-ABEND-CONDITION
               PERFORM VARYING PRJ-SUB FROM 1 BY 1
                       UNTIL PRJ-SUB > PRJ-ACCOUNT-COUNT
                   MOVE WS-RUN-DATE                TO PJB-RUN-DATE
                   MOVE PRJ-ACCOUNT-ENTRY(PRJ-SUB) TO PJB-ENTRY
                   WRITE SW-PROJBAL-RECORD
               END-PERFORM
           END-IF
           CLOSE SW-PROJBAL-FILE.

       8510-REPORT-ACCOUNTS.
           MOVE PRJ-ACCOUNT-HEADING TO WS-COLUMN-HEADING
           MOVE 99 TO WS-LINE-COUNT
           PERFORM VARYING PRJ-SUB FROM 1 BY 1
                   UNTIL PRJ-SUB > PRJ-ACCOUNT-COUNT
               PERFORM 8520-REPORT-ONE-ACCOUNT
           END-PERFORM.

       8520-REPORT-ONE-ACCOUNT.
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
           IF WS-NOTHING-TO-DO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "NO SUSPENSE ITEMS ON FILE - NOTHING TO SWEEP"
                   TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING "SUSPENSE ITEMS PROJECTED     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           STRING "WOULD POST                   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           COMPUTE WS-COUNT-EDIT = WS-CARRIED-COUNT
               + WS-PASSED-COUNT + WS-DUPLICATE-COUNT
               + WS-INVESTIGATION-COUNT
           STRING "WOULD STAY HELD              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
           STRING "  OF WHICH DUPLICATES        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-INVESTIGATION-COUNT TO WS-COUNT-EDIT
           STRING "  OF WHICH INVESTIGATION     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-AGED-COUNT TO WS-COUNT-EDIT
           STRING "WOULD AGE OUT                " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-RESWEPT-COUNT TO WS-COUNT-EDIT
           STRING "WOULD DROP - ALREADY POSTED  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PRJ-ACCOUNT-COUNT TO WS-COUNT-EDIT
           STRING "ACCOUNTS PROJECTED           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-SWEPT-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           STRING "NET AMOUNT THAT WOULD POST   " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF PRJ-TABLE-FULL
               MOVE SPACES TO WS-PRINT-LINE
               MOVE PRJ-ACCOUNT-MAX TO WS-COUNT-EDIT
               STRING "PROJECTION TABLE FULL AT " WS-COUNT-EDIT
                   " ACCOUNTS - LATER ACCOUNTS CHECKED AGAINST THEIR "
                   "BALANCE ON FILE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               CLOSE SW-SUSPENSE-FILE
               CLOSE SW-ACCT-MASTER
               IF NOT WS-DRY-RUN
                   CLOSE SW-POSTED-FILE SW-AGED-FILE
               END-IF
               IF NOT WS-NO-REGISTER
                   CLOSE SW-REGISTER-FILE
               END-IF
           END-IF
           IF WS-DRY-RUN
               PERFORM 8500-FINISH-PROJECTION
           END-IF
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-DRY-RUN
               DISPLAY "SUSPSWP DRY RUN - WOULD POST " WS-POSTED-COUNT
                   " CARRY " WS-CARRIED-COUNT
                   " AGE OUT " WS-AGED-COUNT
                   " DUPLICATE " WS-DUPLICATE-COUNT
                   " INVESTIGATION " WS-INVESTIGATION-COUNT
                   " - NOTHING POSTED" UPON CONSOLE
           ELSE
               DISPLAY "SUSPSWP POSTED " WS-POSTED-COUNT
                   " CARRIED " WS-CARRIED-COUNT
                   " AGED OUT " WS-AGED-COUNT
                   " DUPLICATE " WS-DUPLICATE-COUNT
                   " INVESTIGATION " WS-INVESTIGATION-COUNT
                   " RESUMED " WS-RESWEPT-COUNT UPON CONSOLE
           END-IF.
