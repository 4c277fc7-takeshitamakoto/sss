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
      *	TRANRVSL is the reversal step.  TRANPOST's 2300-UPDATE-BALANCE
      *	only ever adds TRAN-AMOUNT, so until now an amount posted to
      *	the wrong account, or posted twice, was undone by keying a
      *	made-up offsetting transaction and hoping its TRAN-ID sorted
      *	into place - nothing on POSTTRAN.DAT said which row it was
      *	meant to cancel.
      *
      *	Operations name the original TRAN-ID on a RVSLREQ.DAT card
      *	(with a free-text reason).  The step finds the original's
      *	status-"O" posting on POSTTRAN.DAT - or on POSTTRAN.ARC, for
      *	an item in a year YRCLOSE has closed - posts the exact
      *	negation of its TRAN-AMOUNT to ACCTMAST.DAT, and appends a
      *	reversal row to POSTTRAN.DAT: PST-ENTRY-TYPE "R",
      *	PST-LINK-TRAN-ID the original's TRAN-ID, and a TRAN-ID of
      *	the account plus "REV" plus the next sequence for that
      *	account, after the pattern of INTACCR's "INT" accrual ids.
      *	The sequence runs on from the highest on either file, so a
      *	closed year's reversal ids are never reused.  TRAN-CODE and
      *	the operands are carried from the original so downstream
      *	reporting classifies the reversal exactly as it classified
      *	the item it cancels.
      *	The original's currency detail is negated too - the amount
      *	as sent, the rate, and the base-currency book amount, which
      *	comes off ACT-BOOK-BALANCE - so a foreign posting unwinds at
      *	the rate it posted at, not today's.
      *
      *	A request is refused - logged, reported, and the master left
      *	alone - when
      *
      *	  RV0001  the TRAN-ID never posted (no status-"O" row)
      *	  RV0002  every posting of it has already been reversed
      *	  RV0003  the account is not on the master or is closed
      *	  RV0004  the TRAN-ID named is itself a reversal row
      *	  RV0005  the master REWRITE failed
      *	  RV0007  the TRAN-ID is a leg of an inter-account transfer
      *	  RV0009  the reversal id is already on TRANREG.DAT
      *	  RV0011  the account has used all 999 reversal ids
      *
      *	A transfer moved two balances as one unit, and reversing
      *	one leg would leave the other standing - it is undone by a
      *	transfer the other way, not by a reversal card.
      *
      *	An item posted twice under the same TRAN-ID takes two
      *	reversal cards; the third is refused.  A frozen account still
      *	takes a reversal - undoing our own mistake is exactly the
      *	kind of movement a freeze should not block.
      *
      *	Each reversal writes an in-progress RVSLCKPT.DAT checkpoint
      *	with the running reversed total and the run ends with a
      *	completed one, the same pattern as SUSPSWP's SWPCKPT.DAT, so
      *	ACCTSNAP's trial balance proves the day's reversals alongside
      *	the posted and swept totals.  A rerun is safe: the reversal
      *	rows already on POSTTRAN.DAT make the same cards refuse as
      *	RV0002, and a crashed run's reversed total is carried forward
      *	from its in-progress checkpoints.
      *
      *	Every reversal id is registered on TRANREG.DAT (see
      *	TRANREGREC.cpy) as it posts, the same as TRANPOST registers
      *	the items it posts, and the register is read first: an id
      *	some feed has already posted under is refused as RV0009
      *	rather than put on POSTTRAN.DAT a second time.  A register
      *	that will not open stops the step (RV0008); a register row
      *	that will not write is logged (RV0010) and the reversal
      *	stands, as TRANPOST's PT0011 does.
      *
      *	The reversal id is the account, "REV" and a three-digit
      *	sequence, and TRAN-ID has no room to widen it.  Once an
      *	account reaches REV999 its further cards are refused as
      *	RV0011 rather than wrapping to REV000, and the run ends with
      *	return code 8 so the account is looked at before the next
      *	reversal is keyed.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TRANRVSL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RV-REQUEST-IN ASSIGN TO "RVSLREQ.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REQUEST-STATUS.

           SELECT RV-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT RV-REGISTER-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-REG-STATUS.

           SELECT RV-POSTED-FILE ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT RV-ARCHIVE-IN ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCHIVE-STATUS.

           SELECT RV-CHECKPOINT-FILE ASSIGN TO "RVSLCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CKPT-STATUS.

           SELECT RV-REPORT-FILE ASSIGN TO "TRANRVSL.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT RV-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  RV-REQUEST-IN.
       01  RV-REQUEST-RECORD.
           05  RVQ-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  RVQ-REASON-TEXT         PIC X(30).

       FD  RV-ACCT-MASTER.
       COPY acctrec.

       FD  RV-REGISTER-FILE.
       COPY tranregrec.

       FD  RV-POSTED-FILE.
       COPY posttranrec.

       FD  RV-ARCHIVE-IN.
       01  RV-ARCHIVE-LINE             PIC X(128).

       FD  RV-CHECKPOINT-FILE.
       COPY chkpnt.

       FD  RV-REPORT-FILE.
       01  RV-REPORT-LINE              PIC X(132).

       FD  RV-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.

       01  WS-REQUEST-STATUS           PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-CKPT-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-NOTHING-TO-DO-SW         PIC X VALUE "N".
           88  WS-NOTHING-TO-DO        VALUE "Y".

      *    One entry per reversal card.  The POSTTRAN.DAT pass counts
      *    how many times each TRAN-ID posted and how many reversal
      *    rows already cancel it, and keeps the last posted image as
      *    the record to negate.
       01  WS-REQ-MAX                  PIC 9(3) VALUE 500.
       01  WS-REQ-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 500 TIMES.
               10  WS-REQ-TRAN-ID      PIC X(10).
               10  WS-REQ-REASON-TEXT  PIC X(30).
               10  WS-REQ-POSTED       PIC 9(3).
               10  WS-REQ-REVERSED     PIC 9(3).
               10  WS-REQ-IS-REVERSAL-SW PIC X(1).
                   88  WS-REQ-IS-REVERSAL VALUE "Y".
               10  WS-REQ-IS-TRANSFER-SW PIC X(1).
                   88  WS-REQ-IS-TRANSFER VALUE "Y".
               10  WS-REQ-ORIGINAL     PIC X(57).
               10  WS-REQ-BOOK-AMOUNT  PIC S9(11)V9999.
               10  WS-REQ-ORIG-CURRENCY PIC X(3).
               10  WS-REQ-ORIG-AMOUNT  PIC S9(9)V9999.
               10  WS-REQ-FX-RATE      PIC 9(5)V9(6).
               10  WS-REQ-POSTED-CURRENCY PIC X(3).
       01  WS-REQ-SUB                  PIC 9(3).
       01  WS-REQ-SUB-2                PIC 9(3).

      *    Highest "REV" sequence already used per account, so a new
      *    reversal id never collides with one on file.
       01  WS-RSQ-MAX                  PIC 9(3) VALUE 500.
       01  WS-RSQ-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-RSQ-TABLE.
           05  WS-RSQ-ENTRY OCCURS 500 TIMES INDEXED BY RSQ-IDX.
               10  WS-RSQ-ACCOUNT-ID   PIC X(4).
               10  WS-RSQ-LAST         PIC 9(3).
       01  WS-RSQ-FOUND-SW             PIC X VALUE "N".
           88  WS-RSQ-FOUND            VALUE "Y".
       01  WS-SEQUENCE                 PIC 9(3).
       01  WS-SEQUENCE-FULL-SW         PIC X VALUE "N".
           88  WS-SEQUENCE-FULL        VALUE "Y".

       01  WS-ORIGINAL-TRAN-ID         PIC X(10).
       01  WS-ORIGINAL-AMOUNT          PIC S9(9)V9999.
       01  WS-REVERSAL-TRAN-ID         PIC X(10).
       01  WS-REASON-CODE              PIC X(6).
       01  WS-DISPOSITION              PIC X(8).

       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-AMOUNT-TOTAL    PIC S9(13)V9999 VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(8).

       01  WS-AMOUNT-EDIT              PIC -(9)9.9999.
       01  WS-TOTAL-EDIT               PIC -(13)9.9999.

       01  WS-REPORT-HEADING           PIC X(132).
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "TRANRVSL".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               PERFORM 2000-SCAN-POSTED-HISTORY
               PERFORM 3000-OPEN-FOR-POSTING
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               PERFORM 4000-PROCESS-ONE-REQUEST
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM 8000-WRITE-CHECKPOINT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CURRENT-DATE-TIME(9:2) ":"
                   WS-CURRENT-DATE-TIME(11:2) ":"
                   WS-CURRENT-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO WS-RUN-TIME
           PERFORM 1050-GET-BUSINESS-DATE

           OPEN OUTPUT RV-REPORT-FILE
           MOVE SPACES TO WS-REPORT-HEADING
           STRING "POSTED TRANSACTION REVERSALS - " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-HEADING
           WRITE RV-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE RV-REPORT-LINE FROM WS-REPORT-RULE

           PERFORM 1100-LOAD-REQUESTS
           IF WS-REQ-COUNT = ZERO
               SET WS-NOTHING-TO-DO TO TRUE
               MOVE "    NO REVERSAL REQUESTS" TO WS-PRINT-LINE
               WRITE RV-REPORT-LINE FROM WS-PRINT-LINE
               DISPLAY "TRANRVSL: NO REVERSAL REQUESTS - NOTHING TO "
                   "DO" UPON CONSOLE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT RV-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ RV-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RV-BIZDATE-FILE
           END-IF.

       1100-LOAD-REQUESTS.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT RV-REQUEST-IN
           IF WS-REQUEST-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ RV-REQUEST-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF RVQ-TRAN-ID NOT = SPACES
                           PERFORM 1150-ADD-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REQUEST-STATUS = "00" OR WS-REQUEST-STATUS = "10"
               CLOSE RV-REQUEST-IN
           END-IF.

       1150-ADD-REQUEST.
           ADD 1 TO WS-READ-COUNT
           IF WS-REQ-COUNT < WS-REQ-MAX
               ADD 1 TO WS-REQ-COUNT
               MOVE RVQ-TRAN-ID     TO WS-REQ-TRAN-ID(WS-REQ-COUNT)
               MOVE RVQ-REASON-TEXT TO WS-REQ-REASON-TEXT(WS-REQ-COUNT)
               MOVE ZERO            TO WS-REQ-POSTED(WS-REQ-COUNT)
               MOVE ZERO            TO WS-REQ-REVERSED(WS-REQ-COUNT)
               MOVE "N"        TO WS-REQ-IS-REVERSAL-SW(WS-REQ-COUNT)
               MOVE "N"        TO WS-REQ-IS-TRANSFER-SW(WS-REQ-COUNT)
               MOVE SPACES          TO WS-REQ-ORIGINAL(WS-REQ-COUNT)
               PERFORM 1160-NOTE-ACCOUNT
           ELSE
               DISPLAY "TRANRVSL: REQUEST TABLE FULL AT " WS-REQ-MAX
                   " - " RVQ-TRAN-ID " NOT PROCESSED" UPON CONSOLE
           END-IF.

       1160-NOTE-ACCOUNT.
           SET RSQ-IDX TO 1
           SEARCH WS-RSQ-ENTRY
               AT END
                   PERFORM 1170-ADD-ACCOUNT
               WHEN RSQ-IDX > WS-RSQ-COUNT
                   PERFORM 1170-ADD-ACCOUNT
               WHEN WS-RSQ-ACCOUNT-ID(RSQ-IDX) = RVQ-TRAN-ID(1:4)
                   CONTINUE
           END-SEARCH.

       1170-ADD-ACCOUNT.
      *    The request table and the sequence table are the same
      *    size, so there is always room for the request's account.
           ADD 1 TO WS-RSQ-COUNT
           MOVE RVQ-TRAN-ID(1:4) TO WS-RSQ-ACCOUNT-ID(WS-RSQ-COUNT)
           MOVE ZERO             TO WS-RSQ-LAST(WS-RSQ-COUNT).

       2000-SCAN-POSTED-HISTORY.
      *    One pass over the whole posting history, not just today:
      *    an item posted last week is as reversible as one posted
      *    tonight, and a reversal done last week must still refuse
      *    a second card today.  The closed years YRCLOSE moved to
      *    POSTTRAN.ARC are read first, so the rows arrive in date
      *    order and the last posted image kept is the latest.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT RV-ARCHIVE-IN
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ RV-ARCHIVE-IN INTO POSTED-TRAN-RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 2050-TAKE-HISTORY-ROW
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
               CLOSE RV-ARCHIVE-IN
           END-IF
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT RV-POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ RV-POSTED-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 2050-TAKE-HISTORY-ROW
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE RV-POSTED-FILE
           END-IF.

       2050-TAKE-HISTORY-ROW.
           IF PST-RUN-DATE(5:1) = "-"
               MOVE PST-TRAN-RECORD TO TRAN-RECORD
               PERFORM 2100-TAKE-POSTED-ROW
           END-IF.

       2100-TAKE-POSTED-ROW.
           IF TRAN-ID(5:3) = "REV" AND TRAN-ID(8:3) NUMERIC
               PERFORM 2200-NOTE-REVERSAL-SEQUENCE
           END-IF
           IF TRAN-STATUS-OK
               PERFORM 2150-MATCH-REQUESTS
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF.

       2150-MATCH-REQUESTS.
           IF PST-ENTRY-REVERSAL
               IF PST-LINK-TRAN-ID = WS-REQ-TRAN-ID(WS-REQ-SUB)
                   ADD 1 TO WS-REQ-REVERSED(WS-REQ-SUB)
               END-IF
               IF TRAN-ID = WS-REQ-TRAN-ID(WS-REQ-SUB)
                   SET WS-REQ-IS-REVERSAL(WS-REQ-SUB) TO TRUE
               END-IF
           ELSE
               IF TRAN-ID = WS-REQ-TRAN-ID(WS-REQ-SUB)
                       AND PST-ENTRY-TRANSFER
                   SET WS-REQ-IS-TRANSFER(WS-REQ-SUB) TO TRUE
               END-IF
               IF TRAN-ID = WS-REQ-TRAN-ID(WS-REQ-SUB)
                   ADD 1 TO WS-REQ-POSTED(WS-REQ-SUB)
                   MOVE TRAN-RECORD TO WS-REQ-ORIGINAL(WS-REQ-SUB)
                   PERFORM 2160-KEEP-CURRENCY-DETAIL
               END-IF
           END-IF.

       2160-KEEP-CURRENCY-DETAIL.
      *    A row posted before currencies were carried has no book
      *    amount; its account was base currency, so the book amount
      *    is the amount itself and the rate 1.
           MOVE PST-ORIG-CURRENCY   TO WS-REQ-ORIG-CURRENCY(WS-REQ-SUB)
           MOVE PST-POSTED-CURRENCY
               TO WS-REQ-POSTED-CURRENCY(WS-REQ-SUB)
           MOVE ZERO TO WS-REQ-BOOK-AMOUNT(WS-REQ-SUB)
           MOVE ZERO TO WS-REQ-ORIG-AMOUNT(WS-REQ-SUB)
           MOVE 1    TO WS-REQ-FX-RATE(WS-REQ-SUB)
           IF PST-BOOK-AMOUNT NUMERIC
               MOVE PST-BOOK-AMOUNT TO WS-REQ-BOOK-AMOUNT(WS-REQ-SUB)
           ELSE
               IF TRAN-AMOUNT NUMERIC
                   MOVE TRAN-AMOUNT TO WS-REQ-BOOK-AMOUNT(WS-REQ-SUB)
               END-IF
           END-IF
           IF PST-ORIG-AMOUNT NUMERIC
               MOVE PST-ORIG-AMOUNT TO WS-REQ-ORIG-AMOUNT(WS-REQ-SUB)
           ELSE
               IF TRAN-AMOUNT NUMERIC
                   MOVE TRAN-AMOUNT TO WS-REQ-ORIG-AMOUNT(WS-REQ-SUB)
               END-IF
           END-IF
           IF PST-FX-RATE NUMERIC
               MOVE PST-FX-RATE TO WS-REQ-FX-RATE(WS-REQ-SUB)
           END-IF.

       2200-NOTE-REVERSAL-SEQUENCE.
           SET RSQ-IDX TO 1
           SEARCH WS-RSQ-ENTRY
               AT END
                   CONTINUE
               WHEN RSQ-IDX > WS-RSQ-COUNT
                   CONTINUE
               WHEN WS-RSQ-ACCOUNT-ID(RSQ-IDX) = TRAN-ID(1:4)
                   IF TRAN-ID(8:3) > WS-RSQ-LAST(RSQ-IDX)
                       MOVE TRAN-ID(8:3) TO WS-RSQ-LAST(RSQ-IDX)
                   END-IF
           END-SEARCH.

       3000-OPEN-FOR-POSTING.
           OPEN I-O RV-ACCT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "3000-OPEN-FOR-POSTING"   TO WS-LOG-PARAGRAPH
               MOVE "RV0006"                  TO WS-LOG-ERROR-CODE
               MOVE "ACCTMAST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               PERFORM 3050-OPEN-REGISTER
           END-IF
           IF NOT WS-ABEND-CONDITION
               OPEN EXTEND RV-POSTED-FILE
               IF WS-POSTED-STATUS = "35"
                   OPEN OUTPUT RV-POSTED-FILE
               END-IF
               PERFORM 3100-RESTART-CHECK
           END-IF.

       3050-OPEN-REGISTER.
      *    A register not yet on file is created empty, as TRANPOST
      *    creates it.
           OPEN I-O RV-REGISTER-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT RV-REGISTER-FILE
               CLOSE RV-REGISTER-FILE
               OPEN I-O RV-REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               CLOSE RV-ACCT-MASTER
               MOVE "3050-OPEN-REGISTER"      TO WS-LOG-PARAGRAPH
               MOVE "RV0008"                  TO WS-LOG-ERROR-CODE
               MOVE "TRANREG.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       3100-RESTART-CHECK.
      *    Only the in-progress checkpoints after the date's last
      *    completed one describe a crashed run; the last of them
      *    carries that run's reversed total forward, so tonight's
      *    completed checkpoint covers every reversal the master took.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT RV-CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ RV-CHECKPOINT-FILE
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF CHK-RUN-DATE = WS-RUN-DATE
                           IF CHK-STATUS-COMPLETE
                               MOVE ZERO TO WS-REVERSED-COUNT
                               MOVE ZERO TO WS-REVERSED-AMOUNT-TOTAL
                           ELSE
                               MOVE CHK-LAST-COUNTER
                                   TO WS-REVERSED-COUNT
                               MOVE CHK-RESULT-TOTAL
                                   TO WS-REVERSED-AMOUNT-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "10"
               CLOSE RV-CHECKPOINT-FILE
           END-IF
           IF WS-REVERSED-COUNT > ZERO
               DISPLAY "TRANRVSL: RESUMING A CRASHED RUN - "
                   WS-REVERSED-COUNT " REVERSAL(S) ALREADY POSTED"
                   UPON CONSOLE
           END-IF
           OPEN EXTEND RV-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT RV-CHECKPOINT-FILE
           END-IF.

       4000-PROCESS-ONE-REQUEST.
           MOVE WS-REQ-TRAN-ID(WS-REQ-SUB) TO WS-ORIGINAL-TRAN-ID
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REVERSAL-TRAN-ID
           MOVE ZERO   TO WS-ORIGINAL-AMOUNT
           EVALUATE TRUE
               WHEN WS-REQ-IS-REVERSAL(WS-REQ-SUB)
                   MOVE "RV0004" TO WS-REASON-CODE
               WHEN WS-REQ-IS-TRANSFER(WS-REQ-SUB)
                   MOVE "RV0007" TO WS-REASON-CODE
               WHEN WS-REQ-POSTED(WS-REQ-SUB) = ZERO
                   MOVE "RV0001" TO WS-REASON-CODE
               WHEN WS-REQ-REVERSED(WS-REQ-SUB)
                       NOT < WS-REQ-POSTED(WS-REQ-SUB)
                   MOVE "RV0002" TO WS-REASON-CODE
               WHEN OTHER
                   MOVE WS-REQ-ORIGINAL(WS-REQ-SUB) TO TRAN-RECORD
                   IF TRAN-AMOUNT NUMERIC
                       MOVE TRAN-AMOUNT TO WS-ORIGINAL-AMOUNT
                   END-IF
                   PERFORM 4100-APPLY-TO-MASTER
           END-EVALUATE
           IF WS-REASON-CODE = SPACES
               MOVE "REVERSED" TO WS-DISPOSITION
           ELSE
               MOVE "REFUSED"  TO WS-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "4000-PROCESS-ONE-REQUEST" TO WS-LOG-PARAGRAPH
               MOVE WS-REASON-CODE             TO WS-LOG-ERROR-CODE
               MOVE WS-ORIGINAL-TRAN-ID        TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       4100-APPLY-TO-MASTER.
           MOVE WS-ORIGINAL-TRAN-ID(1:4) TO ACT-ACCOUNT-ID
           READ RV-ACCT-MASTER
               INVALID KEY
                   MOVE "RV0003" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF ACT-STATUS-CLOSED
                       MOVE "RV0003" TO WS-REASON-CODE
                   ELSE
                       PERFORM 4150-CHECK-REVERSAL-ID
                   END-IF
           END-READ.

       4150-CHECK-REVERSAL-ID.
           PERFORM 4400-NEXT-REVERSAL-ID
           IF WS-REASON-CODE = SPACES
               MOVE WS-REVERSAL-TRAN-ID TO TRG-TRAN-ID
               READ RV-REGISTER-FILE
                   INVALID KEY
                       PERFORM 4200-POST-REVERSAL
                   NOT INVALID KEY
                       MOVE "RV0009" TO WS-REASON-CODE
               END-READ
           END-IF.

       4200-POST-REVERSAL.
      *    The same balance update TRANPOST's 2300-UPDATE-BALANCE
      *    applies, with the amount negated - the reversal is a
      *    posting in its own right and counts toward
      *    ACT-POST-COUNT like any other.
           SUBTRACT WS-ORIGINAL-AMOUNT FROM ACT-BALANCE
           SUBTRACT WS-REQ-BOOK-AMOUNT(WS-REQ-SUB)
               FROM ACT-BOOK-BALANCE
           MOVE WS-RUN-DATE       TO ACT-LAST-POST-DATE
           ADD 1                  TO ACT-POST-COUNT
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE "RV0005" TO WS-REASON-CODE
               NOT INVALID KEY
                   PERFORM 4300-WRITE-REVERSAL-ROW
           END-REWRITE.

       4300-WRITE-REVERSAL-ROW.
           MOVE WS-REVERSAL-TRAN-ID TO TRAN-ID
           COMPUTE TRAN-AMOUNT = ZERO - WS-ORIGINAL-AMOUNT
           SET TRAN-STATUS-OK      TO TRUE
           MOVE SPACES              TO POSTED-TRAN-RECORD
           MOVE WS-RUN-DATE         TO PST-RUN-DATE
           MOVE TRAN-RECORD         TO PST-TRAN-RECORD
           SET PST-ENTRY-REVERSAL   TO TRUE
           MOVE WS-ORIGINAL-TRAN-ID TO PST-LINK-TRAN-ID
           MOVE WS-REQ-ORIG-CURRENCY(WS-REQ-SUB) TO PST-ORIG-CURRENCY
           COMPUTE PST-ORIG-AMOUNT =
               ZERO - WS-REQ-ORIG-AMOUNT(WS-REQ-SUB)
           MOVE WS-REQ-FX-RATE(WS-REQ-SUB) TO PST-FX-RATE
           MOVE WS-REQ-POSTED-CURRENCY(WS-REQ-SUB)
               TO PST-POSTED-CURRENCY
           COMPUTE PST-BOOK-AMOUNT =
               ZERO - WS-REQ-BOOK-AMOUNT(WS-REQ-SUB)
           WRITE POSTED-TRAN-RECORD
           PERFORM 4350-WRITE-REGISTER-ROW
           ADD 1           TO WS-REVERSED-COUNT
           SUBTRACT WS-ORIGINAL-AMOUNT FROM WS-REVERSED-AMOUNT-TOTAL
      *    A second card for the same TRAN-ID later in the file must
      *    see this reversal, not just the ones that were on file.
           PERFORM VARYING WS-REQ-SUB-2 FROM 1 BY 1
                   UNTIL WS-REQ-SUB-2 > WS-REQ-COUNT
               IF WS-REQ-TRAN-ID(WS-REQ-SUB-2) = WS-ORIGINAL-TRAN-ID
                   ADD 1 TO WS-REQ-REVERSED(WS-REQ-SUB-2)
               END-IF
           END-PERFORM
           PERFORM 4500-WRITE-ITEM-CHECKPOINT.

       4350-WRITE-REGISTER-ROW.
           MOVE SPACES              TO TRAN-REGISTER-RECORD
           MOVE WS-REVERSAL-TRAN-ID TO TRG-TRAN-ID
           MOVE WS-RUN-DATE         TO TRG-POST-DATE
           MOVE WS-LOG-PROGRAM-ID   TO TRG-SOURCE
           WRITE TRAN-REGISTER-RECORD
               INVALID KEY
                   MOVE "4350-WRITE-REGISTER-ROW" TO WS-LOG-PARAGRAPH
                   MOVE "RV0010"                TO WS-LOG-ERROR-CODE
                   MOVE WS-REVERSAL-TRAN-ID     TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                       WS-LOG-DATA
           END-WRITE.

       4400-NEXT-REVERSAL-ID.
           MOVE ZERO TO WS-SEQUENCE
           SET RSQ-IDX TO 1
           SEARCH WS-RSQ-ENTRY
               AT END
                   CONTINUE
               WHEN RSQ-IDX > WS-RSQ-COUNT
                   CONTINUE
               WHEN WS-RSQ-ACCOUNT-ID(RSQ-IDX) =
                       WS-ORIGINAL-TRAN-ID(1:4)
                   IF WS-RSQ-LAST(RSQ-IDX) = 999
                       MOVE "RV0011" TO WS-REASON-CODE
                       SET WS-SEQUENCE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-RSQ-LAST(RSQ-IDX)
                       MOVE WS-RSQ-LAST(RSQ-IDX) TO WS-SEQUENCE
                   END-IF
           END-SEARCH
           MOVE SPACES TO WS-REVERSAL-TRAN-ID
           IF WS-REASON-CODE = SPACES
               STRING WS-ORIGINAL-TRAN-ID(1:4) "REV" WS-SEQUENCE
                   DELIMITED BY SIZE INTO WS-REVERSAL-TRAN-ID
           END-IF.

       4500-WRITE-ITEM-CHECKPOINT.
           MOVE SPACES              TO CHECKPOINT-RECORD
           MOVE WS-LOG-PROGRAM-ID   TO CHK-PROGRAM-ID
           MOVE WS-REVERSAL-TRAN-ID TO CHK-LAST-TRAN-ID
           MOVE WS-REVERSED-COUNT   TO CHK-LAST-COUNTER
           MOVE WS-RUN-DATE         TO CHK-RUN-DATE
           MOVE WS-RUN-TIME         TO CHK-RUN-TIME
           SET CHK-STATUS-IN-PROGRESS TO TRUE
           MOVE WS-REVERSED-AMOUNT-TOTAL TO CHK-RESULT-TOTAL
           MOVE ZERO                TO CHK-FRESULT-TOTAL
           WRITE CHECKPOINT-RECORD
           IF WS-CKPT-STATUS NOT = "00"
               MOVE "FR0001" TO WS-LOG-ERROR-CODE
               MOVE "4500-WRITE-ITEM-CHECKPOINT" TO WS-LOG-PARAGRAPH
               MOVE WS-REVERSAL-TRAN-ID TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                   WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ORIGINAL-AMOUNT TO WS-AMOUNT-EDIT
           STRING "    " WS-ORIGINAL-TRAN-ID
                   "  " WS-DISPOSITION
                   "  " WS-REASON-CODE
                   "  " WS-REVERSAL-TRAN-ID
                   "  " WS-AMOUNT-EDIT
                   "  " WS-REQ-REASON-TEXT(WS-REQ-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE RV-REPORT-LINE FROM WS-PRINT-LINE.

       8000-WRITE-CHECKPOINT.
      *    One completed checkpoint per run: the reversed total rides
      *    in CHK-RESULT-TOTAL for the account trial balance to pick
      *    up alongside TRANPOST's posted and SUSPSWP's swept totals.
           MOVE SPACES            TO CHECKPOINT-RECORD
           MOVE WS-LOG-PROGRAM-ID TO CHK-PROGRAM-ID
           MOVE SPACES            TO CHK-LAST-TRAN-ID
           MOVE WS-REVERSED-COUNT TO CHK-LAST-COUNTER
           MOVE WS-RUN-DATE       TO CHK-RUN-DATE
           MOVE WS-RUN-TIME       TO CHK-RUN-TIME
           SET CHK-STATUS-COMPLETE TO TRUE
           MOVE WS-REVERSED-AMOUNT-TOTAL TO CHK-RESULT-TOTAL
           MOVE ZERO              TO CHK-FRESULT-TOTAL
           WRITE CHECKPOINT-RECORD
           CLOSE RV-CHECKPOINT-FILE.

       9000-TERMINATE.
           IF NOT WS-ABEND-CONDITION AND NOT WS-NOTHING-TO-DO
               CLOSE RV-ACCT-MASTER RV-REGISTER-FILE RV-POSTED-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE RV-REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-REVERSED-AMOUNT-TOTAL TO WS-TOTAL-EDIT
           STRING "    REQUESTS " WS-READ-COUNT
                   "  REVERSED " WS-REVERSED-COUNT
                   "  REFUSED " WS-REFUSED-COUNT
                   "  NET AMOUNT REVERSED " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE RV-REPORT-LINE FROM WS-PRINT-LINE
           CLOSE RV-REPORT-FILE
           IF WS-ABEND-CONDITION OR WS-SEQUENCE-FULL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "TRANRVSL REVERSED " WS-REVERSED-COUNT
               " REFUSED " WS-REFUSED-COUNT UPON CONSOLE.
