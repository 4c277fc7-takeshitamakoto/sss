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
      *	FEEASMT is the nightly fee assessment.  It runs straight
      *	after TRANPOST, prices every row that posted under the
      *	business date on POSTTRAN.DAT from the fee schedule, and
      *	sends the day's charges through the window as an ordinary
      *	controlled feed - so a fee posts, shows on the statement
      *	and reaches the ledger like any other debit, instead of
      *	being worked out by hand from the FORAGG.DAT counts and
      *	keyed in as a month-end adjustment.
      *	
      *	FEESCHED.DAT holds one card per TRAN-CODE and effective
      *	date; the card for the row's TRAN-CODE with the latest
      *	effective date not after the business date prices it:
      *	
      *	  columns  1-3   TRAN-CODE
      *	           5-14  effective date YYYY-MM-DD
      *	          16     F flat fee, P percentage, N no fee
      *	          18-26  flat fee             9(7)V99
      *	          28-34  percentage           9(3)V9999
      *	          36-44  minimum fee (P)      9(7)V99
      *	          46-54  maximum fee (P)      9(7)V99, zero = none
      *	
      *	A percentage fee is taken on the unsigned TRAN-AMOUNT (the
      *	amount that moved the balance, in the account's own
      *	currency) and rounded to the cent before the minimum and
      *	maximum apply; a flat fee is in the account's currency.  A
      *	TRAN-CODE with no card costs nothing.  Rows priced are the
      *	business date's posted rows (TRAN-STATUS O): ordinary
      *	postings and the debit leg of a transfer (the leg whose
      *	TRAN-ID is the transfer's own).  Reversals, credit legs and
      *	the fee charges themselves are never priced.
      *	
      *	FEEWAIVE.DAT waives fees for an account:
      *	
      *	  columns  1-4   account
      *	           6-8   TRAN-CODE, or ALL / blank for every code
      *	          10-19  first date waived, blank = always
      *	          21-30  last date waived, blank = open-ended
      *	          32-61  reason
      *	
      *	A waived fee is priced and registered as waived but not
      *	charged.
      *	
      *	An account's fees for the day are charged as ONE item in
      *	FEEASMT.DAT: TRAN-ID of the account, "F" and the business
      *	date as a day number in five base-36 characters, so each
      *	day's charge has an id no other day's will ever repeat and
      *	TRANPOST refuses it if it comes round again; TRAN-CODE from the
      *	FEECTL.DAT card (columns 1-3, default 950 - the code needs a
      *	GLMAP.DAT row like any other); operator "+"; the negative
      *	total in TRAN-OPERAND-1 and TRAN-AMOUNT; the account's
      *	currency.  The set is wrapped in the FEEDCTL.cpy header and
      *	trailer (source system FEEASMT), as INTACCR and STOGEN write
      *	theirs, and FEESEND puts it on TRANIN.DAT at the top of the
      *	next window, so the charges travel the balanced, registered
      *	feed path.  A rerun for the same date prices the whole day
      *	again and replaces the set.
      *	
      *	FEEASMT.RPT is the fee register: for each account and
      *	TRAN-CODE the items priced and the fee charged, the items and
      *	fee waived, the account's charge and its TRAN-ID, and the
      *	totals charged and waived.  An unusable schedule card is
      *	skipped and logged (FE0001, return code 4); a register too
      *	large for its table or a feed that cannot be written stops
      *	the step with return code 8 and no charges go out.
      *	

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     FEEASMT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT FA-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTED-STATUS.

           SELECT FA-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT FA-SCHEDULE-IN ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-SCHEDULE-STATUS.

           SELECT FA-WAIVER-IN ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WAIVER-STATUS.

           SELECT FA-CONTROL-IN ASSIGN TO "FEECTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CONTROL-STATUS.

           SELECT FA-FEE-FILE ASSIGN TO "FEEASMT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-FEE-STATUS.

           SELECT FA-REPORT-FILE ASSIGN TO "FEEASMT.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT FA-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  FA-POSTED-IN.
       COPY posttranrec.

       FD  FA-ACCT-MASTER.
       COPY acctrec.

       FD  FA-SCHEDULE-IN.
       01  FA-SCHEDULE-CARD.
           05  FSC-TRAN-CODE           PIC X(3).
           05  FILLER                  PIC X(1).
           05  FSC-EFFECTIVE-DATE      PIC X(10).
           05  FILLER                  PIC X(1).
           05  FSC-FEE-TYPE            PIC X(1).
               88  FSC-TYPE-VALID      VALUE "F" "P" "N".
           05  FILLER                  PIC X(1).
           05  FSC-FLAT-FEE            PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  FSC-PERCENT             PIC 9(3)V9999.
           05  FILLER                  PIC X(1).
           05  FSC-MINIMUM-FEE         PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  FSC-MAXIMUM-FEE         PIC 9(7)V99.

       FD  FA-WAIVER-IN.
       01  FA-WAIVER-CARD.
           05  FWV-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  FWV-TRAN-CODE           PIC X(3).
           05  FILLER                  PIC X(1).
           05  FWV-FROM-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  FWV-TO-DATE             PIC X(10).
           05  FILLER                  PIC X(1).
           05  FWV-REASON              PIC X(30).

       FD  FA-CONTROL-IN.
       01  FA-CONTROL-CARD.
           05  FCT-FEE-TRAN-CODE       PIC X(3).
           05  FILLER                  PIC X(77).

       FD  FA-FEE-FILE.
       01  FA-FEE-RECORD               PIC X(57).

       FD  FA-REPORT-FILE.
       01  FA-REPORT-LINE              PIC X(132).

       FD  FA-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       COPY tranrec.
       COPY feedctl.

       01  WS-POSTED-STATUS            PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-SCHEDULE-STATUS          PIC XX.
       01  WS-WAIVER-STATUS            PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-FEE-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-ACCT-OPEN-SW             PIC X VALUE "N".
           88  WS-ACCT-OPEN            VALUE "Y".
       01  WS-SCHEDULE-FOUND-SW        PIC X VALUE "N".
           88  WS-SCHEDULE-FOUND       VALUE "Y".
       01  WS-WAIVED-SW                PIC X VALUE "N".
           88  WS-FEE-WAIVED           VALUE "Y".
       01  WS-ENTRY-FOUND-SW           PIC X VALUE "N".
           88  WS-ENTRY-FOUND          VALUE "Y".

      *    The fee charge TRAN-CODE, from FEECTL.DAT.
       01  WS-FEE-TRAN-CODE            PIC 9(3) VALUE 950.

      *    The effective-dated fee schedule.
       01  WS-FSC-MAX                  PIC 9(3) VALUE 200.
       01  WS-FSC-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-FSC-TABLE.
           05  WS-FSC-ENTRY OCCURS 200 TIMES.
               10  WS-FSC-TRAN-CODE    PIC 9(3).
               10  WS-FSC-EFFECTIVE    PIC X(10).
               10  WS-FSC-TYPE         PIC X(1).
               10  WS-FSC-FLAT         PIC 9(7)V99.
               10  WS-FSC-PERCENT      PIC 9(3)V9999.
               10  WS-FSC-MINIMUM      PIC 9(7)V99.
               10  WS-FSC-MAXIMUM      PIC 9(7)V99.
       01  WS-FSC-SUB                  PIC 9(3).
       01  WS-BEST-SUB                 PIC 9(3).
       01  WS-BEST-EFFECTIVE           PIC X(10).

      *    Per-account waivers.
       01  WS-FWV-MAX                  PIC 9(3) VALUE 500.
       01  WS-FWV-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-FWV-TABLE.
           05  WS-FWV-ENTRY OCCURS 500 TIMES.
               10  WS-FWV-ACCOUNT      PIC X(4).
               10  WS-FWV-CODE         PIC X(3).
               10  WS-FWV-FROM         PIC X(10).
               10  WS-FWV-TO           PIC X(10).
       01  WS-FWV-SUB                  PIC 9(3).

      *    The register: one entry per account and TRAN-CODE, kept
      *    in account/code order as entries are added so the feed
      *    goes out in ascending TRAN-ID order and the report needs
      *    no sort.
       01  WS-REG-MAX                  PIC 9(4) VALUE 3000.
       01  WS-REG-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 3000 TIMES.
               10  WS-REG-KEY.
                   15  WS-REG-ACCOUNT  PIC X(4).
                   15  WS-REG-CODE     PIC 9(3).
               10  WS-REG-ITEMS        PIC 9(7).
               10  WS-REG-CHARGED      PIC 9(9)V99.
               10  WS-REG-WAIVED-ITEMS PIC 9(7).
               10  WS-REG-WAIVED       PIC 9(9)V99.
       01  WS-REG-SUB                  PIC 9(4).
       01  WS-REG-MOVE-SUB             PIC 9(4).
       01  WS-NEW-KEY.
           05  WS-NEW-ACCOUNT          PIC X(4).
           05  WS-NEW-CODE             PIC 9(3).

       01  WS-BASIS-AMOUNT             PIC 9(9)V9999.
       01  WS-FEE-AMOUNT               PIC 9(7)V99.
       01  WS-ACCOUNT-ID               PIC X(4).
       01  WS-ACCOUNT-CHARGED          PIC 9(9)V99.
       01  WS-ACCOUNT-WAIVED           PIC 9(9)V99.
       01  WS-FEE-TRAN-ID              PIC X(10).
      *    The id ends in the business date as a day number (year *
      *    372 + (month - 1) * 31 + day - 1) in five base-36
      *    characters.
       01  WS-BASE36-DIGITS            PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-FEE-YEAR                 PIC 9(4).
       01  WS-FEE-MONTH                PIC 9(2).
       01  WS-FEE-DAY                  PIC 9(2).
       01  WS-DAY-NUMBER               PIC 9(8).
       01  WS-DAY-QUOTIENT             PIC 9(8).
       01  WS-DAY-REMAINDER            PIC 9(2).
       01  WS-DAY-POS                  PIC 9(1).

       01  WS-ROWS-READ                PIC 9(7) VALUE ZERO.
       01  WS-ROWS-PRICED              PIC 9(7) VALUE ZERO.
       01  WS-ROWS-WAIVED              PIC 9(7) VALUE ZERO.
       01  WS-ROWS-NO-FEE              PIC 9(7) VALUE ZERO.
       01  WS-BAD-CARD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CHARGED            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-WAIVED             PIC 9(11)V99 VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(11)V9999 VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.
       01  WS-PAGE-EDIT                PIC ZZZ9.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-TOTAL-EDIT               PIC Z(10)9.99.

       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(27) VALUE
               "FEE REGISTER - BUSINESS DAY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(63) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "ACCOUNT".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(9)  VALUE "    ITEMS".
           05  FILLER                  PIC X(15) VALUE
               "    FEE CHARGED".
           05  FILLER                  PIC X(10) VALUE "    WAIVED".
           05  FILLER                  PIC X(15) VALUE
               "     FEE WAIVED".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(62) VALUE "FEE TRAN-ID".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DET-TRAN-CODE           PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-ITEMS               PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-CHARGED             PIC Z(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-WAIVED-ITEMS        PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-WAIVED              PIC Z(9)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-FEE-TRAN-ID         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-NOTE                PIC X(20).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "FEEASMT".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRICE-POSTINGS
           PERFORM 3000-CHARGE-AND-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HDG-PRINT-DATE
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE WS-RUN-DATE TO HDG-BUSINESS-DATE
           OPEN OUTPUT FA-REPORT-FILE
           PERFORM 1100-LOAD-FEE-CONTROL
           PERFORM 1200-LOAD-SCHEDULE
           PERFORM 1300-LOAD-WAIVERS
           IF WS-FSC-COUNT = ZERO
               DISPLAY "FEEASMT: FEESCHED.DAT EMPTY OR MISSING - NO "
                   "FEES TONIGHT" UPON CONSOLE
           END-IF
           OPEN INPUT FA-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-ACCT-OPEN TO TRUE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT FA-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ FA-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE FA-BIZDATE-FILE
           END-IF.

       1100-LOAD-FEE-CONTROL.
           OPEN INPUT FA-CONTROL-IN
           IF WS-CONTROL-STATUS = "00"
               READ FA-CONTROL-IN
                   NOT AT END
                       IF FCT-FEE-TRAN-CODE NUMERIC
                           MOVE FCT-FEE-TRAN-CODE TO WS-FEE-TRAN-CODE
                       END-IF
               END-READ
               CLOSE FA-CONTROL-IN
           END-IF.

       1200-LOAD-SCHEDULE.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT FA-SCHEDULE-IN
           IF WS-SCHEDULE-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ FA-SCHEDULE-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 1210-TAKE-SCHEDULE-CARD
               END-READ
           END-PERFORM
           IF WS-SCHEDULE-STATUS = "00" OR WS-SCHEDULE-STATUS = "10"
               CLOSE FA-SCHEDULE-IN
           END-IF.

       1210-TAKE-SCHEDULE-CARD.
      *    A card that cannot be read as written is left out rather
      *    than guessed at - the fee for that code is then whatever
      *    the remaining cards say.
           EVALUATE TRUE
               WHEN FA-SCHEDULE-CARD = SPACES
                   CONTINUE
               WHEN FSC-TRAN-CODE NOT NUMERIC
                    OR FSC-EFFECTIVE-DATE(5:1) NOT = "-"
                    OR NOT FSC-TYPE-VALID
                    OR (FSC-FEE-TYPE = "F" AND FSC-FLAT-FEE NOT NUMERIC)
                    OR (FSC-FEE-TYPE = "P"
                        AND (FSC-PERCENT NOT NUMERIC
                             OR FSC-MINIMUM-FEE NOT NUMERIC
                             OR FSC-MAXIMUM-FEE NOT NUMERIC))
                   ADD 1 TO WS-BAD-CARD-COUNT
                   MOVE "1210-TAKE-SCHEDULE-CARD" TO WS-LOG-PARAGRAPH
                   MOVE "FE0001"                  TO WS-LOG-ERROR-CODE
                   MOVE FA-SCHEDULE-CARD          TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE WS-LOG-DATA
               WHEN WS-FSC-COUNT NOT < WS-FSC-MAX
                   ADD 1 TO WS-BAD-CARD-COUNT
                   DISPLAY "FEEASMT: FEESCHED.DAT OVER " WS-FSC-MAX
                       " CARDS - " FSC-TRAN-CODE " "
                       FSC-EFFECTIVE-DATE " IGNORED" UPON CONSOLE
               WHEN OTHER
                   ADD 1 TO WS-FSC-COUNT
                   MOVE FSC-TRAN-CODE
                       TO WS-FSC-TRAN-CODE(WS-FSC-COUNT)
                   MOVE FSC-EFFECTIVE-DATE
                       TO WS-FSC-EFFECTIVE(WS-FSC-COUNT)
                   MOVE FSC-FEE-TYPE  TO WS-FSC-TYPE(WS-FSC-COUNT)
                   MOVE ZERO          TO WS-FSC-FLAT(WS-FSC-COUNT)
                   MOVE ZERO          TO WS-FSC-PERCENT(WS-FSC-COUNT)
                   MOVE ZERO          TO WS-FSC-MINIMUM(WS-FSC-COUNT)
                   MOVE ZERO          TO WS-FSC-MAXIMUM(WS-FSC-COUNT)
                   IF FSC-FEE-TYPE = "F"
                       MOVE FSC-FLAT-FEE
                           TO WS-FSC-FLAT(WS-FSC-COUNT)
                   END-IF
                   IF FSC-FEE-TYPE = "P"
                       MOVE FSC-PERCENT
                           TO WS-FSC-PERCENT(WS-FSC-COUNT)
                       MOVE FSC-MINIMUM-FEE
                           TO WS-FSC-MINIMUM(WS-FSC-COUNT)
                       MOVE FSC-MAXIMUM-FEE
                           TO WS-FSC-MAXIMUM(WS-FSC-COUNT)
                   END-IF
           END-EVALUATE.

       1300-LOAD-WAIVERS.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT FA-WAIVER-IN
           IF WS-WAIVER-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT
               READ FA-WAIVER-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF FWV-ACCOUNT-ID NOT = SPACES
                           IF WS-FWV-COUNT < WS-FWV-MAX
                               ADD 1 TO WS-FWV-COUNT
                               MOVE FWV-ACCOUNT-ID
                                   TO WS-FWV-ACCOUNT(WS-FWV-COUNT)
                               MOVE FWV-TRAN-CODE
                                   TO WS-FWV-CODE(WS-FWV-COUNT)
                               MOVE FWV-FROM-DATE
                                   TO WS-FWV-FROM(WS-FWV-COUNT)
                               MOVE FWV-TO-DATE
                                   TO WS-FWV-TO(WS-FWV-COUNT)
                           ELSE
                               DISPLAY "FEEASMT: FEEWAIVE.DAT OVER "
                                   WS-FWV-MAX " CARDS - "
                                   FWV-ACCOUNT-ID " IGNORED"
                                   UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WAIVER-STATUS = "00" OR WS-WAIVER-STATUS = "10"
               CLOSE FA-WAIVER-IN
           END-IF.

       2000-PRICE-POSTINGS.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT FA-POSTED-IN
           IF WS-POSTED-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
               DISPLAY "FEEASMT: POSTTRAN.DAT NOT PRESENT - NOTHING "
                   "TO PRICE" UPON CONSOLE
           END-IF
           PERFORM UNTIL WS-EOF-INPUT OR WS-ABEND-CONDITION
               READ FA-POSTED-IN
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       PERFORM 2100-PRICE-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS = "00" OR WS-POSTED-STATUS = "10"
               CLOSE FA-POSTED-IN
           END-IF.

       2100-PRICE-ONE-ROW.
           IF PST-RUN-DATE = WS-RUN-DATE
               MOVE PST-TRAN-RECORD TO TRAN-RECORD
               IF TRAN-STATUS-OK
                  AND TRAN-CODE NUMERIC
                  AND TRAN-AMOUNT NUMERIC
                  AND TRAN-CODE NOT = WS-FEE-TRAN-CODE
                  AND (PST-ENTRY-POSTING
                       OR (PST-ENTRY-TRANSFER
                           AND PST-LINK-TRAN-ID = TRAN-ID))
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2200-FIND-SCHEDULE
                   IF WS-SCHEDULE-FOUND
                       PERFORM 2300-PRICE-FEE
                   END-IF
                   IF WS-FEE-AMOUNT > ZERO
                       PERFORM 2400-CHECK-WAIVER
                       PERFORM 2500-ADD-TO-REGISTER
                   ELSE
                       ADD 1 TO WS-ROWS-NO-FEE
                   END-IF
               END-IF
           END-IF.

       2200-FIND-SCHEDULE.
      *    The card for the code with the latest effective date not
      *    after the business date.
           MOVE "N"    TO WS-SCHEDULE-FOUND-SW
           MOVE SPACES TO WS-BEST-EFFECTIVE
           MOVE ZERO   TO WS-BEST-SUB
           MOVE ZERO   TO WS-FEE-AMOUNT
           PERFORM VARYING WS-FSC-SUB FROM 1 BY 1
                   UNTIL WS-FSC-SUB > WS-FSC-COUNT
               IF WS-FSC-TRAN-CODE(WS-FSC-SUB) = TRAN-CODE
                  AND WS-FSC-EFFECTIVE(WS-FSC-SUB) NOT > WS-RUN-DATE
                  AND WS-FSC-EFFECTIVE(WS-FSC-SUB) NOT <
                      WS-BEST-EFFECTIVE
                   MOVE WS-FSC-SUB TO WS-BEST-SUB
                   MOVE WS-FSC-EFFECTIVE(WS-FSC-SUB)
                       TO WS-BEST-EFFECTIVE
                   SET WS-SCHEDULE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2300-PRICE-FEE.
           EVALUATE WS-FSC-TYPE(WS-BEST-SUB)
               WHEN "F"
                   MOVE WS-FSC-FLAT(WS-BEST-SUB) TO WS-FEE-AMOUNT
               WHEN "P"
                   IF TRAN-AMOUNT < ZERO
                       COMPUTE WS-BASIS-AMOUNT = ZERO - TRAN-AMOUNT
                   ELSE
                       MOVE TRAN-AMOUNT TO WS-BASIS-AMOUNT
                   END-IF
                   COMPUTE WS-FEE-AMOUNT ROUNDED = WS-BASIS-AMOUNT
                       * WS-FSC-PERCENT(WS-BEST-SUB) / 100
                   IF WS-FEE-AMOUNT < WS-FSC-MINIMUM(WS-BEST-SUB)
                       MOVE WS-FSC-MINIMUM(WS-BEST-SUB)
                           TO WS-FEE-AMOUNT
                   END-IF
                   IF WS-FSC-MAXIMUM(WS-BEST-SUB) > ZERO
                      AND WS-FEE-AMOUNT > WS-FSC-MAXIMUM(WS-BEST-SUB)
                       MOVE WS-FSC-MAXIMUM(WS-BEST-SUB)
                           TO WS-FEE-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-FEE-AMOUNT
           END-EVALUATE.

       2400-CHECK-WAIVER.
           MOVE "N" TO WS-WAIVED-SW
           PERFORM VARYING WS-FWV-SUB FROM 1 BY 1
                   UNTIL WS-FWV-SUB > WS-FWV-COUNT OR WS-FEE-WAIVED
               IF WS-FWV-ACCOUNT(WS-FWV-SUB) = TRAN-ID(1:4)
                  AND (WS-FWV-CODE(WS-FWV-SUB) = SPACES
                       OR WS-FWV-CODE(WS-FWV-SUB) = "ALL"
                       OR WS-FWV-CODE(WS-FWV-SUB) = TRAN-CODE)
                  AND (WS-FWV-FROM(WS-FWV-SUB) = SPACES
                       OR WS-FWV-FROM(WS-FWV-SUB) NOT > WS-RUN-DATE)
                  AND (WS-FWV-TO(WS-FWV-SUB) = SPACES
                       OR WS-FWV-TO(WS-FWV-SUB) NOT < WS-RUN-DATE)
                   SET WS-FEE-WAIVED TO TRUE
               END-IF
           END-PERFORM.

       2500-ADD-TO-REGISTER.
      *    Find the account/code entry, or open one in key order by
      *    moving the entries above it up a place.
           MOVE TRAN-ID(1:4) TO WS-NEW-ACCOUNT
           MOVE TRAN-CODE    TO WS-NEW-CODE
           MOVE "N" TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                      OR WS-REG-KEY(WS-REG-SUB) NOT < WS-NEW-KEY
               CONTINUE
           END-PERFORM
           IF WS-REG-SUB NOT > WS-REG-COUNT
               IF WS-REG-KEY(WS-REG-SUB) = WS-NEW-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-REG-COUNT NOT < WS-REG-MAX
                   SET WS-ABEND-CONDITION TO TRUE
                   MOVE "2500-ADD-TO-REGISTER" TO WS-LOG-PARAGRAPH
                   MOVE "FE0002"               TO WS-LOG-ERROR-CODE
                   MOVE SPACES                 TO WS-LOG-DATA
                   STRING "OVER " WS-REG-MAX " ACCOUNT/CODE ENTRIES"
                       DELIMITED BY SIZE INTO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE WS-LOG-DATA
               ELSE
                   PERFORM VARYING WS-REG-MOVE-SUB FROM WS-REG-COUNT
                           BY -1 UNTIL WS-REG-MOVE-SUB < WS-REG-SUB
                       MOVE WS-REG-ENTRY(WS-REG-MOVE-SUB)
                           TO WS-REG-ENTRY(WS-REG-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-NEW-KEY TO WS-REG-KEY(WS-REG-SUB)
                   MOVE ZERO TO WS-REG-ITEMS(WS-REG-SUB)
                   MOVE ZERO TO WS-REG-CHARGED(WS-REG-SUB)
                   MOVE ZERO TO WS-REG-WAIVED-ITEMS(WS-REG-SUB)
                   MOVE ZERO TO WS-REG-WAIVED(WS-REG-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               IF WS-FEE-WAIVED
                   ADD 1 TO WS-ROWS-WAIVED
                   ADD 1 TO WS-REG-WAIVED-ITEMS(WS-REG-SUB)
                   ADD WS-FEE-AMOUNT TO WS-REG-WAIVED(WS-REG-SUB)
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-WAIVED
               ELSE
                   ADD 1 TO WS-ROWS-PRICED
                   ADD 1 TO WS-REG-ITEMS(WS-REG-SUB)
                   ADD WS-FEE-AMOUNT TO WS-REG-CHARGED(WS-REG-SUB)
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-CHARGED
               END-IF
           END-IF.

       3000-CHARGE-AND-REPORT.
      *    One pass over the register prints it and, at each change
      *    of account, charges the account's total for the day.  A
      *    run that could not complete the register sends nothing:
      *    FEEASMT.DAT is left empty.
           OPEN OUTPUT FA-FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "3000-CHARGE-AND-REPORT" TO WS-LOG-PARAGRAPH
               MOVE "FE0003"                 TO WS-LOG-ERROR-CODE
               MOVE SPACES                   TO WS-LOG-DATA
               STRING "FEEASMT.DAT OPEN STATUS " WS-FEE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           IF NOT WS-ABEND-CONDITION
               MOVE SPACES       TO FEED-HEADER-RECORD
               MOVE "**HEADER**" TO FHD-RECORD-ID
               MOVE WS-RUN-DATE  TO FHD-FEED-DATE
               MOVE "FEEASMT"    TO FHD-SOURCE-SYSTEM
               WRITE FA-FEE-RECORD FROM FEED-HEADER-RECORD
               MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
               MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
               MOVE SPACES TO WS-ACCOUNT-ID
               MOVE ZERO   TO WS-ACCOUNT-CHARGED
               MOVE ZERO   TO WS-ACCOUNT-WAIVED
               PERFORM 3100-REPORT-ENTRY
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-ACCOUNT-ID NOT = SPACES
                   PERFORM 3200-CHARGE-ACCOUNT
               END-IF
               MOVE SPACES             TO FEED-TRAILER-RECORD
               MOVE "**TRAILER*"       TO FTR-RECORD-ID
               MOVE WS-CHARGE-COUNT    TO FTR-RECORD-COUNT
               MOVE WS-HASH-TOTAL      TO FTR-HASH-TOTAL
               WRITE FA-FEE-RECORD FROM FEED-TRAILER-RECORD
               PERFORM 8000-WRITE-TOTALS
           END-IF
           IF WS-FEE-STATUS = "00"
               CLOSE FA-FEE-FILE
           END-IF.

       3100-REPORT-ENTRY.
           IF WS-REG-ACCOUNT(WS-REG-SUB) NOT = WS-ACCOUNT-ID
               IF WS-ACCOUNT-ID NOT = SPACES
                   PERFORM 3200-CHARGE-ACCOUNT
               END-IF
               MOVE WS-REG-ACCOUNT(WS-REG-SUB) TO WS-ACCOUNT-ID
               MOVE ZERO TO WS-ACCOUNT-CHARGED
               MOVE ZERO TO WS-ACCOUNT-WAIVED
           END-IF
           ADD WS-REG-CHARGED(WS-REG-SUB) TO WS-ACCOUNT-CHARGED
           ADD WS-REG-WAIVED(WS-REG-SUB)  TO WS-ACCOUNT-WAIVED
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-REG-ACCOUNT(WS-REG-SUB)      TO DET-ACCOUNT-ID
           MOVE WS-REG-CODE(WS-REG-SUB)         TO DET-TRAN-CODE
           MOVE WS-REG-ITEMS(WS-REG-SUB)        TO DET-ITEMS
           MOVE WS-REG-CHARGED(WS-REG-SUB)      TO DET-CHARGED
           MOVE WS-REG-WAIVED-ITEMS(WS-REG-SUB) TO DET-WAIVED-ITEMS
           MOVE WS-REG-WAIVED(WS-REG-SUB)       TO DET-WAIVED
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       3200-CHARGE-ACCOUNT.
      *    The account's day of fees as one debit, in its own
      *    currency; a day of nothing but waived fees charges
      *    nothing.
           MOVE SPACES TO WS-FEE-TRAN-ID
           IF WS-ACCOUNT-CHARGED > ZERO
               PERFORM 3210-BUILD-FEE-TRAN-ID
               MOVE SPACES TO TRAN-RECORD
               MOVE WS-FEE-TRAN-ID   TO TRAN-ID
               MOVE WS-FEE-TRAN-CODE TO TRAN-CODE
               COMPUTE TRAN-OPERAND-1 = ZERO - WS-ACCOUNT-CHARGED
               MOVE ZERO             TO TRAN-OPERAND-2
               MOVE "+"              TO TRAN-OPERATOR-CODE
               MOVE TRAN-OPERAND-1   TO TRAN-AMOUNT
               MOVE SPACE            TO TRAN-STATUS
               MOVE SPACES           TO TRAN-CURRENCY-CODE
               IF WS-ACCT-OPEN
                   MOVE WS-ACCOUNT-ID TO ACT-ACCOUNT-ID
                   READ FA-ACCT-MASTER
                       NOT INVALID KEY
                           MOVE ACT-CURRENCY-CODE
                               TO TRAN-CURRENCY-CODE
                   END-READ
               END-IF
               WRITE FA-FEE-RECORD FROM TRAN-RECORD
               ADD 1 TO WS-CHARGE-COUNT
               ADD TRAN-OPERAND-1 TO WS-HASH-TOTAL
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ACCOUNT-ID      TO DET-ACCOUNT-ID
           MOVE "TOTAL"            TO DET-TRAN-CODE
           MOVE WS-ACCOUNT-CHARGED TO DET-CHARGED
           MOVE WS-ACCOUNT-WAIVED  TO DET-WAIVED
           MOVE WS-FEE-TRAN-ID     TO DET-FEE-TRAN-ID
           IF WS-ACCOUNT-CHARGED = ZERO
               MOVE "ALL FEES WAIVED" TO DET-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       3210-BUILD-FEE-TRAN-ID.
      *    The day number rises with the date and no two dates share
      *    one, so no day's charge to the account repeats another's.
           MOVE WS-RUN-DATE(1:4) TO WS-FEE-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-FEE-MONTH
           MOVE WS-RUN-DATE(9:2) TO WS-FEE-DAY
           COMPUTE WS-DAY-NUMBER = WS-FEE-YEAR * 372
               + (WS-FEE-MONTH - 1) * 31 + WS-FEE-DAY - 1
           MOVE WS-ACCOUNT-ID TO WS-FEE-TRAN-ID(1:4)
           MOVE "F"           TO WS-FEE-TRAN-ID(5:1)
           PERFORM VARYING WS-DAY-POS FROM 5 BY -1
                   UNTIL WS-DAY-POS < 1
               DIVIDE WS-DAY-NUMBER BY 36 GIVING WS-DAY-QUOTIENT
                   REMAINDER WS-DAY-REMAINDER
               MOVE WS-BASE36-DIGITS(WS-DAY-REMAINDER + 1:1)
                   TO WS-FEE-TRAN-ID(WS-DAY-POS + 5:1)
               MOVE WS-DAY-QUOTIENT TO WS-DAY-NUMBER
           END-PERFORM.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE FA-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE FA-REPORT-LINE FROM WS-REPORT-RULE
           WRITE FA-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE FA-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT
           STRING "POSTED ROWS PRICED           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-NO-FEE TO WS-COUNT-EDIT
           STRING "ROWS WITH NO FEE             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-PRICED TO WS-COUNT-EDIT
           STRING "ROWS CHARGED                 " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROWS-WAIVED TO WS-COUNT-EDIT
           STRING "ROWS WAIVED                  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOTAL-CHARGED TO WS-TOTAL-EDIT
           STRING "TOTAL FEES CHARGED     " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOTAL-WAIVED TO WS-TOTAL-EDIT
           STRING "TOTAL FEES WAIVED      " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CHARGE-COUNT TO WS-COUNT-EDIT
           STRING "FEE CHARGES TO FEEASMT.DAT   " WS-COUNT-EDIT
                   "   TRAN-CODE " WS-FEE-TRAN-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           IF WS-BAD-CARD-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-BAD-CARD-COUNT TO WS-COUNT-EDIT
               STRING "FEESCHED.DAT CARDS IGNORED   " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-ACCT-OPEN
               CLOSE FA-ACCT-MASTER
           END-IF
           IF WS-ABEND-CONDITION
               MOVE "*** FEE ASSESSMENT STOPPED - NO CHARGES SENT ***"
                   TO WS-PRINT-LINE
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           CLOSE FA-REPORT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BAD-CARD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "FEEASMT PRICED " WS-ROWS-READ " ROWS, "
               WS-CHARGE-COUNT " ACCOUNTS CHARGED, "
               WS-ROWS-WAIVED " WAIVED" UPON CONSOLE.
