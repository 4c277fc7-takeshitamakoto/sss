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
      *	HOLDMNT is the investigation hold maintenance step, run
      *	early in the window after STOMNT and ahead of SUSPSWP, so a
      *	hold placed or lifted today governs tonight's sweep and
      *	posting.  It keeps HOLDLIST.DAT, the hold list described in
      *	HOLDREC.cpy.  Fraud and legal use it to stop one account, one
      *	TRAN-ID, or an account's items from an amount up, while they
      *	investigate - without the ACCTMNT freeze, which the customer
      *	sees and which stops everything on the account.
      *	
      *	Cards arrive in HOLDMNT.DAT - one per line:
      *	
      *	  columns  1     P place, E extend, R release
      *	           3-12  case reference
      *	          14-15  entry number within the case
      *	          17     hold type A account, T TRAN-ID,
      *	                 L account from an amount (place only)
      *	          19-22  account (A and L)
      *	          24-33  TRAN-ID (T)
      *	          35-47  threshold 9(9)V9999, unsigned (L)
      *	          49-56  requesting department (place only)
      *	          58-67  expiry date YYYY-MM-DD (place and extend)
      *	          69-76  operator
      *	
      *	A place card over a key already on file, an extend or
      *	release for a hold not on file or already released, a hold
      *	that names nothing to stop, an expiry date that is not a date
      *	or is already past, and a card with no case, department or
      *	operator are all rejected.  The release card is the only way
      *	a hold is lifted; a released hold keeps its key so no case
      *	entry is ever reused.  The items a hold stopped stay in
      *	POSTSUSP.DAT as PT0014 until SUSPSWP finds the hold lifted.
      *	
      *	Every card - applied or rejected - writes a before/after row
      *	to HOLDAUD.DAT carrying the whole hold as it was and as it is
      *	now, with the operator, the way STOMNT audits the standing
      *	orders.  Rejected cards log their HM-series reason through
      *	LOGERR and the run ends with return code 4; the window
      *	carries on.
      *	

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     HOLDMNT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT HM-MAINT-IN ASSIGN TO "HOLDMNT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-MAINT-STATUS.

           SELECT HM-HOLD-LIST ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HLD-HOLD-KEY
               FILE STATUS   IS WS-HOLD-STATUS.

           SELECT HM-AUDIT-FILE ASSIGN TO "HOLDAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDIT-STATUS.

           SELECT HM-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  HM-MAINT-IN.
       01  HM-MAINT-CARD.
           05  HMC-ACTION              PIC X(1).
               88  HMC-ACTION-PLACE    VALUE "P".
               88  HMC-ACTION-EXTEND   VALUE "E".
               88  HMC-ACTION-RELEASE  VALUE "R".
           05  FILLER                  PIC X(1).
           05  HMC-HOLD-KEY.
               10  HMC-CASE-REF        PIC X(10).
               10  FILLER              PIC X(1).
               10  HMC-ENTRY-NO        PIC X(2).
           05  HMC-ENTRY-NO-NUM REDEFINES HMC-HOLD-KEY.
               10  FILLER              PIC X(11).
               10  HMC-ENTRY-NUMBER    PIC 9(2).
           05  FILLER                  PIC X(1).
           05  HMC-HOLD-TYPE           PIC X(1).
               88  HMC-TYPE-VALID      VALUE "A" "T" "L".
           05  FILLER                  PIC X(1).
           05  HMC-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  HMC-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  HMC-THRESHOLD           PIC X(13).
           05  HMC-THRESHOLD-NUM REDEFINES HMC-THRESHOLD
                                       PIC 9(9)V9999.
           05  FILLER                  PIC X(1).
           05  HMC-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(1).
           05  HMC-EXPIRY-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  HMC-OPERATOR-ID         PIC X(8).

       FD  HM-HOLD-LIST.
       COPY holdrec.

       FD  HM-AUDIT-FILE.
       01  HM-AUDIT-RECORD.
           05  HMA-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-RUN-TIME            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-ACTION              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-HOLD-KEY            PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-DISPOSITION         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-BEFORE-IMAGE        PIC X(106).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HMA-AFTER-IMAGE         PIC X(106).

       FD  HM-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-MAINT-STATUS             PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

       01  WS-EOF-MAINT-SW             PIC X VALUE "N".
           88  WS-EOF-MAINT            VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-HOLD-FOUND-SW            PIC X VALUE "N".
           88  WS-HOLD-FOUND           VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X VALUE "N".
           88  WS-CARD-BAD             VALUE "Y".
       01  WS-IO-FAILED-SW             PIC X VALUE "N".
           88  WS-IO-FAILED            VALUE "Y".
       01  WS-HOLD-OPEN-SW             PIC X VALUE "N".
           88  WS-HOLD-OPEN            VALUE "Y".
       01  WS-DATE-VALID-SW            PIC X VALUE "N".
           88  WS-DATE-VALID           VALUE "Y".

      *    Date check on WS-CHECK-DATE (YYYY-MM-DD), the same test
      *    stomnt.cob makes of a standing order's dates.
       01  WS-CHECK-DATE               PIC X(10).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  WS-CHECK-SEP-1          PIC X(1).
           05  WS-CHECK-MONTH          PIC 9(2).
           05  WS-CHECK-SEP-2          PIC X(1).
           05  WS-CHECK-DAY            PIC 9(2).
       01  WS-MONTH-DAYS-DATA          PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).

       01  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REASON-CODE              PIC X(6).
       01  WS-BEFORE-IMAGE             PIC X(106).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(8).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "HOLDMNT".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-PROCESS-CARDS UNTIL WS-EOF-MAINT
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

           OPEN INPUT HM-MAINT-IN
           IF WS-MAINT-STATUS NOT = "00"
               SET WS-EOF-MAINT TO TRUE
               DISPLAY "HOLDMNT: HOLDMNT.DAT NOT PRESENT - NOTHING "
                   "TO DO" UPON CONSOLE
           END-IF
      *    Create-if-missing, as STOMNT does for STORDMST.DAT, so
      *    the first run can place the first hold.
           OPEN I-O HM-HOLD-LIST
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HM-HOLD-LIST
               CLOSE HM-HOLD-LIST
               OPEN I-O HM-HOLD-LIST
           END-IF
           IF WS-HOLD-STATUS = "00"
               SET WS-HOLD-OPEN TO TRUE
           ELSE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"          TO WS-LOG-PARAGRAPH
               MOVE "HM0009"                   TO WS-LOG-ERROR-CODE
               MOVE "HOLDLIST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
           OPEN EXTEND HM-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT HM-AUDIT-FILE
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-EOF-MAINT
               PERFORM 2900-READ-MAINT-CARD
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT HM-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ HM-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE HM-BIZDATE-FILE
           END-IF.

       2000-PROCESS-CARDS.
           IF HMC-ACTION = SPACE AND HMC-CASE-REF = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE "N"    TO WS-CARD-BAD-SW
               MOVE "N"    TO WS-IO-FAILED-SW
               MOVE SPACES TO WS-REASON-CODE
               PERFORM 2100-FETCH-HOLD
               PERFORM 2200-VALIDATE-CARD
               IF WS-CARD-BAD
                   MOVE "2200-VALIDATE-CARD" TO WS-LOG-PARAGRAPH
                   PERFORM 2500-REJECT-CARD
               ELSE
                   PERFORM 2300-APPLY-CARD
               END-IF
               PERFORM 2600-WRITE-AUDIT
           END-IF
           PERFORM 2900-READ-MAINT-CARD.

       2100-FETCH-HOLD.
      *    The hold as it stands feeds both the validation and the
      *    before image on the audit row.
           MOVE "N"    TO WS-HOLD-FOUND-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF HMC-CASE-REF NOT = SPACES AND HMC-ENTRY-NO NUMERIC
               MOVE HMC-CASE-REF     TO HLD-CASE-REF
               MOVE HMC-ENTRY-NUMBER TO HLD-ENTRY-NO
               READ HM-HOLD-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HOLD-FOUND TO TRUE
                       MOVE HOLD-LIST-RECORD TO WS-BEFORE-IMAGE
               END-READ
           END-IF.

       2200-VALIDATE-CARD.
           MOVE HMC-EXPIRY-DATE TO WS-CHECK-DATE
           PERFORM 3050-CHECK-DATE
           EVALUATE TRUE
               WHEN NOT (HMC-ACTION-PLACE OR HMC-ACTION-EXTEND OR
                       HMC-ACTION-RELEASE)
                   MOVE "HM0001" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-OPERATOR-ID = SPACES
                   MOVE "HM0002" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-CASE-REF = SPACES OR HMC-ENTRY-NO NOT NUMERIC
                   MOVE "HM0007" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-ACTION-PLACE AND WS-HOLD-FOUND
                   MOVE "HM0003" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT HMC-ACTION-PLACE AND NOT WS-HOLD-FOUND
                   MOVE "HM0004" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT HMC-ACTION-PLACE AND NOT HLD-STATUS-ACTIVE
                   MOVE "HM0005" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-ACTION-RELEASE
                   CONTINUE
      *        A hold is placed or extended to a review date still
      *        to come.
               WHEN NOT WS-DATE-VALID OR HMC-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "HM0008" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-ACTION-EXTEND
                   CONTINUE
      *        From here on the card places a hold, and the hold
      *        must name what it stops.
               WHEN NOT HMC-TYPE-VALID
                   MOVE "HM0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-HOLD-TYPE = "T" AND HMC-TRAN-ID = SPACES
                   MOVE "HM0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-HOLD-TYPE NOT = "T" AND HMC-ACCOUNT-ID = SPACES
                   MOVE "HM0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-HOLD-TYPE = "L" AND (HMC-THRESHOLD NOT NUMERIC
                       OR HMC-THRESHOLD-NUM = ZERO)
                   MOVE "HM0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN HMC-DEPARTMENT = SPACES
                   MOVE "HM0007" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
           END-EVALUATE.

       2300-APPLY-CARD.
           EVALUATE TRUE
               WHEN HMC-ACTION-PLACE
                   PERFORM 2350-BUILD-NEW-HOLD
                   WRITE HOLD-LIST-RECORD
                       INVALID KEY
                           SET WS-IO-FAILED TO TRUE
                   END-WRITE
               WHEN HMC-ACTION-EXTEND
                   MOVE HMC-EXPIRY-DATE TO HLD-EXPIRY-DATE
                   PERFORM 2480-REWRITE-HOLD
      *        The only way a hold comes off.
               WHEN HMC-ACTION-RELEASE
                   SET HLD-STATUS-RELEASED TO TRUE
                   MOVE WS-RUN-DATE     TO HLD-RELEASED-DATE
                   MOVE HMC-OPERATOR-ID TO HLD-RELEASED-BY
                   PERFORM 2480-REWRITE-HOLD
           END-EVALUATE
      *    A card whose list update failed must never audit as
      *    APPLIED or let the run end clean.
           IF WS-IO-FAILED
               SET WS-CARD-BAD TO TRUE
               MOVE "HM0010" TO WS-REASON-CODE
               MOVE "2300-APPLY-CARD" TO WS-LOG-PARAGRAPH
               PERFORM 2500-REJECT-CARD
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2350-BUILD-NEW-HOLD.
      *    Only the fields the hold type uses are kept, so a stray
      *    account on a TRAN-ID card can never widen the hold.
           MOVE SPACES           TO HOLD-LIST-RECORD
           MOVE HMC-CASE-REF     TO HLD-CASE-REF
           MOVE HMC-ENTRY-NUMBER TO HLD-ENTRY-NO
           MOVE HMC-HOLD-TYPE    TO HLD-HOLD-TYPE
           MOVE ZERO             TO HLD-THRESHOLD
           IF HLD-TYPE-TRAN
               MOVE HMC-TRAN-ID      TO HLD-TRAN-ID
           ELSE
               MOVE HMC-ACCOUNT-ID   TO HLD-ACCOUNT-ID
           END-IF
           IF HLD-TYPE-THRESHOLD
               MOVE HMC-THRESHOLD-NUM TO HLD-THRESHOLD
           END-IF
           MOVE HMC-DEPARTMENT   TO HLD-DEPARTMENT
           MOVE WS-RUN-DATE      TO HLD-PLACED-DATE
           MOVE HMC-EXPIRY-DATE  TO HLD-EXPIRY-DATE
           SET HLD-STATUS-ACTIVE TO TRUE
           MOVE HMC-OPERATOR-ID  TO HLD-PLACED-BY.

       2480-REWRITE-HOLD.
           REWRITE HOLD-LIST-RECORD
               INVALID KEY
                   SET WS-IO-FAILED TO TRUE
           END-REWRITE.

       2500-REJECT-CARD.
      *    WS-LOG-PARAGRAPH is set by the caller - a reject can come
      *    from validation or from a failed list update.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-REASON-CODE       TO WS-LOG-ERROR-CODE
           MOVE SPACES               TO WS-LOG-DATA
           STRING HMC-ACTION " " HMC-CASE-REF " " HMC-ENTRY-NO " "
               HMC-OPERATOR-ID DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2600-WRITE-AUDIT.
      *    Every card leaves a before/after row, rejected ones
      *    included.
           MOVE SPACES          TO HM-AUDIT-RECORD
           MOVE WS-RUN-DATE     TO HMA-RUN-DATE
           MOVE WS-RUN-TIME     TO HMA-RUN-TIME
           MOVE HMC-ACTION      TO HMA-ACTION
           MOVE HMC-CASE-REF    TO HMA-HOLD-KEY(1:10)
           MOVE HMC-ENTRY-NO    TO HMA-HOLD-KEY(11:2)
           MOVE HMC-OPERATOR-ID TO HMA-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO HMA-BEFORE-IMAGE
           IF WS-CARD-BAD
               MOVE WS-BEFORE-IMAGE TO HMA-AFTER-IMAGE
               MOVE "REJECTED"      TO HMA-DISPOSITION
               MOVE WS-REASON-CODE  TO HMA-REASON-CODE
           ELSE
               MOVE HOLD-LIST-RECORD TO HMA-AFTER-IMAGE
               MOVE "APPLIED"       TO HMA-DISPOSITION
           END-IF
           WRITE HM-AUDIT-RECORD.

       2900-READ-MAINT-CARD.
           READ HM-MAINT-IN
               AT END
                   SET WS-EOF-MAINT TO TRUE
           END-READ.

      ******************************************************************
      *    Date check - the same test as stomnt.cob.
      ******************************************************************
       3050-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-CHECK-YEAR NUMERIC AND WS-CHECK-MONTH NUMERIC
                   AND WS-CHECK-DAY NUMERIC
                   AND WS-CHECK-SEP-1 = "-" AND WS-CHECK-SEP-2 = "-"
               IF WS-CHECK-MONTH > ZERO AND WS-CHECK-MONTH < 13
                   PERFORM 3160-GET-DAYS-IN-MONTH
                   IF WS-CHECK-DAY > ZERO
                           AND WS-CHECK-DAY NOT > WS-DAYS-IN-MONTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3160-GET-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS(WS-CHECK-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-CHECK-MONTH = 2
               DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-CHECK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-MAINT-STATUS = "00" OR WS-MAINT-STATUS = "10"
               CLOSE HM-MAINT-IN
           END-IF
           IF WS-HOLD-OPEN
               CLOSE HM-HOLD-LIST
           END-IF
           CLOSE HM-AUDIT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "HOLDMNT APPLIED " WS-APPLIED-COUNT
               " OF " WS-CARD-COUNT " CARDS, "
               WS-REJECTED-COUNT " REJECTED" UPON CONSOLE.
