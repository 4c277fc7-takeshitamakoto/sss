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
      *	STOMNT is the standing-order maintenance step, run early in
      *	the window after ACCTMNT (so an account opened tonight can
      *	carry an order) and before STOGEN generates tonight's items.
      *	It keeps STORDMST.DAT, the standing-order master described
      *	in STORDREC.cpy.
      *
      *	Maintenance cards arrive in STOMNT.DAT - one per line:
      *	action (A add, C change, S suspend, R resume, X cancel), the
      *	order key (account id and a one-character reference), then
      *	TRAN-CODE, the amount as a sign column and an unsigned
      *	9(9)V9999, the account a transfer pays to, the frequency
      *	(W weekly, M monthly, D day of the month) with the day for
      *	"D", start and end dates, the operator who entered the card
      *	and a description.  On a change only the non-blank fields
      *	replace what is on file.
      *
      *	Each card is validated against STORDMST.DAT and ACCTMAST.DAT:
      *	an add over an existing key, a card for an order not on
      *	file or already cancelled, an account not on the master, a
      *	transfer without a numeric payee account of its own, a zero
      *	or non-numeric amount, an unknown frequency or day, a start
      *	date that is not a date or an end date before it, and a card
      *	with no operator are all rejected.  Cancelling keeps the
      *	record (status X) so no order key - and so no generated
      *	TRAN-ID - is ever used twice.
      *
      *	An add, or a change to the schedule, works the next due date
      *	out from the start date; an add or a resume never owes the
      *	days already past, so the next due date is moved on to the
      *	business date or later.  A next due date past the end date
      *	ends the order (status E).
      *
      *	Every card - applied or rejected - writes a before/after row
      *	to STOMAUD.DAT carrying the whole order as it was and as it
      *	is now, with the operator, the way CUSTMNT audits the
      *	customer master.  Rejected cards log their SO-series reason
      *	through LOGERR and the run ends with return code 4; the
      *	window carries on.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     STOMNT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT SM-MAINT-IN ASSIGN TO "STOMNT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-MAINT-STATUS.

           SELECT SM-ORDER-MASTER ASSIGN TO "STORDMST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS SO-ORDER-KEY
               FILE STATUS   IS WS-ORDER-STATUS.

           SELECT SM-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT SM-AUDIT-FILE ASSIGN TO "STOMAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDIT-STATUS.

           SELECT SM-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  SM-MAINT-IN.
       01  SM-MAINT-CARD.
           05  SMC-ACTION              PIC X(1).
               88  SMC-ACTION-ADD      VALUE "A".
               88  SMC-ACTION-CHANGE   VALUE "C".
               88  SMC-ACTION-SUSPEND  VALUE "S".
               88  SMC-ACTION-RESUME   VALUE "R".
               88  SMC-ACTION-CANCEL   VALUE "X".
           05  FILLER                  PIC X(1).
           05  SMC-ORDER-KEY.
               10  SMC-ACCOUNT-ID      PIC X(4).
               10  SMC-ORDER-REF       PIC X(1).
           05  FILLER                  PIC X(1).
           05  SMC-TRAN-CODE           PIC X(3).
           05  SMC-TRAN-CODE-NUM REDEFINES SMC-TRAN-CODE
                                       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  SMC-AMOUNT-SIGN         PIC X(1).
           05  SMC-AMOUNT              PIC X(13).
           05  SMC-AMOUNT-NUM REDEFINES SMC-AMOUNT
                                       PIC 9(9)V9999.
           05  FILLER                  PIC X(1).
           05  SMC-TO-ACCOUNT-ID       PIC X(4).
           05  FILLER                  PIC X(1).
           05  SMC-FREQUENCY           PIC X(1).
           05  SMC-DAY-OF-MONTH        PIC X(2).
           05  SMC-DAY-OF-MONTH-NUM REDEFINES SMC-DAY-OF-MONTH
                                       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  SMC-START-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  SMC-END-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  SMC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  SMC-DESCRIPTION         PIC X(20).

       FD  SM-ORDER-MASTER.
       COPY stordrec.

       FD  SM-ACCT-MASTER.
       COPY acctrec.

       FD  SM-AUDIT-FILE.
       01  SM-AUDIT-RECORD.
           05  SMA-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-RUN-TIME            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-ACTION              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-ORDER-KEY           PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-DISPOSITION         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-BEFORE-IMAGE        PIC X(106).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SMA-AFTER-IMAGE         PIC X(106).

       FD  SM-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-MAINT-STATUS             PIC XX.
       01  WS-ORDER-STATUS             PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

       01  WS-EOF-MAINT-SW             PIC X VALUE "N".
           88  WS-EOF-MAINT            VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-MASTER-FOUND-SW          PIC X VALUE "N".
           88  WS-MASTER-FOUND         VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X VALUE "N".
           88  WS-CARD-BAD             VALUE "Y".
       01  WS-IO-FAILED-SW             PIC X VALUE "N".
           88  WS-IO-FAILED            VALUE "Y".
       01  WS-ORDER-OPEN-SW            PIC X VALUE "N".
           88  WS-ORDER-OPEN           VALUE "Y".
       01  WS-ACCT-OPEN-SW             PIC X VALUE "N".
           88  WS-ACCT-OPEN            VALUE "Y".
       01  WS-ACCOUNT-FOUND-SW         PIC X VALUE "N".
           88  WS-ACCOUNT-FOUND        VALUE "Y".
       01  WS-PAYEE-FOUND-SW           PIC X VALUE "N".
           88  WS-PAYEE-FOUND          VALUE "Y".
       01  WS-DATE-VALID-SW            PIC X VALUE "N".
           88  WS-DATE-VALID           VALUE "Y".
       01  WS-RESCHEDULE-SW            PIC X VALUE "N".
           88  WS-RESCHEDULE           VALUE "Y".

      *    The order as it will stand once the card is applied,
      *    built before validation so a change card is checked
      *    against the fields it leaves alone as well as the ones
      *    it changes.
       01  WS-NEW-TRAN-CODE            PIC 9(3).
           88  WS-NEW-CODE-TRANSFER    VALUE 900.
       01  WS-NEW-AMOUNT               PIC S9(9)V9999.
       01  WS-NEW-TO-ACCOUNT-ID        PIC X(4).
       01  WS-NEW-FREQUENCY            PIC X(1).
           88  WS-NEW-FREQ-VALID       VALUE "W" "M" "D".
           88  WS-NEW-FREQ-DAY         VALUE "D".
       01  WS-NEW-DAY-OF-MONTH         PIC 9(2).
       01  WS-NEW-START-DATE           PIC X(10).
       01  WS-NEW-END-DATE             PIC X(10).

      *    Date arithmetic on WS-SCHED-DATE (YYYY-MM-DD), shared
      *    with stogen.cob.
       01  WS-SCHED-DATE               PIC X(10).
       01  WS-SCHED-PARTS REDEFINES WS-SCHED-DATE.
           05  WS-SCHED-YEAR           PIC 9(4).
           05  WS-SCHED-SEP-1          PIC X(1).
           05  WS-SCHED-MONTH          PIC 9(2).
           05  WS-SCHED-SEP-2          PIC X(1).
           05  WS-SCHED-DAY            PIC 9(2).
       01  WS-SCHED-YYYYMMDD           PIC 9(8).
       01  WS-SCHED-YMD-PARTS REDEFINES WS-SCHED-YYYYMMDD.
           05  WS-SCHED-YMD-YEAR       PIC 9(4).
           05  WS-SCHED-YMD-MONTH      PIC 9(2).
           05  WS-SCHED-YMD-DAY        PIC 9(2).
       01  WS-SCHED-INTEGER            PIC 9(7).
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

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "STOMNT".
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

           OPEN INPUT SM-MAINT-IN
           IF WS-MAINT-STATUS NOT = "00"
               SET WS-EOF-MAINT TO TRUE
               DISPLAY "STOMNT: STOMNT.DAT NOT PRESENT - NOTHING "
                   "TO DO" UPON CONSOLE
           END-IF
      *    Create-if-missing, as CUSTMNT does for CUSTMAST.DAT, so
      *    the first run can add the first order.
           OPEN I-O SM-ORDER-MASTER
           IF WS-ORDER-STATUS = "35"
               OPEN OUTPUT SM-ORDER-MASTER
               CLOSE SM-ORDER-MASTER
               OPEN I-O SM-ORDER-MASTER
           END-IF
           IF WS-ORDER-STATUS = "00"
               SET WS-ORDER-OPEN TO TRUE
           ELSE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"          TO WS-LOG-PARAGRAPH
               MOVE "SO0011"                   TO WS-LOG-ERROR-CODE
               MOVE "STORDMST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
      *    The account master is only read, to check the accounts a
      *    card names; with no master no account can be named.
           OPEN INPUT SM-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-ACCT-OPEN TO TRUE
           END-IF
           OPEN EXTEND SM-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT SM-AUDIT-FILE
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-EOF-MAINT
               PERFORM 2900-READ-MAINT-CARD
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT SM-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ SM-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE SM-BIZDATE-FILE
           END-IF.

       2000-PROCESS-CARDS.
           IF SMC-ACTION = SPACE AND SMC-ORDER-KEY = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE "N"    TO WS-CARD-BAD-SW
               MOVE "N"    TO WS-IO-FAILED-SW
               MOVE SPACES TO WS-REASON-CODE
               PERFORM 2100-FETCH-MASTER
               PERFORM 2150-BUILD-NEW-VALUES
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

       2100-FETCH-MASTER.
      *    The record as it stands feeds both the validation and the
      *    before image on the audit row.
           MOVE "N"    TO WS-MASTER-FOUND-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SMC-ORDER-KEY TO SO-ORDER-KEY
           READ SM-ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
           END-READ
           MOVE "N" TO WS-ACCOUNT-FOUND-SW
           IF WS-ACCT-OPEN
               MOVE SMC-ACCOUNT-ID TO ACT-ACCOUNT-ID
               READ SM-ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-FOUND TO TRUE
               END-READ
           END-IF.

       2150-BUILD-NEW-VALUES.
      *    Blank card fields leave the field on file alone, so a
      *    change card need only carry what is changing.  Values
      *    that are not numeric are left for the validation to
      *    refuse.
           MOVE "N" TO WS-RESCHEDULE-SW
           IF WS-MASTER-FOUND
               MOVE SO-TRAN-CODE      TO WS-NEW-TRAN-CODE
               MOVE SO-AMOUNT         TO WS-NEW-AMOUNT
               MOVE SO-TO-ACCOUNT-ID  TO WS-NEW-TO-ACCOUNT-ID
               MOVE SO-FREQUENCY      TO WS-NEW-FREQUENCY
               MOVE SO-DAY-OF-MONTH   TO WS-NEW-DAY-OF-MONTH
               MOVE SO-START-DATE     TO WS-NEW-START-DATE
               MOVE SO-END-DATE       TO WS-NEW-END-DATE
           ELSE
               MOVE ZERO   TO WS-NEW-TRAN-CODE WS-NEW-AMOUNT
                              WS-NEW-DAY-OF-MONTH
               MOVE SPACES TO WS-NEW-TO-ACCOUNT-ID WS-NEW-FREQUENCY
                              WS-NEW-START-DATE WS-NEW-END-DATE
           END-IF
           IF SMC-TRAN-CODE NUMERIC
               MOVE SMC-TRAN-CODE-NUM TO WS-NEW-TRAN-CODE
           END-IF
           IF SMC-AMOUNT NUMERIC
               IF SMC-AMOUNT-SIGN = "-"
                   COMPUTE WS-NEW-AMOUNT = ZERO - SMC-AMOUNT-NUM
               ELSE
                   MOVE SMC-AMOUNT-NUM TO WS-NEW-AMOUNT
               END-IF
           END-IF
           IF SMC-TO-ACCOUNT-ID NOT = SPACES
               MOVE SMC-TO-ACCOUNT-ID TO WS-NEW-TO-ACCOUNT-ID
           END-IF
           IF SMC-FREQUENCY NOT = SPACE
               MOVE SMC-FREQUENCY     TO WS-NEW-FREQUENCY
               SET WS-RESCHEDULE TO TRUE
           END-IF
           IF SMC-DAY-OF-MONTH NUMERIC
               MOVE SMC-DAY-OF-MONTH-NUM TO WS-NEW-DAY-OF-MONTH
               SET WS-RESCHEDULE TO TRUE
           END-IF
           IF SMC-START-DATE NOT = SPACES
               MOVE SMC-START-DATE    TO WS-NEW-START-DATE
               SET WS-RESCHEDULE TO TRUE
           END-IF
           IF SMC-END-DATE NOT = SPACES
               MOVE SMC-END-DATE      TO WS-NEW-END-DATE
           END-IF
      *    A monthly order runs on its start date's day.
           IF WS-NEW-FREQUENCY = "M" AND WS-NEW-START-DATE(9:2) NUMERIC
               MOVE WS-NEW-START-DATE(9:2) TO WS-NEW-DAY-OF-MONTH
           END-IF
           MOVE "N" TO WS-PAYEE-FOUND-SW
           IF WS-ACCT-OPEN AND WS-NEW-TO-ACCOUNT-ID NOT = SPACES
               MOVE WS-NEW-TO-ACCOUNT-ID TO ACT-ACCOUNT-ID
               READ SM-ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PAYEE-FOUND TO TRUE
               END-READ
           END-IF.

       2200-VALIDATE-CARD.
           MOVE WS-NEW-START-DATE TO WS-SCHED-DATE
           PERFORM 3050-CHECK-SCHED-DATE
           EVALUATE TRUE
               WHEN NOT (SMC-ACTION-ADD OR SMC-ACTION-CHANGE OR
                       SMC-ACTION-SUSPEND OR SMC-ACTION-RESUME OR
                       SMC-ACTION-CANCEL)
                   MOVE "SO0001" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-OPERATOR-ID = SPACES
                   MOVE "SO0009" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-ACCOUNT-ID = SPACES OR SMC-ORDER-REF = SPACE
                   MOVE "SO0003" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-ACTION-ADD AND WS-MASTER-FOUND
                   MOVE "SO0002" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT SMC-ACTION-ADD AND NOT WS-MASTER-FOUND
                   MOVE "SO0003" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT SMC-ACTION-ADD AND SO-STATUS-CANCELLED
                   MOVE "SO0010" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-ACTION-SUSPEND AND NOT SO-STATUS-ACTIVE
                   MOVE "SO0010" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-ACTION-RESUME AND NOT SO-STATUS-SUSPENDED
                   MOVE "SO0010" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-ACTION-SUSPEND OR SMC-ACTION-RESUME
                       OR SMC-ACTION-CANCEL
                   CONTINUE
      *        From here on the card is an add or a change, and the
      *        order it would leave behind must be whole.
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "SO0004" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-TRAN-CODE NOT = SPACES
                       AND SMC-TRAN-CODE NOT NUMERIC
                   MOVE "SO0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-ACTION-ADD AND SMC-TRAN-CODE = SPACES
                   MOVE "SO0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-AMOUNT NOT = SPACES
                       AND SMC-AMOUNT NOT NUMERIC
                   MOVE "SO0005" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-AMOUNT-SIGN NOT = SPACE
                       AND SMC-AMOUNT-SIGN NOT = "+"
                       AND SMC-AMOUNT-SIGN NOT = "-"
                   MOVE "SO0005" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN WS-NEW-AMOUNT = ZERO
                   MOVE "SO0005" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
      *        A transfer moves a positive amount to another
      *        account on the master, named by number because
      *        TRANPOST reads it from TRAN-OPERAND-2.
               WHEN WS-NEW-CODE-TRANSFER AND
                       (WS-NEW-AMOUNT < ZERO OR
                        WS-NEW-TO-ACCOUNT-ID NOT NUMERIC OR
                        SMC-ACCOUNT-ID NOT NUMERIC OR
                        WS-NEW-TO-ACCOUNT-ID = SMC-ACCOUNT-ID OR
                        NOT WS-PAYEE-FOUND)
                   MOVE "SO0004" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT WS-NEW-FREQ-VALID
                   MOVE "SO0007" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN SMC-DAY-OF-MONTH NOT = SPACES
                       AND SMC-DAY-OF-MONTH NOT NUMERIC
                   MOVE "SO0007" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN WS-NEW-FREQ-DAY AND (WS-NEW-DAY-OF-MONTH < 1
                       OR WS-NEW-DAY-OF-MONTH > 31)
                   MOVE "SO0007" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT WS-DATE-VALID
                   MOVE "SO0008" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN WS-NEW-END-DATE NOT = SPACES
                       AND (WS-NEW-END-DATE(5:1) NOT = "-" OR
                            WS-NEW-END-DATE < WS-NEW-START-DATE)
                   MOVE "SO0008" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
           END-EVALUATE.

       2300-APPLY-CARD.
           EVALUATE TRUE
               WHEN SMC-ACTION-ADD
                   MOVE SPACES          TO STANDING-ORDER-RECORD
                   MOVE SMC-ORDER-KEY   TO SO-ORDER-KEY
                   MOVE ZERO            TO SO-GEN-COUNT
                   SET SO-STATUS-ACTIVE TO TRUE
                   PERFORM 2350-MOVE-NEW-VALUES
                   PERFORM 2400-SCHEDULE-FROM-START
                   WRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           SET WS-IO-FAILED TO TRUE
                   END-WRITE
               WHEN SMC-ACTION-CHANGE
                   PERFORM 2350-MOVE-NEW-VALUES
                   IF WS-RESCHEDULE
                       PERFORM 2400-SCHEDULE-FROM-START
                   ELSE
                       PERFORM 2460-CHECK-END-DATE
                   END-IF
                   PERFORM 2480-REWRITE-ORDER
               WHEN SMC-ACTION-SUSPEND
                   SET SO-STATUS-SUSPENDED TO TRUE
                   PERFORM 2480-REWRITE-ORDER
      *        The payments missed while suspended are not owed.
               WHEN SMC-ACTION-RESUME
                   SET SO-STATUS-ACTIVE TO TRUE
                   MOVE SO-NEXT-DUE-DATE TO WS-SCHED-DATE
                   PERFORM 2450-ROLL-TO-BUSINESS-DATE
                   PERFORM 2460-CHECK-END-DATE
                   PERFORM 2480-REWRITE-ORDER
               WHEN SMC-ACTION-CANCEL
                   SET SO-STATUS-CANCELLED TO TRUE
                   PERFORM 2480-REWRITE-ORDER
           END-EVALUATE
      *    A card whose master update failed must never audit as
      *    APPLIED or let the run end clean.
           IF WS-IO-FAILED
               SET WS-CARD-BAD TO TRUE
               MOVE "SO0012" TO WS-REASON-CODE
               MOVE "2300-APPLY-CARD" TO WS-LOG-PARAGRAPH
               PERFORM 2500-REJECT-CARD
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2350-MOVE-NEW-VALUES.
           MOVE WS-NEW-TRAN-CODE      TO SO-TRAN-CODE
           MOVE WS-NEW-AMOUNT         TO SO-AMOUNT
           MOVE WS-NEW-TO-ACCOUNT-ID  TO SO-TO-ACCOUNT-ID
           MOVE WS-NEW-FREQUENCY      TO SO-FREQUENCY
           MOVE WS-NEW-DAY-OF-MONTH   TO SO-DAY-OF-MONTH
           IF SO-FREQ-WEEKLY
               MOVE ZERO              TO SO-DAY-OF-MONTH
           END-IF
           MOVE WS-NEW-START-DATE     TO SO-START-DATE
           MOVE WS-NEW-END-DATE       TO SO-END-DATE
           IF SMC-DESCRIPTION NOT = SPACES
               MOVE SMC-DESCRIPTION   TO SO-DESCRIPTION
           END-IF.

       2400-SCHEDULE-FROM-START.
      *    The first scheduled date on or after the start date: the
      *    start itself for W and M, the first day-of-month date for
      *    D.  From there the schedule is walked forward to the
      *    business date.
           MOVE SO-START-DATE TO WS-SCHED-DATE
           IF SO-FREQ-DAY-OF-MONTH
               IF WS-SCHED-DAY > SO-DAY-OF-MONTH
                   PERFORM 3100-ADVANCE-ONE-PERIOD
               ELSE
                   PERFORM 3150-SET-MONTH-DAY
                   IF WS-SCHED-DATE < SO-START-DATE
                       PERFORM 3100-ADVANCE-ONE-PERIOD
                   END-IF
               END-IF
           END-IF
           PERFORM 2450-ROLL-TO-BUSINESS-DATE
           PERFORM 2460-CHECK-END-DATE.

       2450-ROLL-TO-BUSINESS-DATE.
      *    Nothing before the business date is owed, and nothing
      *    already generated is generated again.
           PERFORM 3100-ADVANCE-ONE-PERIOD
               UNTIL WS-SCHED-DATE NOT < WS-RUN-DATE
                   AND WS-SCHED-DATE > SO-LAST-GEN-DATE
           MOVE WS-SCHED-DATE TO SO-NEXT-DUE-DATE.

       2460-CHECK-END-DATE.
           IF SO-END-DATE NOT = SPACES
                   AND SO-NEXT-DUE-DATE > SO-END-DATE
                   AND SO-STATUS-ACTIVE
               SET SO-STATUS-ENDED TO TRUE
           END-IF
      *    A later end date brings an ended order back.
           IF SO-STATUS-ENDED AND (SO-END-DATE = SPACES OR
                   SO-NEXT-DUE-DATE NOT > SO-END-DATE)
               SET SO-STATUS-ACTIVE TO TRUE
           END-IF.

       2480-REWRITE-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   SET WS-IO-FAILED TO TRUE
           END-REWRITE.

       2500-REJECT-CARD.
      *    WS-LOG-PARAGRAPH is set by the caller - a reject can come
      *    from validation or from a failed master update.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-REASON-CODE       TO WS-LOG-ERROR-CODE
           MOVE SPACES               TO WS-LOG-DATA
           STRING SMC-ACTION " " SMC-ORDER-KEY " " SMC-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2600-WRITE-AUDIT.
      *    Every card leaves a before/after row, rejected ones
      *    included.
           MOVE SPACES          TO SM-AUDIT-RECORD
           MOVE WS-RUN-DATE     TO SMA-RUN-DATE
           MOVE WS-RUN-TIME     TO SMA-RUN-TIME
           MOVE SMC-ACTION      TO SMA-ACTION
           MOVE SMC-ORDER-KEY   TO SMA-ORDER-KEY
           MOVE SMC-OPERATOR-ID TO SMA-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO SMA-BEFORE-IMAGE
           IF WS-CARD-BAD
               MOVE WS-BEFORE-IMAGE TO SMA-AFTER-IMAGE
               MOVE "REJECTED"      TO SMA-DISPOSITION
               MOVE WS-REASON-CODE  TO SMA-REASON-CODE
           ELSE
               MOVE STANDING-ORDER-RECORD TO SMA-AFTER-IMAGE
               MOVE "APPLIED"       TO SMA-DISPOSITION
           END-IF
           WRITE SM-AUDIT-RECORD.

       2900-READ-MAINT-CARD.
           READ SM-MAINT-IN
               AT END
                   SET WS-EOF-MAINT TO TRUE
           END-READ.

      ******************************************************************
      *    Schedule date arithmetic - the same paragraphs as
      *    stogen.cob.
      ******************************************************************
       3050-CHECK-SCHED-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-SCHED-YEAR NUMERIC AND WS-SCHED-MONTH NUMERIC
                   AND WS-SCHED-DAY NUMERIC
                   AND WS-SCHED-SEP-1 = "-" AND WS-SCHED-SEP-2 = "-"
               IF WS-SCHED-MONTH > ZERO AND WS-SCHED-MONTH < 13
                   PERFORM 3160-GET-DAYS-IN-MONTH
                   IF WS-SCHED-DAY > ZERO
                           AND WS-SCHED-DAY NOT > WS-DAYS-IN-MONTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3100-ADVANCE-ONE-PERIOD.
           IF SO-FREQ-WEEKLY
               COMPUTE WS-SCHED-YYYYMMDD = WS-SCHED-YEAR * 10000
                   + WS-SCHED-MONTH * 100 + WS-SCHED-DAY
               COMPUTE WS-SCHED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SCHED-YYYYMMDD) + 7
               COMPUTE WS-SCHED-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-SCHED-INTEGER)
               MOVE WS-SCHED-YMD-YEAR  TO WS-SCHED-YEAR
               MOVE WS-SCHED-YMD-MONTH TO WS-SCHED-MONTH
               MOVE WS-SCHED-YMD-DAY   TO WS-SCHED-DAY
           ELSE
               IF WS-SCHED-MONTH = 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               ELSE
                   ADD 1 TO WS-SCHED-MONTH
               END-IF
               PERFORM 3150-SET-MONTH-DAY
           END-IF.

       3150-SET-MONTH-DAY.
      *    The order's day, or the month's last day when the month
      *    is shorter.
           PERFORM 3160-GET-DAYS-IN-MONTH
           IF SO-DAY-OF-MONTH > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-SCHED-DAY
           ELSE
               MOVE SO-DAY-OF-MONTH  TO WS-SCHED-DAY
           END-IF.

       3160-GET-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS(WS-SCHED-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-SCHED-MONTH = 2
               DIVIDE WS-SCHED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-SCHED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SCHED-YEAR BY 400
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
               CLOSE SM-MAINT-IN
           END-IF
           IF WS-ORDER-OPEN
               CLOSE SM-ORDER-MASTER
           END-IF
           IF WS-ACCT-OPEN
               CLOSE SM-ACCT-MASTER
           END-IF
           CLOSE SM-AUDIT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "STOMNT APPLIED " WS-APPLIED-COUNT
               " OF " WS-CARD-COUNT " CARDS, "
               WS-REJECTED-COUNT " REJECTED" UPON CONSOLE.
