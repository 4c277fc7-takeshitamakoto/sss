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
      *	CUSTMNT is the customer master maintenance step, run early in
      *	the window ahead of ACCTMNT so that a customer added tonight
      *	can have accounts linked to it by tonight's "K" cards.  Until
      *	now there was no name or address anywhere on file: ACCTMAST
      *	carries only a 20-character description, and a statement
      *	could not be mailed.
      *
      *	Maintenance cards arrive in CUSTMNT.DAT - one per line:
      *	action (A add, C change, D delete), the six character
      *	customer number, then name, three address lines, postcode,
      *	statement delivery preference (P post, E electronic, H hold)
      *	and contact.  On a change only the non-blank fields replace
      *	what is on file.  Each card is validated against the current
      *	CUSTMAST.DAT: an add over an existing customer or without a
      *	name is rejected, as is a change or delete of a customer not
      *	on file, an unknown delivery preference, and a delete while
      *	any account on ACCTMAST.DAT is still linked to the customer
      *	- a delete must never leave an account pointing at nobody.
      *
      *	Every card - applied or rejected - writes a before/after row
      *	to CUSTMAUD.DAT carrying the whole customer record as it was
      *	and as it is now, the way ACCTMNT audits to ACCTMAUD.DAT, so
      *	a disputed address change can be answered from the file.
      *
      *	Rejected cards log their CM-series reason through LOGERR and
      *	the run ends with return code 4; the window carries on, since
      *	a bad card must not stop the night's posting.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CUSTMNT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CM-MAINT-IN ASSIGN TO "CUSTMNT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-MAINT-STATUS.

           SELECT CM-CUST-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CUS-CUSTOMER-ID
               FILE STATUS   IS WS-CUST-STATUS.

           SELECT CM-ACCT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT CM-AUDIT-FILE ASSIGN TO "CUSTMAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDIT-STATUS.

           SELECT CM-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  CM-MAINT-IN.
       01  CM-MAINT-CARD.
           05  MNC-ACTION              PIC X(1).
               88  MNC-ACTION-ADD      VALUE "A".
               88  MNC-ACTION-CHANGE   VALUE "C".
               88  MNC-ACTION-DELETE   VALUE "D".
           05  FILLER                  PIC X(1).
           05  MNC-CUSTOMER-ID         PIC X(6).
           05  FILLER                  PIC X(1).
           05  MNC-NAME                PIC X(30).
           05  MNC-ADDRESS-LINE-1      PIC X(30).
           05  MNC-ADDRESS-LINE-2      PIC X(30).
           05  MNC-ADDRESS-LINE-3      PIC X(30).
           05  MNC-POSTCODE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  MNC-DELIVERY-PREF       PIC X(1).
           05  FILLER                  PIC X(1).
           05  MNC-CONTACT             PIC X(40).

       FD  CM-CUST-MASTER.
       COPY custrec.

       FD  CM-ACCT-MASTER.
       COPY acctrec.

       FD  CM-AUDIT-FILE.
       01  CM-AUDIT-RECORD.
           05  CMA-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-RUN-TIME            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-ACTION              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-CUSTOMER-ID         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-DISPOSITION         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-BEFORE-IMAGE        PIC X(177).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CMA-AFTER-IMAGE         PIC X(177).

       FD  CM-BIZDATE-FILE.
       COPY bizdate.

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-MAINT-STATUS             PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

       01  WS-EOF-MAINT-SW             PIC X VALUE "N".
           88  WS-EOF-MAINT            VALUE "Y".
       01  WS-EOF-ACCT-SW              PIC X VALUE "N".
           88  WS-EOF-ACCT             VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-MASTER-FOUND-SW          PIC X VALUE "N".
           88  WS-MASTER-FOUND         VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X VALUE "N".
           88  WS-CARD-BAD             VALUE "Y".
       01  WS-IO-FAILED-SW             PIC X VALUE "N".
           88  WS-IO-FAILED            VALUE "Y".
       01  WS-CUST-OPEN-SW             PIC X VALUE "N".
           88  WS-CUST-OPEN            VALUE "Y".
       01  WS-ACCT-OPEN-SW             PIC X VALUE "N".
           88  WS-ACCT-OPEN            VALUE "Y".
       01  WS-LINKED-SW                PIC X VALUE "N".
           88  WS-LINKED               VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REASON-CODE              PIC X(6).
       01  WS-BEFORE-IMAGE             PIC X(177).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(8).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "CUSTMNT".
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

           OPEN INPUT CM-MAINT-IN
           IF WS-MAINT-STATUS NOT = "00"
               SET WS-EOF-MAINT TO TRUE
               DISPLAY "CUSTMNT: CUSTMNT.DAT NOT PRESENT - NOTHING "
                   "TO DO" UPON CONSOLE
           END-IF
      *    Create-if-missing, as ACCTMNT does for ACCTMAST.DAT, so
      *    the first run can add the first customer.
           OPEN I-O CM-CUST-MASTER
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CM-CUST-MASTER
               CLOSE CM-CUST-MASTER
               OPEN I-O CM-CUST-MASTER
           END-IF
           IF WS-CUST-STATUS = "00"
               SET WS-CUST-OPEN TO TRUE
           ELSE
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"          TO WS-LOG-PARAGRAPH
               MOVE "CM0008"                   TO WS-LOG-ERROR-CODE
               MOVE "CUSTMAST.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF
      *    The account master is only read, for the linked-account
      *    check on a delete; with no master there are no links.
           OPEN INPUT CM-ACCT-MASTER
           IF WS-ACCT-STATUS = "00"
               SET WS-ACCT-OPEN TO TRUE
           END-IF
           OPEN EXTEND CM-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT CM-AUDIT-FILE
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-EOF-MAINT
               PERFORM 2900-READ-MAINT-CARD
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT CM-BIZDATE-FILE
           IF WS-BIZDATE-STATUS = "00"
               READ CM-BIZDATE-FILE
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE CM-BIZDATE-FILE
           END-IF.

       2000-PROCESS-CARDS.
           IF MNC-ACTION = SPACE AND MNC-CUSTOMER-ID = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE "N"    TO WS-CARD-BAD-SW
               MOVE "N"    TO WS-IO-FAILED-SW
               MOVE SPACES TO WS-REASON-CODE
               PERFORM 2100-FETCH-MASTER
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
           MOVE MNC-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CM-CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ
           MOVE "N" TO WS-LINKED-SW
           IF MNC-ACTION-DELETE AND WS-MASTER-FOUND
               PERFORM 2150-CHECK-LINKED-ACCOUNTS
           END-IF.

       2150-CHECK-LINKED-ACCOUNTS.
           IF WS-ACCT-OPEN
               MOVE "N" TO WS-EOF-ACCT-SW
               MOVE LOW-VALUES TO ACT-ACCOUNT-ID
               START CM-ACCT-MASTER KEY NOT < ACT-ACCOUNT-ID
                   INVALID KEY
                       SET WS-EOF-ACCT TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-ACCT OR WS-LINKED
                   READ CM-ACCT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-ACCT TO TRUE
                       NOT AT END
                           IF ACT-CUSTOMER-ID = MNC-CUSTOMER-ID
                               SET WS-LINKED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2200-VALIDATE-CARD.
           EVALUATE TRUE
               WHEN NOT (MNC-ACTION-ADD OR MNC-ACTION-CHANGE OR
                       MNC-ACTION-DELETE)
                   MOVE "CM0001" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNC-CUSTOMER-ID = SPACES
                   MOVE "CM0003" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNC-ACTION-ADD AND WS-MASTER-FOUND
                   MOVE "CM0002" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNC-ACTION-ADD AND MNC-NAME = SPACES
                   MOVE "CM0006" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT MNC-ACTION-ADD AND NOT WS-MASTER-FOUND
                   MOVE "CM0003" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNC-ACTION-DELETE AND WS-LINKED
                   MOVE "CM0004" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNC-ACTION-DELETE
                   CONTINUE
               WHEN MNC-DELIVERY-PREF NOT = SPACE
                       AND MNC-DELIVERY-PREF NOT = "P"
                       AND MNC-DELIVERY-PREF NOT = "E"
                       AND MNC-DELIVERY-PREF NOT = "H"
                   MOVE "CM0005" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
           END-EVALUATE.

       2300-APPLY-CARD.
           EVALUATE TRUE
               WHEN MNC-ACTION-ADD
                   MOVE SPACES          TO CUSTOMER-MASTER-RECORD
                   MOVE MNC-CUSTOMER-ID TO CUS-CUSTOMER-ID
                   PERFORM 2350-MOVE-CARD-FIELDS
                   IF CUS-DELIVERY-PREF = SPACE
                       SET CUS-DELIVER-POST TO TRUE
                   END-IF
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           SET WS-IO-FAILED TO TRUE
                   END-WRITE
               WHEN MNC-ACTION-CHANGE
                   PERFORM 2350-MOVE-CARD-FIELDS
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           SET WS-IO-FAILED TO TRUE
                   END-REWRITE
               WHEN MNC-ACTION-DELETE
                   DELETE CM-CUST-MASTER RECORD
                       INVALID KEY
                           SET WS-IO-FAILED TO TRUE
                   END-DELETE
           END-EVALUATE
      *    A card whose master update failed must never audit as
      *    APPLIED or let the run end clean.
           IF WS-IO-FAILED
               SET WS-CARD-BAD TO TRUE
               MOVE "CM0007" TO WS-REASON-CODE
               MOVE "2300-APPLY-CARD" TO WS-LOG-PARAGRAPH
               PERFORM 2500-REJECT-CARD
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2350-MOVE-CARD-FIELDS.
      *    Blank card fields leave the field on file alone, so a
      *    change card need only carry what is changing.
           IF MNC-NAME NOT = SPACES
               MOVE MNC-NAME           TO CUS-NAME
           END-IF
           IF MNC-ADDRESS-LINE-1 NOT = SPACES
               MOVE MNC-ADDRESS-LINE-1 TO CUS-ADDRESS-LINE-1
           END-IF
           IF MNC-ADDRESS-LINE-2 NOT = SPACES
               MOVE MNC-ADDRESS-LINE-2 TO CUS-ADDRESS-LINE-2
           END-IF
           IF MNC-ADDRESS-LINE-3 NOT = SPACES
               MOVE MNC-ADDRESS-LINE-3 TO CUS-ADDRESS-LINE-3
           END-IF
           IF MNC-POSTCODE NOT = SPACES
               MOVE MNC-POSTCODE       TO CUS-POSTCODE
           END-IF
           IF MNC-DELIVERY-PREF NOT = SPACE
               MOVE MNC-DELIVERY-PREF  TO CUS-DELIVERY-PREF
           END-IF
           IF MNC-CONTACT NOT = SPACES
               MOVE MNC-CONTACT        TO CUS-CONTACT
           END-IF.

       2500-REJECT-CARD.
      *    WS-LOG-PARAGRAPH is set by the caller - a reject can come
      *    from validation or from a failed master update.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-REASON-CODE       TO WS-LOG-ERROR-CODE
           MOVE SPACES               TO WS-LOG-DATA
           STRING MNC-ACTION " " MNC-CUSTOMER-ID
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2600-WRITE-AUDIT.
      *    Every card leaves a before/after row, rejected ones
      *    included; a delete's after image is blank.
           MOVE SPACES          TO CM-AUDIT-RECORD
           MOVE WS-RUN-DATE     TO CMA-RUN-DATE
           MOVE WS-RUN-TIME     TO CMA-RUN-TIME
           MOVE MNC-ACTION      TO CMA-ACTION
           MOVE MNC-CUSTOMER-ID TO CMA-CUSTOMER-ID
           MOVE WS-BEFORE-IMAGE TO CMA-BEFORE-IMAGE
           IF WS-CARD-BAD
               MOVE WS-BEFORE-IMAGE TO CMA-AFTER-IMAGE
               MOVE "REJECTED"      TO CMA-DISPOSITION
               MOVE WS-REASON-CODE  TO CMA-REASON-CODE
           ELSE
               IF MNC-ACTION-DELETE
                   MOVE SPACES      TO CMA-AFTER-IMAGE
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO CMA-AFTER-IMAGE
               END-IF
               MOVE "APPLIED"       TO CMA-DISPOSITION
           END-IF
           WRITE CM-AUDIT-RECORD.

       2900-READ-MAINT-CARD.
           READ CM-MAINT-IN
               AT END
                   SET WS-EOF-MAINT TO TRUE
           END-READ.

       9000-TERMINATE.
           IF WS-MAINT-STATUS = "00" OR WS-MAINT-STATUS = "10"
               CLOSE CM-MAINT-IN
           END-IF
           IF WS-CUST-OPEN
               CLOSE CM-CUST-MASTER
           END-IF
           IF WS-ACCT-OPEN
               CLOSE CM-ACCT-MASTER
           END-IF
           CLOSE CM-AUDIT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CUSTMNT APPLIED " WS-APPLIED-COUNT
               " OF " WS-CARD-COUNT " CARDS, "
               WS-REJECTED-COUNT " REJECTED" UPON CONSOLE.
