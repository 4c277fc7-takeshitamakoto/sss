      *	program.
      *
      *	Maintenance cards arrive in ACCTMNT.DAT - one per line:
      *	action (A add, C close, F freeze, R reopen, L credit limit,
      *	K link to customer), the four character account id, a
      *	description for adds, the overdraft limit for "L" cards (an
      *	add may carry one too; without it a new account has no
      *	overdraft) and the owning customer number for "K" cards (an
      *	add may carry one too).  An add may also name the currency
      *	the account is kept in (blank is base currency); it is set
      *	once, on the add, and no card changes it after.  Each card
      *	is validated against the current master: an add over an
      *	existing ACT-ACCOUNT-ID is rejected, as is a close while
      *	ACT-BALANCE is non-zero, a limit card whose amount is not
      *	numeric, a currency code that is not three letters, and a
      *	customer number that is not on CUSTMAST.DAT
      *	- an account is never linked to a holder who does not
      *	exist.  Every card - applied or rejected -
      *	writes a before/after audit row to ACCTMAUD.DAT the way
      *	BCCALC audits BCRESULT.DAT overwrites, so a disputed account
      *	change can be answered from the file instead of memory.
      *
      *	Every card carries the operator who entered it after the
      *	customer number, and is applied only when ACCTAPPR.DAT holds
      *	an approval of that exact card by a different operator.  A
      *	card with no approval, approved only by its own maker, or
      *	with no operator at all is not applied: it is listed on
      *	PENDAPPR.RPT and audited PENDING, and waits on ACCTMNT.DAT
      *	until it is approved.  The maker and checker are both
      *	written on the ACCTMAUD.DAT row.
      *
      *	Rejected cards log their AM-series reason through LOGERR and
      *	the run ends with return code 4; the window carries on, since
      *	a bad card must not stop the night's posting.
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-ACCT-STATUS.

           SELECT AM-CUST-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CUS-CUSTOMER-ID
               FILE STATUS   IS WS-CUST-STATUS.

           SELECT AM-AUDIT-FILE ASSIGN TO "ACCTMAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDIT-STATUS.

           SELECT AM-APPROVAL-IN ASSIGN TO "ACCTAPPR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-APPROVAL-STATUS.

           SELECT AM-PENDING-FILE ASSIGN TO "PENDAPPR.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PENDING-STATUS.

           SELECT AM-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.
               88  MNT-ACTION-CLOSE    VALUE "C".
               88  MNT-ACTION-FREEZE   VALUE "F".
               88  MNT-ACTION-REOPEN   VALUE "R".
               88  MNT-ACTION-LIMIT    VALUE "L".
               88  MNT-ACTION-LINK     VALUE "K".
           05  FILLER                  PIC X(1).
           05  MNT-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1).
           05  MNT-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(1).
           05  MNT-CREDIT-LIMIT        PIC 9(11)V9999.
           05  FILLER                  PIC X(1).
           05  MNT-CUSTOMER-ID         PIC X(6).
           05  FILLER                  PIC X(1).
           05  MNT-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  MNT-CURRENCY-CODE       PIC X(3).

       FD  AM-ACCT-MASTER.
       COPY acctrec.

       FD  AM-CUST-MASTER.
       COPY custrec.

       FD  AM-AUDIT-FILE.
       01  AM-AUDIT-RECORD.
           05  MAU-RUN-DATE            PIC X(10).
           05  MAU-DISPOSITION         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-OLD-LIMIT           PIC 9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-NEW-LIMIT           PIC 9(11)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-OLD-CUSTOMER-ID     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-NEW-CUSTOMER-ID     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-MAKER-ID            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MAU-CHECKER-ID          PIC X(8).

       FD  AM-APPROVAL-IN.
       COPY apprrec.

       FD  AM-PENDING-FILE.
       COPY pendapprrec.

       FD  AM-BIZDATE-FILE.
       COPY bizdate.
       01  WS-MAINT-STATUS             PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-APPROVAL-STATUS          PIC XX.
       01  WS-PENDING-STATUS           PIC XX.

       01  WS-EOF-MAINT-SW             PIC X VALUE "N".
           88  WS-EOF-MAINT            VALUE "Y".
           88  WS-CARD-BAD             VALUE "Y".
       01  WS-IO-FAILED-SW             PIC X VALUE "N".
           88  WS-IO-FAILED            VALUE "Y".
       01  WS-CUST-OPEN-SW             PIC X VALUE "N".
           88  WS-CUST-OPEN            VALUE "Y".
       01  WS-CUSTOMER-FOUND-SW        PIC X VALUE "N".
           88  WS-CUSTOMER-FOUND       VALUE "Y".
       01  WS-CARD-PENDING-SW          PIC X VALUE "N".
           88  WS-CARD-PENDING         VALUE "Y".
       01  WS-SELF-APPROVED-SW         PIC X VALUE "N".
           88  WS-SELF-APPROVED        VALUE "Y".
       01  WS-EOF-APPROVAL-SW          PIC X VALUE "N".
           88  WS-EOF-APPROVAL         VALUE "Y".

      *    Approvals on ACCTAPPR.DAT, loaded once.
       01  WS-APR-MAX                  PIC 9(4) VALUE 500.
       01  WS-APR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY APR-IDX.
               10  WS-APR-ITEM-IMAGE   PIC X(67).
               10  WS-APR-APPROVER-ID  PIC X(8).
       01  WS-APR-SUB                  PIC 9(4).
       01  WS-ITEM-IMAGE               PIC X(67).
       01  WS-CHECKER-ID               PIC X(8).

       01  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REASON-CODE              PIC X(6).
       01  WS-OLD-STATUS               PIC X(1).
       01  WS-OLD-BALANCE              PIC S9(11)V9999.
       01  WS-OLD-LIMIT                PIC 9(11)V9999.
       01  WS-OLD-CUSTOMER-ID          PIC X(6).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AM-AUDIT-FILE
           END-IF
           OPEN EXTEND AM-PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT AM-PENDING-FILE
           END-IF
           PERFORM 1100-LOAD-APPROVALS
      *    With no customer master on file no customer number can
      *    be verified, so every card naming one is rejected.
           OPEN INPUT AM-CUST-MASTER
           IF WS-CUST-STATUS = "00"
               SET WS-CUST-OPEN TO TRUE
           END-IF
           IF NOT WS-ABEND-CONDITION AND NOT WS-EOF-MAINT
               PERFORM 2900-READ-MAINT-CARD
           END-IF.
               CLOSE AM-BIZDATE-FILE
           END-IF.

       1100-LOAD-APPROVALS.
      *    With no approval file on file nothing is approved, so
      *    every card waits on the pending report.
           OPEN INPUT AM-APPROVAL-IN
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL WS-EOF-APPROVAL
                   READ AM-APPROVAL-IN
                       AT END
                           SET WS-EOF-APPROVAL TO TRUE
                       NOT AT END
                           PERFORM 1150-ADD-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE AM-APPROVAL-IN
           END-IF.

       1150-ADD-APPROVAL.
           IF APR-APPROVER-ID = SPACES
               CONTINUE
           ELSE
               IF WS-APR-COUNT < WS-APR-MAX
                   ADD 1 TO WS-APR-COUNT
                   MOVE APR-ITEM-IMAGE
                       TO WS-APR-ITEM-IMAGE(WS-APR-COUNT)
                   MOVE APR-APPROVER-ID
                       TO WS-APR-APPROVER-ID(WS-APR-COUNT)
               ELSE
                   DISPLAY "ACCTMNT: ACCTAPPR.DAT TABLE FULL AT "
                       WS-APR-MAX " - REMAINDER IGNORED" UPON CONSOLE
                   SET WS-EOF-APPROVAL TO TRUE
               END-IF
           END-IF.

       2000-PROCESS-CARDS.
           IF MNT-ACTION = SPACE AND MNT-ACCOUNT-ID = SPACES
               CONTINUE
               MOVE "N"    TO WS-IO-FAILED-SW
               MOVE SPACES TO WS-REASON-CODE
               PERFORM 2100-FETCH-MASTER
               PERFORM 2050-CHECK-APPROVAL
               IF WS-CARD-PENDING
                   PERFORM 2700-HOLD-PENDING
               ELSE
                   PERFORM 2200-VALIDATE-CARD
                   IF WS-CARD-BAD
                       MOVE "2200-VALIDATE-CARD" TO WS-LOG-PARAGRAPH
                       PERFORM 2500-REJECT-CARD
                   ELSE
                       PERFORM 2300-APPLY-CARD
                   END-IF
               END-IF
               PERFORM 2600-WRITE-AUDIT
           END-IF
           PERFORM 2900-READ-MAINT-CARD.

       2050-CHECK-APPROVAL.
      *    The approval must name this card exactly, maker included,
      *    and come from someone other than the maker.
           MOVE "N"           TO WS-CARD-PENDING-SW
           MOVE "N"           TO WS-SELF-APPROVED-SW
           MOVE SPACES        TO WS-CHECKER-ID
           MOVE AM-MAINT-CARD TO WS-ITEM-IMAGE
           IF MNT-OPERATOR-ID = SPACES
               MOVE "AM0011" TO WS-REASON-CODE
               SET WS-CARD-PENDING TO TRUE
           ELSE
               PERFORM 2060-MATCH-APPROVAL
                   VARYING WS-APR-SUB FROM 1 BY 1
                   UNTIL WS-APR-SUB > WS-APR-COUNT
                       OR WS-CHECKER-ID NOT = SPACES
               IF WS-CHECKER-ID = SPACES
                   IF WS-SELF-APPROVED
                       MOVE "AM0010" TO WS-REASON-CODE
                   ELSE
                       MOVE "AM0009" TO WS-REASON-CODE
                   END-IF
                   SET WS-CARD-PENDING TO TRUE
               END-IF
           END-IF.

       2060-MATCH-APPROVAL.
           IF WS-APR-ITEM-IMAGE(WS-APR-SUB) = WS-ITEM-IMAGE
               IF WS-APR-APPROVER-ID(WS-APR-SUB) = MNT-OPERATOR-ID
                   SET WS-SELF-APPROVED TO TRUE
               ELSE
                   MOVE WS-APR-APPROVER-ID(WS-APR-SUB)
                       TO WS-CHECKER-ID
               END-IF
           END-IF.

       2100-FETCH-MASTER.
      *    The old status and balance feed both the validation and
      *    the before image on the audit row.
           MOVE "N"    TO WS-MASTER-FOUND-SW
           MOVE SPACE  TO WS-OLD-STATUS
           MOVE ZERO   TO WS-OLD-BALANCE
           MOVE ZERO   TO WS-OLD-LIMIT
           MOVE SPACES TO WS-OLD-CUSTOMER-ID
           MOVE MNT-ACCOUNT-ID TO ACT-ACCOUNT-ID
           READ AM-ACCT-MASTER
               INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE ACT-STATUS  TO WS-OLD-STATUS
                   MOVE ACT-BALANCE TO WS-OLD-BALANCE
                   MOVE ACT-CREDIT-LIMIT TO WS-OLD-LIMIT
                   MOVE ACT-CUSTOMER-ID  TO WS-OLD-CUSTOMER-ID
           END-READ
           PERFORM 2150-FETCH-CUSTOMER.

       2150-FETCH-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SW
           IF WS-CUST-OPEN AND MNT-CUSTOMER-ID NOT = SPACES
               MOVE MNT-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ AM-CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       2200-VALIDATE-CARD.
           EVALUATE TRUE
               WHEN NOT (MNT-ACTION-ADD OR MNT-ACTION-CLOSE OR
                       MNT-ACTION-FREEZE OR MNT-ACTION-REOPEN OR
                       MNT-ACTION-LIMIT OR MNT-ACTION-LINK)
                   MOVE "AM0001" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNT-ACTION-ADD AND WS-MASTER-FOUND
                   MOVE "AM0002" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNT-ACTION-ADD AND MNT-CUSTOMER-ID NOT = SPACES
                       AND NOT WS-CUSTOMER-FOUND
                   MOVE "AM0008" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNT-ACTION-ADD AND MNT-CURRENCY-CODE NOT = SPACES
                       AND (MNT-CURRENCY-CODE NOT ALPHABETIC-UPPER
                           OR MNT-CURRENCY-CODE(1:1) = SPACE
                           OR MNT-CURRENCY-CODE(2:1) = SPACE
                           OR MNT-CURRENCY-CODE(3:1) = SPACE)
                   MOVE "AM0012" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNT-ACTION-ADD
                   CONTINUE
               WHEN NOT WS-MASTER-FOUND
               WHEN MNT-ACTION-CLOSE AND WS-OLD-BALANCE NOT = ZERO
                   MOVE "AM0003" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNT-ACTION-LIMIT AND MNT-CREDIT-LIMIT NOT NUMERIC
                   MOVE "AM0007" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
               WHEN MNT-ACTION-LINK AND NOT WS-CUSTOMER-FOUND
                   MOVE "AM0008" TO WS-REASON-CODE
                   SET WS-CARD-BAD TO TRUE
           END-EVALUATE.

       2300-APPLY-CARD.
                   MOVE ZERO            TO ACT-POST-COUNT
                   SET ACT-STATUS-OPEN  TO TRUE
                   MOVE MNT-DESCRIPTION TO ACT-DESCRIPTION
                   IF MNT-CREDIT-LIMIT NUMERIC
                       MOVE MNT-CREDIT-LIMIT TO ACT-CREDIT-LIMIT
                   ELSE
                       MOVE ZERO             TO ACT-CREDIT-LIMIT
                   END-IF
                   MOVE MNT-CUSTOMER-ID TO ACT-CUSTOMER-ID
                   MOVE MNT-CURRENCY-CODE TO ACT-CURRENCY-CODE
                   MOVE ZERO            TO ACT-BOOK-BALANCE
                   WRITE ACCT-MASTER-RECORD
                       INVALID KEY
                           SET WS-IO-FAILED TO TRUE
               WHEN MNT-ACTION-REOPEN
                   SET ACT-STATUS-OPEN TO TRUE
                   PERFORM 2400-REWRITE-MASTER
               WHEN MNT-ACTION-LIMIT
      *            A lowered limit applies to the next debit; a
      *            balance already past it is left for the overdraft
      *            exception report, not forced back.
                   MOVE MNT-CREDIT-LIMIT TO ACT-CREDIT-LIMIT
                   PERFORM 2400-REWRITE-MASTER
               WHEN MNT-ACTION-LINK
                   MOVE MNT-CUSTOMER-ID TO ACT-CUSTOMER-ID
                   PERFORM 2400-REWRITE-MASTER
           END-EVALUATE
      *    A card whose master update failed must never audit as
      *    APPLIED or let the run end clean - it is rejected with
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2600-WRITE-AUDIT.
      *    Every card leaves a before/after row, rejected and
      *    pending ones included - the audit answers "who tried
      *    what" as well as "what changed".
           MOVE SPACES          TO AM-AUDIT-RECORD
           MOVE WS-RUN-DATE     TO MAU-RUN-DATE
           MOVE WS-RUN-TIME     TO MAU-RUN-TIME
           MOVE MNT-ACCOUNT-ID  TO MAU-ACCOUNT-ID
           MOVE WS-OLD-STATUS   TO MAU-OLD-STATUS
           MOVE WS-OLD-BALANCE  TO MAU-OLD-BALANCE
           MOVE WS-OLD-LIMIT    TO MAU-OLD-LIMIT
           MOVE WS-OLD-CUSTOMER-ID TO MAU-OLD-CUSTOMER-ID
           MOVE MNT-OPERATOR-ID TO MAU-MAKER-ID
           MOVE WS-CHECKER-ID   TO MAU-CHECKER-ID
           IF WS-CARD-BAD OR WS-CARD-PENDING
               MOVE WS-OLD-STATUS  TO MAU-NEW-STATUS
               MOVE WS-OLD-LIMIT   TO MAU-NEW-LIMIT
               MOVE WS-OLD-CUSTOMER-ID TO MAU-NEW-CUSTOMER-ID
               MOVE "REJECTED"     TO MAU-DISPOSITION
               IF WS-CARD-PENDING
                   MOVE "PENDING"  TO MAU-DISPOSITION
               END-IF
               MOVE WS-REASON-CODE TO MAU-REASON-CODE
           ELSE
               MOVE ACT-STATUS     TO MAU-NEW-STATUS
               MOVE ACT-CREDIT-LIMIT TO MAU-NEW-LIMIT
               MOVE ACT-CUSTOMER-ID  TO MAU-NEW-CUSTOMER-ID
               MOVE "APPLIED"      TO MAU-DISPOSITION
           END-IF
           WRITE AM-AUDIT-RECORD.

       2700-HOLD-PENDING.
      *    An unapproved card is not an error in the card - it is
      *    listed for the checker and stays on ACCTMNT.DAT for the
      *    next run.
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES           TO PENDING-APPROVAL-RECORD
           MOVE WS-RUN-DATE      TO PAP-RUN-DATE
           MOVE WS-LOG-PROGRAM-ID TO PAP-PROGRAM-ID
           STRING MNT-ACTION " " MNT-ACCOUNT-ID
               DELIMITED BY SIZE INTO PAP-ITEM-KEY
           MOVE MNT-OPERATOR-ID  TO PAP-MAKER-ID
           EVALUATE WS-REASON-CODE
               WHEN "AM0011"
                   MOVE "NO OPERATOR ON CARD" TO PAP-REASON
               WHEN "AM0010"
                   MOVE MNT-OPERATOR-ID       TO PAP-CHECKER-ID
                   MOVE "SELF-APPROVED"       TO PAP-REASON
               WHEN OTHER
                   MOVE "NOT APPROVED"        TO PAP-REASON
           END-EVALUATE
           MOVE WS-ITEM-IMAGE    TO PAP-ITEM-IMAGE
           WRITE PENDING-APPROVAL-RECORD
           MOVE "2050-CHECK-APPROVAL" TO WS-LOG-PARAGRAPH
           MOVE WS-REASON-CODE        TO WS-LOG-ERROR-CODE
           MOVE SPACES                TO WS-LOG-DATA
           STRING MNT-ACTION " " MNT-ACCOUNT-ID " BY " MNT-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2900-READ-MAINT-CARD.
           READ AM-MAINT-IN
               AT END
               CLOSE AM-ACCT-MASTER
           END-IF
           CLOSE AM-AUDIT-FILE
           CLOSE AM-PENDING-FILE
           IF WS-CUST-OPEN
               CLOSE AM-CUST-MASTER
           END-IF
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                       OR WS-PENDING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "ACCTMNT APPLIED " WS-APPLIED-COUNT
               " OF " WS-CARD-COUNT " CARDS, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-PENDING-COUNT " AWAITING APPROVAL" UPON CONSOLE.
