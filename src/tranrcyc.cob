      *	disappears.  RCYCTRK.DAT carries the per-id attempt count and
      *	disposition across nights, which is what stops one correction
      *	from being re-injected every single window.
      *
      *	Each correction carries the operator who entered it after
      *	the TRANREC image, and is injected only when CORRAPPR.DAT
      *	holds an approval of that exact correction line by a
      *	different operator.  An unapproved, self-approved or
      *	unsigned correction is listed on PENDAPPR.RPT and the id
      *	stays pending; once it is approved it is injected on a
      *	later window without waiting for the record to fail again.
      *	RCYCTRK.DAT records the maker and checker of the correction
      *	that was injected.
      *
      *	A correction line is the 54-byte record image the operator
      *	entry convention was built on, the operator in columns
      *	56-63, and the record's TRAN-CURRENCY-CODE in columns 65-67
      *	(blank for base currency); the currency is put back on the
      *	record before it is injected, and the approval covers it
      *	like the rest of the line.  CORRECT.DAT is added to, not
      *	rewritten (CORENTRY appends to it), so where an id has more
      *	than one line the last one stands and is the one that must
      *	be approved.
      *

       IDENTIFICATION  DIVISION.
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT RY-APPROVAL-IN ASSIGN TO "CORRAPPR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-APPROVAL-STATUS.

           SELECT RY-PENDING-FILE ASSIGN TO "PENDAPPR.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-PENDING-STATUS.

           SELECT RY-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

       FD  RY-CORRECT-IN.
       COPY tranrec.
       01  RY-CORRECT-CARD.
           05  FILLER                  PIC X(54).
           05  FILLER                  PIC X(1).
           05  COR-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  COR-CURRENCY-CODE       PIC X(3).

       FD  RY-TRACK-FILE.
       01  RY-TRACK-RECORD.
           05  TRK-RETRY-COUNT         PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TRK-STATUS              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TRK-MAKER-ID            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TRK-CHECKER-ID          PIC X(8).

       FD  RY-SUSPENSE-FILE.
       COPY rcysusprec.

       FD  RY-BC-STAGED.
       01  RY-BC-STAGED-RECORD         PIC X(57).

       FD  RY-IF-STAGED.
       01  RY-IF-STAGED-RECORD         PIC X(57).

       FD  RY-EL-STAGED.
       01  RY-EL-STAGED-RECORD         PIC X(57).

       FD  RY-WORK-FILE.
       01  RY-WORK-RECORD              PIC X(57).

       FD  RY-APPROVAL-IN.
       COPY apprrec.

       FD  RY-PENDING-FILE.
       COPY pendapprrec.

       FD  RY-BIZDATE-FILE.
       COPY bizdate.
       01  WS-IF-STAGED-STATUS         PIC XX.
       01  WS-EL-STAGED-STATUS         PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-APPROVAL-STATUS          PIC XX.
       01  WS-PENDING-STATUS           PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
      *    Corrected records supplied by operations, loaded once.
       01  WS-COR-MAX                  PIC 9(4) VALUE 500.
       01  WS-COR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-COR-SUB                  PIC 9(4).
       01  WS-COR-TABLE.
           05  WS-COR-ENTRY OCCURS 500 TIMES INDEXED BY COR-IDX.
               10  WS-COR-TRAN-ID      PIC X(10).
               10  WS-COR-RECORD       PIC X(57).
               10  WS-COR-IMAGE        PIC X(67).
               10  WS-COR-MAKER-ID     PIC X(8).

      *    Approvals on CORRAPPR.DAT, loaded once.
       01  WS-APR-MAX                  PIC 9(4) VALUE 500.
       01  WS-APR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY APR-IDX.
               10  WS-APR-ITEM-IMAGE   PIC X(67).
               10  WS-APR-APPROVER-ID  PIC X(8).
       01  WS-APR-SUB                  PIC 9(4).
       01  WS-CHECKER-ID               PIC X(8).
       01  WS-APPROVAL-REASON          PIC X(6).
       01  WS-SELF-APPROVED-SW         PIC X VALUE "N".
           88  WS-SELF-APPROVED        VALUE "Y".

      *    Retry tracking carried across nights in RCYCTRK.DAT.
       01  WS-TRK-MAX                  PIC 9(5) VALUE 2000.
                   88  WS-TRK-PENDING     VALUE "P".
                   88  WS-TRK-RECYCLED    VALUE "R".
                   88  WS-TRK-SUSPENDED   VALUE "S".
               10  WS-TRK-MAKER-ID     PIC X(8).
               10  WS-TRK-CHECKER-ID   PIC X(8).
       01  WS-TRK-SUB                  PIC 9(5).
       01  WS-TRK-FOUND-SUB            PIC 9(5).

       01  WS-INJ-MAX                  PIC 9(4) VALUE 500.
       01  WS-INJ-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-INJ-TABLE.
           05  WS-INJ-RECORD OCCURS 500 TIMES PIC X(57).
       01  WS-INJ-SUB                  PIC 9(4).
       01  WS-INJ-SWAP                 PIC X(57).
       01  WS-SORT-I                   PIC 9(4).
       01  WS-SORT-J                   PIC 9(4).
       01  WS-STAGED-OPEN-SW           PIC X VALUE "N".
       01  WS-NEW-FAILURES             PIC 9(3).
       01  WS-RECYCLED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SUSPENDED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT RY-SUSPENSE-FILE
           END-IF
           OPEN EXTEND RY-PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT RY-PENDING-FILE
           END-IF
           PERFORM 1100-LOAD-CORRECTIONS
           PERFORM 1160-LOAD-APPROVALS
           PERFORM 1200-LOAD-TRACKING.

       1050-GET-BUSINESS-DATE.
           END-IF.

       1150-ADD-CORRECTION.
      *    CORRECT.DAT is appended to, so a later line for an id
      *    re-corrects it and replaces the earlier one in the table.
           MOVE ZERO TO WS-COR-SUB
           SET COR-IDX TO 1
           IF WS-COR-COUNT > ZERO
               SEARCH WS-COR-ENTRY
                   WHEN COR-IDX > WS-COR-COUNT
                       CONTINUE
                   WHEN WS-COR-TRAN-ID(COR-IDX) = TRAN-ID
                       SET WS-COR-SUB TO COR-IDX
               END-SEARCH
           END-IF
           IF WS-COR-SUB = ZERO
               IF WS-COR-COUNT < WS-COR-MAX
                   ADD 1 TO WS-COR-COUNT
                   MOVE WS-COR-COUNT TO WS-COR-SUB
               ELSE
                   DISPLAY "TRANRCYC: CORRECT.DAT TABLE FULL AT "
                       WS-COR-MAX " - REMAINDER IGNORED" UPON CONSOLE
                   SET WS-EOF-INPUT TO TRUE
               END-IF
           END-IF
           IF WS-COR-SUB > ZERO
               MOVE TRAN-ID     TO WS-COR-TRAN-ID(WS-COR-SUB)
      *        TRAN-CURRENCY-CODE overlays the operator columns
      *        on the card, so the record is rebuilt from the image
      *        and the currency taken from its own columns.
               MOVE RY-CORRECT-CARD(1:54)
                   TO WS-COR-RECORD(WS-COR-SUB)
               MOVE COR-CURRENCY-CODE
                   TO WS-COR-RECORD(WS-COR-SUB)(55:3)
               MOVE RY-CORRECT-CARD TO WS-COR-IMAGE(WS-COR-SUB)
               MOVE COR-OPERATOR-ID TO WS-COR-MAKER-ID(WS-COR-SUB)
           END-IF.

       1160-LOAD-APPROVALS.
      *    With no approval file on file nothing is approved, so
      *    every correction waits on the pending report.
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT RY-APPROVAL-IN
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL WS-EOF-INPUT
                   READ RY-APPROVAL-IN
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 1170-ADD-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE RY-APPROVAL-IN
           END-IF.

       1170-ADD-APPROVAL.
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
                   DISPLAY "TRANRCYC: CORRAPPR.DAT TABLE FULL AT "
                       WS-APR-MAX " - REMAINDER IGNORED" UPON CONSOLE
                   SET WS-EOF-INPUT TO TRUE
               END-IF
           END-IF.

       1200-LOAD-TRACKING.
               MOVE TRK-SOURCE      TO WS-TRK-SOURCE(WS-TRK-COUNT)
               MOVE TRK-RETRY-COUNT TO WS-TRK-RETRY(WS-TRK-COUNT)
               MOVE TRK-STATUS      TO WS-TRK-DISP(WS-TRK-COUNT)
               MOVE TRK-MAKER-ID    TO WS-TRK-MAKER-ID(WS-TRK-COUNT)
               MOVE TRK-CHECKER-ID  TO WS-TRK-CHECKER-ID(WS-TRK-COUNT)
           ELSE
               DISPLAY "TRANRCYC: RCYCTRK.DAT TABLE FULL AT "
                   WS-TRK-MAX " - REMAINDER IGNORED" UPON CONSOLE
               IF WS-NEW-FAILURES >
                       WS-TRK-RETRY(WS-TRK-FOUND-SUB)
                   PERFORM 2250-DISPOSE-NEW-FAILURE
               ELSE
      *            A correction approved after the night the record
      *            failed is picked up here, without another failure.
                   IF WS-TRK-PENDING(WS-TRK-FOUND-SUB)
                           AND WS-NEW-FAILURES NOT > WS-MAX-ATTEMPTS
                       PERFORM 2300-LOOK-FOR-CORRECTION
                   END-IF
               END-IF
           END-IF.

                   TO WS-TRK-SOURCE(WS-TRK-COUNT)
               MOVE ZERO TO WS-TRK-RETRY(WS-TRK-COUNT)
               MOVE "P"  TO WS-TRK-DISP(WS-TRK-COUNT)
               MOVE SPACES TO WS-TRK-MAKER-ID(WS-TRK-COUNT)
               MOVE SPACES TO WS-TRK-CHECKER-ID(WS-TRK-COUNT)
               MOVE WS-TRK-COUNT TO WS-TRK-FOUND-SUB
           ELSE
               DISPLAY "TRANRCYC: TRACKING TABLE FULL AT "
                       MOVE "P" TO WS-TRK-DISP(WS-TRK-FOUND-SUB)
                   WHEN WS-COR-TRAN-ID(COR-IDX) =
                           WS-OCC-TRAN-ID(WS-OCC-SUB)
                       PERFORM 2320-CHECK-APPROVAL
                       IF WS-CHECKER-ID = SPACES
                           MOVE "P" TO WS-TRK-DISP(WS-TRK-FOUND-SUB)
                           PERFORM 2380-HOLD-PENDING
                       ELSE
                           PERFORM 2350-QUEUE-INJECTION
                       END-IF
               END-SEARCH
           END-IF.

       2320-CHECK-APPROVAL.
      *    The approval must name the correction line exactly, maker
      *    included, and come from someone other than the maker.
           MOVE "N"    TO WS-SELF-APPROVED-SW
           MOVE SPACES TO WS-CHECKER-ID
           MOVE SPACES TO WS-APPROVAL-REASON
           IF WS-COR-MAKER-ID(COR-IDX) = SPACES
               MOVE "RC0004" TO WS-APPROVAL-REASON
           ELSE
               PERFORM 2330-MATCH-APPROVAL
                   VARYING WS-APR-SUB FROM 1 BY 1
                   UNTIL WS-APR-SUB > WS-APR-COUNT
                       OR WS-CHECKER-ID NOT = SPACES
               IF WS-CHECKER-ID = SPACES
                   IF WS-SELF-APPROVED
                       MOVE "RC0003" TO WS-APPROVAL-REASON
                   ELSE
                       MOVE "RC0002" TO WS-APPROVAL-REASON
                   END-IF
               END-IF
           END-IF.

       2330-MATCH-APPROVAL.
           IF WS-APR-ITEM-IMAGE(WS-APR-SUB) = WS-COR-IMAGE(COR-IDX)
               IF WS-APR-APPROVER-ID(WS-APR-SUB) =
                       WS-COR-MAKER-ID(COR-IDX)
                   SET WS-SELF-APPROVED TO TRUE
               ELSE
                   MOVE WS-APR-APPROVER-ID(WS-APR-SUB)
                       TO WS-CHECKER-ID
               END-IF
           END-IF.

       2350-QUEUE-INJECTION.
           IF WS-INJ-COUNT < WS-INJ-MAX
               ADD 1 TO WS-INJ-COUNT
               MOVE WS-COR-RECORD(COR-IDX)
                   TO WS-INJ-RECORD(WS-INJ-COUNT)
               MOVE "R" TO WS-TRK-DISP(WS-TRK-FOUND-SUB)
               MOVE WS-COR-MAKER-ID(COR-IDX)
                   TO WS-TRK-MAKER-ID(WS-TRK-FOUND-SUB)
               MOVE WS-CHECKER-ID
                   TO WS-TRK-CHECKER-ID(WS-TRK-FOUND-SUB)
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               DISPLAY "TRANRCYC: INJECTION TABLE FULL AT "
               MOVE "P" TO WS-TRK-DISP(WS-TRK-FOUND-SUB)
           END-IF.

       2380-HOLD-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES                     TO PENDING-APPROVAL-RECORD
           MOVE WS-RUN-DATE                TO PAP-RUN-DATE
           MOVE WS-LOG-PROGRAM-ID          TO PAP-PROGRAM-ID
           MOVE WS-COR-TRAN-ID(COR-IDX)    TO PAP-ITEM-KEY
           MOVE WS-COR-MAKER-ID(COR-IDX)   TO PAP-MAKER-ID
           EVALUATE WS-APPROVAL-REASON
               WHEN "RC0004"
                   MOVE "NO OPERATOR ON CORR" TO PAP-REASON
               WHEN "RC0003"
                   MOVE WS-COR-MAKER-ID(COR-IDX) TO PAP-CHECKER-ID
                   MOVE "SELF-APPROVED"       TO PAP-REASON
               WHEN OTHER
                   MOVE "NOT APPROVED"        TO PAP-REASON
           END-EVALUATE
           MOVE WS-COR-IMAGE(COR-IDX)      TO PAP-ITEM-IMAGE
           WRITE PENDING-APPROVAL-RECORD
           MOVE "2320-CHECK-APPROVAL"      TO WS-LOG-PARAGRAPH
           MOVE WS-APPROVAL-REASON         TO WS-LOG-ERROR-CODE
           MOVE SPACES                     TO WS-LOG-DATA
           STRING WS-COR-TRAN-ID(COR-IDX) " BY "
                   WS-COR-MAKER-ID(COR-IDX)
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       2400-WRITE-SUSPENSE.
           MOVE SPACES                     TO RCY-SUSPENSE-RECORD
           MOVE WS-RUN-DATE                TO RSP-RUN-DATE
                       FROM WS-INJ-RECORD(WS-INJ-SUB)
                   ADD 1 TO WS-INJ-SUB
               ELSE
                   WRITE RY-WORK-RECORD FROM WS-EXCP-BUFFER(1:57)
                   PERFORM 2910-READ-STAGED
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EXCP-BUFFER
           EVALUATE WS-SRC-IDX
               WHEN 1
                   READ RY-BC-STAGED INTO WS-EXCP-BUFFER(1:57)
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 2
                   READ RY-IF-STAGED INTO WS-EXCP-BUFFER(1:57)
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 3
                   READ RY-EL-STAGED INTO WS-EXCP-BUFFER(1:57)
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               MOVE WS-TRK-SOURCE(WS-TRK-SUB)  TO TRK-SOURCE
               MOVE WS-TRK-RETRY(WS-TRK-SUB)   TO TRK-RETRY-COUNT
               MOVE WS-TRK-DISP(WS-TRK-SUB)    TO TRK-STATUS
               MOVE WS-TRK-MAKER-ID(WS-TRK-SUB)   TO TRK-MAKER-ID
               MOVE WS-TRK-CHECKER-ID(WS-TRK-SUB) TO TRK-CHECKER-ID
               WRITE RY-TRACK-RECORD
           END-PERFORM
           CLOSE RY-TRACK-FILE.

       9000-TERMINATE.
           CLOSE RY-SUSPENSE-FILE
           CLOSE RY-PENDING-FILE
           IF WS-PENDING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "TRANRCYC RECYCLED " WS-RECYCLED-COUNT
               " SUSPENDED " WS-SUSPENDED-COUNT
               " AWAITING APPROVAL " WS-PENDING-COUNT UPON CONSOLE.
