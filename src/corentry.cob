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
      *	CORENTRY is the guided way to put a correction on
      *	CORRECT.DAT for TRANRCYC to recycle, instead of typing the
      *	fixed-column line into the file by hand.  It is run from a
      *	terminal during the day, never as part of the window.
      *
      *	The operator signs on with their operator id and then gives
      *	the TRAN-ID of a failed record.  The record is found on the
      *	exception files TRANRCYC reads (BCEXCP.DAT, IFERROR.DAT,
      *	ELEXCP.DAT - the latest failure wins) and shown together with
      *	the last OPSLOG.DAT entry logged against that id, so the
      *	reason it failed is in front of the operator.  BCEXCP.DAT
      *	keeps only the operands and operator of a failed calculation,
      *	so a BC record starts with TRAN-CODE and amount blank and
      *	they have to be keyed.  An id already on TRANREG.DAT has
      *	posted and is refused - TRANPOST would refuse it anyway.
      *
      *	Each field is then offered in turn with its current value;
      *	an empty reply keeps it.  A value is accepted only when it
      *	passes the same edits TRANEDIT applies to the staged feeds
      *	(numeric TRAN-CODE and operands, a valid operator code for
      *	the calculation feed, a blank or three-capital-letter
      *	currency) and the amount must be numeric as TRANPOST needs
      *	it; a value that fails is refused with the TRANEDIT reason
      *	code and asked for again.  The finished record is shown and,
      *	once confirmed, appended to CORRECT.DAT in the line layout
      *	TRANRCYC reads - image, operator in columns 56-63, currency
      *	in columns 65-67 - with the status byte cleared for the edit
      *	to set again.  A later line for the same id supersedes an
      *	earlier one, and either way the correction still needs
      *	another operator's approval on CORRAPPR.DAT.
      *
      *	Every field that was changed is written to CORRLOG.DAT with
      *	the date and time, the operator, the TRAN-ID, the field and
      *	its old and new values.  A correction that is abandoned
      *	writes nothing to either file.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CORENTRY.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CE-BC-EXCP-IN ASSIGN TO "BCEXCP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCP-STATUS.

           SELECT CE-IF-ERROR-IN ASSIGN TO "IFERROR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCP-STATUS.

           SELECT CE-EL-EXCP-IN ASSIGN TO "ELEXCP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCP-STATUS.

           SELECT CE-OPSLOG-IN ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-OPSLOG-STATUS.

           SELECT CE-REGISTER-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-REG-STATUS.

           SELECT CE-CORRECT-FILE ASSIGN TO "CORRECT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CORRECT-STATUS.

           SELECT CE-AUDIT-FILE ASSIGN TO "CORRLOG.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDIT-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  CE-BC-EXCP-IN.
       01  CE-BC-EXCP-RECORD           PIC X(81).

       FD  CE-IF-ERROR-IN.
       01  CE-IF-ERROR-RECORD          PIC X(81).

       FD  CE-EL-EXCP-IN.
       01  CE-EL-EXCP-RECORD           PIC X(81).

       FD  CE-OPSLOG-IN.
       COPY opslog.

       FD  CE-REGISTER-FILE.
       COPY tranregrec.

       FD  CE-CORRECT-FILE.
       01  CE-CORRECT-CARD.
           05  CCD-TRAN-IMAGE          PIC X(54).
           05  FILLER                  PIC X(1).
           05  CCD-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  CCD-CURRENCY-CODE       PIC X(3).

       FD  CE-AUDIT-FILE.
       01  CE-AUDIT-RECORD.
           05  CLG-ENTRY-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLG-ENTRY-TIME          PIC X(8).
           05  FILLER                  PIC X(1).
           05  CLG-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  CLG-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLG-SOURCE              PIC X(2).
           05  FILLER                  PIC X(1).
           05  CLG-FIELD-NAME          PIC X(18).
           05  FILLER                  PIC X(1).
           05  CLG-OLD-VALUE           PIC X(16).
           05  FILLER                  PIC X(1).
           05  CLG-NEW-VALUE           PIC X(16).

       WORKING-STORAGE SECTION.
       COPY tranrec.

       01  WS-EXCP-STATUS              PIC XX.
       01  WS-OPSLOG-STATUS            PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-CORRECT-STATUS           PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

       01  WS-EOF-INPUT-SW             PIC X VALUE "N".
           88  WS-EOF-INPUT            VALUE "Y".
       01  WS-END-OF-SESSION-SW        PIC X VALUE "N".
           88  WS-END-OF-SESSION       VALUE "Y".
       01  WS-FOUND-SW                 PIC X VALUE "N".
           88  WS-RECORD-FOUND         VALUE "Y".
       01  WS-LOG-FOUND-SW             PIC X VALUE "N".
           88  WS-LOG-FOUND            VALUE "Y".
       01  WS-FIELD-OK-SW              PIC X VALUE "N".
           88  WS-FIELD-OK             VALUE "Y".
       01  WS-ENTRY-VALID-SW           PIC X VALUE "N".
           88  WS-ENTRY-VALID          VALUE "Y".
       01  WS-OPERATOR-REQUIRED-SW     PIC X VALUE "N".
           88  WS-OPERATOR-REQUIRED    VALUE "Y".
       01  WS-PRIOR-CORRECTION-SW      PIC X VALUE "N".
           88  WS-PRIOR-CORRECTION     VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".

      *    Sign-on and the id being corrected.
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-FIND-TRAN-ID             PIC X(10).

      *    The exception files are read one row at a time into this
      *    area and looked at through the layout of the program that
      *    wrote them - bc.cob, or if.cob / else.cob which share one.
      *    Only rows with a dated run date are in either layout.
       01  WS-EXCP-ROW                 PIC X(81).
       01  WS-BC-EXCP-VIEW REDEFINES WS-EXCP-ROW.
           05  BCV-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  BCV-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  BCV-OPERANDS.
               10  BCV-OPERAND-1       PIC X(13).
               10  FILLER              PIC X(1).
               10  BCV-OPERAND-2       PIC X(13).
           05  FILLER                  PIC X(1).
           05  BCV-OPERATOR-CODE       PIC X(1).
           05  FILLER                  PIC X(1).
           05  BCV-REASON-CODE         PIC X(6).
           05  FILLER                  PIC X(23).
       01  WS-CLASS-EXCP-VIEW REDEFINES WS-EXCP-ROW.
           05  CXV-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  CXV-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  CXV-NUM-VALUE           PIC X(3).
           05  FILLER                  PIC X(1).
           05  CXV-INPUT-RECORD        PIC X(54).
           05  FILLER                  PIC X(1).

      *    1 = BCEXCP.DAT, 2 = IFERROR.DAT, 3 = ELEXCP.DAT.
       01  WS-SRC-IDX                  PIC 9(1).
       01  WS-SRC-TABLE-DATA.
           05  FILLER  PIC X(14) VALUE "BCBCEXCP.DAT  ".
           05  FILLER  PIC X(14) VALUE "IFIFERROR.DAT ".
           05  FILLER  PIC X(14) VALUE "ELELEXCP.DAT  ".
       01  WS-SRC-TABLE REDEFINES WS-SRC-TABLE-DATA.
           05  WS-SRC-ENTRY OCCURS 3 TIMES.
               10  WS-SRC-CODE         PIC X(2).
               10  WS-SRC-FILE-NAME    PIC X(12).

      *    The failure found for the id - the latest across all three
      *    files.
       01  WS-FOUND-SOURCE             PIC X(2).
       01  WS-FOUND-FILE-NAME          PIC X(12).
       01  WS-FOUND-DATE               PIC X(10).
       01  WS-FOUND-REASON             PIC X(6).
       01  WS-FOUND-RECORD             PIC X(57).
       01  WS-FAILURE-COUNT            PIC 9(3).

      *    The last OPSLOG.DAT entry logged against the id.
       01  WS-LAST-LOG-DATE            PIC X(10).
       01  WS-LAST-LOG-PROGRAM         PIC X(8).
       01  WS-LAST-LOG-CODE            PIC X(6).
       01  WS-LAST-LOG-TEXT            PIC X(20).
       01  WS-LAST-LOG-DATA            PIC X(60).

      *    The record as found, kept so each changed field can be
      *    logged with its old value.
       01  WS-ORIG-RECORD              PIC X(57).
       01  WS-ORIG-TRAN-RECORD REDEFINES WS-ORIG-RECORD.
           05  ORG-TRAN-ID             PIC X(10).
           05  ORG-TRAN-CODE           PIC X(3).
           05  ORG-OPERAND-1           PIC X(13).
           05  ORG-OPERAND-2           PIC X(13).
           05  ORG-OPERATOR-CODE       PIC X(1).
           05  ORG-AMOUNT              PIC X(13).
           05  ORG-STATUS              PIC X(1).
           05  ORG-CURRENCY-CODE       PIC X(3).

      *    Keyboard entry and its numeric parse.  An amount is an
      *    optional sign, up to nine whole digits and up to four
      *    decimals - what TRANREC's S9(9)V9999 holds.
       01  WS-ENTRY                    PIC X(20).
       01  WS-ENTRY-DIGITS             PIC X(20).
       01  WS-ENTRY-SIGN               PIC X(1).
       01  WS-ENTRY-WHOLE              PIC X(20).
       01  WS-ENTRY-FRACTION           PIC X(20).
       01  WS-WHOLE-LENGTH             PIC 9(2).
       01  WS-FRACTION-LENGTH          PIC 9(2).
       01  WS-POINT-COUNT              PIC 9(2).
       01  WS-USED-LENGTH              PIC 9(2).
       01  WS-WHOLE-NUM                PIC 9(9).
       01  WS-FRACTION-TEXT            PIC X(4).
       01  WS-FRACTION-NUM REDEFINES WS-FRACTION-TEXT
                                       PIC 9(4).
       01  WS-ENTRY-VALUE              PIC S9(9)V9999.
       01  WS-CODE-NUM                 PIC 9(3).

       01  WS-FIELD-NAME               PIC X(18).
       01  WS-SHOW-VALUE               PIC X(16).
       01  WS-NEW-SHOW-VALUE           PIC X(16).
       01  WS-SHOW-AMOUNT              PIC -(9)9.9999.
       01  WS-REASON-CODE              PIC X(6).
       01  WS-REASON-TEXT              PIC X(20).
       01  WS-CONFIRM                  PIC X(1).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-ENTRY-DATE               PIC X(10).
       01  WS-ENTRY-TIME               PIC X(8).

       01  WS-LOOKED-UP-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RECORD-CHANGES           PIC 9(2).

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "CORENTRY".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION AND NOT WS-END-OF-SESSION
               PERFORM 2000-CORRECT-ONE-ID UNTIL WS-END-OF-SESSION
               CLOSE CE-REGISTER-FILE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "CORENTRY: GUIDED CORRECTION ENTRY FOR CORRECT.DAT"
               UPON CONSOLE
      *    Every correction carries its maker, so no id, no session.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1100-ASK-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES OR WS-END-OF-SESSION
           IF NOT WS-END-OF-SESSION
               PERFORM 1200-OPEN-REGISTER
           END-IF.

       1100-ASK-OPERATOR-ID.
           DISPLAY "OPERATOR ID (BLANK TO QUIT): "
               WITH NO ADVANCING UPON CONSOLE
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY FROM CONSOLE
           IF WS-ENTRY = SPACES
               SET WS-END-OF-SESSION TO TRUE
           ELSE
               IF WS-ENTRY(9:12) NOT = SPACES
                   DISPLAY "  AN OPERATOR ID IS AT MOST 8 CHARACTERS"
                       UPON CONSOLE
               ELSE
                   MOVE WS-ENTRY(1:8) TO WS-OPERATOR-ID
               END-IF
           END-IF.

       1200-OPEN-REGISTER.
           OPEN INPUT CE-REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1200-OPEN-REGISTER"      TO WS-LOG-PARAGRAPH
               MOVE "CE0002"                  TO WS-LOG-ERROR-CODE
               MOVE "TRANREG.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
               DISPLAY "CORENTRY: TRANREG.DAT CANNOT BE OPENED - "
                   "NOTHING CAN BE CORRECTED" UPON CONSOLE
           END-IF.

       2000-CORRECT-ONE-ID.
           DISPLAY " " UPON CONSOLE
           DISPLAY "FAILED TRAN-ID (BLANK TO END): "
               WITH NO ADVANCING UPON CONSOLE
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY FROM CONSOLE
           IF WS-ENTRY = SPACES
               SET WS-END-OF-SESSION TO TRUE
           ELSE
               MOVE WS-ENTRY(1:10) TO WS-FIND-TRAN-ID
               ADD 1 TO WS-LOOKED-UP-COUNT
               PERFORM 2100-FIND-FAILED-RECORD
               IF WS-RECORD-FOUND
                   PERFORM 2050-CHECK-NOT-POSTED
               ELSE
                   DISPLAY "  " WS-FIND-TRAN-ID
                       " IS NOT ON BCEXCP.DAT, IFERROR.DAT OR "
                       "ELEXCP.DAT" UPON CONSOLE
               END-IF
               IF WS-RECORD-FOUND
                   PERFORM 2200-FIND-LAST-LOG-ENTRY
                   PERFORM 2300-FIND-PRIOR-CORRECTION
                   PERFORM 2400-SHOW-THE-FAILURE
                   PERFORM 3000-EDIT-THE-RECORD
                   PERFORM 4000-CONFIRM-CORRECTION
               END-IF
           END-IF.

       2050-CHECK-NOT-POSTED.
           MOVE WS-FIND-TRAN-ID TO TRG-TRAN-ID
           READ CE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
                   DISPLAY "  " WS-FIND-TRAN-ID " POSTED ON "
                       TRG-POST-DATE " BY " TRG-SOURCE
                       " - A CORRECTION WOULD BE REFUSED" UPON CONSOLE
           END-READ.

       2100-FIND-FAILED-RECORD.
           MOVE "N"    TO WS-FOUND-SW
           MOVE SPACES TO WS-FOUND-DATE WS-FOUND-REASON
           MOVE ZERO   TO WS-FAILURE-COUNT
           PERFORM 2110-SCAN-ONE-FILE
               VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 3.

       2110-SCAN-ONE-FILE.
           MOVE "N" TO WS-EOF-INPUT-SW
           EVALUATE WS-SRC-IDX
               WHEN 1
                   OPEN INPUT CE-BC-EXCP-IN
               WHEN 2
                   OPEN INPUT CE-IF-ERROR-IN
               WHEN 3
                   OPEN INPUT CE-EL-EXCP-IN
           END-EVALUATE
      *    A missing file just means that program has had no
      *    failures yet.
           IF WS-EXCP-STATUS = "00"
               PERFORM 2120-READ-EXCEPTION
               PERFORM 2130-TAKE-EXCEPTION UNTIL WS-EOF-INPUT
               EVALUATE WS-SRC-IDX
                   WHEN 1
                       CLOSE CE-BC-EXCP-IN
                   WHEN 2
                       CLOSE CE-IF-ERROR-IN
                   WHEN 3
                       CLOSE CE-EL-EXCP-IN
               END-EVALUATE
           END-IF.

       2120-READ-EXCEPTION.
           MOVE SPACES TO WS-EXCP-ROW
           EVALUATE WS-SRC-IDX
               WHEN 1
                   READ CE-BC-EXCP-IN INTO WS-EXCP-ROW
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 2
                   READ CE-IF-ERROR-IN INTO WS-EXCP-ROW
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 3
                   READ CE-EL-EXCP-IN INTO WS-EXCP-ROW
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
           END-EVALUATE.

       2130-TAKE-EXCEPTION.
      *    The files are history appended to night after night; the
      *    latest dated failure is the one to correct.  BCV- and CXV-
      *    run date and TRAN-ID sit in the same columns.
           IF BCV-RUN-DATE(5:1) = "-"
                   AND BCV-TRAN-ID = WS-FIND-TRAN-ID
               ADD 1 TO WS-FAILURE-COUNT
               IF BCV-RUN-DATE NOT < WS-FOUND-DATE
                   SET WS-RECORD-FOUND TO TRUE
                   MOVE BCV-RUN-DATE TO WS-FOUND-DATE
                   MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-FOUND-SOURCE
                   MOVE WS-SRC-FILE-NAME(WS-SRC-IDX)
                       TO WS-FOUND-FILE-NAME
                   PERFORM 2140-KEEP-FAILED-IMAGE
               END-IF
           END-IF
           PERFORM 2120-READ-EXCEPTION.

       2140-KEEP-FAILED-IMAGE.
           MOVE SPACES TO TRAN-RECORD
           IF WS-SRC-IDX = 1
      *        BCEXCP.DAT carries the operands and operator only.
               MOVE BCV-TRAN-ID         TO TRAN-ID
               MOVE BCV-OPERAND-1       TO TRAN-RECORD(14:13)
               MOVE BCV-OPERAND-2       TO TRAN-RECORD(27:13)
               MOVE BCV-OPERATOR-CODE   TO TRAN-OPERATOR-CODE
               MOVE BCV-REASON-CODE     TO WS-FOUND-REASON
           ELSE
               MOVE CXV-INPUT-RECORD    TO TRAN-RECORD(1:54)
               MOVE SPACES              TO WS-FOUND-REASON
           END-IF
           MOVE TRAN-RECORD TO WS-FOUND-RECORD.

       2200-FIND-LAST-LOG-ENTRY.
      *    The programs that log a record-level problem put the
      *    TRAN-ID at the front of LOG-DATA.
           MOVE "N"    TO WS-LOG-FOUND-SW
           MOVE "N"    TO WS-EOF-INPUT-SW
           OPEN INPUT CE-OPSLOG-IN
           IF WS-OPSLOG-STATUS = "00"
               PERFORM 2210-READ-OPSLOG
               PERFORM 2220-TAKE-OPSLOG UNTIL WS-EOF-INPUT
               CLOSE CE-OPSLOG-IN
           END-IF.

       2210-READ-OPSLOG.
           READ CE-OPSLOG-IN
               AT END
                   SET WS-EOF-INPUT TO TRUE
           END-READ.

       2220-TAKE-OPSLOG.
           IF LOG-DATA(1:10) = WS-FIND-TRAN-ID
               SET WS-LOG-FOUND TO TRUE
               MOVE LOG-RUN-DATE   TO WS-LAST-LOG-DATE
               MOVE LOG-PROGRAM-ID TO WS-LAST-LOG-PROGRAM
               MOVE LOG-ERROR-CODE TO WS-LAST-LOG-CODE
               MOVE LOG-ERROR-TEXT TO WS-LAST-LOG-TEXT
               MOVE LOG-DATA       TO WS-LAST-LOG-DATA
           END-IF
           PERFORM 2210-READ-OPSLOG.

       2300-FIND-PRIOR-CORRECTION.
           MOVE "N" TO WS-PRIOR-CORRECTION-SW
           MOVE "N" TO WS-EOF-INPUT-SW
           OPEN INPUT CE-CORRECT-FILE
           IF WS-CORRECT-STATUS = "00"
               PERFORM 2310-READ-CORRECTION
               PERFORM 2320-TAKE-CORRECTION UNTIL WS-EOF-INPUT
               CLOSE CE-CORRECT-FILE
           END-IF.

       2310-READ-CORRECTION.
           READ CE-CORRECT-FILE
               AT END
                   SET WS-EOF-INPUT TO TRUE
           END-READ.

       2320-TAKE-CORRECTION.
           IF CCD-TRAN-IMAGE(1:10) = WS-FIND-TRAN-ID
               SET WS-PRIOR-CORRECTION TO TRUE
           END-IF
           PERFORM 2310-READ-CORRECTION.

       2400-SHOW-THE-FAILURE.
           DISPLAY "  FAILED ON " WS-FOUND-DATE " IN "
               WS-FOUND-FILE-NAME " (" WS-FAILURE-COUNT
               " FAILURE(S) ON FILE)" UPON CONSOLE
           IF WS-FOUND-REASON NOT = SPACES
               DISPLAY "  EXCEPTION REASON  " WS-FOUND-REASON
                   UPON CONSOLE
           END-IF
           IF WS-LOG-FOUND
               DISPLAY "  LAST LOGGED       " WS-LAST-LOG-DATE " "
                   WS-LAST-LOG-PROGRAM " " WS-LAST-LOG-CODE " "
                   WS-LAST-LOG-TEXT UPON CONSOLE
               DISPLAY "                    " WS-LAST-LOG-DATA
                   UPON CONSOLE
           ELSE
               DISPLAY "  NOTHING ON OPSLOG.DAT FOR THIS TRAN-ID"
                   UPON CONSOLE
           END-IF
           IF WS-PRIOR-CORRECTION
               DISPLAY "  CORRECT.DAT ALREADY HOLDS A CORRECTION FOR "
                   "THIS ID - A NEW ONE REPLACES IT" UPON CONSOLE
           END-IF
           DISPLAY "  RECORD AS FAILED  " WS-FOUND-RECORD
               UPON CONSOLE.

      ******************************************************************
      *    Field-by-field entry.  The calculation feed is the one
      *    whose operator code TRANEDIT insists on.
      ******************************************************************
       3000-EDIT-THE-RECORD.
           MOVE WS-FOUND-RECORD TO TRAN-RECORD WS-ORIG-RECORD
           IF WS-FOUND-SOURCE = "BC"
               SET WS-OPERATOR-REQUIRED TO TRUE
           ELSE
               MOVE "N" TO WS-OPERATOR-REQUIRED-SW
           END-IF
           DISPLAY "  ENTER A NEW VALUE, OR NOTHING TO KEEP THE "
               "VALUE SHOWN" UPON CONSOLE
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM 3100-ASK-TRAN-CODE UNTIL WS-FIELD-OK
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM 3200-ASK-OPERAND-1 UNTIL WS-FIELD-OK
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM 3300-ASK-OPERAND-2 UNTIL WS-FIELD-OK
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM 3400-ASK-OPERATOR-CODE UNTIL WS-FIELD-OK
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM 3500-ASK-AMOUNT UNTIL WS-FIELD-OK
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM 3600-ASK-CURRENCY UNTIL WS-FIELD-OK
      *    TRANEDIT sets the status again when the record is staged.
           MOVE SPACE TO TRAN-STATUS.

       3100-ASK-TRAN-CODE.
           MOVE "TRAN-CODE" TO WS-FIELD-NAME
           MOVE TRAN-RECORD(11:3) TO WS-SHOW-VALUE
           PERFORM 3900-PROMPT-FIELD
           MOVE "Y" TO WS-ENTRY-VALID-SW
           IF WS-ENTRY NOT = SPACES
               PERFORM 3920-PARSE-CODE
               IF WS-ENTRY-VALID
                   MOVE WS-CODE-NUM TO TRAN-CODE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-VALID
               WHEN TRAN-CODE NOT NUMERIC
                   MOVE "ED0001" TO WS-REASON-CODE
                   PERFORM 3990-REFUSE-VALUE
               WHEN OTHER
                   SET WS-FIELD-OK TO TRUE
           END-EVALUATE.

       3200-ASK-OPERAND-1.
           MOVE "TRAN-OPERAND-1" TO WS-FIELD-NAME
           IF TRAN-OPERAND-1 NUMERIC
               MOVE TRAN-OPERAND-1 TO WS-SHOW-AMOUNT
               MOVE WS-SHOW-AMOUNT TO WS-SHOW-VALUE
           ELSE
               MOVE TRAN-RECORD(14:13) TO WS-SHOW-VALUE
           END-IF
           PERFORM 3900-PROMPT-FIELD
           MOVE "Y" TO WS-ENTRY-VALID-SW
           IF WS-ENTRY NOT = SPACES
               PERFORM 3950-PARSE-AMOUNT
               IF WS-ENTRY-VALID
                   MOVE WS-ENTRY-VALUE TO TRAN-OPERAND-1
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-VALID
               WHEN TRAN-OPERAND-1 NOT NUMERIC
                   MOVE "ED0001" TO WS-REASON-CODE
                   PERFORM 3990-REFUSE-VALUE
               WHEN OTHER
                   SET WS-FIELD-OK TO TRUE
           END-EVALUATE.

       3300-ASK-OPERAND-2.
           MOVE "TRAN-OPERAND-2" TO WS-FIELD-NAME
           IF TRAN-OPERAND-2 NUMERIC
               MOVE TRAN-OPERAND-2 TO WS-SHOW-AMOUNT
               MOVE WS-SHOW-AMOUNT TO WS-SHOW-VALUE
           ELSE
               MOVE TRAN-RECORD(27:13) TO WS-SHOW-VALUE
           END-IF
           PERFORM 3900-PROMPT-FIELD
           MOVE "Y" TO WS-ENTRY-VALID-SW
           IF WS-ENTRY NOT = SPACES
               PERFORM 3950-PARSE-AMOUNT
               IF WS-ENTRY-VALID
                   MOVE WS-ENTRY-VALUE TO TRAN-OPERAND-2
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-VALID
               WHEN TRAN-OPERAND-2 NOT NUMERIC
                   MOVE "ED0001" TO WS-REASON-CODE
                   PERFORM 3990-REFUSE-VALUE
               WHEN OTHER
                   SET WS-FIELD-OK TO TRUE
           END-EVALUATE.

       3400-ASK-OPERATOR-CODE.
           MOVE "TRAN-OPERATOR-CODE" TO WS-FIELD-NAME
           MOVE TRAN-OPERATOR-CODE   TO WS-SHOW-VALUE
           PERFORM 3900-PROMPT-FIELD
           MOVE "Y" TO WS-ENTRY-VALID-SW
           IF WS-ENTRY NOT = SPACES
               IF WS-ENTRY(2:19) = SPACES
                   MOVE WS-ENTRY(1:1) TO TRAN-OPERATOR-CODE
               ELSE
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-VALID
               WHEN WS-OPERATOR-REQUIRED AND NOT (TRAN-OP-ADD OR
                       TRAN-OP-SUBTRACT OR TRAN-OP-MULTIPLY OR
                       TRAN-OP-DIVIDE OR TRAN-OP-MODULUS OR
                       TRAN-OP-EXPONENT)
                   MOVE "ED0004" TO WS-REASON-CODE
                   PERFORM 3990-REFUSE-VALUE
               WHEN OTHER
                   SET WS-FIELD-OK TO TRUE
           END-EVALUATE.

       3500-ASK-AMOUNT.
           MOVE "TRAN-AMOUNT" TO WS-FIELD-NAME
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT    TO WS-SHOW-AMOUNT
               MOVE WS-SHOW-AMOUNT TO WS-SHOW-VALUE
           ELSE
               MOVE TRAN-RECORD(41:13) TO WS-SHOW-VALUE
           END-IF
           PERFORM 3900-PROMPT-FIELD
           MOVE "Y" TO WS-ENTRY-VALID-SW
           IF WS-ENTRY NOT = SPACES
               PERFORM 3950-PARSE-AMOUNT
               IF WS-ENTRY-VALID
                   MOVE WS-ENTRY-VALUE TO TRAN-AMOUNT
               END-IF
           END-IF
      *    TRANEDIT leaves the amount to TRANPOST, which holds a
      *    non-numeric one (PT0002); there is no point recycling a
      *    record only to have it held.
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-VALID
               WHEN TRAN-AMOUNT NOT NUMERIC
                   MOVE "ED0001" TO WS-REASON-CODE
                   PERFORM 3990-REFUSE-VALUE
               WHEN OTHER
                   SET WS-FIELD-OK TO TRUE
           END-EVALUATE.

       3600-ASK-CURRENCY.
           MOVE "TRAN-CURRENCY-CODE" TO WS-FIELD-NAME
           MOVE TRAN-CURRENCY-CODE   TO WS-SHOW-VALUE
           DISPLAY "  (* FOR BASE CURRENCY)" UPON CONSOLE
           PERFORM 3900-PROMPT-FIELD
           MOVE "Y" TO WS-ENTRY-VALID-SW
           EVALUATE TRUE
               WHEN WS-ENTRY = SPACES
                   CONTINUE
               WHEN WS-ENTRY = "*"
                   MOVE SPACES TO TRAN-CURRENCY-CODE
               WHEN WS-ENTRY(4:17) = SPACES
                   MOVE WS-ENTRY(1:3) TO TRAN-CURRENCY-CODE
               WHEN OTHER
                   MOVE "N" TO WS-ENTRY-VALID-SW
           END-EVALUATE
      *    As TRANEDIT: blank is the base currency, anything else is
      *    three capital letters.
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-VALID
               WHEN TRAN-CURRENCY-CODE NOT = SPACES AND
                       (TRAN-CURRENCY-CODE NOT ALPHABETIC-UPPER OR
                        TRAN-CURRENCY-CODE(1:1) = SPACE OR
                        TRAN-CURRENCY-CODE(2:1) = SPACE OR
                        TRAN-CURRENCY-CODE(3:1) = SPACE)
                   MOVE "ED0005" TO WS-REASON-CODE
                   PERFORM 3990-REFUSE-VALUE
               WHEN OTHER
                   SET WS-FIELD-OK TO TRUE
           END-EVALUATE.

       3900-PROMPT-FIELD.
           DISPLAY "  " WS-FIELD-NAME " [" WS-SHOW-VALUE "]: "
               WITH NO ADVANCING UPON CONSOLE
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY FROM CONSOLE.

       3920-PARSE-CODE.
      *    One to three digits.
           MOVE "N"    TO WS-ENTRY-VALID-SW
           MOVE SPACES TO WS-ENTRY-WHOLE
           MOVE ZERO   TO WS-WHOLE-LENGTH
           UNSTRING WS-ENTRY DELIMITED BY SPACE
               INTO WS-ENTRY-WHOLE COUNT IN WS-WHOLE-LENGTH
           END-UNSTRING
           IF WS-WHOLE-LENGTH > ZERO AND WS-WHOLE-LENGTH NOT > 3
               IF WS-ENTRY(WS-WHOLE-LENGTH + 1:) = SPACES
                       AND WS-ENTRY-WHOLE(1:WS-WHOLE-LENGTH) NUMERIC
                   MOVE WS-ENTRY-WHOLE(1:WS-WHOLE-LENGTH)
                       TO WS-CODE-NUM
                   SET WS-ENTRY-VALID TO TRUE
               END-IF
           END-IF.

       3950-PARSE-AMOUNT.
      *    Each test below is made only while the entry is still
      *    good, so no reference below runs on a zero length.
           MOVE "Y"    TO WS-ENTRY-VALID-SW
           MOVE SPACES TO WS-ENTRY-WHOLE WS-ENTRY-FRACTION
           MOVE ZERO   TO WS-WHOLE-LENGTH WS-FRACTION-LENGTH
                          WS-POINT-COUNT
           MOVE SPACE  TO WS-ENTRY-SIGN
           IF WS-ENTRY(1:1) = "-" OR WS-ENTRY(1:1) = "+"
               MOVE WS-ENTRY(1:1)  TO WS-ENTRY-SIGN
               MOVE WS-ENTRY(2:19) TO WS-ENTRY-DIGITS
           ELSE
               MOVE WS-ENTRY       TO WS-ENTRY-DIGITS
           END-IF
           INSPECT WS-ENTRY-DIGITS TALLYING WS-POINT-COUNT FOR ALL "."
           UNSTRING WS-ENTRY-DIGITS DELIMITED BY "." OR SPACE
               INTO WS-ENTRY-WHOLE    COUNT IN WS-WHOLE-LENGTH
                    WS-ENTRY-FRACTION COUNT IN WS-FRACTION-LENGTH
           END-UNSTRING
           IF WS-POINT-COUNT > 1 OR WS-WHOLE-LENGTH = ZERO
                   OR WS-WHOLE-LENGTH > 9 OR WS-FRACTION-LENGTH > 4
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF
           IF WS-ENTRY-VALID
               IF WS-ENTRY-WHOLE(1:WS-WHOLE-LENGTH) NOT NUMERIC
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF
           IF WS-ENTRY-VALID AND WS-FRACTION-LENGTH > ZERO
               IF WS-ENTRY-FRACTION(1:WS-FRACTION-LENGTH) NOT NUMERIC
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF
      *    Nothing may follow the number.
           IF WS-ENTRY-VALID
               COMPUTE WS-USED-LENGTH = WS-WHOLE-LENGTH
                   + WS-POINT-COUNT + WS-FRACTION-LENGTH
               IF WS-ENTRY-DIGITS(WS-USED-LENGTH + 1:) NOT = SPACES
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF
           IF WS-ENTRY-VALID
               MOVE WS-ENTRY-WHOLE(1:WS-WHOLE-LENGTH) TO WS-WHOLE-NUM
               MOVE "0000" TO WS-FRACTION-TEXT
               IF WS-FRACTION-LENGTH > ZERO
                   MOVE WS-ENTRY-FRACTION(1:WS-FRACTION-LENGTH)
                       TO WS-FRACTION-TEXT(1:WS-FRACTION-LENGTH)
               END-IF
               COMPUTE WS-ENTRY-VALUE =
                   WS-WHOLE-NUM + (WS-FRACTION-NUM / 10000)
               IF WS-ENTRY-SIGN = "-"
                   COMPUTE WS-ENTRY-VALUE = ZERO - WS-ENTRY-VALUE
               END-IF
           END-IF.

       3990-REFUSE-VALUE.
           EVALUATE WS-REASON-CODE
               WHEN "ED0001"
                   MOVE "NON-NUMERIC FIELD" TO WS-REASON-TEXT
               WHEN "ED0004"
                   MOVE "INVALID OPERATOR"  TO WS-REASON-TEXT
               WHEN "ED0005"
                   MOVE "INVALID CURRENCY"  TO WS-REASON-TEXT
           END-EVALUATE
           DISPLAY "  " WS-REASON-CODE " " WS-REASON-TEXT
               " - NOT ACCEPTED, ENTER AGAIN" UPON CONSOLE.

      ******************************************************************
      *    Show the finished record and, once confirmed, append it to
      *    CORRECT.DAT and log each changed field.
      ******************************************************************
       4000-CONFIRM-CORRECTION.
           DISPLAY "  CORRECTED RECORD  " TRAN-RECORD UPON CONSOLE
      *    The cleared status byte alone is not a correction.
           IF TRAN-RECORD(1:53) = WS-ORIG-RECORD(1:53)
                   AND TRAN-CURRENCY-CODE = ORG-CURRENCY-CODE
               DISPLAY "  NOTHING WAS CHANGED - NO CORRECTION WRITTEN"
                   UPON CONSOLE
           ELSE
               MOVE SPACE TO WS-CONFIRM
               PERFORM 4050-ASK-CONFIRM
                   UNTIL WS-CONFIRM = "Y" OR WS-CONFIRM = "N"
               IF WS-CONFIRM = "Y"
                   PERFORM 4200-WRITE-CORRECTION
               ELSE
                   DISPLAY "  CORRECTION ABANDONED - NOTHING WRITTEN"
                       UPON CONSOLE
               END-IF
           END-IF.

       4050-ASK-CONFIRM.
           DISPLAY "  WRITE THIS CORRECTION (Y/N): "
               WITH NO ADVANCING UPON CONSOLE
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY FROM CONSOLE
           MOVE WS-ENTRY(1:1) TO WS-CONFIRM.

       4200-WRITE-CORRECTION.
      *    CORRECT.DAT and CORRLOG.DAT are kept as history; both are
      *    opened before either is written so a correction is never
      *    on file without its log.
           OPEN EXTEND CE-CORRECT-FILE
           IF WS-CORRECT-STATUS = "35"
               OPEN OUTPUT CE-CORRECT-FILE
           END-IF
           IF WS-CORRECT-STATUS = "00"
               OPEN EXTEND CE-AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT CE-AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = "00"
                   MOVE SPACES             TO CE-CORRECT-CARD
                   MOVE TRAN-RECORD(1:54)  TO CCD-TRAN-IMAGE
                   MOVE WS-OPERATOR-ID     TO CCD-OPERATOR-ID
                   MOVE TRAN-CURRENCY-CODE TO CCD-CURRENCY-CODE
                   WRITE CE-CORRECT-CARD
                   PERFORM 4300-LOG-THE-CHANGES
                   CLOSE CE-AUDIT-FILE
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "  WRITTEN TO CORRECT.DAT, "
                       WS-RECORD-CHANGES " FIELD(S) CHANGED - IT NOW"
                       " NEEDS ANOTHER OPERATOR'S" UPON CONSOLE
                   DISPLAY "  APPROVAL ON CORRAPPR.DAT BEFORE "
                       "TRANRCYC WILL RECYCLE IT" UPON CONSOLE
               ELSE
                   MOVE "CORRLOG.DAT OPEN FAILED" TO WS-LOG-DATA
                   PERFORM 4900-LOG-ENTRY-FAILURE
               END-IF
               CLOSE CE-CORRECT-FILE
           ELSE
               MOVE "CORRECT.DAT OPEN FAILED" TO WS-LOG-DATA
               PERFORM 4900-LOG-ENTRY-FAILURE
           END-IF.

       4300-LOG-THE-CHANGES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-ENTRY-DATE WS-ENTRY-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-ENTRY-DATE
           STRING WS-CURRENT-DATE-TIME(9:2) ":"
                   WS-CURRENT-DATE-TIME(11:2) ":"
                   WS-CURRENT-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO WS-ENTRY-TIME
           MOVE ZERO TO WS-RECORD-CHANGES
           IF TRAN-RECORD(11:3) NOT = ORG-TRAN-CODE
               MOVE "TRAN-CODE"          TO WS-FIELD-NAME
               MOVE ORG-TRAN-CODE        TO WS-SHOW-VALUE
               MOVE TRAN-RECORD(11:3)    TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF
           IF TRAN-RECORD(14:13) NOT = ORG-OPERAND-1
               MOVE "TRAN-OPERAND-1"     TO WS-FIELD-NAME
               MOVE ORG-OPERAND-1        TO WS-SHOW-VALUE
               MOVE TRAN-RECORD(14:13)   TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF
           IF TRAN-RECORD(27:13) NOT = ORG-OPERAND-2
               MOVE "TRAN-OPERAND-2"     TO WS-FIELD-NAME
               MOVE ORG-OPERAND-2        TO WS-SHOW-VALUE
               MOVE TRAN-RECORD(27:13)   TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF
           IF TRAN-OPERATOR-CODE NOT = ORG-OPERATOR-CODE
               MOVE "TRAN-OPERATOR-CODE" TO WS-FIELD-NAME
               MOVE ORG-OPERATOR-CODE    TO WS-SHOW-VALUE
               MOVE TRAN-OPERATOR-CODE   TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF
           IF TRAN-RECORD(41:13) NOT = ORG-AMOUNT
               MOVE "TRAN-AMOUNT"        TO WS-FIELD-NAME
               MOVE ORG-AMOUNT           TO WS-SHOW-VALUE
               MOVE TRAN-RECORD(41:13)   TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF
           IF TRAN-STATUS NOT = ORG-STATUS
               MOVE "TRAN-STATUS"        TO WS-FIELD-NAME
               MOVE ORG-STATUS           TO WS-SHOW-VALUE
               MOVE TRAN-STATUS          TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF
           IF TRAN-CURRENCY-CODE NOT = ORG-CURRENCY-CODE
               MOVE "TRAN-CURRENCY-CODE" TO WS-FIELD-NAME
               MOVE ORG-CURRENCY-CODE    TO WS-SHOW-VALUE
               MOVE TRAN-CURRENCY-CODE   TO WS-NEW-SHOW-VALUE
               PERFORM 4350-WRITE-AUDIT
           END-IF.

       4350-WRITE-AUDIT.
      *    Numeric fields are logged as the stored zoned digits so
      *    the old and new values compare byte for byte with the
      *    records themselves.
           MOVE SPACES            TO CE-AUDIT-RECORD
           MOVE WS-ENTRY-DATE     TO CLG-ENTRY-DATE
           MOVE WS-ENTRY-TIME     TO CLG-ENTRY-TIME
           MOVE WS-OPERATOR-ID    TO CLG-OPERATOR-ID
           MOVE TRAN-ID           TO CLG-TRAN-ID
           MOVE WS-FOUND-SOURCE   TO CLG-SOURCE
           MOVE WS-FIELD-NAME     TO CLG-FIELD-NAME
           MOVE WS-SHOW-VALUE     TO CLG-OLD-VALUE
           MOVE WS-NEW-SHOW-VALUE TO CLG-NEW-VALUE
           WRITE CE-AUDIT-RECORD
           ADD 1 TO WS-RECORD-CHANGES
           ADD 1 TO WS-CHANGE-COUNT.

       4900-LOG-ENTRY-FAILURE.
           MOVE "4200-WRITE-CORRECTION" TO WS-LOG-PARAGRAPH
           MOVE "CE0001"                TO WS-LOG-ERROR-CODE
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA
           DISPLAY "  " WS-LOG-DATA " - CORRECTION NOT WRITTEN"
               UPON CONSOLE.

       9000-TERMINATE.
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "CORENTRY IDS LOOKED UP " WS-LOOKED-UP-COUNT
               " CORRECTIONS WRITTEN " WS-WRITTEN-COUNT
               " FIELDS CHANGED " WS-CHANGE-COUNT UPON CONSOLE.
