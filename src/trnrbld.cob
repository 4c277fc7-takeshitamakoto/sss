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
      *	TRNRBLD rebuilds TRANREG.DAT, the posted TRAN-ID register
      *	TRANPOST and SUSPSWP consult before touching the master
      *	(see TRANREGREC.cpy), from the posting history itself.  It
      *	is run on demand - to seed the register the first time, or
      *	to replace one that was lost or damaged - and never as part
      *	of the nightly window.
      *
      *	The history is read oldest first: the closed years YRCLOSE
      *	moved to POSTTRAN.ARC, then the current POSTTRAN.DAT.  Every
      *	status-"O" row is an id that reached the master and is
      *	taken, whichever program wrote it: reversal rows ("R") as
      *	TRANRVSL registers them, and a posted transfer's two legs
      *	as TRANPOST and SUSPSWP register them - the debit leg under
      *	the TRAN-ID the transfer arrived with, the credit leg under
      *	its own (the credit account, "X", then that account's
      *	posting count).  Each id is written with the business date
      *	of its first posting.
      *
      *	An id that turns up posted a second time is a double
      *	posting from before the register existed, or a credit leg
      *	that posted, before credit-leg ids were registered, under
      *	an id some other item had used: it is logged (RB0001) with
      *	the later date, left on the register under its first date,
      *	and the run ends with return code 4 so someone looks at
      *	it.  Rows taken must equal ids written
      *	plus repeats found, or the rebuild is not proven and ends
      *	with return code 8.  A register that will not open (RB0002)
      *	or will not take a row (RB0003) stops the rebuild.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TRNRBLD.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RB-ARCHIVE-IN ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-HISTORY-STATUS.

           SELECT RB-POSTED-IN ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-HISTORY-STATUS.

           SELECT RB-REGISTER-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-REG-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  RB-ARCHIVE-IN.
       01  RB-ARCHIVE-RECORD           PIC X(128).

       FD  RB-POSTED-IN.
       01  RB-POSTED-RECORD            PIC X(128).

       FD  RB-REGISTER-FILE.
       COPY tranregrec.

       WORKING-STORAGE SECTION.
       COPY posttranrec.
       COPY tranrec.

       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-REG-STATUS               PIC XX.

       01  WS-EOF-HISTORY-SW           PIC X VALUE "N".
           88  WS-EOF-HISTORY          VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".

      *    1 = POSTTRAN.ARC, 2 = POSTTRAN.DAT.
       01  WS-HISTORY-IDX              PIC 9(1).
       01  WS-HISTORY-NAME             PIC X(12).

       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-TAKEN-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "TRNRBLD".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND-CONDITION
               PERFORM 2000-LOAD-ONE-FILE
                   VARYING WS-HISTORY-IDX FROM 1 BY 1
                   UNTIL WS-HISTORY-IDX > 2 OR WS-ABEND-CONDITION
               CLOSE RB-REGISTER-FILE
               PERFORM 8000-VERIFY-THE-REBUILD
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *    The register is rebuilt from nothing - whatever was on
      *    file is replaced.
           OPEN OUTPUT RB-REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "1000-INITIALIZE"         TO WS-LOG-PARAGRAPH
               MOVE "RB0002"                  TO WS-LOG-ERROR-CODE
               MOVE "TRANREG.DAT OPEN FAILED" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       2000-LOAD-ONE-FILE.
           MOVE "N" TO WS-EOF-HISTORY-SW
           IF WS-HISTORY-IDX = 1
               MOVE "POSTTRAN.ARC" TO WS-HISTORY-NAME
               OPEN INPUT RB-ARCHIVE-IN
           ELSE
               MOVE "POSTTRAN.DAT" TO WS-HISTORY-NAME
               OPEN INPUT RB-POSTED-IN
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
      *        No archive simply means no year has been closed yet.
               SET WS-EOF-HISTORY TO TRUE
               DISPLAY "TRNRBLD: " WS-HISTORY-NAME
                   " NOT PRESENT - SKIPPED" UPON CONSOLE
           ELSE
               PERFORM 2900-READ-HISTORY
               PERFORM 2100-TAKE-ONE-ROW UNTIL WS-EOF-HISTORY
               IF WS-HISTORY-IDX = 1
                   CLOSE RB-ARCHIVE-IN
               ELSE
                   CLOSE RB-POSTED-IN
               END-IF
           END-IF.

       2100-TAKE-ONE-ROW.
           ADD 1 TO WS-READ-COUNT
           MOVE PST-TRAN-RECORD TO TRAN-RECORD
      *    Undated legacy rows are skipped by the hyphen guard every
      *    POSTTRAN.DAT reader uses.
           IF PST-RUN-DATE(5:1) = "-" AND TRAN-STATUS-OK
               PERFORM 2200-REGISTER-ID
           END-IF
           PERFORM 2900-READ-HISTORY.

       2200-REGISTER-ID.
           ADD 1 TO WS-TAKEN-COUNT
           MOVE SPACES            TO TRAN-REGISTER-RECORD
           MOVE TRAN-ID           TO TRG-TRAN-ID
           MOVE PST-RUN-DATE      TO TRG-POST-DATE
           MOVE WS-LOG-PROGRAM-ID TO TRG-SOURCE
           WRITE TRAN-REGISTER-RECORD
           EVALUATE WS-REG-STATUS
               WHEN "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               WHEN "22"
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE "2200-REGISTER-ID" TO WS-LOG-PARAGRAPH
                   MOVE "RB0001"           TO WS-LOG-ERROR-CODE
                   MOVE SPACES             TO WS-LOG-DATA
                   STRING TRAN-ID " POSTED AGAIN " PST-RUN-DATE
                       DELIMITED BY SIZE INTO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                       WS-LOG-DATA
               WHEN OTHER
                   SET WS-ABEND-CONDITION TO TRUE
                   SET WS-EOF-HISTORY     TO TRUE
                   MOVE "2200-REGISTER-ID" TO WS-LOG-PARAGRAPH
                   MOVE "RB0003"           TO WS-LOG-ERROR-CODE
                   MOVE TRAN-ID            TO WS-LOG-DATA
                   CALL "LOGERR" USING WS-LOG-PROGRAM-ID
                       WS-LOG-PARAGRAPH WS-LOG-ERROR-CODE
                       WS-LOG-DATA
           END-EVALUATE.

       2900-READ-HISTORY.
           IF WS-HISTORY-IDX = 1
               READ RB-ARCHIVE-IN INTO POSTED-TRAN-RECORD
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
               END-READ
           ELSE
               READ RB-POSTED-IN INTO POSTED-TRAN-RECORD
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
               END-READ
           END-IF.

       8000-VERIFY-THE-REBUILD.
           IF WS-ABEND-CONDITION
               DISPLAY "TRNRBLD: REGISTER WRITE FAILED - TRANREG.DAT "
                   "INCOMPLETE, DO NOT RUN TRANPOST ON IT"
                   UPON CONSOLE
           ELSE
               IF WS-TAKEN-COUNT NOT =
                       WS-WRITTEN-COUNT + WS-REPEAT-COUNT
                   SET WS-ABEND-CONDITION TO TRUE
                   DISPLAY "TRNRBLD: REBUILD NOT PROVEN - TAKEN "
                       WS-TAKEN-COUNT " WRITTEN " WS-WRITTEN-COUNT
                       " REPEATS " WS-REPEAT-COUNT UPON CONSOLE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REPEAT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "TRNRBLD READ " WS-READ-COUNT
               " REGISTERED " WS-WRITTEN-COUNT
               " POSTED TWICE " WS-REPEAT-COUNT UPON CONSOLE.
