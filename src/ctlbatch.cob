      *	feed reruns every step without a false date roll - and
      *	"*NOROLL" completes a window without rolling the date when a
      *	later cycle will close the day.  CTLSTEP.DAT completions are
      *	kept per cycle.  A "*DRYRUN" card makes the window a dry run:
      *	only the intake steps (TRANROUT, SEQCHK, TRANEDIT), SUSPSWP
      *	and TRANPOST are called, and they read the same card.  The
      *	intake steps route, sort and edit tonight's TRANIN.DAT into
      *	scratch ".DRY" copies of the staged files without touching
      *	FEEDREG.DAT or TRANREJ.DAT, and SUSPSWP and TRANPOST print
      *	projections from them instead of posting; every other
      *	step is bypassed, nothing is marked complete in CTLSTEP.DAT
      *	or RUNHIST.DAT, and the business date does not roll.
      *
      *	A POSTCTL.DAT DRYRUN card is for running TRANPOST or SUSPSWP
      *	on their own.  Left on file into a live window it would turn
      *	the night's posting into a projection while every other step
      *	ran and the date rolled, so a live window is refused (CB0006,
      *	return code 8) until the card is cleared.
      *
      *	Each RUNCTL.DAT step card may declare up to two predecessor
      *	program names after the stop-on-fail flag.  Steps are
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-OVERRIDE-STATUS.

           SELECT CB-POSTCTL-IN ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-POSTCTL-STATUS.

       DATA            DIVISION.
       FILE            SECTION.
       FD  CB-RUNCTL-FILE.
               88  OVR-KEYWORD-FORCE   VALUE "FORCE".
           05  FILLER                  PIC X(60).

       FD  CB-POSTCTL-IN.
       01  CB-POSTCTL-CARD.
           05  PCC-RUN-MODE            PIC X(8).

       FD  CB-CALENDAR-FILE.
       01  CB-CALENDAR-RECORD.
           05  CAL-DATE                PIC X(10).
       01  WS-CYCLE-NUMBER             PIC 9(2) VALUE 1.
       01  WS-HOLD-ROLL-SW             PIC X VALUE "N".
           88  WS-HOLD-ROLL            VALUE "Y".
       01  WS-DRY-RUN-SW               PIC X VALUE "N".
           88  WS-DRY-RUN              VALUE "Y".
       01  WS-CYCLE-DIGIT              PIC 9(1).
       01  WS-RECORD-CYCLE             PIC 9(2).

       01  WS-LOCK-TAKEN-SW            PIC X VALUE "N".
           88  WS-LOCK-TAKEN           VALUE "Y".
       01  WS-LOCK-TIME                PIC X(8).
       01  WS-POSTCTL-STATUS           PIC XX.
       01  WS-CARD-REFUSED-SW          PIC X VALUE "N".
           88  WS-CARD-REFUSED         VALUE "Y".

      *    RUNCTL.DAT steps are loaded into this table and sorted on
      *    RUNCTL-SEQUENCE before any step runs - with declared
      *    predecessors the sequence number is only the dispatch
      *    tie-break, so a JCL-style PARM file can renumber without
      *    physically reordering the file.
       01  WS-RUNCTL-MAX               PIC 9(2) VALUE 60.
       01  WS-RUNCTL-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-RUNCTL-TABLE.
           05  WS-RUNCTL-ENTRY OCCURS 60 TIMES.
               10  WS-RUNCTL-SEQ           PIC 9(2).
               10  WS-RUNCTL-PROGRAM-ID    PIC X(8).
               10  WS-RUNCTL-STOP-ON-FAIL  PIC X(1).
      *    loaded from CTLSTEP.DAT so a rerun resumes at the first
      *    step that did not finish instead of grinding every prior
      *    step through its record-level skip logic again.
       01  WS-DONE-MAX                 PIC 9(2) VALUE 60.
       01  WS-DONE-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-PROGRAM-ID OCCURS 60 TIMES
                   INDEXED BY DONE-IDX PIC X(8).
       01  WS-STEP-DONE-SW             PIC X VALUE "N".
           88  WS-STEP-DONE            VALUE "Y".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARD-REFUSED
               PERFORM 9200-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CB-RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
           IF NOT WS-LOCK-REFUSED
               PERFORM 0120-SET-BUSINESS-DATE
               PERFORM 0130-READ-RUN-OPTIONS
               PERFORM 0135-CHECK-POSTING-CARD
           END-IF
           IF NOT WS-LOCK-REFUSED AND NOT WS-CARD-REFUSED
               PERFORM 0150-LOAD-STEP-STATUS
           END-IF.

                                   END-IF
                               WHEN "*NOROLL"
                                   SET WS-HOLD-ROLL TO TRUE
                               WHEN "*DRYRUN"
                                   SET WS-DRY-RUN TO TRUE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
           IF WS-HOLD-ROLL
               DISPLAY "CTLBATCH: BUSINESS DATE ROLL HELD - A "
                   "LATER CYCLE WILL CLOSE THE DAY" UPON CONSOLE
           END-IF
           IF WS-DRY-RUN
               DISPLAY "CTLBATCH: DRY RUN - INTAKE TO SCRATCH FILES, "
                   "SUSPSWP AND TRANPOST PROJECT ONLY, ALL OTHER "
                   "STEPS BYPASSED" UPON CONSOLE
           END-IF.

       0135-CHECK-POSTING-CARD.
      *    TRANPOST and SUSPSWP take a POSTCTL.DAT DRYRUN card as
      *    leave to project instead of post.  A live window must
      *    never start with one on file: the two steps would end
      *    clean having posted nothing, and the date would roll past
      *    a feed FEEDREG.DAT has already consumed.  A dry window
      *    projects either way, so the card does no harm there.
           IF NOT WS-DRY-RUN
               OPEN INPUT CB-POSTCTL-IN
               IF WS-POSTCTL-STATUS = "00"
                   READ CB-POSTCTL-IN
                       NOT AT END
                           IF PCC-RUN-MODE = "DRYRUN"
                               SET WS-CARD-REFUSED TO TRUE
                           END-IF
                   END-READ
                   CLOSE CB-POSTCTL-IN
               END-IF
           END-IF
           IF WS-CARD-REFUSED
               DISPLAY "CTLBATCH: POSTCTL.DAT HOLDS A DRYRUN CARD - "
                   "LIVE WINDOW REFUSED" UPON CONSOLE
               DISPLAY "CTLBATCH: CLEAR POSTCTL.DAT, OR ADD A "
                   "*DRYRUN CARD TO RUNCTL.DAT, AND RESUBMIT"
                   UPON CONSOLE
               MOVE "0135-CHECK-POSTING-CARD" TO WS-LOG-PARAGRAPH
               MOVE "CB0006"                  TO WS-LOG-ERROR-CODE
               MOVE "POSTCTL.DAT DRYRUN"      TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           END-IF.

       0120-SET-BUSINESS-DATE.
           END-IF.

       1500-RUN-DEFAULT-SEQUENCE.
           MOVE "WINBKUP" TO WS-STEP-PROGRAM-ID
           SET WS-STEP-STOP-ON-FAIL TO TRUE
           PERFORM 2000-RUN-STEP
           IF NOT WS-HALTED
               MOVE "CFGSNAP" TO WS-STEP-PROGRAM-ID
               SET WS-STEP-STOP-ON-FAIL TO TRUE
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "DORMCHK" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "CUSTMNT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "ACCTMNT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "STOMNT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "HOLDMNT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "SUSPSWP" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "STOGEN" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "FEESEND" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "TRANROUT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
               MOVE "TRANPOST" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "FEEASMT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "HOLDRPT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "TRANRVSL" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "GLEXTR" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "GLJRNL" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "IFCLASS" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
               MOVE "ACCTSNAP" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "OVDRPT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "LVMON" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "ACKEXTR" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "PORTEXT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "SUSPAGE" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
               MOVE "DLYRPT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "YRCLOSE" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "CALBUILD" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
               MOVE "SLARPT" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "INTGCHK" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF
           IF NOT WS-HALTED
               MOVE "WINHLTH" TO WS-STEP-PROGRAM-ID
               PERFORM 2000-RUN-STEP
           END-IF.

       2000-RUN-STEP.
           IF WS-DRY-RUN
               PERFORM 2050-RUN-DRY-STEP
           ELSE
               PERFORM 2060-RUN-LIVE-STEP
           END-IF.

       2050-RUN-DRY-STEP.
      *    A dry run leaves no completion behind, so the real window
      *    that follows runs every step as if this one never had.
      *    The intake steps run so TRANPOST projects tonight's feed,
      *    not last night's staged file.
           IF WS-STEP-PROGRAM-ID = "TRANROUT"
                   OR WS-STEP-PROGRAM-ID = "SEQCHK"
                   OR WS-STEP-PROGRAM-ID = "TRANEDIT"
                   OR WS-STEP-PROGRAM-ID = "SUSPSWP"
                   OR WS-STEP-PROGRAM-ID = "TRANPOST"
               ADD 1 TO WS-STEPS-EXECUTED
               DISPLAY "CTLBATCH: DRY RUN OF STEP " WS-STEP-PROGRAM-ID
                   UPON CONSOLE
               CALL WS-STEP-PROGRAM-ID
               MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
               PERFORM 8000-CHECK-RETURN-CODE
           ELSE
               DISPLAY "CTLBATCH: STEP " WS-STEP-PROGRAM-ID
                   " BYPASSED - DRY RUN" UPON CONSOLE
           END-IF.

       2060-RUN-LIVE-STEP.
           PERFORM 2100-CHECK-STEP-DONE
           IF WS-STEP-DONE
               ADD 1 TO WS-STEPS-SKIPPED
      *        The date rolls only when the last cycle of the day
      *        closes - a held roll leaves the date in place for the
      *        supplemental cycle still to come.
      *        A dry run never rolls it.
               EVALUATE TRUE
                   WHEN WS-DRY-RUN
                       DISPLAY "CTLBATCH: BUSINESS DATE " WS-RUN-DATE
                           " NOT ROLLED - DRY RUN" UPON CONSOLE
                   WHEN WS-HOLD-ROLL
                       DISPLAY "CTLBATCH: BUSINESS DATE " WS-RUN-DATE
                           " NOT ROLLED - HELD FOR SUPPLEMENTAL CYCLE"
                           UPON CONSOLE
                   WHEN WS-FINAL-RETURN-CODE NOT > 4
                       PERFORM 9100-ROLL-BUSINESS-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY "CTLBATCH: BATCH WINDOW COMPLETED, RC="
                   WS-FINAL-RETURN-CODE UPON CONSOLE
           END-IF
