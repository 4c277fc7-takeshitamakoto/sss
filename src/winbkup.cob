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
      *	WINBKUP is the whole-window backup and rollback utility.
      *	Once TRANPOST has updated ACCTMAST.DAT a half-run window
      *	could only be restarted - which re-applies bad input - or
      *	repaired by hand; BCRUTIL covers BCRESULT.DAT alone.
      *	Driven by WINBKCTL.DAT ("BACKUP" or "ROLLBACK" in columns
      *	1-8; no card means BACKUP, which is the first step of the
      *	window):
      *
      *	  BACKUP copies every file the window updates in place -
      *	  the indexed masters, POSTSUSP, RCYCTRK, FEEDREG, BIZDATE,
      *	  the card and queue files steps append to, and the EXTEND
      *	  history files - into the single sequential WINBKUP.DAT.
      *	  Each file is a section with its own header and a trailer
      *	  carrying its record count and hash total, and the whole
      *	  copy is read back and proven against those trailers
      *	  before the window is let go on.  A file not present is
      *	  recorded as absent.
      *
      *	  ROLLBACK puts every file back to its pre-window state
      *	  together.  The card must carry the business date of the
      *	  backup in columns 10-19, and the backup must prove whole
      *	  before anything is touched.  Each restored file is then
      *	  re-read and its count and hash proven against the saved
      *	  trailer; only when every file proves are the CTLSTEP.DAT
      *	  records of the backed-up window date and cycle cleared,
      *	  so the window reruns clean from the top with corrected
      *	  input, and the card is consumed.  A file absent at backup
      *	  time is restored empty.
      *
      *	The hash total is a position-weighted sum of the character
      *	codes in every record, so a changed, dropped or reordered
      *	byte shows; record images are carried whole up to 400
      *	bytes, the widest record of any file backed up, and a
      *	record that cannot be read fails the backup.  OPSLOG.DAT,
      *	OPSALERT.DAT, RUNHIST.DAT and CTLSTEP.DAT are never
      *	restored - the record of what ran, including the rollback
      *	itself, is kept.
      *

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     WINBKUP.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT WB-CTL-IN ASSIGN TO "WINBKCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-STATUS.

           SELECT WB-BACKUP-FILE ASSIGN TO "WINBKUP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BACKUP-STATUS.

           SELECT WB-RUNCTL-IN ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-RUNCTL-STATUS.

           SELECT WB-STEP-FILE ASSIGN TO "CTLSTEP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-STEP-STATUS.

           SELECT WB-WORK-FILE ASSIGN TO "WINBKUP.WRK"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-WORK-STATUS.

           SELECT WB-REPORT-FILE ASSIGN TO "WINBKUP.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-REPORT-STATUS.

           SELECT WB-BIZDATE-IN ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-BIZDATE-STATUS.

      *    The files the window updates in place, in WS-FILE-TABLE
      *    order.
           SELECT WB-ACCTMAST-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ACT-ACCOUNT-ID
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCRESULT-FILE ASSIGN TO "BCRESULT.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS BCR-TRAN-ID
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-TRANREG-FILE ASSIGN TO "TRANREG.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS TRG-TRAN-ID
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CUS-CUSTOMER-ID
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-STORDMST-FILE ASSIGN TO "STORDMST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS SO-ORDER-KEY
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-HOLDLIST-FILE ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HLD-HOLD-KEY
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-POSTSUSP-FILE ASSIGN TO "POSTSUSP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-RCYCTRK-FILE ASSIGN TO "RCYCTRK.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FEEDREG-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BIZDATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ACCTMNT-FILE ASSIGN TO "ACCTMNT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-TRANIN-FILE ASSIGN TO "TRANIN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-PENDAPPR-FILE ASSIGN TO "PENDAPPR.RPT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-POSTTRAN-FILE ASSIGN TO "POSTTRAN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-POSTCKPT-FILE ASSIGN TO "POSTCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-SWPCKPT-FILE ASSIGN TO "SWPCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-SWPAGED-FILE ASSIGN TO "SWPAGED.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-RVSLCKPT-FILE ASSIGN TO "RVSLCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCOUT-FILE ASSIGN TO "BCOUT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCAUDIT-FILE ASSIGN TO "BCAUDIT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCCKPT-FILE ASSIGN TO "BCCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCEXCP-FILE ASSIGN TO "BCEXCP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCRPT-FILE ASSIGN TO "BCRPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BALREC-FILE ASSIGN TO "BALREC.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ELCKPT-FILE ASSIGN TO "ELCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ELCLASS-FILE ASSIGN TO "ELCLASS.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ELEXCP-FILE ASSIGN TO "ELEXCP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ELSUMM-FILE ASSIGN TO "ELSUMM.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FORAGG-FILE ASSIGN TO "FORAGG.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FORCKPT-FILE ASSIGN TO "FORCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FORITEMO-FILE ASSIGN TO "FORITEMO.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FORSUMM-FILE ASSIGN TO "FORSUMM.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-IFCKPT-FILE ASSIGN TO "IFCKPT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-IFERROR-FILE ASSIGN TO "IFERROR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ACCTMAUD-FILE ASSIGN TO "ACCTMAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-CUSTMAUD-FILE ASSIGN TO "CUSTMAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-STOMAUD-FILE ASSIGN TO "STOMAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ACCTSNAP-FILE ASSIGN TO "ACCTSNAP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-TRANREJ-FILE ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-TRANUNRT-FILE ASSIGN TO "TRANUNRT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-RCYSUSP-FILE ASSIGN TO "RCYSUSP.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-TRENDHST-FILE ASSIGN TO "TRENDHST.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-LVMCASE-FILE ASSIGN TO "LVMCASE.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-YROPEN-FILE ASSIGN TO "YROPEN.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-YRSUMM-FILE ASSIGN TO "YRSUMM.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-POSTTRAN-ARC ASSIGN TO "POSTTRAN.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCCKPT-ARC ASSIGN TO "BCCKPT.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-IFCKPT-ARC ASSIGN TO "IFCKPT.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-ELCKPT-ARC ASSIGN TO "ELCKPT.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FORCKPT-ARC ASSIGN TO "FORCKPT.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-BCOUT-ARC ASSIGN TO "BCOUT.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FORSUMM-ARC ASSIGN TO "FORSUMM.ARC"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-CFGHIST-FILE ASSIGN TO "CFGHIST.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-FEEASMT-FILE ASSIGN TO "FEEASMT.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.

           SELECT WB-HOLDAUD-FILE ASSIGN TO "HOLDAUD.DAT"
               ORGANIZATION  LINE SEQUENTIAL
               FILE STATUS   IS WS-TARGET-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  WB-CTL-IN.
       01  WB-CTL-CARD.
           05  WBC-MODE                PIC X(8).
               88  WBC-MODE-BACKUP     VALUE "BACKUP".
               88  WBC-MODE-ROLLBACK   VALUE "ROLLBACK".
           05  FILLER                  PIC X(1).
           05  WBC-BACKUP-DATE         PIC X(10).
           05  FILLER                  PIC X(51).

       FD  WB-BACKUP-FILE.
       01  WB-BACKUP-RECORD            PIC X(405).

       FD  WB-RUNCTL-IN.
       01  WB-RUNCTL-CARD.
           05  FILLER                  PIC X(3).
           05  WBR-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WBR-FLAG                PIC X(1).
           05  FILLER                  PIC X(67).

       FD  WB-STEP-FILE.
       COPY ctlsteprec.

       FD  WB-WORK-FILE.
       01  WB-WORK-RECORD              PIC X(30).

       FD  WB-REPORT-FILE.
       01  WB-REPORT-LINE              PIC X(132).

       FD  WB-BIZDATE-IN.
       COPY bizdate.

       FD  WB-ACCTMAST-FILE.
       COPY acctrec.

       FD  WB-BCRESULT-FILE.
       COPY bcresultrec.

       FD  WB-TRANREG-FILE.
       COPY tranregrec.

       FD  WB-CUSTMAST-FILE.
       COPY custrec.

       FD  WB-STORDMST-FILE.
       COPY stordrec.

       FD  WB-HOLDLIST-FILE.
       COPY holdrec.

       FD  WB-POSTSUSP-FILE.
       01  WB-POSTSUSP-RECORD          PIC X(400).

       FD  WB-RCYCTRK-FILE.
       01  WB-RCYCTRK-RECORD           PIC X(400).

       FD  WB-FEEDREG-FILE.
       01  WB-FEEDREG-RECORD           PIC X(400).

       FD  WB-BIZDATE-FILE.
       01  WB-BIZDATE-RECORD           PIC X(400).

       FD  WB-ACCTMNT-FILE.
       01  WB-ACCTMNT-RECORD           PIC X(400).

       FD  WB-TRANIN-FILE.
       01  WB-TRANIN-RECORD            PIC X(400).

       FD  WB-PENDAPPR-FILE.
       01  WB-PENDAPPR-RECORD          PIC X(400).

       FD  WB-POSTTRAN-FILE.
       01  WB-POSTTRAN-RECORD          PIC X(400).

       FD  WB-POSTCKPT-FILE.
       01  WB-POSTCKPT-RECORD          PIC X(400).

       FD  WB-SWPCKPT-FILE.
       01  WB-SWPCKPT-RECORD           PIC X(400).

       FD  WB-SWPAGED-FILE.
       01  WB-SWPAGED-RECORD           PIC X(400).

       FD  WB-RVSLCKPT-FILE.
       01  WB-RVSLCKPT-RECORD          PIC X(400).

       FD  WB-BCOUT-FILE.
       01  WB-BCOUT-RECORD             PIC X(400).

       FD  WB-BCAUDIT-FILE.
       01  WB-BCAUDIT-RECORD           PIC X(400).

       FD  WB-BCCKPT-FILE.
       01  WB-BCCKPT-RECORD            PIC X(400).

       FD  WB-BCEXCP-FILE.
       01  WB-BCEXCP-RECORD            PIC X(400).

       FD  WB-BCRPT-FILE.
       01  WB-BCRPT-RECORD             PIC X(400).

       FD  WB-BALREC-FILE.
       01  WB-BALREC-RECORD            PIC X(400).

       FD  WB-ELCKPT-FILE.
       01  WB-ELCKPT-RECORD            PIC X(400).

       FD  WB-ELCLASS-FILE.
       01  WB-ELCLASS-RECORD           PIC X(400).

       FD  WB-ELEXCP-FILE.
       01  WB-ELEXCP-RECORD            PIC X(400).

       FD  WB-ELSUMM-FILE.
       01  WB-ELSUMM-RECORD            PIC X(400).

       FD  WB-FORAGG-FILE.
       01  WB-FORAGG-RECORD            PIC X(400).

       FD  WB-FORCKPT-FILE.
       01  WB-FORCKPT-RECORD           PIC X(400).

       FD  WB-FORITEMO-FILE.
       01  WB-FORITEMO-RECORD          PIC X(400).

       FD  WB-FORSUMM-FILE.
       01  WB-FORSUMM-RECORD           PIC X(400).

       FD  WB-IFCKPT-FILE.
       01  WB-IFCKPT-RECORD            PIC X(400).

       FD  WB-IFERROR-FILE.
       01  WB-IFERROR-RECORD           PIC X(400).

       FD  WB-ACCTMAUD-FILE.
       01  WB-ACCTMAUD-RECORD          PIC X(400).

       FD  WB-CUSTMAUD-FILE.
       01  WB-CUSTMAUD-RECORD          PIC X(400).

       FD  WB-STOMAUD-FILE.
       01  WB-STOMAUD-RECORD           PIC X(400).

       FD  WB-ACCTSNAP-FILE.
       01  WB-ACCTSNAP-RECORD          PIC X(400).

       FD  WB-CALENDAR-FILE.
       01  WB-CALENDAR-RECORD          PIC X(400).

       FD  WB-TRANREJ-FILE.
       01  WB-TRANREJ-RECORD           PIC X(400).

       FD  WB-TRANUNRT-FILE.
       01  WB-TRANUNRT-RECORD          PIC X(400).

       FD  WB-RCYSUSP-FILE.
       01  WB-RCYSUSP-RECORD           PIC X(400).

       FD  WB-TRENDHST-FILE.
       01  WB-TRENDHST-RECORD          PIC X(400).

       FD  WB-LVMCASE-FILE.
       01  WB-LVMCASE-RECORD           PIC X(400).

       FD  WB-YROPEN-FILE.
       01  WB-YROPEN-RECORD            PIC X(400).

       FD  WB-YRSUMM-FILE.
       01  WB-YRSUMM-RECORD            PIC X(400).

       FD  WB-POSTTRAN-ARC.
       01  WB-POSTTRAN-ARC-RECORD      PIC X(400).

       FD  WB-BCCKPT-ARC.
       01  WB-BCCKPT-ARC-RECORD        PIC X(400).

       FD  WB-IFCKPT-ARC.
       01  WB-IFCKPT-ARC-RECORD        PIC X(400).

       FD  WB-ELCKPT-ARC.
       01  WB-ELCKPT-ARC-RECORD        PIC X(400).

       FD  WB-FORCKPT-ARC.
       01  WB-FORCKPT-ARC-RECORD       PIC X(400).

       FD  WB-BCOUT-ARC.
       01  WB-BCOUT-ARC-RECORD         PIC X(400).

       FD  WB-FORSUMM-ARC.
       01  WB-FORSUMM-ARC-RECORD       PIC X(400).

       FD  WB-CFGHIST-FILE.
       01  WB-CFGHIST-RECORD           PIC X(400).

       FD  WB-FEEASMT-FILE.
       01  WB-FEEASMT-RECORD           PIC X(400).

       FD  WB-HOLDAUD-FILE.
       01  WB-HOLDAUD-RECORD           PIC X(400).
       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-BACKUP-STATUS            PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-STEP-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BIZDATE-STATUS           PIC XX.
       01  WS-TARGET-STATUS            PIC XX.
       01  WS-READ-STATUS              PIC XX.

       01  WS-EOF-TARGET-SW            PIC X VALUE "N".
           88  WS-EOF-TARGET           VALUE "Y".
       01  WS-EOF-BACKUP-SW            PIC X VALUE "N".
           88  WS-EOF-BACKUP           VALUE "Y".
       01  WS-EOF-STEP-SW              PIC X VALUE "N".
           88  WS-EOF-STEP             VALUE "Y".
       01  WS-READ-FAILED-SW           PIC X VALUE "N".
           88  WS-READ-FAILED          VALUE "Y".
       01  WS-WRITE-FAILED-SW          PIC X VALUE "N".
           88  WS-WRITE-FAILED         VALUE "Y".
       01  WS-PROOF-FAILED-SW          PIC X VALUE "N".
           88  WS-PROOF-FAILED         VALUE "Y".
       01  WS-TARGET-OPEN-SW           PIC X VALUE "N".
           88  WS-TARGET-OPEN          VALUE "Y".
       01  WS-ABEND-SW                 PIC X VALUE "N".
           88  WS-ABEND-CONDITION      VALUE "Y".
       01  WS-MODE                     PIC X(8) VALUE "BACKUP".
           88  WS-MODE-ROLLBACK        VALUE "ROLLBACK".
       01  WS-CARD-DATE                PIC X(10) VALUE SPACES.

      *    Name and organisation (I indexed, S line sequential) of
      *    every file backed up, in section order on WINBKUP.DAT.
       01  WS-FILE-TABLE-DATA.
           05  FILLER  PIC X(13) VALUE "ACCTMAST.DATI".
           05  FILLER  PIC X(13) VALUE "BCRESULT.DATI".
           05  FILLER  PIC X(13) VALUE "TRANREG.DAT I".
           05  FILLER  PIC X(13) VALUE "CUSTMAST.DATI".
           05  FILLER  PIC X(13) VALUE "STORDMST.DATI".
           05  FILLER  PIC X(13) VALUE "HOLDLIST.DATI".
           05  FILLER  PIC X(13) VALUE "POSTSUSP.DATS".
           05  FILLER  PIC X(13) VALUE "RCYCTRK.DAT S".
           05  FILLER  PIC X(13) VALUE "FEEDREG.DAT S".
           05  FILLER  PIC X(13) VALUE "BIZDATE.DAT S".
           05  FILLER  PIC X(13) VALUE "ACCTMNT.DAT S".
           05  FILLER  PIC X(13) VALUE "TRANIN.DAT  S".
           05  FILLER  PIC X(13) VALUE "PENDAPPR.RPTS".
           05  FILLER  PIC X(13) VALUE "POSTTRAN.DATS".
           05  FILLER  PIC X(13) VALUE "POSTCKPT.DATS".
           05  FILLER  PIC X(13) VALUE "SWPCKPT.DAT S".
           05  FILLER  PIC X(13) VALUE "SWPAGED.DAT S".
           05  FILLER  PIC X(13) VALUE "RVSLCKPT.DATS".
           05  FILLER  PIC X(13) VALUE "BCOUT.DAT   S".
           05  FILLER  PIC X(13) VALUE "BCAUDIT.DAT S".
           05  FILLER  PIC X(13) VALUE "BCCKPT.DAT  S".
           05  FILLER  PIC X(13) VALUE "BCEXCP.DAT  S".
           05  FILLER  PIC X(13) VALUE "BCRPT.DAT   S".
           05  FILLER  PIC X(13) VALUE "BALREC.DAT  S".
           05  FILLER  PIC X(13) VALUE "ELCKPT.DAT  S".
           05  FILLER  PIC X(13) VALUE "ELCLASS.DAT S".
           05  FILLER  PIC X(13) VALUE "ELEXCP.DAT  S".
           05  FILLER  PIC X(13) VALUE "ELSUMM.DAT  S".
           05  FILLER  PIC X(13) VALUE "FORAGG.DAT  S".
           05  FILLER  PIC X(13) VALUE "FORCKPT.DAT S".
           05  FILLER  PIC X(13) VALUE "FORITEMO.DATS".
           05  FILLER  PIC X(13) VALUE "FORSUMM.DAT S".
           05  FILLER  PIC X(13) VALUE "IFCKPT.DAT  S".
           05  FILLER  PIC X(13) VALUE "IFERROR.DAT S".
           05  FILLER  PIC X(13) VALUE "ACCTMAUD.DATS".
           05  FILLER  PIC X(13) VALUE "CUSTMAUD.DATS".
           05  FILLER  PIC X(13) VALUE "STOMAUD.DAT S".
           05  FILLER  PIC X(13) VALUE "ACCTSNAP.DATS".
           05  FILLER  PIC X(13) VALUE "CALENDAR.DATS".
           05  FILLER  PIC X(13) VALUE "TRANREJ.DAT S".
           05  FILLER  PIC X(13) VALUE "TRANUNRT.DATS".
           05  FILLER  PIC X(13) VALUE "RCYSUSP.DAT S".
           05  FILLER  PIC X(13) VALUE "TRENDHST.DATS".
           05  FILLER  PIC X(13) VALUE "LVMCASE.DAT S".
           05  FILLER  PIC X(13) VALUE "YROPEN.DAT  S".
           05  FILLER  PIC X(13) VALUE "YRSUMM.DAT  S".
           05  FILLER  PIC X(13) VALUE "POSTTRAN.ARCS".
           05  FILLER  PIC X(13) VALUE "BCCKPT.ARC  S".
           05  FILLER  PIC X(13) VALUE "IFCKPT.ARC  S".
           05  FILLER  PIC X(13) VALUE "ELCKPT.ARC  S".
           05  FILLER  PIC X(13) VALUE "FORCKPT.ARC S".
           05  FILLER  PIC X(13) VALUE "BCOUT.ARC   S".
           05  FILLER  PIC X(13) VALUE "FORSUMM.ARC S".
           05  FILLER  PIC X(13) VALUE "CFGHIST.DAT S".
           05  FILLER  PIC X(13) VALUE "FEEASMT.DAT S".
           05  FILLER  PIC X(13) VALUE "HOLDAUD.DAT S".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
           05  WS-FILE-ENTRY OCCURS 56 TIMES.
               10  WS-FILE-NAME        PIC X(12).
               10  WS-FILE-ORG         PIC X(1).
       01  WS-FILE-COUNT               PIC 9(2) VALUE 56.
       01  WS-FILE-IDX                 PIC 9(2).

      *    What the backup trailers say each file held, and what a
      *    fresh count of the copy or the restored file found.
       01  WS-FILE-STATE-TABLE.
           05  WS-FILE-STATE OCCURS 56 TIMES.
               10  WS-SAVED-STATE      PIC X(1).
                   88  WS-SAVED-PRESENT VALUE "P".
                   88  WS-SAVED-ABSENT  VALUE "M".
               10  WS-SECTION-SEEN     PIC X(1).
               10  WS-SAVED-COUNT      PIC 9(9).
               10  WS-SAVED-HASH       PIC 9(15).
               10  WS-CHECK-COUNT      PIC 9(9).
               10  WS-CHECK-HASH       PIC 9(15).
               10  WS-FILE-RESULT      PIC X(30).

      *    One WINBKUP.DAT row: the file's place in WS-FILE-TABLE
      *    (00 for the run header and trailer), the row type and the
      *    record image.
       01  WS-BACKUP-ROW.
           05  BKR-FILE-IDX            PIC 9(2).
           05  FILLER                  PIC X(1).
           05  BKR-ROW-TYPE            PIC X(1).
               88  BKR-HEADER          VALUE "H".
               88  BKR-DETAIL          VALUE "D".
               88  BKR-TRAILER         VALUE "T".
           05  FILLER                  PIC X(1).
           05  BKR-IMAGE               PIC X(400).

       01  WS-RUN-HEADER.
           05  RHD-RECORD-ID           PIC X(10).
               88  RHD-IS-HEADER       VALUE "**BACKUP**".
           05  RHD-BACKUP-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  RHD-CYCLE               PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RHD-BACKUP-TIME         PIC X(6).
           05  FILLER                  PIC X(370).

       01  WS-RUN-TRAILER.
           05  RTR-RECORD-ID           PIC X(10).
               88  RTR-IS-TRAILER      VALUE "**TRAILER*".
           05  RTR-FILE-COUNT          PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RTR-ROW-COUNT           PIC 9(9).
           05  FILLER                  PIC X(377).

       01  WS-SECTION-HEADER.
           05  SHD-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(1).
           05  SHD-STATE               PIC X(1).
           05  FILLER                  PIC X(386).

       01  WS-SECTION-TRAILER.
           05  STR-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  STR-HASH-TOTAL          PIC 9(15).
           05  FILLER                  PIC X(375).

       01  WS-RUN-HEADER-SW            PIC X VALUE "N".
           88  WS-RUN-HEADER-SEEN      VALUE "Y".
       01  WS-RUN-TRAILER-SW           PIC X VALUE "N".
           88  WS-RUN-TRAILER-SEEN     VALUE "Y".
       01  WS-BACKUP-DATE              PIC X(10) VALUE SPACES.
       01  WS-BACKUP-CYCLE             PIC 9(2) VALUE 1.
       01  WS-CYCLE-NUMBER             PIC 9(2) VALUE 1.
       01  WS-CYCLE-DIGIT              PIC 9(1).
       01  WS-RECORD-CYCLE             PIC 9(2).
       01  WS-SECTION-IDX              PIC 9(2).

       01  WS-READ-BUFFER              PIC X(400).
       01  WS-CHAR-POS                 PIC 9(3).
       01  WS-RECORD-COUNT             PIC 9(9).
       01  WS-HASH-TOTAL               PIC 9(15).
       01  WS-ROW-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-FILES-PRESENT            PIC 9(3) VALUE ZERO.
       01  WS-FILES-PROVEN             PIC 9(3) VALUE ZERO.
       01  WS-STEPS-CLEARED            PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-PRINT-DATE               PIC X(10).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 60.
       01  WS-PAGE-EDIT                PIC ZZZ9.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       01  WS-REPORT-RULE              PIC X(132) VALUE ALL "-".
       01  WS-REPORT-BLANK             PIC X(132) VALUE SPACES.
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-PAGE-HEADING.
           05  FILLER                  PIC X(41) VALUE
               "WINDOW BACKUP AND ROLLBACK - BUSINESS DAY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDG-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  HDG-PRINT-DATE          PIC X(10).
           05  FILLER                  PIC X(49) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "FILE".
           05  FILLER                  PIC X(9)  VALUE "STATE".
           05  FILLER                  PIC X(12) VALUE "   RECORDS".
           05  FILLER                  PIC X(19) VALUE
               "         HASH TOTAL".
           05  FILLER                  PIC X(76) VALUE "  RESULT".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-STATE               PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-RECORD-COUNT        PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-HASH-TOTAL          PIC Z(14)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-RESULT              PIC X(30).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-LOG-PROGRAM-ID           PIC X(8) VALUE "WINBKUP".
       01  WS-LOG-PARAGRAPH            PIC X(30).
       01  WS-LOG-ERROR-CODE           PIC X(6).
       01  WS-LOG-DATA                 PIC X(60).

       PROCEDURE       DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-ROLLBACK
               PERFORM 3000-ROLLBACK-WINDOW
           ELSE
               PERFORM 2000-BACKUP-WINDOW
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) "-"
                   WS-CURRENT-DATE-TIME(5:2) "-"
                   WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-PRINT-DATE
           PERFORM 1050-GET-BUSINESS-DATE

           OPEN INPUT WB-CTL-IN
           IF WS-CTL-STATUS = "00"
               READ WB-CTL-IN
                   NOT AT END
                       IF WBC-MODE-ROLLBACK
                           MOVE "ROLLBACK"      TO WS-MODE
                           MOVE WBC-BACKUP-DATE TO WS-CARD-DATE
                       END-IF
               END-READ
               CLOSE WB-CTL-IN
           END-IF

           INITIALIZE WS-FILE-STATE-TABLE
           MOVE WS-RUN-DATE   TO HDG-BUSINESS-DATE
           MOVE WS-PRINT-DATE TO HDG-PRINT-DATE
           OPEN OUTPUT WB-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-MODE-ROLLBACK
               STRING "  ROLLBACK OF THE WINDOW BACKED UP FOR "
                       WS-CARD-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  PRE-WINDOW BACKUP TO WINBKUP.DAT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       1050-GET-BUSINESS-DATE.
      *    The window runs under the business processing date that
      *    CTLBATCH owns in BIZDATE.DAT; with no date on file (a
      *    run outside the window) the wall-clock date stands.
           OPEN INPUT WB-BIZDATE-IN
           IF WS-BIZDATE-STATUS = "00"
               READ WB-BIZDATE-IN
                   NOT AT END
                       IF BIZ-PROCESS-DATE(5:1) = "-"
                           MOVE BIZ-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE WB-BIZDATE-IN
           END-IF.

       1100-GET-CYCLE-NUMBER.
      *    The window's cycle is CTLBATCH's: a RUNCTL.DAT "*CYCLE*"
      *    card, else cycle 1.  It is kept on the backup so the
      *    rollback clears only that cycle's step records.
           OPEN INPUT WB-RUNCTL-IN
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-STEP-SW
               PERFORM UNTIL WS-EOF-STEP
                   READ WB-RUNCTL-IN
                       AT END
                           SET WS-EOF-STEP TO TRUE
                       NOT AT END
                           IF WBR-PROGRAM-ID = "*CYCLE*"
                              AND WBR-FLAG NUMERIC
                               MOVE WBR-FLAG       TO WS-CYCLE-DIGIT
                               MOVE WS-CYCLE-DIGIT TO WS-CYCLE-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WB-RUNCTL-IN
           END-IF.

      ******************************************************************
      *    BACKUP
      ******************************************************************
       2000-BACKUP-WINDOW.
           PERFORM 1100-GET-CYCLE-NUMBER
           OPEN OUTPUT WB-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "2000-BACKUP-WINDOW" TO WS-LOG-PARAGRAPH
               MOVE "WINBKUP.DAT"        TO WS-LOG-DATA
               PERFORM 9100-FAIL-THE-BACKUP
           ELSE
               MOVE SPACES          TO WS-RUN-HEADER
               MOVE "**BACKUP**"    TO RHD-RECORD-ID
               MOVE WS-RUN-DATE     TO RHD-BACKUP-DATE
               MOVE WS-CYCLE-NUMBER TO RHD-CYCLE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO RHD-BACKUP-TIME
               MOVE ZERO            TO BKR-FILE-IDX
               MOVE WS-RUN-HEADER   TO BKR-IMAGE
               SET BKR-HEADER       TO TRUE
               PERFORM 2800-WRITE-BACKUP-ROW

               PERFORM 2100-BACKUP-ONE-FILE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                      OR WS-ABEND-CONDITION

               IF NOT WS-ABEND-CONDITION
                   MOVE SPACES        TO WS-RUN-TRAILER
                   MOVE "**TRAILER*"  TO RTR-RECORD-ID
                   MOVE WS-FILE-COUNT TO RTR-FILE-COUNT
                   MOVE WS-ROW-COUNT  TO RTR-ROW-COUNT
                   MOVE ZERO          TO BKR-FILE-IDX
                   MOVE WS-RUN-TRAILER TO BKR-IMAGE
                   SET BKR-TRAILER    TO TRUE
                   PERFORM 2800-WRITE-BACKUP-ROW
               END-IF
               CLOSE WB-BACKUP-FILE
           END-IF

           IF NOT WS-ABEND-CONDITION
               PERFORM 4000-PROVE-BACKUP-FILE
               PERFORM 2900-REPORT-BACKUP-FILE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-PROOF-FAILED
                   MOVE "4000-PROVE-BACKUP-FILE" TO WS-LOG-PARAGRAPH
                   MOVE "WINBKUP.DAT NOT PROVEN" TO WS-LOG-DATA
                   PERFORM 9100-FAIL-THE-BACKUP
               END-IF
           END-IF.

       2100-BACKUP-ONE-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE "N"  TO WS-EOF-TARGET-SW
           MOVE "N"  TO WS-READ-FAILED-SW
           PERFORM 5100-OPEN-TARGET-INPUT
           MOVE SPACES                    TO WS-SECTION-HEADER
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO SHD-FILE-NAME
           EVALUATE WS-TARGET-STATUS
               WHEN "00"
                   MOVE "P" TO SHD-STATE
               WHEN "35"
                   MOVE "M" TO SHD-STATE
               WHEN OTHER
                   MOVE "2100-BACKUP-ONE-FILE" TO WS-LOG-PARAGRAPH
                   MOVE SPACES TO WS-LOG-DATA
                   STRING WS-FILE-NAME(WS-FILE-IDX) " OPEN STATUS "
                           WS-TARGET-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-DATA
                   PERFORM 9100-FAIL-THE-BACKUP
           END-EVALUATE

           IF NOT WS-ABEND-CONDITION
               MOVE SHD-STATE   TO WS-SAVED-STATE(WS-FILE-IDX)
               MOVE WS-FILE-IDX TO BKR-FILE-IDX
               MOVE WS-SECTION-HEADER TO BKR-IMAGE
               SET BKR-HEADER   TO TRUE
               PERFORM 2800-WRITE-BACKUP-ROW
               IF SHD-STATE = "P"
                   ADD 1 TO WS-FILES-PRESENT
                   PERFORM 5300-READ-TARGET
                   PERFORM UNTIL WS-EOF-TARGET
                       PERFORM 5800-ADD-TO-TOTALS
                       MOVE WS-FILE-IDX    TO BKR-FILE-IDX
                       MOVE WS-READ-BUFFER TO BKR-IMAGE
                       SET BKR-DETAIL      TO TRUE
                       PERFORM 2800-WRITE-BACKUP-ROW
                       PERFORM 5300-READ-TARGET
                   END-PERFORM
                   PERFORM 5150-CLOSE-TARGET
               END-IF
               IF WS-READ-FAILED
                   MOVE "2100-BACKUP-ONE-FILE" TO WS-LOG-PARAGRAPH
                   MOVE SPACES TO WS-LOG-DATA
                   STRING WS-FILE-NAME(WS-FILE-IDX) " READ STATUS "
                           WS-READ-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-DATA
                   PERFORM 9100-FAIL-THE-BACKUP
               END-IF
           END-IF

           IF NOT WS-ABEND-CONDITION
               MOVE WS-RECORD-COUNT TO WS-SAVED-COUNT(WS-FILE-IDX)
               MOVE WS-HASH-TOTAL   TO WS-SAVED-HASH(WS-FILE-IDX)
               MOVE SPACES          TO WS-SECTION-TRAILER
               MOVE WS-RECORD-COUNT TO STR-RECORD-COUNT
               MOVE WS-HASH-TOTAL   TO STR-HASH-TOTAL
               MOVE WS-FILE-IDX     TO BKR-FILE-IDX
               MOVE WS-SECTION-TRAILER TO BKR-IMAGE
               SET BKR-TRAILER      TO TRUE
               PERFORM 2800-WRITE-BACKUP-ROW
           END-IF.

       2800-WRITE-BACKUP-ROW.
           MOVE SPACES TO WS-BACKUP-ROW(3:1)
           MOVE SPACES TO WS-BACKUP-ROW(5:1)
           WRITE WB-BACKUP-RECORD FROM WS-BACKUP-ROW
           ADD 1 TO WS-ROW-COUNT.

       2900-REPORT-BACKUP-FILE.
           IF WS-CHECK-COUNT(WS-FILE-IDX) =
                   WS-SAVED-COUNT(WS-FILE-IDX)
              AND WS-CHECK-HASH(WS-FILE-IDX) =
                   WS-SAVED-HASH(WS-FILE-IDX)
              AND WS-SECTION-SEEN(WS-FILE-IDX) = "Y"
               ADD 1 TO WS-FILES-PROVEN
               MOVE "SAVED - COPY PROVEN"
                   TO WS-FILE-RESULT(WS-FILE-IDX)
           ELSE
               SET WS-PROOF-FAILED TO TRUE
               MOVE "*** COPY DOES NOT PROVE ***"
                   TO WS-FILE-RESULT(WS-FILE-IDX)
           END-IF
           PERFORM 7200-WRITE-FILE-LINE.

      ******************************************************************
      *    ROLLBACK
      ******************************************************************
       3000-ROLLBACK-WINDOW.
      *    Nothing is restored unless the whole backup proves and is
      *    the one the card names - every file goes back together or
      *    none does.
           PERFORM 4000-PROVE-BACKUP-FILE
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION
                   CONTINUE
               WHEN WS-PROOF-FAILED
                   MOVE "WINBKUP.DAT DOES NOT PROVE" TO WS-LOG-DATA
                   PERFORM 9200-REFUSE-THE-ROLLBACK
               WHEN WS-BACKUP-DATE NOT = WS-CARD-DATE
                   MOVE SPACES TO WS-LOG-DATA
                   STRING "CARD " WS-CARD-DATE " BACKUP "
                           WS-BACKUP-DATE
                       DELIMITED BY SIZE INTO WS-LOG-DATA
                   PERFORM 9200-REFUSE-THE-ROLLBACK
               WHEN OTHER
                   PERFORM 3100-RESTORE-ALL-FILES
                   IF NOT WS-ABEND-CONDITION
                       PERFORM 3200-PROVE-ONE-RESTORE
                           VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   END-IF
                   IF WS-ABEND-CONDITION OR WS-PROOF-FAILED
                       PERFORM 9300-FAIL-THE-ROLLBACK
                   ELSE
                       PERFORM 3300-CLEAR-STEP-RECORDS
                       PERFORM 3400-CONSUME-THE-CARD
                   END-IF
           END-EVALUATE.

       3100-RESTORE-ALL-FILES.
           OPEN INPUT WB-BACKUP-FILE
           MOVE "N" TO WS-EOF-BACKUP-SW
           MOVE "N" TO WS-TARGET-OPEN-SW
           PERFORM 4900-READ-BACKUP
           PERFORM UNTIL WS-EOF-BACKUP OR WS-ABEND-CONDITION
               IF BKR-FILE-IDX NOT = ZERO
                   MOVE BKR-FILE-IDX TO WS-FILE-IDX
                   EVALUATE TRUE
                       WHEN BKR-HEADER
                           PERFORM 3150-OPEN-FOR-RESTORE
                       WHEN BKR-DETAIL
                           ADD 1 TO WS-ROW-COUNT
                           MOVE BKR-IMAGE TO WS-READ-BUFFER
                           PERFORM 5400-WRITE-TARGET
                       WHEN BKR-TRAILER
                           PERFORM 5150-CLOSE-TARGET
                           MOVE "N" TO WS-TARGET-OPEN-SW
                   END-EVALUATE
               END-IF
               PERFORM 4900-READ-BACKUP
           END-PERFORM
           IF WS-TARGET-OPEN
               PERFORM 5150-CLOSE-TARGET
           END-IF
           CLOSE WB-BACKUP-FILE
           IF WS-WRITE-FAILED
               SET WS-PROOF-FAILED TO TRUE
           END-IF.

       3150-OPEN-FOR-RESTORE.
           PERFORM 5200-OPEN-TARGET-OUTPUT
           IF WS-TARGET-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               MOVE "*** COULD NOT BE REWRITTEN ***"
                   TO WS-FILE-RESULT(WS-FILE-IDX)
               DISPLAY "WINBKUP: " WS-FILE-NAME(WS-FILE-IDX)
                   " COULD NOT BE OPENED FOR RESTORE - STATUS "
                   WS-TARGET-STATUS UPON CONSOLE
           ELSE
               SET WS-TARGET-OPEN TO TRUE
           END-IF.

       3200-PROVE-ONE-RESTORE.
      *    Each restored file is read back from disk and counted
      *    afresh; a file absent before the window must come back
      *    empty.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE "N"  TO WS-EOF-TARGET-SW
           MOVE "N"  TO WS-READ-FAILED-SW
           PERFORM 5100-OPEN-TARGET-INPUT
           IF WS-TARGET-STATUS = "00"
               PERFORM 5300-READ-TARGET
               PERFORM UNTIL WS-EOF-TARGET
                   PERFORM 5800-ADD-TO-TOTALS
                   PERFORM 5300-READ-TARGET
               END-PERFORM
               PERFORM 5150-CLOSE-TARGET
           END-IF
           MOVE WS-RECORD-COUNT TO WS-CHECK-COUNT(WS-FILE-IDX)
           MOVE WS-HASH-TOTAL   TO WS-CHECK-HASH(WS-FILE-IDX)
           IF WS-TARGET-STATUS = "00"
              AND NOT WS-READ-FAILED
              AND WS-RECORD-COUNT = WS-SAVED-COUNT(WS-FILE-IDX)
              AND WS-HASH-TOTAL   = WS-SAVED-HASH(WS-FILE-IDX)
               ADD 1 TO WS-FILES-PROVEN
               IF WS-SAVED-ABSENT(WS-FILE-IDX)
                   MOVE "RESTORED EMPTY - WAS ABSENT"
                       TO WS-FILE-RESULT(WS-FILE-IDX)
               ELSE
                   MOVE "RESTORED - PROVEN"
                       TO WS-FILE-RESULT(WS-FILE-IDX)
               END-IF
           ELSE
               SET WS-PROOF-FAILED TO TRUE
               MOVE "*** RESTORE DOES NOT PROVE ***"
                   TO WS-FILE-RESULT(WS-FILE-IDX)
               DISPLAY "WINBKUP: " WS-FILE-NAME(WS-FILE-IDX)
                   " RESTORED " WS-RECORD-COUNT " RECORDS, BACKUP "
                   WS-SAVED-COUNT(WS-FILE-IDX) UPON CONSOLE
           END-IF
           PERFORM 7200-WRITE-FILE-LINE.

       3300-CLEAR-STEP-RECORDS.
      *    The step records of the backed-up window date and cycle
      *    go, through WINBKUP.WRK, so CTLBATCH runs every step of
      *    it again; earlier cycles and other dates are kept.
           OPEN INPUT WB-STEP-FILE
           IF WS-STEP-STATUS = "00"
               OPEN OUTPUT WB-WORK-FILE
               MOVE "N" TO WS-EOF-STEP-SW
               PERFORM UNTIL WS-EOF-STEP
                   READ WB-STEP-FILE
                       AT END
                           SET WS-EOF-STEP TO TRUE
                       NOT AT END
                           PERFORM 3350-KEEP-OR-CLEAR-STEP
                   END-READ
               END-PERFORM
               CLOSE WB-STEP-FILE
               CLOSE WB-WORK-FILE

               OPEN INPUT  WB-WORK-FILE
               OPEN OUTPUT WB-STEP-FILE
               MOVE "N" TO WS-EOF-STEP-SW
               PERFORM UNTIL WS-EOF-STEP
                   READ WB-WORK-FILE
                       AT END
                           SET WS-EOF-STEP TO TRUE
                       NOT AT END
                           WRITE CTL-STEP-RECORD FROM WB-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WB-WORK-FILE
               CLOSE WB-STEP-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-STEPS-CLEARED TO WS-COUNT-EDIT
           STRING "  CTLSTEP.DAT RECORDS CLEARED FOR " WS-BACKUP-DATE
                   " CYCLE " WS-BACKUP-CYCLE "   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       3350-KEEP-OR-CLEAR-STEP.
           IF STP-CYCLE NUMERIC
               MOVE STP-CYCLE TO WS-RECORD-CYCLE
           ELSE
               MOVE 1         TO WS-RECORD-CYCLE
           END-IF
           IF STP-RUN-DATE = WS-BACKUP-DATE
              AND WS-RECORD-CYCLE = WS-BACKUP-CYCLE
               ADD 1 TO WS-STEPS-CLEARED
           ELSE
               WRITE WB-WORK-RECORD FROM CTL-STEP-RECORD
           END-IF.

       3400-CONSUME-THE-CARD.
      *    A rollback card left in place would roll the next window
      *    back too; once the restore has proven it is spent.
           OPEN OUTPUT WB-CTL-IN
           CLOSE WB-CTL-IN
           DISPLAY "WINBKUP: WINDOW OF " WS-BACKUP-DATE
               " ROLLED BACK - ALL " WS-FILES-PROVEN
               " FILES PROVEN, RERUN FROM THE TOP" UPON CONSOLE.

      ******************************************************************
      *    BACKUP FILE PROOF
      ******************************************************************
       4000-PROVE-BACKUP-FILE.
      *    WINBKUP.DAT is read end to end and every section counted
      *    and hashed afresh against its own trailer; the saved
      *    totals it carries are what a restore is proven against.
           OPEN INPUT WB-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               SET WS-ABEND-CONDITION TO TRUE
               DISPLAY "WINBKUP: WINBKUP.DAT NOT PRESENT - "
                   "NOTHING TO ROLL BACK" UPON CONSOLE
               MOVE "4000-PROVE-BACKUP-FILE" TO WS-LOG-PARAGRAPH
               MOVE "WB0002"                 TO WS-LOG-ERROR-CODE
               MOVE "WINBKUP.DAT NOT PRESENT" TO WS-LOG-DATA
               CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
                   WS-LOG-ERROR-CODE WS-LOG-DATA
           ELSE
               MOVE "N" TO WS-EOF-BACKUP-SW
               MOVE ZERO TO WS-SECTION-IDX
               PERFORM 4900-READ-BACKUP
               PERFORM UNTIL WS-EOF-BACKUP
                   PERFORM 4100-PROVE-BACKUP-ROW
                   PERFORM 4900-READ-BACKUP
               END-PERFORM
               CLOSE WB-BACKUP-FILE
               IF NOT WS-RUN-HEADER-SEEN OR NOT WS-RUN-TRAILER-SEEN
                   SET WS-PROOF-FAILED TO TRUE
                   DISPLAY "WINBKUP: WINBKUP.DAT MISSING HEADER/"
                       "TRAILER - BACKUP INCOMPLETE" UPON CONSOLE
               END-IF
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   IF WS-SECTION-SEEN(WS-FILE-IDX) NOT = "Y"
                       SET WS-PROOF-FAILED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       4100-PROVE-BACKUP-ROW.
           EVALUATE TRUE
               WHEN BKR-FILE-IDX = ZERO AND BKR-HEADER
                   MOVE BKR-IMAGE TO WS-RUN-HEADER
                   IF RHD-IS-HEADER
                       SET WS-RUN-HEADER-SEEN TO TRUE
                       MOVE RHD-BACKUP-DATE TO WS-BACKUP-DATE
                       MOVE RHD-CYCLE       TO WS-BACKUP-CYCLE
                   END-IF
               WHEN BKR-FILE-IDX = ZERO AND BKR-TRAILER
                   MOVE BKR-IMAGE TO WS-RUN-TRAILER
                   IF RTR-IS-TRAILER
                       SET WS-RUN-TRAILER-SEEN TO TRUE
                   END-IF
               WHEN BKR-FILE-IDX > WS-FILE-COUNT
                   SET WS-PROOF-FAILED TO TRUE
               WHEN BKR-HEADER
                   MOVE BKR-FILE-IDX TO WS-SECTION-IDX
                   MOVE BKR-IMAGE    TO WS-SECTION-HEADER
                   IF SHD-FILE-NAME NOT = WS-FILE-NAME(WS-SECTION-IDX)
                       SET WS-PROOF-FAILED TO TRUE
                   END-IF
                   MOVE SHD-STATE TO WS-SAVED-STATE(WS-SECTION-IDX)
                   MOVE ZERO TO WS-CHECK-COUNT(WS-SECTION-IDX)
                   MOVE ZERO TO WS-CHECK-HASH(WS-SECTION-IDX)
               WHEN BKR-DETAIL
                   IF BKR-FILE-IDX NOT = WS-SECTION-IDX
                       SET WS-PROOF-FAILED TO TRUE
                   ELSE
                       MOVE ZERO TO WS-RECORD-COUNT
                       MOVE WS-CHECK-HASH(WS-SECTION-IDX)
                           TO WS-HASH-TOTAL
                       MOVE BKR-IMAGE TO WS-READ-BUFFER
                       PERFORM 5800-ADD-TO-TOTALS
                       ADD 1 TO WS-CHECK-COUNT(WS-SECTION-IDX)
                       MOVE WS-HASH-TOTAL
                           TO WS-CHECK-HASH(WS-SECTION-IDX)
                   END-IF
               WHEN BKR-TRAILER
                   MOVE BKR-IMAGE TO WS-SECTION-TRAILER
                   IF BKR-FILE-IDX NOT = WS-SECTION-IDX
                       SET WS-PROOF-FAILED TO TRUE
                   ELSE
                       MOVE "Y" TO WS-SECTION-SEEN(WS-SECTION-IDX)
                       MOVE STR-RECORD-COUNT
                           TO WS-SAVED-COUNT(WS-SECTION-IDX)
                       MOVE STR-HASH-TOTAL
                           TO WS-SAVED-HASH(WS-SECTION-IDX)
                       IF WS-CHECK-COUNT(WS-SECTION-IDX) NOT =
                               STR-RECORD-COUNT
                          OR WS-CHECK-HASH(WS-SECTION-IDX) NOT =
                               STR-HASH-TOTAL
                           SET WS-PROOF-FAILED TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-PROOF-FAILED TO TRUE
           END-EVALUATE.

       4900-READ-BACKUP.
           MOVE SPACES TO WS-BACKUP-ROW
           READ WB-BACKUP-FILE INTO WS-BACKUP-ROW
               AT END
                   SET WS-EOF-BACKUP TO TRUE
           END-READ.

      ******************************************************************
      *    FILE DISPATCH
      ******************************************************************
       5100-OPEN-TARGET-INPUT.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN INPUT WB-ACCTMAST-FILE
               WHEN 2
                   OPEN INPUT WB-BCRESULT-FILE
               WHEN 3
                   OPEN INPUT WB-TRANREG-FILE
               WHEN 4
                   OPEN INPUT WB-CUSTMAST-FILE
               WHEN 5
                   OPEN INPUT WB-STORDMST-FILE
               WHEN 6
                   OPEN INPUT WB-HOLDLIST-FILE
               WHEN 7
                   OPEN INPUT WB-POSTSUSP-FILE
               WHEN 8
                   OPEN INPUT WB-RCYCTRK-FILE
               WHEN 9
                   OPEN INPUT WB-FEEDREG-FILE
               WHEN 10
                   OPEN INPUT WB-BIZDATE-FILE
               WHEN 11
                   OPEN INPUT WB-ACCTMNT-FILE
               WHEN 12
                   OPEN INPUT WB-TRANIN-FILE
               WHEN 13
                   OPEN INPUT WB-PENDAPPR-FILE
               WHEN 14
                   OPEN INPUT WB-POSTTRAN-FILE
               WHEN 15
                   OPEN INPUT WB-POSTCKPT-FILE
               WHEN 16
                   OPEN INPUT WB-SWPCKPT-FILE
               WHEN 17
                   OPEN INPUT WB-SWPAGED-FILE
               WHEN 18
                   OPEN INPUT WB-RVSLCKPT-FILE
               WHEN 19
                   OPEN INPUT WB-BCOUT-FILE
               WHEN 20
                   OPEN INPUT WB-BCAUDIT-FILE
               WHEN 21
                   OPEN INPUT WB-BCCKPT-FILE
               WHEN 22
                   OPEN INPUT WB-BCEXCP-FILE
               WHEN 23
                   OPEN INPUT WB-BCRPT-FILE
               WHEN 24
                   OPEN INPUT WB-BALREC-FILE
               WHEN 25
                   OPEN INPUT WB-ELCKPT-FILE
               WHEN 26
                   OPEN INPUT WB-ELCLASS-FILE
               WHEN 27
                   OPEN INPUT WB-ELEXCP-FILE
               WHEN 28
                   OPEN INPUT WB-ELSUMM-FILE
               WHEN 29
                   OPEN INPUT WB-FORAGG-FILE
               WHEN 30
                   OPEN INPUT WB-FORCKPT-FILE
               WHEN 31
                   OPEN INPUT WB-FORITEMO-FILE
               WHEN 32
                   OPEN INPUT WB-FORSUMM-FILE
               WHEN 33
                   OPEN INPUT WB-IFCKPT-FILE
               WHEN 34
                   OPEN INPUT WB-IFERROR-FILE
               WHEN 35
                   OPEN INPUT WB-ACCTMAUD-FILE
               WHEN 36
                   OPEN INPUT WB-CUSTMAUD-FILE
               WHEN 37
                   OPEN INPUT WB-STOMAUD-FILE
               WHEN 38
                   OPEN INPUT WB-ACCTSNAP-FILE
               WHEN 39
                   OPEN INPUT WB-CALENDAR-FILE
               WHEN 40
                   OPEN INPUT WB-TRANREJ-FILE
               WHEN 41
                   OPEN INPUT WB-TRANUNRT-FILE
               WHEN 42
                   OPEN INPUT WB-RCYSUSP-FILE
               WHEN 43
                   OPEN INPUT WB-TRENDHST-FILE
               WHEN 44
                   OPEN INPUT WB-LVMCASE-FILE
               WHEN 45
                   OPEN INPUT WB-YROPEN-FILE
               WHEN 46
                   OPEN INPUT WB-YRSUMM-FILE
               WHEN 47
                   OPEN INPUT WB-POSTTRAN-ARC
               WHEN 48
                   OPEN INPUT WB-BCCKPT-ARC
               WHEN 49
                   OPEN INPUT WB-IFCKPT-ARC
               WHEN 50
                   OPEN INPUT WB-ELCKPT-ARC
               WHEN 51
                   OPEN INPUT WB-FORCKPT-ARC
               WHEN 52
                   OPEN INPUT WB-BCOUT-ARC
               WHEN 53
                   OPEN INPUT WB-FORSUMM-ARC
               WHEN 54
                   OPEN INPUT WB-CFGHIST-FILE
               WHEN 55
                   OPEN INPUT WB-FEEASMT-FILE
               WHEN 56
                   OPEN INPUT WB-HOLDAUD-FILE
           END-EVALUATE.

       5150-CLOSE-TARGET.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   CLOSE WB-ACCTMAST-FILE
               WHEN 2
                   CLOSE WB-BCRESULT-FILE
               WHEN 3
                   CLOSE WB-TRANREG-FILE
               WHEN 4
                   CLOSE WB-CUSTMAST-FILE
               WHEN 5
                   CLOSE WB-STORDMST-FILE
               WHEN 6
                   CLOSE WB-HOLDLIST-FILE
               WHEN 7
                   CLOSE WB-POSTSUSP-FILE
               WHEN 8
                   CLOSE WB-RCYCTRK-FILE
               WHEN 9
                   CLOSE WB-FEEDREG-FILE
               WHEN 10
                   CLOSE WB-BIZDATE-FILE
               WHEN 11
                   CLOSE WB-ACCTMNT-FILE
               WHEN 12
                   CLOSE WB-TRANIN-FILE
               WHEN 13
                   CLOSE WB-PENDAPPR-FILE
               WHEN 14
                   CLOSE WB-POSTTRAN-FILE
               WHEN 15
                   CLOSE WB-POSTCKPT-FILE
               WHEN 16
                   CLOSE WB-SWPCKPT-FILE
               WHEN 17
                   CLOSE WB-SWPAGED-FILE
               WHEN 18
                   CLOSE WB-RVSLCKPT-FILE
               WHEN 19
                   CLOSE WB-BCOUT-FILE
               WHEN 20
                   CLOSE WB-BCAUDIT-FILE
               WHEN 21
                   CLOSE WB-BCCKPT-FILE
               WHEN 22
                   CLOSE WB-BCEXCP-FILE
               WHEN 23
                   CLOSE WB-BCRPT-FILE
               WHEN 24
                   CLOSE WB-BALREC-FILE
               WHEN 25
                   CLOSE WB-ELCKPT-FILE
               WHEN 26
                   CLOSE WB-ELCLASS-FILE
               WHEN 27
                   CLOSE WB-ELEXCP-FILE
               WHEN 28
                   CLOSE WB-ELSUMM-FILE
               WHEN 29
                   CLOSE WB-FORAGG-FILE
               WHEN 30
                   CLOSE WB-FORCKPT-FILE
               WHEN 31
                   CLOSE WB-FORITEMO-FILE
               WHEN 32
                   CLOSE WB-FORSUMM-FILE
               WHEN 33
                   CLOSE WB-IFCKPT-FILE
               WHEN 34
                   CLOSE WB-IFERROR-FILE
               WHEN 35
                   CLOSE WB-ACCTMAUD-FILE
               WHEN 36
                   CLOSE WB-CUSTMAUD-FILE
               WHEN 37
                   CLOSE WB-STOMAUD-FILE
               WHEN 38
                   CLOSE WB-ACCTSNAP-FILE
               WHEN 39
                   CLOSE WB-CALENDAR-FILE
               WHEN 40
                   CLOSE WB-TRANREJ-FILE
               WHEN 41
                   CLOSE WB-TRANUNRT-FILE
               WHEN 42
                   CLOSE WB-RCYSUSP-FILE
               WHEN 43
                   CLOSE WB-TRENDHST-FILE
               WHEN 44
                   CLOSE WB-LVMCASE-FILE
               WHEN 45
                   CLOSE WB-YROPEN-FILE
               WHEN 46
                   CLOSE WB-YRSUMM-FILE
               WHEN 47
                   CLOSE WB-POSTTRAN-ARC
               WHEN 48
                   CLOSE WB-BCCKPT-ARC
               WHEN 49
                   CLOSE WB-IFCKPT-ARC
               WHEN 50
                   CLOSE WB-ELCKPT-ARC
               WHEN 51
                   CLOSE WB-FORCKPT-ARC
               WHEN 52
                   CLOSE WB-BCOUT-ARC
               WHEN 53
                   CLOSE WB-FORSUMM-ARC
               WHEN 54
                   CLOSE WB-CFGHIST-FILE
               WHEN 55
                   CLOSE WB-FEEASMT-FILE
               WHEN 56
                   CLOSE WB-HOLDAUD-FILE
           END-EVALUATE.

       5200-OPEN-TARGET-OUTPUT.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN OUTPUT WB-ACCTMAST-FILE
               WHEN 2
                   OPEN OUTPUT WB-BCRESULT-FILE
               WHEN 3
                   OPEN OUTPUT WB-TRANREG-FILE
               WHEN 4
                   OPEN OUTPUT WB-CUSTMAST-FILE
               WHEN 5
                   OPEN OUTPUT WB-STORDMST-FILE
               WHEN 6
                   OPEN OUTPUT WB-HOLDLIST-FILE
               WHEN 7
                   OPEN OUTPUT WB-POSTSUSP-FILE
               WHEN 8
                   OPEN OUTPUT WB-RCYCTRK-FILE
               WHEN 9
                   OPEN OUTPUT WB-FEEDREG-FILE
               WHEN 10
                   OPEN OUTPUT WB-BIZDATE-FILE
               WHEN 11
                   OPEN OUTPUT WB-ACCTMNT-FILE
               WHEN 12
                   OPEN OUTPUT WB-TRANIN-FILE
               WHEN 13
                   OPEN OUTPUT WB-PENDAPPR-FILE
               WHEN 14
                   OPEN OUTPUT WB-POSTTRAN-FILE
               WHEN 15
                   OPEN OUTPUT WB-POSTCKPT-FILE
               WHEN 16
                   OPEN OUTPUT WB-SWPCKPT-FILE
               WHEN 17
                   OPEN OUTPUT WB-SWPAGED-FILE
               WHEN 18
                   OPEN OUTPUT WB-RVSLCKPT-FILE
               WHEN 19
                   OPEN OUTPUT WB-BCOUT-FILE
               WHEN 20
                   OPEN OUTPUT WB-BCAUDIT-FILE
               WHEN 21
                   OPEN OUTPUT WB-BCCKPT-FILE
               WHEN 22
                   OPEN OUTPUT WB-BCEXCP-FILE
               WHEN 23
                   OPEN OUTPUT WB-BCRPT-FILE
               WHEN 24
                   OPEN OUTPUT WB-BALREC-FILE
               WHEN 25
                   OPEN OUTPUT WB-ELCKPT-FILE
               WHEN 26
                   OPEN OUTPUT WB-ELCLASS-FILE
               WHEN 27
                   OPEN OUTPUT WB-ELEXCP-FILE
               WHEN 28
                   OPEN OUTPUT WB-ELSUMM-FILE
               WHEN 29
                   OPEN OUTPUT WB-FORAGG-FILE
               WHEN 30
                   OPEN OUTPUT WB-FORCKPT-FILE
               WHEN 31
                   OPEN OUTPUT WB-FORITEMO-FILE
               WHEN 32
                   OPEN OUTPUT WB-FORSUMM-FILE
               WHEN 33
                   OPEN OUTPUT WB-IFCKPT-FILE
               WHEN 34
                   OPEN OUTPUT WB-IFERROR-FILE
               WHEN 35
                   OPEN OUTPUT WB-ACCTMAUD-FILE
               WHEN 36
                   OPEN OUTPUT WB-CUSTMAUD-FILE
               WHEN 37
                   OPEN OUTPUT WB-STOMAUD-FILE
               WHEN 38
                   OPEN OUTPUT WB-ACCTSNAP-FILE
               WHEN 39
                   OPEN OUTPUT WB-CALENDAR-FILE
               WHEN 40
                   OPEN OUTPUT WB-TRANREJ-FILE
               WHEN 41
                   OPEN OUTPUT WB-TRANUNRT-FILE
               WHEN 42
                   OPEN OUTPUT WB-RCYSUSP-FILE
               WHEN 43
                   OPEN OUTPUT WB-TRENDHST-FILE
               WHEN 44
                   OPEN OUTPUT WB-LVMCASE-FILE
               WHEN 45
                   OPEN OUTPUT WB-YROPEN-FILE
               WHEN 46
                   OPEN OUTPUT WB-YRSUMM-FILE
               WHEN 47
                   OPEN OUTPUT WB-POSTTRAN-ARC
               WHEN 48
                   OPEN OUTPUT WB-BCCKPT-ARC
               WHEN 49
                   OPEN OUTPUT WB-IFCKPT-ARC
               WHEN 50
                   OPEN OUTPUT WB-ELCKPT-ARC
               WHEN 51
                   OPEN OUTPUT WB-FORCKPT-ARC
               WHEN 52
                   OPEN OUTPUT WB-BCOUT-ARC
               WHEN 53
                   OPEN OUTPUT WB-FORSUMM-ARC
               WHEN 54
                   OPEN OUTPUT WB-CFGHIST-FILE
               WHEN 55
                   OPEN OUTPUT WB-FEEASMT-FILE
               WHEN 56
                   OPEN OUTPUT WB-HOLDAUD-FILE
           END-EVALUATE.

       5300-READ-TARGET.
           MOVE SPACES TO WS-READ-BUFFER
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ WB-ACCTMAST-FILE NEXT RECORD INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 2
                   READ WB-BCRESULT-FILE NEXT RECORD INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 3
                   READ WB-TRANREG-FILE NEXT RECORD INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 4
                   READ WB-CUSTMAST-FILE NEXT RECORD INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 5
                   READ WB-STORDMST-FILE NEXT RECORD INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 6
                   READ WB-HOLDLIST-FILE NEXT RECORD INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 7
                   READ WB-POSTSUSP-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 8
                   READ WB-RCYCTRK-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 9
                   READ WB-FEEDREG-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 10
                   READ WB-BIZDATE-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 11
                   READ WB-ACCTMNT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 12
                   READ WB-TRANIN-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 13
                   READ WB-PENDAPPR-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 14
                   READ WB-POSTTRAN-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 15
                   READ WB-POSTCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 16
                   READ WB-SWPCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 17
                   READ WB-SWPAGED-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 18
                   READ WB-RVSLCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 19
                   READ WB-BCOUT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 20
                   READ WB-BCAUDIT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 21
                   READ WB-BCCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 22
                   READ WB-BCEXCP-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 23
                   READ WB-BCRPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 24
                   READ WB-BALREC-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 25
                   READ WB-ELCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 26
                   READ WB-ELCLASS-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 27
                   READ WB-ELEXCP-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 28
                   READ WB-ELSUMM-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 29
                   READ WB-FORAGG-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 30
                   READ WB-FORCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 31
                   READ WB-FORITEMO-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 32
                   READ WB-FORSUMM-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 33
                   READ WB-IFCKPT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 34
                   READ WB-IFERROR-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 35
                   READ WB-ACCTMAUD-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 36
                   READ WB-CUSTMAUD-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 37
                   READ WB-STOMAUD-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 38
                   READ WB-ACCTSNAP-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 39
                   READ WB-CALENDAR-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 40
                   READ WB-TRANREJ-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 41
                   READ WB-TRANUNRT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 42
                   READ WB-RCYSUSP-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 43
                   READ WB-TRENDHST-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 44
                   READ WB-LVMCASE-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 45
                   READ WB-YROPEN-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 46
                   READ WB-YRSUMM-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 47
                   READ WB-POSTTRAN-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 48
                   READ WB-BCCKPT-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 49
                   READ WB-IFCKPT-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 50
                   READ WB-ELCKPT-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 51
                   READ WB-FORCKPT-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 52
                   READ WB-BCOUT-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 53
                   READ WB-FORSUMM-ARC INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 54
                   READ WB-CFGHIST-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 55
                   READ WB-FEEASMT-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
               WHEN 56
                   READ WB-HOLDAUD-FILE INTO WS-READ-BUFFER
                       AT END
                           SET WS-EOF-TARGET TO TRUE
                   END-READ
           END-EVALUATE
      *    A record that cannot be read ends the file there; the
      *    caller fails the backup or the restore proof.
           IF NOT WS-EOF-TARGET
              AND WS-TARGET-STATUS NOT = "00"
               MOVE WS-TARGET-STATUS TO WS-READ-STATUS
               SET WS-READ-FAILED TO TRUE
               SET WS-EOF-TARGET  TO TRUE
           END-IF.

       5400-WRITE-TARGET.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   WRITE ACCT-MASTER-RECORD FROM WS-READ-BUFFER
                       INVALID KEY
                           SET WS-WRITE-FAILED TO TRUE
                   END-WRITE
               WHEN 2
                   WRITE BC-RESULT-RECORD FROM WS-READ-BUFFER
                       INVALID KEY
                           SET WS-WRITE-FAILED TO TRUE
                   END-WRITE
               WHEN 3
                   WRITE TRAN-REGISTER-RECORD FROM WS-READ-BUFFER
                       INVALID KEY
                           SET WS-WRITE-FAILED TO TRUE
                   END-WRITE
               WHEN 4
                   WRITE CUSTOMER-MASTER-RECORD FROM WS-READ-BUFFER
                       INVALID KEY
                           SET WS-WRITE-FAILED TO TRUE
                   END-WRITE
               WHEN 5
                   WRITE STANDING-ORDER-RECORD FROM WS-READ-BUFFER
                       INVALID KEY
                           SET WS-WRITE-FAILED TO TRUE
                   END-WRITE
               WHEN 6
                   WRITE HOLD-LIST-RECORD FROM WS-READ-BUFFER
                       INVALID KEY
                           SET WS-WRITE-FAILED TO TRUE
                   END-WRITE
               WHEN 7
                   WRITE WB-POSTSUSP-RECORD FROM WS-READ-BUFFER
               WHEN 8
                   WRITE WB-RCYCTRK-RECORD FROM WS-READ-BUFFER
               WHEN 9
                   WRITE WB-FEEDREG-RECORD FROM WS-READ-BUFFER
               WHEN 10
                   WRITE WB-BIZDATE-RECORD FROM WS-READ-BUFFER
               WHEN 11
                   WRITE WB-ACCTMNT-RECORD FROM WS-READ-BUFFER
               WHEN 12
                   WRITE WB-TRANIN-RECORD FROM WS-READ-BUFFER
               WHEN 13
                   WRITE WB-PENDAPPR-RECORD FROM WS-READ-BUFFER
               WHEN 14
                   WRITE WB-POSTTRAN-RECORD FROM WS-READ-BUFFER
               WHEN 15
                   WRITE WB-POSTCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 16
                   WRITE WB-SWPCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 17
                   WRITE WB-SWPAGED-RECORD FROM WS-READ-BUFFER
               WHEN 18
                   WRITE WB-RVSLCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 19
                   WRITE WB-BCOUT-RECORD FROM WS-READ-BUFFER
               WHEN 20
                   WRITE WB-BCAUDIT-RECORD FROM WS-READ-BUFFER
               WHEN 21
                   WRITE WB-BCCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 22
                   WRITE WB-BCEXCP-RECORD FROM WS-READ-BUFFER
               WHEN 23
                   WRITE WB-BCRPT-RECORD FROM WS-READ-BUFFER
               WHEN 24
                   WRITE WB-BALREC-RECORD FROM WS-READ-BUFFER
               WHEN 25
                   WRITE WB-ELCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 26
                   WRITE WB-ELCLASS-RECORD FROM WS-READ-BUFFER
               WHEN 27
                   WRITE WB-ELEXCP-RECORD FROM WS-READ-BUFFER
               WHEN 28
                   WRITE WB-ELSUMM-RECORD FROM WS-READ-BUFFER
               WHEN 29
                   WRITE WB-FORAGG-RECORD FROM WS-READ-BUFFER
               WHEN 30
                   WRITE WB-FORCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 31
                   WRITE WB-FORITEMO-RECORD FROM WS-READ-BUFFER
               WHEN 32
                   WRITE WB-FORSUMM-RECORD FROM WS-READ-BUFFER
               WHEN 33
                   WRITE WB-IFCKPT-RECORD FROM WS-READ-BUFFER
               WHEN 34
                   WRITE WB-IFERROR-RECORD FROM WS-READ-BUFFER
               WHEN 35
                   WRITE WB-ACCTMAUD-RECORD FROM WS-READ-BUFFER
               WHEN 36
                   WRITE WB-CUSTMAUD-RECORD FROM WS-READ-BUFFER
               WHEN 37
                   WRITE WB-STOMAUD-RECORD FROM WS-READ-BUFFER
               WHEN 38
                   WRITE WB-ACCTSNAP-RECORD FROM WS-READ-BUFFER
               WHEN 39
                   WRITE WB-CALENDAR-RECORD FROM WS-READ-BUFFER
               WHEN 40
                   WRITE WB-TRANREJ-RECORD FROM WS-READ-BUFFER
               WHEN 41
                   WRITE WB-TRANUNRT-RECORD FROM WS-READ-BUFFER
               WHEN 42
                   WRITE WB-RCYSUSP-RECORD FROM WS-READ-BUFFER
               WHEN 43
                   WRITE WB-TRENDHST-RECORD FROM WS-READ-BUFFER
               WHEN 44
                   WRITE WB-LVMCASE-RECORD FROM WS-READ-BUFFER
               WHEN 45
                   WRITE WB-YROPEN-RECORD FROM WS-READ-BUFFER
               WHEN 46
                   WRITE WB-YRSUMM-RECORD FROM WS-READ-BUFFER
               WHEN 47
                   WRITE WB-POSTTRAN-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 48
                   WRITE WB-BCCKPT-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 49
                   WRITE WB-IFCKPT-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 50
                   WRITE WB-ELCKPT-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 51
                   WRITE WB-FORCKPT-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 52
                   WRITE WB-BCOUT-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 53
                   WRITE WB-FORSUMM-ARC-RECORD FROM WS-READ-BUFFER
               WHEN 54
                   WRITE WB-CFGHIST-RECORD FROM WS-READ-BUFFER
               WHEN 55
                   WRITE WB-FEEASMT-RECORD FROM WS-READ-BUFFER
               WHEN 56
                   WRITE WB-HOLDAUD-RECORD FROM WS-READ-BUFFER
           END-EVALUATE.

       5800-ADD-TO-TOTALS.
      *    Count the record and add its position-weighted character
      *    sum to the hash total.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 400
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + FUNCTION ORD(WS-READ-BUFFER(WS-CHAR-POS:1))
                   * WS-CHAR-POS
           END-PERFORM.

       7000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER   TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT     TO HDG-PAGE-NUMBER
           WRITE WB-REPORT-LINE FROM WS-PAGE-HEADING
           WRITE WB-REPORT-LINE FROM WS-REPORT-RULE
           WRITE WB-REPORT-LINE FROM WS-REPORT-BLANK
           MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-START-NEW-PAGE
           END-IF
           WRITE WB-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       7200-WRITE-FILE-LINE.
           MOVE SPACES                    TO WS-DETAIL-LINE
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO DET-FILE-NAME
           IF WS-SAVED-ABSENT(WS-FILE-IDX)
               MOVE "ABSENT"  TO DET-STATE
           ELSE
               MOVE "PRESENT" TO DET-STATE
           END-IF
           MOVE WS-SAVED-COUNT(WS-FILE-IDX) TO DET-RECORD-COUNT
           MOVE WS-SAVED-HASH(WS-FILE-IDX)  TO DET-HASH-TOTAL
           MOVE WS-FILE-RESULT(WS-FILE-IDX) TO DET-RESULT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE.

       9000-TERMINATE.
           MOVE WS-REPORT-RULE TO WS-PRINT-LINE
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION AND WS-MODE-ROLLBACK
                   MOVE "  ROLLBACK NOT COMPLETED - SEE THE CONSOLE"
                       TO WS-PRINT-LINE
               WHEN WS-ABEND-CONDITION
                   MOVE "  BACKUP FAILED - THE WINDOW MUST NOT RUN"
                       TO WS-PRINT-LINE
               WHEN WS-MODE-ROLLBACK
                   STRING "  ROLLBACK COMPLETE - WINDOW OF "
                           WS-BACKUP-DATE " RESTORED AND PROVEN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   MOVE WS-FILES-PRESENT TO WS-COUNT-EDIT
                   STRING "  BACKUP COMPLETE - " WS-COUNT-EDIT
                           " FILES PRESENT, EVERY SECTION PROVEN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 7100-WRITE-REPORT-LINE
           CLOSE WB-REPORT-FILE
           IF WS-ABEND-CONDITION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "WINBKUP " WS-MODE " ROWS " WS-ROW-COUNT
               " FILES PROVEN " WS-FILES-PROVEN UPON CONSOLE.

       9100-FAIL-THE-BACKUP.
      *    WS-LOG-PARAGRAPH and WS-LOG-DATA are set by the caller.
           SET WS-ABEND-CONDITION TO TRUE
           DISPLAY "WINBKUP: PRE-WINDOW BACKUP FAILED - " WS-LOG-DATA
               UPON CONSOLE
           MOVE "WB0001" TO WS-LOG-ERROR-CODE
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       9200-REFUSE-THE-ROLLBACK.
      *    Refused before a single file was touched.
           SET WS-ABEND-CONDITION TO TRUE
           DISPLAY "WINBKUP: ROLLBACK REFUSED - " WS-LOG-DATA
               UPON CONSOLE
           MOVE "3000-ROLLBACK-WINDOW" TO WS-LOG-PARAGRAPH
           MOVE "WB0003"               TO WS-LOG-ERROR-CODE
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.

       9300-FAIL-THE-ROLLBACK.
      *    Files were rewritten but at least one does not prove: the
      *    step records stay and the card stays for a second attempt
      *    once the cause is found.
           SET WS-ABEND-CONDITION TO TRUE
           DISPLAY "WINBKUP: *** ROLLBACK DID NOT PROVE - DO NOT "
               "RUN THE WINDOW ***" UPON CONSOLE
           MOVE "3000-ROLLBACK-WINDOW" TO WS-LOG-PARAGRAPH
           MOVE "WB0002"               TO WS-LOG-ERROR-CODE
           MOVE SPACES                 TO WS-LOG-DATA
           STRING "RESTORE OF " WS-BACKUP-DATE " NOT PROVEN"
               DELIMITED BY SIZE INTO WS-LOG-DATA
           CALL "LOGERR" USING WS-LOG-PROGRAM-ID WS-LOG-PARAGRAPH
               WS-LOG-ERROR-CODE WS-LOG-DATA.
