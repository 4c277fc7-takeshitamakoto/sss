      *
      *	TRANREGREC - the TRANREG.DAT posted TRAN-ID register
      *	Indexed on TRG-TRAN-ID.  tranpost.cob and suspswp.cob add a
      *	row the moment an item's amount reaches the master, and
      *	both read it before touching ACCTMAST.DAT, so a TRAN-ID the
      *	sender retransmits days or months later is refused instead
      *	of posting twice - TRANEDIT's duplicate edit only sees one
      *	night's file.  Rows are never deleted.
      *
      *	A transfer is registered twice: under the TRAN-ID it arrived
      *	with (the debit leg's, and the reference both its POSTTRAN
      *	legs carry in PST-LINK-TRAN-ID), and under its credit leg's
      *	own id.  tranrvsl.cob registers each reversal id it posts.
      *	TRG-SOURCE names the program that wrote the row;
      *	trnrbld.cob rebuilds the whole register from every status
      *	"O" row on POSTTRAN.ARC and POSTTRAN.DAT should it ever be
      *	lost.
      *
       01  TRAN-REGISTER-RECORD.
           05  TRG-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TRG-POST-DATE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TRG-SOURCE              PIC X(8).
