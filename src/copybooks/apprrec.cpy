      *
      *	APPRREC - a maker-checker approval row
      *	ACCTAPPR.DAT approves ACCTMNT.DAT maintenance cards and
      *	CORRAPPR.DAT approves CORRECT.DAT corrections, one row per
      *	approved item.  APR-ITEM-IMAGE is the item exactly as it
      *	stands on the input file, entering operator included, so an
      *	item changed after it was approved no longer matches and
      *	goes back to waiting; APR-APPROVER-ID is the operator who
      *	checked it.  An approval by the operator who entered the
      *	item is not an approval - acctmnt.cob and tranrcyc.cob hold
      *	such items on PENDAPPR.RPT with the unapproved ones.
      *
       01  APPROVAL-RECORD.
           05  APR-ITEM-IMAGE          PIC X(67).
           05  FILLER                  PIC X(1).
           05  APR-APPROVER-ID         PIC X(8).
