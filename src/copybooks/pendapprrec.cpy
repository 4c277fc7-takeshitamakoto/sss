      *
      *	PENDAPPRREC - the PENDAPPR.RPT pending-approval record
      *	Written by acctmnt.cob for maintenance cards and by
      *	tranrcyc.cob for corrections that were not applied because
      *	no other operator has approved them.  The file is OPEN
      *	EXTEND history like the exception files, so each row leads
      *	with the run date; PAP-ITEM-IMAGE carries the item as
      *	entered so the checker can copy it to the approval file
      *	unchanged.
      *
       01  PENDING-APPROVAL-RECORD.
           05  PAP-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PAP-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PAP-ITEM-KEY            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PAP-MAKER-ID            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PAP-CHECKER-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PAP-REASON              PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  PAP-ITEM-IMAGE          PIC X(67).
