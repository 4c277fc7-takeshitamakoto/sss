      *
      *	HOLDREC - the HOLDLIST.DAT investigation hold record
      *	One record per hold placed by fraud or legal, keyed by the
      *	case reference they give it and an entry number, so one case
      *	can stop several accounts or items.  Maintained only by
      *	holdmnt.cob, which audits every card to HOLDAUD.DAT;
      *	tranpost.cob and suspswp.cob hold every item an active hold
      *	matches to POSTSUSP.DAT as PT0014, and holdrpt.cob reports
      *	the list each night.
      *
      *	HLD-HOLD-TYPE says what the hold stops:
      *	  A  every item on HLD-ACCOUNT-ID
      *	  T  the one item HLD-TRAN-ID
      *	  L  items on HLD-ACCOUNT-ID whose amount as sent, unsigned,
      *	     is HLD-THRESHOLD or more
      *	An account hold catches a transfer on either of its accounts.
      *
      *	HLD-EXPIRY-DATE is the date the case is due for review.  A
      *	hold does NOT lapse on it - only a release card lifts a hold
      *	- so a hold past its expiry keeps holding and is reported
      *	until the department extends or releases it.  A released
      *	hold keeps its key, so no case entry is ever reused.
      *
       01  HOLD-LIST-RECORD.
           05  HLD-HOLD-KEY.
               10  HLD-CASE-REF        PIC X(10).
               10  HLD-ENTRY-NO        PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-HOLD-TYPE           PIC X(1).
               88  HLD-TYPE-ACCOUNT    VALUE "A".
               88  HLD-TYPE-TRAN       VALUE "T".
               88  HLD-TYPE-THRESHOLD  VALUE "L".
               88  HLD-TYPE-VALID      VALUE "A" "T" "L".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-ACCOUNT-ID          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-THRESHOLD           PIC 9(9)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-PLACED-DATE         PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-EXPIRY-DATE         PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-STATUS              PIC X(1).
               88  HLD-STATUS-ACTIVE   VALUE "A".
               88  HLD-STATUS-RELEASED VALUE "R".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-PLACED-BY           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-RELEASED-DATE       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  HLD-RELEASED-BY         PIC X(8).
