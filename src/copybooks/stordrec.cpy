      *
      *	STORDREC - the STORDMST.DAT standing-order master record
      *	One record per standing instruction, keyed by SO-ORDER-KEY:
      *	the account the money moves from (the TRAN-ID account) and
      *	a one-character order reference, so an account can carry
      *	several.  Maintained only by stomnt.cob, which audits every
      *	card to STOMAUD.DAT; stogen.cob reads it each night, emits
      *	the due items and moves SO-NEXT-DUE-DATE on.
      *
      *	SO-FREQUENCY is W weekly from the start date, M monthly on
      *	the start date's day of the month, or D monthly on the day
      *	given in SO-DAY-OF-MONTH; a monthly day past the end of a
      *	short month falls on its last day.  SO-NEXT-DUE-DATE is the
      *	scheduled date itself - stogen moves a date that is not a
      *	business day on CALENDAR.DAT to the next one when it
      *	generates.  SO-END-DATE blank runs until cancelled.
      *
      *	TRAN-CODE 900 makes the instruction a transfer to
      *	SO-TO-ACCOUNT-ID (see TRANREC.cpy); any other code posts
      *	SO-AMOUNT, signed, to the account alone.  An order is never
      *	deleted - a cancelled order keeps its key so no reference
      *	is ever reused - and SO-GEN-COUNT numbers its items, which
      *	is what keeps every generated TRAN-ID unique for good.
      *
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-KEY.
               10  SO-ACCOUNT-ID       PIC X(4).
               10  SO-ORDER-REF        PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-TRAN-CODE            PIC 9(3).
               88  SO-CODE-TRANSFER    VALUE 900.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-AMOUNT               PIC S9(9)V9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-TO-ACCOUNT-ID        PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-FREQUENCY            PIC X(1).
               88  SO-FREQ-WEEKLY      VALUE "W".
               88  SO-FREQ-MONTHLY     VALUE "M".
               88  SO-FREQ-DAY-OF-MONTH VALUE "D".
               88  SO-FREQ-VALID       VALUE "W" "M" "D".
           05  SO-DAY-OF-MONTH         PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-START-DATE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-END-DATE             PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-STATUS               PIC X(1).
               88  SO-STATUS-ACTIVE    VALUE "A".
               88  SO-STATUS-SUSPENDED VALUE "S".
               88  SO-STATUS-CANCELLED VALUE "X".
               88  SO-STATUS-ENDED     VALUE "E".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-NEXT-DUE-DATE        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-LAST-GEN-DATE        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-LAST-RESULT          PIC X(1).
               88  SO-RESULT-GENERATED VALUE "G".
               88  SO-RESULT-SKIPPED   VALUE "K".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-GEN-COUNT            PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SO-DESCRIPTION          PIC X(20).
