      *
      *	LVMCASEREC - the LVMCASE.DAT compliance monitoring case file
      *	Written by lvmon.cob.  Each case is one "H" header row
      *	followed by an "I" row per supporting posting, all carrying
      *	the case id (business date YYYYMMDD, "-", sequence).  The
      *	header holds the case type, the account, the item count and
      *	amount that tripped the rule, and the working status:
      *	open until compliance clears it with an LVMCLR.DAT card,
      *	when the clearing operator, date and note are stamped on
      *	the header.  Cases stay on file cleared or not - the file
      *	is the record of what was reviewed.
      *
       01  LVM-CASE-RECORD.
           05  LCS-CASE-ID             PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  LCS-ROW-TYPE            PIC X(1).
               88  LCS-HEADER-ROW      VALUE "H".
               88  LCS-ITEM-ROW        VALUE "I".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  LCS-BODY                PIC X(120).
           05  LCS-HEADER-BODY REDEFINES LCS-BODY.
               10  LCS-RUN-DATE        PIC X(10).
               10  FILLER              PIC X(1).
               10  LCS-CASE-TYPE       PIC X(1).
                   88  LCS-LARGE-VALUE VALUE "L".
                   88  LCS-STRUCTURING VALUE "S".
                   88  LCS-ACTIVITY-SPIKE VALUE "V".
               10  FILLER              PIC X(1).
               10  LCS-ACCOUNT-ID      PIC X(4).
               10  FILLER              PIC X(1).
               10  LCS-ITEM-COUNT      PIC 9(5).
               10  FILLER              PIC X(1).
               10  LCS-AMOUNT          PIC S9(11)V9999.
               10  FILLER              PIC X(1).
               10  LCS-STATUS          PIC X(1).
                   88  LCS-STATUS-OPEN    VALUE "O".
                   88  LCS-STATUS-CLEARED VALUE "C".
               10  FILLER              PIC X(1).
               10  LCS-CLEARED-BY      PIC X(8).
               10  FILLER              PIC X(1).
               10  LCS-CLEARED-DATE    PIC X(10).
               10  FILLER              PIC X(1).
               10  LCS-REASON          PIC X(20).
               10  FILLER              PIC X(1).
               10  LCS-CLEAR-NOTE      PIC X(30).
               10  FILLER              PIC X(7).
           05  LCS-ITEM-BODY REDEFINES LCS-BODY.
               10  LCS-TRAN-ID         PIC X(10).
               10  FILLER              PIC X(1).
               10  LCS-TRAN-CODE       PIC 9(3).
               10  FILLER              PIC X(1).
               10  LCS-TRAN-AMOUNT     PIC S9(9)V9999.
               10  FILLER              PIC X(92).
