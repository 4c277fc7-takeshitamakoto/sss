      *
      *	HOLDTBL - the active investigation holds
      *	Loaded from HOLDLIST.DAT (HOLDREC.cpy), active holds only,
      *	by every program that must stop or leave out what a hold
      *	names, so they all match an item the same way.  The caller
      *	sets HLT-ITEM-TRAN-ID, HLT-ITEM-ACCOUNT-ID, the credit
      *	account of a transfer in HLT-ITEM-CREDIT-ID (spaces for any
      *	other item) and the unsigned amount as sent in
      *	HLT-ITEM-AMOUNT; a match leaves HLT-MATCHED set and the
      *	hold's key in HLT-MATCH-KEY.
      *
       01  HLT-HOLD-MAX                PIC 9(3) VALUE 500.
       01  HLT-HOLD-COUNT              PIC 9(3) VALUE ZERO.
       01  HLT-HOLD-TABLE.
           05  HLT-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HLT-IDX.
               10  HLT-HOLD-KEY        PIC X(12).
               10  HLT-HOLD-TYPE       PIC X(1).
               10  HLT-ACCOUNT-ID      PIC X(4).
               10  HLT-TRAN-ID         PIC X(10).
               10  HLT-THRESHOLD       PIC 9(9)V9999.
       01  HLT-ITEM-TRAN-ID            PIC X(10).
       01  HLT-ITEM-ACCOUNT-ID         PIC X(4).
       01  HLT-ITEM-CREDIT-ID          PIC X(4).
       01  HLT-ITEM-CREDIT-NUMBER      PIC 9(4).
       01  HLT-ITEM-AMOUNT             PIC 9(9)V9999.
       01  HLT-MATCH-SW                PIC X VALUE "N".
           88  HLT-MATCHED             VALUE "Y".
       01  HLT-MATCH-KEY               PIC X(12).
