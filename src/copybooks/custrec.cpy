      *
      *	CUSTREC - the CUSTMAST.DAT account-holder master record
      *	One record per customer, keyed by CUS-CUSTOMER-ID and
      *	maintained only by custmnt.cob (add/change/delete), which
      *	audits every card to CUSTMAUD.DAT.  An account names its
      *	owner through ACT-CUSTOMER-ID on ACCTREC.cpy; acctstmt.cob
      *	reads this record for the address block on each statement
      *	page and groups one customer's accounts together.
      *
      *	CUS-DELIVERY-PREF says how the statement leaves the
      *	building: P by post (the default), E electronically to
      *	CUS-CONTACT, H held at the branch - acctstmt prints it on
      *	the page so the mail room can sort without a lookup.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CUS-CUSTOMER-ID         PIC X(6).
           05  CUS-NAME                PIC X(30).
           05  CUS-ADDRESS-LINE-1      PIC X(30).
           05  CUS-ADDRESS-LINE-2      PIC X(30).
           05  CUS-ADDRESS-LINE-3      PIC X(30).
           05  CUS-POSTCODE            PIC X(10).
           05  CUS-DELIVERY-PREF       PIC X(1).
               88  CUS-DELIVER-POST    VALUE "P".
               88  CUS-DELIVER-EMAIL   VALUE "E".
               88  CUS-DELIVER-HOLD    VALUE "H".
               88  CUS-DELIVERY-VALID  VALUE "P" "E" "H".
           05  CUS-CONTACT             PIC X(40).
