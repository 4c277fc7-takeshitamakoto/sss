           05  FILLER  PIC X(27) VALUE "AC0001FCONVERT NOT PROVEN  ".
           05  FILLER  PIC X(27) VALUE "AC0002FACCT MASTER OPEN BAD".
           05  FILLER  PIC X(27) VALUE "AM0006EMASTER WRITE FAILED ".
           05  FILLER  PIC X(27) VALUE "RV0001WORIGINAL NOT POSTED ".
           05  FILLER  PIC X(27) VALUE "RV0002WALREADY REVERSED    ".
           05  FILLER  PIC X(27) VALUE "RV0003WACCT MISSING/CLOSED ".
           05  FILLER  PIC X(27) VALUE "RV0004WREVERSAL OF REVERSAL".
           05  FILLER  PIC X(27) VALUE "RV0005EMASTER REWRITE FAIL ".
           05  FILLER  PIC X(27) VALUE "RV0006FACCT MASTER OPEN BAD".
           05  FILLER  PIC X(27) VALUE "PT0007WCREDIT LIMIT BREACH ".
           05  FILLER  PIC X(27) VALUE "AM0007WINVALID CREDIT LIMIT".
           05  FILLER  PIC X(27) VALUE "DM0001EACCTMNT WRITE FAILED".
           05  FILLER  PIC X(27) VALUE "DM0002IDORMANT FREEZE CARD ".
           05  FILLER  PIC X(27) VALUE "AM0008WCUSTOMER NOT ON FILE".
           05  FILLER  PIC X(27) VALUE "CM0001WINVALID CUST ACTION ".
           05  FILLER  PIC X(27) VALUE "CM0002WCUSTOMER EXISTS     ".
           05  FILLER  PIC X(27) VALUE "CM0003WCUSTOMER NOT FOUND  ".
           05  FILLER  PIC X(27) VALUE "CM0004WCUSTOMER HAS ACCTS  ".
           05  FILLER  PIC X(27) VALUE "CM0005WBAD DELIVERY PREF   ".
           05  FILLER  PIC X(27) VALUE "CM0006WCUSTOMER NAME BLANK ".
           05  FILLER  PIC X(27) VALUE "CM0007ECUST WRITE FAILED   ".
           05  FILLER  PIC X(27) VALUE "CM0008FCUST MASTER OPEN BAD".
           05  FILLER  PIC X(27) VALUE "PT0008EINVALID TRANSFER    ".
           05  FILLER  PIC X(27) VALUE "SN0002FTRANSFERS NOT NETTED".
           05  FILLER  PIC X(27) VALUE "RV0007WTRANSFER LEG        ".
           05  FILLER  PIC X(27) VALUE "GJ0001FNO GL MAPPING       ".
           05  FILLER  PIC X(27) VALUE "GJ0002FJOURNAL NOT BALANCED".
           05  FILLER  PIC X(27) VALUE "GJ0003WGLMAP ROW REJECTED  ".
           05  FILLER  PIC X(27) VALUE "YC0001FNO YEAR-END SNAPSHOT".
           05  FILLER  PIC X(27) VALUE "YC0002FYEAR-END NOT TIED   ".
           05  FILLER  PIC X(27) VALUE "YC0003WACCT NOT IN SNAPSHOT".
           05  FILLER  PIC X(27) VALUE "AM0009WCARD NOT APPROVED   ".
           05  FILLER  PIC X(27) VALUE "AM0010WCARD SELF-APPROVED  ".
           05  FILLER  PIC X(27) VALUE "AM0011WNO OPERATOR ON CARD ".
           05  FILLER  PIC X(27) VALUE "RC0002WCORR NOT APPROVED   ".
           05  FILLER  PIC X(27) VALUE "RC0003WCORR SELF-APPROVED  ".
           05  FILLER  PIC X(27) VALUE "RC0004WNO OPERATOR ON CORR ".
           05  FILLER  PIC X(27) VALUE "LV0001WMONITOR CASES RAISED".
           05  FILLER  PIC X(27) VALUE "LV0002WUNKNOWN CASE CLEARED".
           05  FILLER  PIC X(27) VALUE "LV0003WMONITOR TABLE FULL  ".
           05  FILLER  PIC X(27) VALUE "PT0009WDUPLICATE TRAN-ID   ".
           05  FILLER  PIC X(27) VALUE "PT0010FTRAN REGISTER OPEN  ".
           05  FILLER  PIC X(27) VALUE "RB0001WDUPLICATE IN HISTORY".
           05  FILLER  PIC X(27) VALUE "PT0011EREGISTER WRITE FAIL ".
           05  FILLER  PIC X(27) VALUE "PT0012WNO FX RATE FOR DATE ".
           05  FILLER  PIC X(27) VALUE "PT0013EXFER CCY MISMATCH   ".
           05  FILLER  PIC X(27) VALUE "ED0005WINVALID CURRENCY    ".
           05  FILLER  PIC X(27) VALUE "AM0012WINVALID CURRENCY    ".
           05  FILLER  PIC X(27) VALUE "FX0001WNO REVALUATION RATE ".
           05  FILLER  PIC X(27) VALUE "CE0001ECORR ENTRY OPEN FAIL".
           05  FILLER  PIC X(27) VALUE "SO0001WINVALID ORDER ACTION".
           05  FILLER  PIC X(27) VALUE "SO0002WORDER ALREADY EXISTS".
           05  FILLER  PIC X(27) VALUE "SO0003WORDER NOT ON FILE   ".
           05  FILLER  PIC X(27) VALUE "SO0004WORDER ACCOUNT BAD   ".
           05  FILLER  PIC X(27) VALUE "SO0005WORDER AMOUNT INVALID".
           05  FILLER  PIC X(27) VALUE "SO0006WORDER TRAN-CODE BAD ".
           05  FILLER  PIC X(27) VALUE "SO0007WBAD FREQUENCY OR DAY".
           05  FILLER  PIC X(27) VALUE "SO0008WORDER DATES INVALID ".
           05  FILLER  PIC X(27) VALUE "SO0009WNO OPERATOR ON CARD ".
           05  FILLER  PIC X(27) VALUE "SO0010WORDER STATUS CLASH  ".
           05  FILLER  PIC X(27) VALUE "SO0011FORDER MASTER OPEN   ".
           05  FILLER  PIC X(27) VALUE "SO0012EORDER MASTER UPDATE ".
           05  FILLER  PIC X(27) VALUE "SO0013WORDER ITEM SKIPPED  ".
           05  FILLER  PIC X(27) VALUE "SO0014WNO ORDER CALENDAR   ".
           05  FILLER  PIC X(27) VALUE "SO0015FORDER FEED NOT SENT ".
           05  FILLER  PIC X(27) VALUE "IV0001EPOST COUNT MISMATCH ".
           05  FILLER  PIC X(27) VALUE "IV0002EBCRESULT NOT LATEST ".
           05  FILLER  PIC X(27) VALUE "IV0003ESUSPENSE ITEM POSTED".
           05  FILLER  PIC X(27) VALUE "IV0004FINTEGRITY FILE OPEN ".
           05  FILLER  PIC X(27) VALUE "CF0001EPROTECTED CFG CHANGE".
           05  FILLER  PIC X(27) VALUE "CF0002FCONFIG HISTORY OPEN ".
           05  FILLER  PIC X(27) VALUE "CF0003FSNAPSHOT TABLE FULL ".
           05  FILLER  PIC X(27) VALUE "WB0001FWINDOW BACKUP FAILED".
           05  FILLER  PIC X(27) VALUE "WB0002FROLLBACK NOT PROVEN ".
           05  FILLER  PIC X(27) VALUE "WB0003EROLLBACK REFUSED    ".
           05  FILLER  PIC X(27) VALUE "FE0001EINVALID FEE CARD    ".
           05  FILLER  PIC X(27) VALUE "FE0002FFEE TABLE FULL      ".
           05  FILLER  PIC X(27) VALUE "FE0003FFEE FEED NOT WRITTEN".
           05  FILLER  PIC X(27) VALUE "FE0004EFEE FEED INCOMPLETE ".
           05  FILLER  PIC X(27) VALUE "FE0005FFEE FEED NOT SENT   ".
           05  FILLER  PIC X(27) VALUE "PT0014WINVESTIGATION HOLD  ".
           05  FILLER  PIC X(27) VALUE "PT0015FHOLD LIST NOT LOADED".
           05  FILLER  PIC X(27) VALUE "HM0001EINVALID HOLD ACTION ".
           05  FILLER  PIC X(27) VALUE "HM0002ENO OPERATOR ON CARD ".
           05  FILLER  PIC X(27) VALUE "HM0003EHOLD ALREADY ON FILE".
           05  FILLER  PIC X(27) VALUE "HM0004EHOLD NOT ON FILE    ".
           05  FILLER  PIC X(27) VALUE "HM0005EHOLD NOT ACTIVE     ".
           05  FILLER  PIC X(27) VALUE "HM0006EINVALID HOLD TARGET ".
           05  FILLER  PIC X(27) VALUE "HM0007ENO CASE OR DEPT     ".
           05  FILLER  PIC X(27) VALUE "HM0008EINVALID EXPIRY DATE ".
           05  FILLER  PIC X(27) VALUE "HM0009FHOLD LIST OPEN FAIL ".
           05  FILLER  PIC X(27) VALUE "HM0010EHOLD LIST UPDATE    ".
           05  FILLER  PIC X(27) VALUE "HR0001WHOLD PAST EXPIRY    ".
           05  FILLER  PIC X(27) VALUE "HR0002FHOLD LIST UNREADABLE".
           05  FILLER  PIC X(27) VALUE "PE0001FPORTAL HOLDS UNREAD ".
           05  FILLER  PIC X(27) VALUE "PE0002FRESTRICT LIST UNREAD".
           05  FILLER  PIC X(27) VALUE "PE0003WNO ACCOUNT MASTER   ".
           05  FILLER  PIC X(27) VALUE "CB0006FDRY RUN CARD ON FILE".
           05  FILLER  PIC X(27) VALUE "PT0016EXFER LEG ID IN USE  ".
           05  FILLER  PIC X(27) VALUE "FX0002FACCT MASTER OPEN BAD".
           05  FILLER  PIC X(27) VALUE "RB0002FTRAN REGISTER OPEN  ".
           05  FILLER  PIC X(27) VALUE "RB0003FREGISTER WRITE FAIL ".
           05  FILLER  PIC X(27) VALUE "CE0002FTRAN REGISTER OPEN  ".
           05  FILLER  PIC X(27) VALUE "RV0008FTRAN REGISTER OPEN  ".
           05  FILLER  PIC X(27) VALUE "RV0009EREVERSAL ID IN USE  ".
           05  FILLER  PIC X(27) VALUE "RV0010EREGISTER WRITE FAIL ".
           05  FILLER  PIC X(27) VALUE "YC0004FARCHIVE WRITE FAILED".
           05  FILLER  PIC X(27) VALUE "YC0005FPOSTTRAN REWRITE BAD".
           05  FILLER  PIC X(27) VALUE "RV0011FREV SEQUENCE USED UP".

       01  ERR-CODE-TABLE REDEFINES ERR-CODE-TABLE-DATA.
           05  ERR-ENTRY OCCURS 160 TIMES INDEXED BY ERR-IDX.
               10  ERR-CODE            PIC X(6).
               10  ERR-SEVERITY        PIC X(1).
               10  ERR-TEXT            PIC X(20).
