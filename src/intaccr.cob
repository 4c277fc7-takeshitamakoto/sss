      *	ordinary TRANREC.cpy transaction: operator "+" so TRANROUT
      *	stages it to the calculation/posting feed, the accrual in
      *	TRAN-OPERAND-1 and TRAN-AMOUNT, and a TRAN-ID of the account
      *	plus "INT" plus the business month, counted from year zero,
      *	in three base-36 characters - so the feed arrives in
      *	ascending id order, a later month's ids sort after an
      *	earlier month's, and each month's accrual carries an id no
      *	other month repeats (three characters last to the year
      *	3887).  TRANPOST refuses any TRAN-ID it has posted before,
      *	which also stops a second accrual run in the same month
      *	from posting twice.
      *	The accrual is in the account's own currency, so it carries
      *	the account's ACT-CURRENCY-CODE.
      *
      *	INTACCR.DAT is wrapped in the FEEDCTL.cpy header/trailer
      *	(source system INTACCR, count and operand-1 hash), so
           05  RTE-ANNUAL-RATE         PIC 9(3)V9999.

       FD  IA-ACCRUAL-FILE.
       01  IA-ACCRUAL-RECORD           PIC X(57).

       FD  IA-BIZDATE-FILE.
       COPY bizdate.
       01  WS-BEST-RATE                PIC 9(3)V9999.

       01  WS-ACCRUAL-AMOUNT           PIC S9(9)V9999.
       01  WS-ACCRUAL-SUFFIX           PIC X(3).
      *    The suffix is the business month counted from year zero
      *    (year * 12 + month - 1) in three base-36 characters.
       01  WS-BASE36-DIGITS            PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ACCRUAL-YEAR             PIC 9(4).
       01  WS-ACCRUAL-MONTH            PIC 9(2).
       01  WS-MONTH-NUMBER             PIC 9(6).
       01  WS-MONTH-QUOTIENT           PIC 9(6).
       01  WS-MONTH-REMAINDER          PIC 9(2).
       01  WS-SUFFIX-POS               PIC 9(1).

       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ACCRUED-COUNT            PIC 9(7) VALUE ZERO.
       2300-EMIT-ACCRUAL.
           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               ACT-BALANCE * WS-BEST-RATE / 100 / 12
           PERFORM 2310-BUILD-ACCRUAL-SUFFIX
           MOVE SPACES TO TRAN-RECORD
           MOVE SPACES TO TRAN-ID
           STRING ACT-ACCOUNT-ID "INT" WS-ACCRUAL-SUFFIX
               DELIMITED BY SIZE INTO TRAN-ID
           MOVE ZERO              TO TRAN-CODE
           MOVE WS-ACCRUAL-AMOUNT TO TRAN-OPERAND-1
           MOVE "+"               TO TRAN-OPERATOR-CODE
           MOVE WS-ACCRUAL-AMOUNT TO TRAN-AMOUNT
           MOVE SPACE             TO TRAN-STATUS
           MOVE ACT-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           WRITE IA-ACCRUAL-RECORD FROM TRAN-RECORD
           ADD 1 TO WS-ACCRUED-COUNT
           ADD WS-ACCRUAL-AMOUNT TO WS-HASH-TOTAL.

       2310-BUILD-ACCRUAL-SUFFIX.
      *    Rises by one each month, so no two months share an id
      *    and a later month's ids sort after an earlier month's.
           MOVE WS-RUN-DATE(1:4) TO WS-ACCRUAL-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-ACCRUAL-MONTH
           COMPUTE WS-MONTH-NUMBER =
               WS-ACCRUAL-YEAR * 12 + WS-ACCRUAL-MONTH - 1
           PERFORM VARYING WS-SUFFIX-POS FROM 3 BY -1
                   UNTIL WS-SUFFIX-POS < 1
               DIVIDE WS-MONTH-NUMBER BY 36 GIVING WS-MONTH-QUOTIENT
                   REMAINDER WS-MONTH-REMAINDER
               MOVE WS-BASE36-DIGITS(WS-MONTH-REMAINDER + 1:1)
                   TO WS-ACCRUAL-SUFFIX(WS-SUFFIX-POS:1)
               MOVE WS-MONTH-QUOTIENT TO WS-MONTH-NUMBER
           END-PERFORM.

       8000-WRITE-TRAILER.
           MOVE SPACES           TO FEED-TRAILER-RECORD
           MOVE "**TRAILER*"     TO FTR-RECORD-ID
