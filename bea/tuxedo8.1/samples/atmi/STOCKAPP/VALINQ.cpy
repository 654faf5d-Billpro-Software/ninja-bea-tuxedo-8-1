           05  VAL-CASH-BALANCE		PIC 9(9)V99.
           05  VAL-CASH-HOLD		PIC 9(9)V99.
           05  VAL-TOTAL		PIC 9(11)V99.
      *****************************************************
      * The operator asking -- VALSR notes it, with the
      * account, on the ACCLOG.IT access log.  Blank is
      * noted as "SYSTEM".
      *****************************************************
           05  VAL-OPERATOR		PIC X(10).
