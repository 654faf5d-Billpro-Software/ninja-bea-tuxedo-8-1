           05  POSLIST-ITEM OCCURS 50 TIMES.
               10  POSLIST-FUND		PIC X(10).
               10  POSLIST-AMOUNT	PIC 9(7)V999.
      *****************************************************
      * The operator asking -- POSSR notes it, with the
      * account, on the ACCLOG.IT access log.  Blank is
      * noted as "SYSTEM".
      *****************************************************
           05  POSLIST-OPERATOR		PIC X(10).
