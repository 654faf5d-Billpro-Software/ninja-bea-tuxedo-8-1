           05  RMD-AMOUNT		PIC 9(9)V99.
           05  RMD-TAKEN		PIC 9(9)V99.
           05  RMD-OPEN		PIC 9(9)V99.
      *****************************************************
      * The operator asking -- RMDSR notes it, with the
      * account, on the ACCLOG.IT access log.  Blank is
      * noted as "SYSTEM".
      *****************************************************
           05  RMD-OPERATOR		PIC X(10).
