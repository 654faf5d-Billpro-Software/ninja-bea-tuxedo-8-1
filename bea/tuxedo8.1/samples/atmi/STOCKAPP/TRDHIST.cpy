      * history it can no longer find on BLOTTER.IT
      *****************************************************
               10  TRDHIST-ARCHIVED	PIC X(01).
      *****************************************************
      * The operator asking -- HISTSR notes it, with the
      * account, on the ACCLOG.IT access log.  Blank is
      * noted as "SYSTEM".
      *****************************************************
           05  TRDHIST-OPERATOR		PIC X(10).
