      * the gain/loss split short against long term, and
      * the date the proceeds would release -- without
      * posting, locking or writing anything.
      * PRV-CDSC is the contingent deferred sales charge the
      * sale would owe on a class carrying a CDSC schedule,
      * zero on any other; like PRV-FEE it is already out of
      * PRV-PROCEEDS.
      *****************************************************
           05  PRV-ACCOUNT		PIC X(10).
           05  PRV-FUND		PIC X(10).
           05  PRV-GAIN-SHORT		PIC S9(9)V99.
           05  PRV-GAIN-LONG		PIC S9(9)V99.
           05  PRV-RELEASE-DATE		PIC 9(8).
           05  PRV-CDSC			PIC 9(7)V99.
      *****************************************************
      * The operator asking -- PREVSR notes it, with the
      * account, on the ACCLOG.IT access log.  Blank is
      * noted as "SYSTEM".
      *****************************************************
           05  PRV-OPERATOR		PIC X(10).
