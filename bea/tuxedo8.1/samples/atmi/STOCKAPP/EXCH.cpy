      * same reference is answered without exchanging again,
      * and both blotter legs carry the reference.  Ordinary
      * callers leave it blank and lose nothing.
      * EXCH-APPROVER is blank on an ordinary request; an
      * exchange the buyer's suitability profile does not
      * support parks on PENDAPPR.IT, and the supervisor
      * client that releases it re-drives it with the
      * supervisor named here.
      *****************************************************
           05  EXCH-ACCOUNT		PIC X(10).
           05  EXCH-FROM-FUND		PIC X(10).
               10  DEC-DGTS		PIC 9(7)V99.
           05  EXCH-REF		PIC X(20).
           05  EXCH-OPERATOR		PIC X(10).
           05  EXCH-APPROVER		PIC X(10).
