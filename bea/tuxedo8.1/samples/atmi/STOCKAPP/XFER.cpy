      * XFER - VIEW buffer exchanged with XFERSR for a share
      * journal: moving a position, in whole or part, from
      * one account's CUST.IT/CUSTLOT.IT records to
      * another's with the original lot dates intact -- a
      * death, divorce or gift is a transfer of the same
      * shares, not a sale that realizes a gain.
      * XFER-AMOUNT zero moves the whole position.
      * XFER-OPERATOR is the submitting operator,
      * verified against OPERATOR.IT by the service itself.
      * On the reply XFER-LINK-REF carries the journal
      * reference stamped on both blotter legs.
      *
      * XFER-REASON decides the receiver's tax basis.  "D"
      * an inheritance -- the received lots are restated at
      * the fund's price on XFER-BASIS-DATE, the date of
      * death, and count as long-term however young.  "G" a
      * gift -- the donor's dates and prices carry over, but
      * the value on XFER-BASIS-DATE (zero = today) is kept
      * as well, so a later sale at a loss is measured from
      * the lower of the two.  Space is any other move
      * (divorce, re-registration) and carries over as is.
      *****************************************************
           05  XFER-FROM-ACCOUNT	PIC X(10).
           05  XFER-TO-ACCOUNT		PIC X(10).
           05  XFER-AMOUNT		PIC 9(7)V999.
           05  XFER-OPERATOR		PIC X(10).
           05  XFER-LINK-REF		PIC X(20).
           05  XFER-REASON		PIC X(01).
               88  XFER-IS-INHERITANCE	VALUE "D".
               88  XFER-IS-GIFT		VALUE "G".
           05  XFER-BASIS-DATE		PIC 9(8).
