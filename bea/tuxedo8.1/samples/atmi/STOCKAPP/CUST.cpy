      * marked on the blotter with both dates.
      *****************************************************
           05  CUST-AS-OF-DATE		PIC 9(8) VALUE ZERO.
      *****************************************************
      * CUST-ORDER-TYPE says what the order was stated in.
      * Blank or "S" is the ordinary order in shares, carried
      * in CUST-AMOUNT.  "D" is a dollar order -- CUST-DOLLARS
      * holds the money the customer asked to invest or to
      * receive, and the share count is worked out at the
      * NAV strike.  "A" sells the whole position, however
      * many shares it holds when the order trades.  Only
      * the order book takes "D" and "A" orders; EODEXEC
      * sizes them into shares before it drives BUYSR or
      * SELLSR, passing the type and dollars along so BUYSR
      * can take the sales charge out of the money rather
      * than on top of it and SELLSR can take the position
      * as it stands.  Every other caller leaves both at
      * their initial values.
      *****************************************************
           05  CUST-ORDER-TYPE		PIC X(01) VALUE SPACE.
               88  CUST-IN-SHARES		VALUE "S" " ".
               88  CUST-IN-DOLLARS		VALUE "D".
               88  CUST-ALL-SHARES		VALUE "A".
           05  CUST-DOLLARS		PIC 9(9)V99 VALUE ZERO.
      *****************************************************
      * CUST-CAPTURE-DATE/CUST-CAPTURE-TIME are the business
      * date and time an order was first taken, for an order
      * that reaches the service later than it was keyed --
      * one held on the forwarding queue (FWDSR) while the
      * service was down.  ORDCAPSR books the order under
      * its capture time rather than the time it arrived,
      * and answers a second delivery of the same order as
      * already captured.  Zero on every ordinary request.
      *****************************************************
           05  CUST-CAPTURE-DATE	PIC 9(8) VALUE ZERO.
           05  CUST-CAPTURE-TIME	PIC 9(8) VALUE ZERO.
