      *	(c) 2003 BEA Systems, Inc. All Rights Reserved.
      *
      *	Copyright (c) 1992 USL
      * All rights reserved
      *
      *	THIS IS UNPUBLISHED PROPRIETARY
      *	SOURCE CODE OF USL
      *	The copyright notice above does not
      *	evidence any actual or intended
      *	publication of such source code.
      *
      * #ident	"@(#) samples/atmi/STOCKAPP/ACAT.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * ACAT - VIEW buffer exchanged with ACATSR for a whole-
      * account transfer to or from another firm.  Shares
      * move in kind, with their acquisition dates and cost
      * basis, and no trade takes place on either side.
      *
      * ACAT-ACTION "R" receives one lot the contra firm
      * delivered: ACAT-SHARES of ACAT-FUND acquired on
      * ACAT-LOT-DATE at a total cost of ACAT-COST.  A lot
      * whose basis the contra firm did not report comes
      * with ACAT-BASIS-KNOWN other than "Y", and an unknown
      * acquisition date comes as zero; either way the lot
      * books at a zero price dated no earlier than known,
      * and is flagged on LOTBASIS.IT as basis not reported.
      * ACAT-NO-BASIS comes back "Y" when the lot was so
      * flagged.
      *
      * ACAT-ACTION "D" delivers the account's whole
      * position in ACAT-FUND out to the contra firm; the
      * lots go with it.  On the reply ACAT-SHARES and
      * ACAT-COST carry what was delivered and its basis.
      *
      * ACAT-CONTRA names the other firm and ACAT-XFER-DATE
      * the transfer's date; both go into the reference
      * ACATSR stamps on the blotter leg and answers back in
      * ACAT-LINK-REF.  ACAT-OPERATOR is the submitting
      * operator, verified against OPERATOR.IT by the
      * service itself.
      *****************************************************
           05  ACAT-ACTION		PIC X(01).
               88  ACAT-IS-RECEIVE	VALUE "R".
               88  ACAT-IS-DELIVER	VALUE "D".
           05  ACAT-ACCOUNT		PIC X(10).
           05  ACAT-FUND		PIC X(10).
           05  ACAT-SHARES		PIC 9(7)V999.
           05  ACAT-LOT-DATE		PIC 9(8).
           05  ACAT-COST		PIC 9(9)V99.
           05  ACAT-BASIS-KNOWN		PIC X(01).
               88  ACAT-BASIS-REPORTED	VALUE "Y".
           05  ACAT-CONTRA		PIC X(10).
           05  ACAT-XFER-DATE		PIC 9(8).
           05  ACAT-OPERATOR		PIC X(10).
           05  ACAT-LINK-REF		PIC X(20).
           05  ACAT-NO-BASIS		PIC X(01).
