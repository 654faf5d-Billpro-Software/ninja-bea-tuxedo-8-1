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
      * #ident	"@(#) samples/atmi/STOCKAPP/ORDLIST.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * ORDLIST - VIEW buffer exchanged with ORDMNTSR for an
      * account's orders still waiting on the book for the
      * NAV strike.  ORDLIST-ACTION is "L" to list them, "C"
      * to cancel one or "M" to change one.  Every action
      * answers with the account's pending orders as they
      * stand afterwards, up to 20 rows, ORDLIST-COUNT
      * saying how many were filled in.
      * A cancel or change names the order by its book key
      * -- ORDLIST-FUND, ORDLIST-DATE and ORDLIST-TIME, as a
      * list reply gave them back.  A change moves the order
      * to ORDLIST-NEW-FUND and/or ORDLIST-NEW-SIDE, and
      * restates its size in the terms it was taken in --
      * ORDLIST-NEW-AMOUNT for an order in shares,
      * ORDLIST-NEW-DOLLARS for a dollar order.  A blank or
      * zero new value leaves that part of the order as it
      * was.  ORDLIST-OPERATOR is stamped on the order as
      * the one who changed or withdrew it.
      *****************************************************
           05  ORDLIST-ACCOUNT		PIC X(10).
           05  ORDLIST-ACTION		PIC X(01).
           05  ORDLIST-OPERATOR		PIC X(10).
           05  ORDLIST-FUND		PIC X(10).
           05  ORDLIST-DATE		PIC 9(8).
           05  ORDLIST-TIME		PIC 9(8).
           05  ORDLIST-NEW-FUND		PIC X(10).
           05  ORDLIST-NEW-SIDE		PIC X(01).
           05  ORDLIST-NEW-AMOUNT	PIC 9(7)V999.
           05  ORDLIST-NEW-DOLLARS	PIC 9(9)V99.
           05  ORDLIST-COUNT		PIC 9(4) COMP-5.
           05  ORDLIST-ITEM OCCURS 20 TIMES.
               10  ORDLIST-ROW-FUND	PIC X(10).
               10  ORDLIST-ROW-DATE	PIC 9(8).
               10  ORDLIST-ROW-TIME	PIC 9(8).
               10  ORDLIST-ROW-SIDE	PIC X(01).
               10  ORDLIST-ROW-TYPE	PIC X(01).
               10  ORDLIST-ROW-AMOUNT	PIC 9(7)V999.
               10  ORDLIST-ROW-DOLLARS	PIC 9(9)V99.
               10  ORDLIST-ROW-REF	PIC X(20).
               10  ORDLIST-ROW-OPERATOR	PIC X(10).
