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
      * #ident	"@(#) samples/atmi/STOCKAPP/SELFSVC.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * SELFSVC - VIEW buffer exchanged with SSINQSR, the
      * customer self-service inquiry gateway behind the
      * telephone and web channels.  The caller gives the
      * account, the customer's PIN, the channel the
      * customer came in on (T telephone, W web) and what
      * is wanted:
      *
      *     V  valuation -- positions at today's price,
      *        the cash balances and the account total
      *     H  recent trades -- blotter activity, paged
      *        exactly as TRDHIST pages it, by keying the
      *        last row shown's fund and date into
      *        SELFSVC-FROM-FUND/SELFSVC-FROM-DATE
      *     O  orders still waiting on the book
      *     C  cash balance
      *
      * There is no operator and nothing here can post.
      * A wrong PIN answers SELFSVC-TRIES-LEFT, the tries
      * still allowed before the PIN locks; a locked PIN
      * has to be reset by a teller through PINMNT.
      *
      * SELFSVC-COUNT says how many rows of the answering
      * table were filled in -- the valuation rows for "V",
      * the trade rows for "H", the order rows for "O" --
      * and SELFSVC-MORE comes back "Y" when recent trades
      * run on past the 50 rows the buffer holds.  The cash
      * fields are filled in for "V" and "C".
      *****************************************************
           05  SELFSVC-ACCOUNT		PIC X(10).
           05  SELFSVC-PIN		PIC X(06).
           05  SELFSVC-CHANNEL		PIC X(01).
               88  SELFSVC-CHANNEL-VALID	VALUE "T" "W".
           05  SELFSVC-REQUEST		PIC X(01).
               88  SELFSVC-IS-VALUATION	VALUE "V".
               88  SELFSVC-IS-HISTORY	VALUE "H".
               88  SELFSVC-IS-ORDERS	VALUE "O".
               88  SELFSVC-IS-CASH	VALUE "C".
           05  SELFSVC-FROM-FUND	PIC X(10).
           05  SELFSVC-FROM-DATE	PIC 9(8).
           05  SELFSVC-TRIES-LEFT	PIC 9(2).
           05  SELFSVC-COUNT		PIC 9(4) COMP-5.
           05  SELFSVC-MORE		PIC X(01).
           05  SELFSVC-CASH-BALANCE	PIC 9(9)V99.
           05  SELFSVC-CASH-HOLD	PIC 9(9)V99.
           05  SELFSVC-SETTLE-DATE	PIC 9(8).
           05  SELFSVC-UNCOLLECTED	PIC 9(9)V99.
           05  SELFSVC-TOTAL		PIC 9(11)V99.
           05  SELFSVC-VAL-ITEM OCCURS 20 TIMES.
               10  SELFSVC-VAL-FUND	PIC X(10).
               10  SELFSVC-VAL-SHARES	PIC 9(7)V999.
               10  SELFSVC-VAL-PRICE	PIC 9(7)V99.
               10  SELFSVC-VAL-VALUE	PIC 9(11)V99.
           05  SELFSVC-HIST-ITEM OCCURS 50 TIMES.
               10  SELFSVC-HIST-DATE	PIC 9(8).
               10  SELFSVC-HIST-FUND	PIC X(10).
               10  SELFSVC-HIST-ACTION	PIC X(01).
               10  SELFSVC-HIST-STATUS	PIC X(01).
               10  SELFSVC-HIST-AMOUNT	PIC 9(7)V999.
               10  SELFSVC-HIST-PRICE	PIC 9(7)V99.
           05  SELFSVC-ORD-ITEM OCCURS 20 TIMES.
               10  SELFSVC-ORD-FUND	PIC X(10).
               10  SELFSVC-ORD-DATE	PIC 9(8).
               10  SELFSVC-ORD-SIDE	PIC X(01).
               10  SELFSVC-ORD-TYPE	PIC X(01).
               10  SELFSVC-ORD-AMOUNT	PIC 9(7)V999.
               10  SELFSVC-ORD-DOLLARS	PIC 9(9)V99.
               10  SELFSVC-ORD-REF	PIC X(20).
