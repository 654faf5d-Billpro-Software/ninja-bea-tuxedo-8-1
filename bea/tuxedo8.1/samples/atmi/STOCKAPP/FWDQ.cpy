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
      * #ident	"@(#) samples/atmi/STOCKAPP/FWDQ.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * FWDQ - envelope put on the FWDSR queue in queue space
      * STOCKQS when BUYSR, SELLSR, CASHSR or ORDCAPSR could
      * not be reached.  FWDQ-DATA carries the request buffer
      * exactly as it was built for the service -- a CUST
      * buffer when FWDQ-SUB-TYPE is "cust", a CASHTX buffer
      * when it is "cashtx" -- and TMQFORWARD hands the
      * envelope to FWDSR, which calls FWDQ-SERVICE with it
      * once the service is back.
      *
      * FWDQ-REF is the request's reference: the caller's
      * CUST-ORDER-REF where there is one, otherwise one
      * made up when the request was queued ("SF" + account
      * + time).  FWDSR plants it in a blank CUST-ORDER-REF,
      * so BUYSR's and SELLSR's duplicate order check covers
      * a forwarded order the same as a keyed one.  The
      * capture date and time are when the request was
      * first taken and travel with it to the service.
      *****************************************************
           05  FWDQ-REF		PIC X(20).
           05  FWDQ-SERVICE		PIC X(16).
           05  FWDQ-SUB-TYPE		PIC X(16).
               88  FWDQ-IS-CUST		VALUE "cust".
               88  FWDQ-IS-CASHTX	VALUE "cashtx".
           05  FWDQ-SOURCE		PIC X(08).
           05  FWDQ-OPERATOR		PIC X(10).
           05  FWDQ-ACCOUNT		PIC X(10).
           05  FWDQ-CAPTURE-DATE	PIC 9(8).
           05  FWDQ-CAPTURE-TIME	PIC 9(8).
           05  FWDQ-DATA		PIC X(200).
