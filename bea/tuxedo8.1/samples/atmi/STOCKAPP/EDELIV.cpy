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
      * #ident	"@(#) samples/atmi/STOCKAPP/EDELIV.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * EDELIV - VIEW buffer exchanged with EDLVSR for an
      * account's electronic delivery election.  EDLV-ACTION
      * is "E" to record the customer's consent to receive
      * statements and confirms electronically at
      * EDLV-EMAIL, "P" to put the account back on paper, or
      * "I" only to inquire.  Every action answers the
      * election as it now stands and the registered owner's
      * name; EDLV-REASON says what last changed it --
      * CONSENT, REVOKED, or BOUNCED when the vendor's
      * bounce-back file reverted it.  EDLV-OPERATOR is the
      * submitting operator, verified against OPERATOR.IT by
      * the service itself.
      *****************************************************
           05  EDLV-ACCOUNT		PIC X(10).
           05  EDLV-ACTION		PIC X(01).
           05  EDLV-EMAIL		PIC X(50).
           05  EDLV-OPERATOR		PIC X(10).
           05  EDLV-NAME		PIC X(30).
           05  EDLV-STATUS		PIC X(01).
               88  EDLV-IS-ELECTRONIC	VALUE "E".
               88  EDLV-IS-PAPER	VALUE "P".
           05  EDLV-CONSENT-DATE	PIC 9(8).
           05  EDLV-CHANGE-DATE		PIC 9(8).
           05  EDLV-REASON		PIC X(10).
