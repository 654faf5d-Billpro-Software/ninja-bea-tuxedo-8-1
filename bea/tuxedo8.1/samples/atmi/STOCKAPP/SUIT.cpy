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
      * #ident	"@(#) samples/atmi/STOCKAPP/SUIT.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * SUIT - VIEW buffer exchanged with SUITSR for an
      * account's investor suitability profile.  SUIT-ACTION
      * is "U" to record the profile as keyed (a new
      * interview -- the profile date becomes today) or "I"
      * only to inquire.  SUIT-OBJECTIVE is P preservation,
      * I income, G growth or S speculation; SUIT-RISK is
      * the customer's risk tolerance, 1 (lowest) to 5;
      * SUIT-HORIZON is the time horizon, S short (under
      * three years), M medium or L long; SUIT-NET-WORTH is
      * the stated investable net worth in whole dollars.
      * Every action answers the profile as it now stands,
      * the registered owner's name, and SUIT-ON-FILE.
      * SUIT-OPERATOR is the submitting operator, verified
      * against OPERATOR.IT by the service itself.
      *****************************************************
           05  SUIT-ACCOUNT		PIC X(10).
           05  SUIT-ACTION		PIC X(01).
           05  SUIT-OBJECTIVE		PIC X(01).
               88  SUIT-OBJ-VALID	VALUE "P" "I" "G" "S".
           05  SUIT-RISK		PIC 9(01).
           05  SUIT-HORIZON		PIC X(01).
               88  SUIT-HOR-VALID	VALUE "S" "M" "L".
           05  SUIT-NET-WORTH		PIC 9(11).
           05  SUIT-OPERATOR		PIC X(10).
           05  SUIT-NAME		PIC X(30).
           05  SUIT-PROFILE-DATE	PIC 9(8).
           05  SUIT-STATUS		PIC X(01).
               88  SUIT-ON-FILE		VALUE "Y".
               88  SUIT-NOT-ON-FILE	VALUE "N".
