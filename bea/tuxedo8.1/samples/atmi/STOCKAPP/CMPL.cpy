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
      * #ident	"@(#) samples/atmi/STOCKAPP/CMPL.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * CMPL - VIEW buffer exchanged with CMPLSR for a
      * customer complaint.  A complaint is keyed by account,
      * the date it was received and a sequence number for
      * that day.  CMPL-ACTION is "L" to log a new complaint
      * (the date and sequence are assigned -- received
      * today -- and answered back), "C" to close one as
      * resolved, or "I" only to inquire; C and I name the
      * complaint by account, date and sequence.
      *
      * CMPL-CATEGORY is how the complaint arrived, W written
      * or O oral; CMPL-PROBLEM is the regulatory problem
      * code and CMPL-PRODUCT the product code the quarterly
      * statistical filing counts by; CMPL-FUND is the fund
      * complained of, blank when none.  Closing needs the
      * supervisor role and takes any make-whole amount paid
      * the customer; the resolution date is today.  Every
      * action answers the complaint as it now stands, the
      * registered owner's name and the rep of record.
      * CMPL-OPERATOR is the submitting operator, verified
      * against OPERATOR.IT by the service itself.
      *****************************************************
           05  CMPL-ACCOUNT		PIC X(10).
           05  CMPL-DATE		PIC 9(8).
           05  CMPL-SEQ			PIC 9(2).
           05  CMPL-ACTION		PIC X(01).
           05  CMPL-CATEGORY		PIC X(01).
               88  CMPL-CAT-VALID	VALUE "W" "O".
           05  CMPL-PROBLEM		PIC X(02).
           05  CMPL-PRODUCT		PIC X(02).
           05  CMPL-FUND		PIC X(10).
           05  CMPL-SUMMARY		PIC X(40).
           05  CMPL-MAKE-WHOLE		PIC 9(9)V99.
           05  CMPL-OPERATOR		PIC X(10).
           05  CMPL-NAME		PIC X(30).
           05  CMPL-REP			PIC X(10).
           05  CMPL-LOGGED-BY		PIC X(10).
           05  CMPL-STATUS		PIC X(01).
               88  CMPL-IS-OPEN		VALUE "O".
               88  CMPL-IS-CLOSED	VALUE "C".
           05  CMPL-RESOLVED-DATE	PIC 9(8).
           05  CMPL-CLOSED-BY		PIC X(10).
