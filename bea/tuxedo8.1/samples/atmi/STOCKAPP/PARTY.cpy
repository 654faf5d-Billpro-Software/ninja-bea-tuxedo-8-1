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
      * #ident	"@(#) samples/atmi/STOCKAPP/PARTY.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * PARTY - VIEW buffer exchanged with PARTYSR for the
      * related parties on an account -- the people other
      * than the registered owner on CUSTMAS.IT: joint
      * owners, attorneys-in-fact under a power of attorney,
      * custodians, and trusted contact persons.
      * PARTY-ACTION is "A" to add or replace the numbered
      * party slot, "D" to delete it, "I" to inquire on it,
      * or "L" only to list the account.  Every action
      * answers the registered owner's name and the
      * account's parties as they now stand, up to 10 rows,
      * PARTY-COUNT saying how many were filled in.  A joint
      * owner, an attorney-in-fact and a custodian may
      * instruct on the account; a trusted contact may only
      * be contacted.  PARTY-OPERATOR is the submitting
      * operator, verified against OPERATOR.IT by the
      * service itself.
      *****************************************************
           05  PARTY-ACCOUNT		PIC X(10).
           05  PARTY-SEQ		PIC 9(2).
           05  PARTY-ACTION		PIC X(01).
           05  PARTY-ROLE		PIC X(01).
               88  PARTY-IS-JOINT	VALUE "J".
               88  PARTY-IS-POA		VALUE "P".
               88  PARTY-IS-CUSTODIAN	VALUE "C".
               88  PARTY-IS-TRUSTED	VALUE "T".
           05  PARTY-NAME		PIC X(30).
           05  PARTY-ADDRESS.
               10  PARTY-STREET		PIC X(30).
               10  PARTY-CITY		PIC X(20).
               10  PARTY-STATE		PIC X(02).
               10  PARTY-ZIP		PIC X(10).
           05  PARTY-BIRTH-DATE		PIC 9(8).
           05  PARTY-TIN		PIC X(9).
           05  PARTY-OPERATOR		PIC X(10).
           05  PARTY-OWNER-NAME		PIC X(30).
           05  PARTY-COUNT		PIC 9(4) COMP-5.
           05  PARTY-ITEM OCCURS 10 TIMES.
               10  PARTY-ROW-SEQ	PIC 9(2).
               10  PARTY-ROW-ROLE	PIC X(01).
               10  PARTY-ROW-NAME	PIC X(30).
