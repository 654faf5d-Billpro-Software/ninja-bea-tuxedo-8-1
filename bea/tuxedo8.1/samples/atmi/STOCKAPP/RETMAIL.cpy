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
      * #ident	"@(#) samples/atmi/STOCKAPP/RETMAIL.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * RETMAIL - VIEW buffer exchanged with RETMSR for the
      * returned-mail flag on an account.  RETM-ACTION is
      * "R" to record a piece of mail come back
      * undeliverable (flagging the account, or counting one
      * more piece against a flag already up), "C" to clear
      * the flag once a good address is on file, or "I" only
      * to inquire.  RETM-REASON is the reason the piece
      * came back, free text from the envelope.  Every
      * action answers the flag as it now stands, the
      * registered owner's name, and the account's status
      * on the lost-shareholder search queue -- blank when
      * it is not on the queue.  RETM-OPERATOR is the
      * submitting operator, verified against OPERATOR.IT
      * by the service itself.
      *****************************************************
           05  RETM-ACCOUNT		PIC X(10).
           05  RETM-ACTION		PIC X(01).
           05  RETM-REASON		PIC X(10).
           05  RETM-OPERATOR		PIC X(10).
           05  RETM-NAME		PIC X(30).
           05  RETM-STATUS		PIC X(01).
               88  RETM-IS-RETURNED	VALUE "R".
               88  RETM-IS-CLEARED	VALUE "C".
           05  RETM-FIRST-DATE		PIC 9(8).
           05  RETM-LAST-DATE		PIC 9(8).
           05  RETM-COUNT		PIC 9(3).
           05  RETM-CLEAR-DATE		PIC 9(8).
           05  RETM-LOST-STATUS		PIC X(01).
