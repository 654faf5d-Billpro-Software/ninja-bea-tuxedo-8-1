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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACCLFD.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * ACCLFD - ACCLOG.IT, one record each time an inquiry
      * service answers with a customer's data, keyed by
      * the account looked at and when, so the accounts
      * read back in account order with each account's
      * accesses oldest first.  Two accesses to one account
      * in the same hundredth of a second are kept apart by
      * stepping the later one's time on.
      *   FILE-ACL-DATE/-TIME  the machine clock at the
      *                        access
      *   FILE-ACL-OPERATOR    who asked -- "SELFSVC" for
      *                        the customer on the
      *                        telephone or web channel,
      *                        "SYSTEM" when the caller
      *                        named no one
      *   FILE-ACL-SERVICE     the service that answered
      * ACCLRPT reports the file by account and by operator.
      *****************************************************
           FD  ACCLOG-FILE; RECORD 44.
           01  ACCLOG-ITEM.
               03  FILE-ACL-KEY.
                   05  FILE-ACL-ACCOUNT	PIC X(10).
                   05  FILE-ACL-DATE	PIC 9(8).
                   05  FILE-ACL-TIME	PIC 9(8).
               03  FILE-ACL-OPERATOR	PIC X(10).
               03  FILE-ACL-SERVICE	PIC X(08).
