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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACCLWS.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * ACCLWS - working storage for ACCL-PUT.  The caller
      * moves the account looked at to ACCL-ACCOUNT, the
      * operator asking to ACCL-OPERATOR and its own name
      * to ACCL-SERVICE, then PERFORMs ACCL-PUT THRU
      * ACCL-PUT-EXIT.  The caller needs a TPSTATUS-REC and
      * must log through DO-USERLOG-ERR with a
      * LOG-ERR-ROUTINE and LOG-ERR-TP-STATUS.
      *****************************************************
           01  ACCLOG-FILE-STATUS.
               05  ACCL-STATUS-1	PIC X.
               05  ACCL-STATUS-2	PIC X.
           01  ACCL-ACCOUNT		PIC X(10).
           01  ACCL-OPERATOR		PIC X(10).
           01  ACCL-SERVICE		PIC X(08).
           01  ACCL-CLASH-COUNT	PIC 9(4) COMP-5.
