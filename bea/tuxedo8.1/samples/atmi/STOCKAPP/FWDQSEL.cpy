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
      * #ident	"@(#) samples/atmi/STOCKAPP/FWDQSEL.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * FWDQSEL - FILE-CONTROL entry for FWDLOG.IT, the
      * record of every request put on the forwarding queue
      * and what became of it.  COPY into FILE-CONTROL of
      * any program that does FWDQ-PUT.
      *****************************************************
           SELECT FWDLOG-FILE ASSIGN "FWDLOG.IT"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FILE-FWD-REF
               STATUS FWDLOG-FILE-STATUS.
