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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACCLSEL.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * ACCLSEL - FILE-CONTROL entry for ACCLOG.IT, the log
      * of who looked at which account.  COPY into
      * FILE-CONTROL of any program that does ACCL-PUT.
      *****************************************************
           SELECT ACCLOG-FILE ASSIGN "ACCLOG.IT"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FILE-ACL-KEY
               STATUS ACCLOG-FILE-STATUS.
