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
      * #ident	"@(#) samples/atmi/STOCKAPP/BDATESEL.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * BDATESEL - FILE-CONTROL entry for BUSDATE.IT, the
      * system business-date control record.  Copied with
      * BDATEFD (FILE SECTION), BDATEWS (WORKING-STORAGE)
      * and GET-BUSINESS-DATE (the paragraph that reads it).
      *****************************************************
           SELECT BUSDATE-FILE ASSIGN "BUSDATE.IT"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FILE-BDT-KEY
               STATUS BUSDATE-FILE-STATUS.
