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
      * #ident	"@(#) samples/atmi/STOCKAPP/BDATEWS.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * BDATEWS - file status for BUSDATE.IT
      *****************************************************
           01  BUSDATE-FILE-STATUS.
               05  BDT-STATUS-1	PIC X.
               05  BDT-STATUS-2	PIC X.
