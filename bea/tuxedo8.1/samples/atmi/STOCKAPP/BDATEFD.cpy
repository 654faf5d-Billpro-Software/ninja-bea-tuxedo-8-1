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
      * #ident	"@(#) samples/atmi/STOCKAPP/BDATEFD.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * BDATEFD - the business-date control record.  One
      * record, key "BUSDATE", holding the business date
      * every server and batch job works to in place of the
      * machine clock.  BDROLL rolls it forward to the next
      * processing day as the last step of the nightly run;
      * BDATEMNT corrects it under dual control.
      *   FILE-BDT-DATE       the current business date
      *   FILE-BDT-PRIOR      the business date before it
      *   FILE-BDT-SET-DATE/-TIME  machine date and time it
      *                       was last rolled or corrected
      *   FILE-BDT-SET-BY     BDROLL, or the supervisor who
      *                       keyed a correction
      *   FILE-BDT-APPROVER   the second supervisor who
      *                       confirmed that correction
      *   FILE-BDT-REASON     why it was corrected
      *****************************************************
           FD  BUSDATE-FILE; RECORD 80.
           01  BUSDATE-ITEM.
               03  FILE-BDT-KEY		PIC X(08).
               03  FILE-BDT-DATE		PIC 9(8).
               03  FILE-BDT-PRIOR		PIC 9(8).
               03  FILE-BDT-SET-DATE	PIC 9(8).
               03  FILE-BDT-SET-TIME	PIC 9(8).
               03  FILE-BDT-SET-BY	PIC X(10).
               03  FILE-BDT-APPROVER	PIC X(10).
               03  FILE-BDT-REASON	PIC X(20).
