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
      * #ident	"@(#) samples/atmi/STOCKAPP/FWDQWS.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * FWDQWS - working storage for FWDQ-PUT.  The caller
      * fills in FWDQ-REC (leaving FWDQ-REF blank to have a
      * reference made up, and the capture date and time
      * zero to take today's business date and the time
      * now), PERFORMs FWDQ-PUT THRU FWDQ-PUT-EXIT and looks
      * at FWDQ-OUTCOME:
      *   FWDQ-QUEUED          on the queue, FWDQ-REF set
      *   FWDQ-ALREADY-QUEUED  a request with this reference
      *                        is already on FWDLOG.IT --
      *                        nothing more was queued
      *   FWDQ-NOT-QUEUED      the queue or FWDLOG.IT could
      *                        not be written; the request
      *                        was not taken
      * The caller needs TODAYS-DATE (see GET-BUSINESS-DATE), a
      * TPTYPE-REC and a TPSTATUS-REC, and must log through
      * DO-USERLOG with a LOGMSG-TEXT.
      *****************************************************
           01  FWDLOG-FILE-STATUS.
               05  FWDL-STATUS-1	PIC X.
               05  FWDL-STATUS-2	PIC X.
           01  FWDQ-OUTCOME		PIC X VALUE SPACE.
               88  FWDQ-QUEUED		VALUE "Q".
               88  FWDQ-ALREADY-QUEUED	VALUE "A".
               88  FWDQ-NOT-QUEUED	VALUE "N".
           01  FWDQ-REF-MADE-SW	PIC X VALUE "N".
               88  FWDQ-REF-MADE	VALUE "Y".
           01  FWDQ-GEN-REF.
               05  FILLER		PIC X(2) VALUE "SF".
               05  FWDQ-GEN-ACCOUNT	PIC X(10).
               05  FWDQ-GEN-TIME	PIC 9(8).
           01  FWDQ-CLASH-COUNT	PIC 9(4) COMP-5.
           01  FWDQ-TPQUEDEF-REC.
           COPY TPQUEDEF.
           01  FWDQ-REC.
           COPY FWDQ.
