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
      * #ident	"@(#) cobinclude/TPQUEDEF.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * TPQUEDEF - queue control record passed on TPENQUEUE
      * and TPDEQUEUE.  Names the queue space and queue,
      * the enqueue/dequeue option flags, and carries back
      * the message and correlation identifiers and the
      * queue diagnostic when the verb fails.  COPY TPQUEDEF
      * as an 01-level record.
      *****************************************************
           05  QSPACE-NAME		PIC X(15).
           05  QUEUE-NAME		PIC X(15).
           05  QUE-TPTRAN-SW		PIC X VALUE "Y".
               88  TPQTRAN		VALUE "Y".
               88  TPQNOTRAN		VALUE "N".
           05  QUE-TPBLOCK-SW		PIC X VALUE "Y".
               88  TPQBLOCK		VALUE "Y".
               88  TPQNOBLOCK		VALUE "N".
           05  QUE-TPTIME-SW		PIC X VALUE "Y".
               88  TPQTIME		VALUE "Y".
               88  TPQNOTIME		VALUE "N".
           05  QUE-WAIT-SW		PIC X VALUE "N".
               88  TPQWAIT		VALUE "Y".
               88  TPQNOWAIT		VALUE "N".
           05  QUE-GETBY-SW		PIC X VALUE "N".
               88  TPQGETNEXT		VALUE "N".
               88  TPQGETBYMSGID	VALUE "M".
               88  TPQGETBYCORRID	VALUE "C".
           05  QUE-CORRID-SW		PIC X VALUE "N".
               88  TPQCORRID		VALUE "Y".
               88  TPQNOCORRID		VALUE "N".
           05  QUE-FAILQ-SW		PIC X VALUE "N".
               88  TPQFAILUREQ		VALUE "Y".
               88  TPQNOFAILUREQ	VALUE "N".
           05  QUE-PRIORITY		PIC S9(9) COMP-5 VALUE ZERO.
           05  QUE-MSGID		PIC X(32).
           05  QUE-CORRID		PIC X(32).
           05  QUE-FAILURE-QUEUE	PIC X(15).
           05  QUE-DIAGNOSTIC		PIC S9(9) COMP-5 VALUE ZERO.
               88  QMEINVAL		VALUE -1.
               88  QMEBADRMID		VALUE -2.
               88  QMENOTOPEN		VALUE -3.
               88  QMETRAN		VALUE -4.
               88  QMEBADMSGID		VALUE -5.
               88  QMESYSTEM		VALUE -6.
               88  QMEOS		VALUE -7.
               88  QMEABORTED		VALUE -8.
               88  QMEPROTO		VALUE -9.
               88  QMEBADQUEUE		VALUE -10.
               88  QMENOMSG		VALUE -11.
               88  QMEINUSE		VALUE -12.
               88  QMENOSPACE		VALUE -13.
