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
      * #ident	"@(#) samples/atmi/STOCKAPP/FWDQFD.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * FWDQFD - FWDLOG.IT, one record per request put on
      * the forwarding queue, keyed by its reference.
      * Written when the request is queued, updated by FWDSR
      * on every delivery attempt and by FWDINQ when the
      * desk works a dead letter.
      *   FILE-FWD-STATUS     Q waiting on the queue
      *                       F being delivered
      *                       D delivered to the service
      *                       X dead letter -- the service
      *                         refused it, or it could not
      *                         be delivered at all
      *                       W dead letter the desk worked
      *   FILE-FWD-TRIES      delivery attempts so far
      *   FILE-FWD-LAST-DATE/-TIME  when last attempted
      *   FILE-FWD-RESULT     the service's return code on
      *                       the last attempt
      *   FILE-FWD-REASON     why it is a dead letter, or a
      *                       note on how it was delivered
      *   FILE-FWD-WORKED-BY/-DATE  operator who worked the
      *                       dead letter, and when
      *   FILE-FWD-DATA       the request buffer as queued
      *****************************************************
           FD  FWDLOG-FILE; RECORD 368.
           01  FWDLOG-ITEM.
               03  FILE-FWD-REF		PIC X(20).
               03  FILE-FWD-STATUS	PIC X(01).
                   88  FILE-FWD-WAITING	VALUE "Q".
                   88  FILE-FWD-IN-FLIGHT	VALUE "F".
                   88  FILE-FWD-DELIVERED	VALUE "D".
                   88  FILE-FWD-DEAD	VALUE "X".
                   88  FILE-FWD-WORKED	VALUE "W".
               03  FILE-FWD-SERVICE	PIC X(16).
               03  FILE-FWD-SUB-TYPE	PIC X(16).
               03  FILE-FWD-SOURCE	PIC X(08).
               03  FILE-FWD-OPERATOR	PIC X(10).
               03  FILE-FWD-ACCOUNT	PIC X(10).
               03  FILE-FWD-CAPTURE-DATE	PIC 9(8).
               03  FILE-FWD-CAPTURE-TIME	PIC 9(8).
               03  FILE-FWD-TRIES	PIC 9(3).
               03  FILE-FWD-LAST-DATE	PIC 9(8).
               03  FILE-FWD-LAST-TIME	PIC 9(8).
               03  FILE-FWD-RESULT	PIC 9(4).
               03  FILE-FWD-REASON	PIC X(30).
               03  FILE-FWD-WORKED-BY	PIC X(10).
               03  FILE-FWD-WORKED-DATE	PIC 9(8).
               03  FILE-FWD-DATA	PIC X(200).
