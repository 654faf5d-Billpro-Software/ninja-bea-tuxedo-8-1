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
      * #ident	"@(#) samples/atmi/STOCKAPP/FWDSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/FWDSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * FWDSR delivers the requests MENU and the batch
      * loaders put on the forwarding queue when BUYSR,
      * SELLSR, CASHSR or ORDCAPSR could not be reached or
      * could not start their transaction.  The queue is
      * FWDSR in queue space STOCKQS; a TMQFORWARD server
      * configured for that queue (-q FWDSR, with a retry
      * delay of a few minutes and a queue retry count set
      * well above FWDTRIES) dequeues each envelope and
      * calls this service with it.
      *
      * The envelope (FWDQ) carries the request buffer as it
      * was built for the service.  A trade goes out with
      * its reference and its capture date and time, so a
      * trade that reaches the service twice is caught by
      * BUYSR's and SELLSR's duplicate order check, and one
      * that reaches ORDCAPSR twice finds itself already on
      * the book.  Cash has no such check, so a cash request
      * whose earlier attempt never came back is not sent
      * again -- it goes to the dead letters as "DELIVERY
      * UNCERTAIN" for the desk to look up and settle.
      *
      * What becomes of each request is kept on FWDLOG.IT:
      *   delivered, or parked by the service for a
      *     supervisor -- done, status "D"
      *   the service still down, or the end-of-day window
      *     shut -- TPFAIL, so TMQFORWARD puts it back on
      *     the queue and tries again later.  Once FWDTRIES
      *     (PARAM.IT, 48 when none is on file) attempts
      *     have failed it becomes a dead letter.  Waiting
      *     out the end-of-day window is not counted.
      *   refused by the service -- a dead letter, status
      *     "X", with the service's return code
      * A dead letter is consumed off the queue; FWDINQ
      * lists them for the desk to work.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FWDSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	COPY FWDQSEL.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	COPY FWDQFD.
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  FWDLOG-FILE-STATUS.
           	05  FWDL-STATUS-1	PIC X.
           	05  FWDL-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
      ******************************************************
      * How many failed attempts to reach the service make
      * a dead letter
      ******************************************************
	77  DEFAULT-FWD-TRIES	PIC 9(3) VALUE 48.
	01  FWD-TRIES		PIC 9(3).
      ******************************************************
      * Today's date and time
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * Tuxedo definitions
      ******************************************************
	01  TPSVCRET-REC.
	COPY TPSVCRET.
      *
       	01  TPTYPE-REC.
       	COPY TPTYPE.
      *
       	01 TPSTATUS-REC.
       	COPY TPSTATUS.
      *
       	01  TPSVCDEF-REC.
       	COPY TPSVCDEF.
      ******************************************************
      * Used for the TPCALL to the service the request was
      * meant for
      ******************************************************
       	01  QTPSVCDEF-REC.
       	COPY TPSVCDEF.
      *
       	01  QTPTYPE-REC.
       	COPY TPTYPE.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGREC.
		05  FILLER	PIC X(8) VALUE  "FORWARD ".
		05  FILLER	PIC X(7) VALUE  " REF =>".
		05  REC-REF	PIC X(20).
		05  FILLER	PIC X(11) VALUE  " SERVICE =>".
		05  REC-SERVICE	PIC X(16).
      *
	01  LOGMSG.
		05  FILLER	PIC X(8) VALUE
			"FWDSR =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(12) VALUE
			"FWDSR ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
      *
	01  LOGREC-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * User defined data records -- the envelope, and the
      * two request buffers it may carry
      ******************************************************
       	01 FWDQ-REC.
	COPY FWDQ.
       	01 CUST-REC.
	COPY CUST.
       	01 CASHTX-REC.
	COPY CASHTX.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NEEDS-APPROVAL   PIC S9(9) COMP-5 VALUE 15.
	77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
	77 REC-TRAN-FAILED      PIC S9(9) COMP-5 VALUE 29.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-FWDSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 = "3"
		OPEN OUTPUT FWDLOG-FILE
		CLOSE FWDLOG-FILE
		OPEN I-O FWDLOG-FILE.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-FWD-TRIES.
      ******************************************************
      * Get the envelope TMQFORWARD took off the queue
      ******************************************************
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE LENGTH OF FWDQ-REC TO LEN IN TPTYPE-REC.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			FWDQ-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE FWDQ-REF TO REC-REF.
	MOVE FWDQ-SERVICE TO REC-SERVICE.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	IF NOT FWDQ-IS-CUST AND NOT FWDQ-IS-CASHTX
		MOVE "Envelope Carries No Known Buffer" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM SETTLED-EXIT.
      ******************************************************
      *  Find the request's log record.  One queued before
      *  FWDLOG.IT was lost is logged again from the
      *  envelope.
      ******************************************************
	MOVE FWDQ-REF TO FILE-FWD-REF.
	READ FWDLOG-FILE.
	IF FWDL-STATUS-1 NOT = "0"
		PERFORM LOG-FROM-ENVELOPE.
      ******************************************************
      *  Settled already -- delivered, or a dead letter --
      *  so there is nothing left to do with this copy
      ******************************************************
	IF FILE-FWD-DELIVERED OR FILE-FWD-DEAD
	   OR FILE-FWD-WORKED
		MOVE "Request Already Settled" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-FOUND TO APPL-CODE
		PERFORM SETTLED-EXIT.
      ******************************************************
      *  Cash sent before and never heard back from may or
      *  may not have posted -- never risk posting it twice
      ******************************************************
	IF FILE-FWD-IN-FLIGHT AND FWDQ-IS-CASHTX
		MOVE "Cash Delivery Uncertain" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE ZERO TO FILE-FWD-RESULT
		MOVE "DELIVERY UNCERTAIN" TO FILE-FWD-REASON
		PERFORM DEAD-EXIT.
      ******************************************************
      *  Mark the attempt before making it, so a crash
      *  part way through leaves the request in flight
      ******************************************************
	ADD 1 TO FILE-FWD-TRIES.
	SET FILE-FWD-IN-FLIGHT TO TRUE.
	MOVE TODAYS-DATE TO FILE-FWD-LAST-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-FWD-LAST-TIME.
	PERFORM UPDATE-LOG.
	IF FWDQ-IS-CUST
		PERFORM DELIVER-CUST
	ELSE
		PERFORM DELIVER-CASH.
      ******************************************************
      *  Delivered -- or parked by the service for a
      *  supervisor, which is as far as it can go from here
      ******************************************************
	IF TPOK
		MOVE APPL-RETURN-CODE TO FILE-FWD-RESULT
		MOVE "DELIVERED" TO FILE-FWD-REASON
		PERFORM DELIVERED-EXIT.
	IF APPL-RETURN-CODE = REC-NEEDS-APPROVAL
		MOVE APPL-RETURN-CODE TO FILE-FWD-RESULT
		MOVE "PARKED FOR SUPERVISOR" TO FILE-FWD-REASON
		PERFORM DELIVERED-EXIT.
      ******************************************************
      *  The end-of-day window is shut -- wait it out
      *  without counting the attempt
      ******************************************************
	IF APPL-RETURN-CODE = REC-EOD-WINDOW
		SUBTRACT 1 FROM FILE-FWD-TRIES
		MOVE APPL-RETURN-CODE TO FILE-FWD-RESULT
		MOVE "END-OF-DAY WINDOW" TO FILE-FWD-REASON
		PERFORM RETRY-EXIT.
      ******************************************************
      *  Still cannot reach the service, or it still cannot
      *  start its transaction -- try again later, up to
      *  the limit
      ******************************************************
	IF APPL-RETURN-CODE = ZERO
	   OR APPL-RETURN-CODE = REC-TRAN-FAILED
		MOVE APPL-RETURN-CODE TO FILE-FWD-RESULT
		IF FILE-FWD-TRIES < FWD-TRIES
			MOVE "SERVICE STILL UNAVAILABLE" TO
				FILE-FWD-REASON
			PERFORM RETRY-EXIT
		END-IF
		MOVE "Service Unavailable Too Long" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE "SERVICE UNAVAILABLE" TO FILE-FWD-REASON
		PERFORM DEAD-EXIT.
      ******************************************************
      *  Refused by the service -- a dead letter
      ******************************************************
	MOVE APPL-RETURN-CODE TO FILE-FWD-RESULT.
	MOVE "REFUSED BY SERVICE" TO FILE-FWD-REASON.
	PERFORM DEAD-EXIT.
      ******************************************************
      *  Delivered -- consume it off the queue
      ******************************************************
       DELIVERED-EXIT.
	SET FILE-FWD-DELIVERED TO TRUE.
	PERFORM UPDATE-LOG.
	PERFORM CLOSE-FILES.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Request Delivered" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Not delivered yet -- TPFAIL puts it back on the
      *  queue for TMQFORWARD's next try
      ******************************************************
       RETRY-EXIT.
	SET FILE-FWD-WAITING TO TRUE.
	PERFORM UPDATE-LOG.
	PERFORM CLOSE-FILES.
	MOVE APPL-RETURN-CODE TO APPL-CODE.
	SET TPFAIL TO TRUE.
	MOVE "Request Left On The Queue" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Dead letter -- consume it off the queue and leave
      *  it on FWDLOG.IT for the desk
      ******************************************************
       DEAD-EXIT.
	SET FILE-FWD-DEAD TO TRUE.
	PERFORM UPDATE-LOG.
	PERFORM CLOSE-FILES.
	MOVE FILE-FWD-RESULT TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Request Is A Dead Letter" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Nothing to deliver -- consume it off the queue
      ******************************************************
       SETTLED-EXIT.
	PERFORM CLOSE-FILES.
	SET TPSUCCESS TO TRUE.
	PERFORM DO-TPRETURN.
      ******************************************************
      * Leave
      ******************************************************
       A-999-EXIT.
	PERFORM CLOSE-FILES.
	MOVE "Exiting without Delivery" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
       CLOSE-FILES.
	CLOSE FWDLOG-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
      ******************************************************
      *  A trade goes out with the queue's reference when it
      *  had none of its own, and with the date and time it
      *  was first taken
      ******************************************************
       DELIVER-CUST.
	MOVE FWDQ-DATA TO CUST-REC.
	IF CUST-ORDER-REF = SPACES
		MOVE FWDQ-REF TO CUST-ORDER-REF.
	IF CUST-CAPTURE-DATE = ZERO
		MOVE FWDQ-CAPTURE-DATE TO CUST-CAPTURE-DATE
		MOVE FWDQ-CAPTURE-TIME TO CUST-CAPTURE-TIME.
	MOVE LENGTH OF CUST-REC TO LEN IN QTPTYPE-REC.
	MOVE "cust" TO SUB-TYPE IN QTPTYPE-REC.
	PERFORM SET-CALL-FLAGS.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			CUST-REC
			QTPTYPE-REC
			CUST-REC
			TPSTATUS-REC.
	IF NOT TPOK
		PERFORM CALL-FAILED.
      ******************************************************
       DELIVER-CASH.
	MOVE FWDQ-DATA TO CASHTX-REC.
	MOVE LENGTH OF CASHTX-REC TO LEN IN QTPTYPE-REC.
	MOVE "cashtx" TO SUB-TYPE IN QTPTYPE-REC.
	PERFORM SET-CALL-FLAGS.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			CASHTX-REC
			QTPTYPE-REC
			CASHTX-REC
			TPSTATUS-REC.
	IF NOT TPOK
		PERFORM CALL-FAILED.
      ******************************************************
      *  The service call is made outside TMQFORWARD's
      *  transaction -- each service begins its own
      ******************************************************
       SET-CALL-FLAGS.
	MOVE FWDQ-SERVICE TO SERVICE-NAME IN QTPSVCDEF-REC.
	MOVE "VIEW" TO REC-TYPE IN QTPTYPE-REC.
	SET TPBLOCK IN QTPSVCDEF-REC TO TRUE.
	SET TPNOTRAN IN QTPSVCDEF-REC TO TRUE.
	SET TPNOTIME IN QTPSVCDEF-REC TO TRUE.
	SET TPSIGRSTRT IN QTPSVCDEF-REC TO TRUE.
	SET TPNOCHANGE IN QTPSVCDEF-REC TO TRUE.
       CALL-FAILED.
	MOVE "TPCALL" TO LOG-ERR-ROUTINE.
	MOVE TP-STATUS TO LOG-ERR-TP-STATUS.
	PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Rebuild a lost log record from the envelope
      ******************************************************
       LOG-FROM-ENVELOPE.
	MOVE SPACES TO FWDLOG-ITEM.
	MOVE FWDQ-REF TO FILE-FWD-REF.
	SET FILE-FWD-WAITING TO TRUE.
	MOVE FWDQ-SERVICE TO FILE-FWD-SERVICE.
	MOVE FWDQ-SUB-TYPE TO FILE-FWD-SUB-TYPE.
	MOVE FWDQ-SOURCE TO FILE-FWD-SOURCE.
	MOVE FWDQ-OPERATOR TO FILE-FWD-OPERATOR.
	MOVE FWDQ-ACCOUNT TO FILE-FWD-ACCOUNT.
	MOVE FWDQ-CAPTURE-DATE TO FILE-FWD-CAPTURE-DATE.
	MOVE FWDQ-CAPTURE-TIME TO FILE-FWD-CAPTURE-TIME.
	MOVE ZERO TO FILE-FWD-TRIES.
	MOVE ZERO TO FILE-FWD-LAST-DATE.
	MOVE ZERO TO FILE-FWD-LAST-TIME.
	MOVE ZERO TO FILE-FWD-RESULT.
	MOVE ZERO TO FILE-FWD-WORKED-DATE.
	MOVE FWDQ-DATA TO FILE-FWD-DATA.
	WRITE FWDLOG-ITEM.
	IF FWDL-STATUS-1 NOT = "0"
		MOVE "WRITE FWD" TO LOG-ERR-ROUTINE
		MOVE FWDL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
       UPDATE-LOG.
	REWRITE FWDLOG-ITEM.
	IF FWDL-STATUS-1 NOT = "0"
		MOVE "REWRT FWD" TO LOG-ERR-ROUTINE
		MOVE FWDL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  FWDTRIES off PARAM.IT, the default when none is set
      ******************************************************
       GET-FWD-TRIES.
	MOVE DEFAULT-FWD-TRIES TO FWD-TRIES.
	IF PARAM-AVAILABLE
		MOVE "FWDTRIES" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO FWD-TRIES
		END-IF
	END-IF.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY FWDQ-REC.
      ******************************************************
      * Write out a log err messages
      ******************************************************
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
      ******************************************************
      *  Business date off BUSDATE.IT, not the machine clock
      ******************************************************
       GET-BUSINESS-DATE.
	MOVE ZERO TO TODAYS-DATE.
	OPEN INPUT BUSDATE-FILE.
	IF BDT-STATUS-1 = "0"
		MOVE "BUSDATE" TO FILE-BDT-KEY
		READ BUSDATE-FILE
		IF BDT-STATUS-1 = "0"
			MOVE FILE-BDT-DATE TO TODAYS-DATE
		END-IF
		CLOSE BUSDATE-FILE
	END-IF.
	IF TODAYS-DATE = ZERO
		ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
