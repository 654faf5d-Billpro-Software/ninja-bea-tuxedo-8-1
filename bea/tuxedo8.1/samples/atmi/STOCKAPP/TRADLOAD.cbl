      * executes trades on the spot through BUYSR/SELLSR.
      * A record the service refuses does not stop the run --
      * it is counted and logged, and the loader moves on.
      * A trade ORDCAPSR cannot be reached for (server down,
      * or its transaction could not start) is put on the
      * forwarding queue for FWDSR to book once ORDCAPSR is
      * back, under the time it was loaded.  Only when the
      * queue will not take it either does the run stop,
      * without checkpointing the record, so the restart
      * resumes at it instead of a trade silently vanishing.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TRADLOAD.
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	COPY BDATESEL.
	COPY FWDQSEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
	COPY BDATEFD.
	COPY FWDQFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
	COPY CUST.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
	77 REC-TRAN-FAILED	PIC S9(9) COMP-5 VALUE 29.
      ******************************************************
      * File status
      ******************************************************
	01  BUY-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  SELL-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  REJECT-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  QUEUED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
      * Checkpoint/restart control -- how many input records
      * a prior run of today already committed (skipped on
      * this run), and the running count this run commits
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	COPY FWDQWS.
	01  RESTART-SKIP	PIC 9(7) VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) VALUE ZERO.
	01  DONE-COUNT		PIC 9(7) VALUE ZERO.
		05  RPT-SELL-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(16) VALUE "  REJECTED    =>".
		05  RPT-REJECT-COUNT	PIC ZZZZ9.
	01  RPT-QUEUED.
		05  FILLER	PIC X(16) VALUE "QUEUED        =>".
		05  RPT-QUEUED-COUNT	PIC ZZZZ9.
	01  RPT-RESTART.
		05  FILLER	PIC X(30) VALUE
			"ALREADY DONE (CHECKPOINT)   =>".
	MOVE REJECT-COUNT TO RPT-REJECT-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	IF QUEUED-COUNT > ZERO
		MOVE QUEUED-COUNT TO RPT-QUEUED-COUNT
		DISPLAY RPT-QUEUED.
      *****************************************************
      * Everything processed plus everything a prior run did
      * has to account for every record the trailer stated
      *****************************************************
	IF (BUY-COUNT + SELL-COUNT + REJECT-COUNT
	    + QUEUED-COUNT + SKIPPED-COUNT) = STATED-COUNT
		MOVE "IN BALANCE" TO RPT-BAL-FLAG
	ELSE
		MOVE "OUT OF BALANCE" TO RPT-BAL-FLAG.
	STOP RUN.
      ******************************************************
      * The TPCALL itself failed -- the domain is down or
      * the capture server is dead -- and the forwarding
      * queue would not take the trade.  The record was NOT
      * checkpointed, so the restart resumes at it instead of
      * silently skipping a trade the way counting it failed
      * and moving on would.
      *  zero when today's run starts fresh
      ******************************************************
       OPEN-CHECKPOINT.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 = "3"
		OPEN OUTPUT CHKPOINT-FILE
			TPSTATUS-REC.
	MOVE TRADE-ACCOUNT TO REC-ACCOUNT.
	MOVE TRADE-FUND TO REC-FUND.
	IF NOT TPOK AND (APPL-RETURN-CODE = ZERO OR
	   APPL-RETURN-CODE = REC-TRAN-FAILED)
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM QUEUE-THE-TRADE
		MOVE "QUEUED" TO REC-RESULT
		ADD 1 TO QUEUED-COUNT
	ELSE IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  ORDCAPSR is down -- hold the trade on the forwarding
      *  queue.  A trade the queue will not take stops the
      *  run, the same as before there was a queue.
      ******************************************************
       QUEUE-THE-TRADE.
	MOVE SPACES TO FWDQ-REC.
	MOVE ZERO TO FWDQ-CAPTURE-DATE.
	MOVE ZERO TO FWDQ-CAPTURE-TIME.
	MOVE TRADE-ORDER-REF TO FWDQ-REF.
	MOVE "ORDCAPSR" TO FWDQ-SERVICE.
	MOVE "cust" TO FWDQ-SUB-TYPE.
	MOVE "TRADLOAD" TO FWDQ-SOURCE.
	MOVE TRADE-OPERATOR TO FWDQ-OPERATOR.
	MOVE TRADE-ACCOUNT TO FWDQ-ACCOUNT.
	MOVE CUST-REC TO FWDQ-DATA.
	PERFORM FWDQ-PUT THRU FWDQ-PUT-EXIT.
	IF FWDQ-NOT-QUEUED
		PERFORM TPCALL-FAILED-EXIT.
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
      ******************************************************
      *  Put a request on the forwarding queue.  It is
      *  logged on FWDLOG.IT before it is queued, and the log
      *  record is taken back out again if the queue refuses
      *  it, so FWDLOG.IT never shows a request the queue
      *  does not hold.
      ******************************************************
       FWDQ-PUT.
	SET FWDQ-NOT-QUEUED TO TRUE.
	IF FWDQ-CAPTURE-DATE = ZERO
		MOVE TODAYS-DATE TO FWDQ-CAPTURE-DATE.
	IF FWDQ-CAPTURE-TIME = ZERO
		ACCEPT FWDQ-CAPTURE-TIME FROM TIME.
	OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 = "3"
		OPEN OUTPUT FWDLOG-FILE
		CLOSE FWDLOG-FILE
		OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 NOT = "0"
		MOVE "FWDLOG.IT could not be opened" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO FWDQ-PUT-EXIT.
	MOVE "N" TO FWDQ-REF-MADE-SW.
	IF FWDQ-REF = SPACES
		SET FWDQ-REF-MADE TO TRUE
		MOVE FWDQ-ACCOUNT TO FWDQ-GEN-ACCOUNT
		MOVE FWDQ-CAPTURE-TIME TO FWDQ-GEN-TIME
		MOVE FWDQ-GEN-REF TO FWDQ-REF.
	MOVE ZERO TO FWDQ-CLASH-COUNT.
	PERFORM FWDQ-PUT-LOG THRU FWDQ-PUT-LOG-EXIT.
	IF FWDQ-ALREADY-QUEUED
		MOVE SPACES TO LOGMSG-TEXT
		STRING "Already queued, ref " FWDQ-REF
			DELIMITED BY SIZE INTO LOGMSG-TEXT
		PERFORM DO-USERLOG
		CLOSE FWDLOG-FILE
		GO TO FWDQ-PUT-EXIT.
	IF FWDL-STATUS-1 NOT = "0"
		CLOSE FWDLOG-FILE
		GO TO FWDQ-PUT-EXIT.
	MOVE "STOCKQS" TO QSPACE-NAME.
	MOVE "FWDSR" TO QUEUE-NAME.
	SET TPQNOTRAN TO TRUE.
	SET TPQBLOCK TO TRUE.
	SET TPQTIME TO TRUE.
	SET TPQCORRID TO TRUE.
	SET TPQNOFAILUREQ TO TRUE.
	MOVE ZERO TO QUE-PRIORITY.
	MOVE SPACES TO QUE-MSGID.
	MOVE FWDQ-REF TO QUE-CORRID.
	MOVE LENGTH OF FWDQ-REC TO LEN IN TPTYPE-REC.
	MOVE "VIEW" TO REC-TYPE IN TPTYPE-REC.
	MOVE "fwdq" TO SUB-TYPE IN TPTYPE-REC.
	CALL "TPENQUEUE" USING FWDQ-TPQUEDEF-REC
		TPTYPE-REC
		FWDQ-REC
		TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPENQUEUE" TO LOG-ERR-ROUTINE
		MOVE QUE-DIAGNOSTIC TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DELETE FWDLOG-FILE RECORD
		CLOSE FWDLOG-FILE
		GO TO FWDQ-PUT-EXIT.
	CLOSE FWDLOG-FILE.
	SET FWDQ-QUEUED TO TRUE.
	MOVE SPACES TO LOGMSG-TEXT.
	STRING "Queued for forwarding, ref " FWDQ-REF
		DELIMITED BY SIZE INTO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       FWDQ-PUT-EXIT.
	EXIT.
       FWDQ-PUT-LOG.
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
	IF FWDL-STATUS-1 = "0"
		GO TO FWDQ-PUT-LOG-EXIT.
	IF FWDL-STATUS-1 = "2" AND NOT FWDQ-REF-MADE
		SET FWDQ-ALREADY-QUEUED TO TRUE
		GO TO FWDQ-PUT-LOG-EXIT.
	IF FWDL-STATUS-1 = "2" AND FWDQ-CLASH-COUNT < 100
		ADD 1 TO FWDQ-CLASH-COUNT
		ADD 1 TO FWDQ-GEN-TIME
		MOVE FWDQ-GEN-REF TO FWDQ-REF
		GO TO FWDQ-PUT-LOG.
	MOVE "WRITE FWD" TO LOG-ERR-ROUTINE.
	MOVE FWDL-STATUS-1 TO LOG-ERR-TP-STATUS.
	PERFORM DO-USERLOG-ERR.
       FWDQ-PUT-LOG-EXIT.
	EXIT.
      ******************************************************
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
