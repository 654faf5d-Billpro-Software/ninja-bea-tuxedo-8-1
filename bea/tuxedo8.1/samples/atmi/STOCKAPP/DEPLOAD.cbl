      * posts through CASHSR, so the credit lands with a
      * ledger entry like any other movement.  An unknown or
      * closed account, or an item CASHSR refuses, goes to
      * the DEPSUSP.IT suspense with its reason.  An item
      * CASHSR cannot be reached for is put on the
      * forwarding queue under its bank reference, for FWDSR
      * to post once CASHSR is back.  The run checkpoints
      * each committed item the way TRADLOAD does, so a
      * rerun never double-posts, and the end-of-run report
      * balances items posted plus queued plus suspended
      * against the bank's stated total.
      ******************************************************
	IDENTIFICATION DIVISION.
		ACCESS DYNAMIC
		RECORD KEY FILE-WLR-KEY
		STATUS WLREVIEW-FILE-STATUS.
	COPY BDATESEL.
	COPY FWDQSEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
		05  FILE-CUSTMAS-ZIP		PIC X(10).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
		 88  FILE-ACCOUNT-PENDING-OPEN	VALUE "N".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
		 88  FILE-WLR-IS-CONFIRMED	VALUE "C".
	     03  FILE-WLR-DISP-OPER	PIC X(10).
	     03  FILE-WLR-DISP-DATE	PIC 9(8).
	COPY BDATEFD.
	COPY FWDQFD.
	WORKING-STORAGE SECTION.
 	01  WATCHLST-FILE-STATUS.
           	05  WL-STATUS-1	PIC X.
	COPY CASHTX.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
	77 REC-TRAN-FAILED	PIC S9(9) COMP-5 VALUE 29.
      ******************************************************
      * File status
      ******************************************************
      ******************************************************
	01  POSTED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  POSTED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  QUEUED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  QUEUED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  SUSP-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SUSP-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  SUSP-SEQ		PIC 9(5) VALUE ZERO.
	01  SUSP-REASON		PIC X(30).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	COPY FWDQWS.
	01  RESTART-SKIP	PIC 9(7) VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) VALUE ZERO.
	01  SKIPPED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
		05  RPT-POSTED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  AMOUNT =>".
		05  RPT-POSTED-AMOUNT	PIC ZZZZZZZZZZ9.99.
	01  RPT-QUEUED.
		05  FILLER	PIC X(16) VALUE "QUEUED       =>".
		05  RPT-QUEUED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  AMOUNT =>".
		05  RPT-QUEUED-AMOUNT	PIC ZZZZZZZZZZ9.99.
	01  RPT-SUSP.
		05  FILLER	PIC X(16) VALUE "SUSPENDED    =>".
		05  RPT-SUSP-COUNT	PIC ZZZZZZ9.
       START-DEPLOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      *****************************************************
      * The end-of-run balance -- posted plus queued plus
      * suspended has to equal what the bank said it sent
      *****************************************************
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	MOVE POSTED-COUNT TO RPT-POSTED-COUNT.
	MOVE POSTED-AMOUNT TO RPT-POSTED-AMOUNT.
	DISPLAY RPT-POSTED.
	MOVE QUEUED-COUNT TO RPT-QUEUED-COUNT.
	MOVE QUEUED-AMOUNT TO RPT-QUEUED-AMOUNT.
	DISPLAY RPT-QUEUED.
	MOVE SUSP-COUNT TO RPT-SUSP-COUNT.
	MOVE SUSP-AMOUNT TO RPT-SUSP-AMOUNT.
	DISPLAY RPT-SUSP.
	IF (POSTED-AMOUNT + QUEUED-AMOUNT + SUSP-AMOUNT
	       + SKIPPED-AMOUNT) = STATED-AMOUNT
	   AND (POSTED-COUNT + QUEUED-COUNT + SUSP-COUNT
	       + SKIPPED-COUNT) = STATED-COUNT
		MOVE "IN BALANCE" TO RPT-BAL-FLAG
	ELSE
		MOVE "OUT OF BALANCE" TO RPT-BAL-FLAG.
	END-IF.
      ******************************************************
      *  Match one item to the customer master and post the
      *  credit through CASHSR -- unknown, closed and
      *  pending-open accounts suspend, and so does an item
      *  CASHSR refuses.  One CASHSR cannot be reached for is
      *  queued for forwarding instead.
      ******************************************************
       POST-ONE-ITEM.
	MOVE DEP-DTL-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
		MOVE "ACCOUNT CLOSED" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO POST-ONE-ITEM-EXIT.
	IF FILE-ACCOUNT-PENDING-OPEN
		MOVE "ACCOUNT PENDING OPEN REVIEW" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO POST-ONE-ITEM-EXIT.
      ******************************************************
      *  A remitter name on the watchlist must neither
      *  silently block nor silently pass -- the item parks
	MOVE FEED-OPERATOR TO CASHTX-OPERATOR.
	MOVE ZERO TO CASHTX-TAX-YEAR.
	MOVE SPACES TO CASHTX-APPROVER.
	MOVE SPACES TO CASHTX-CHECK-NO.
      *
	MOVE LENGTH OF CASHTX-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
			TPTYPE-REC
			CASHTX-REC
			TPSTATUS-REC.
	IF NOT TPOK AND (APPL-RETURN-CODE = ZERO OR
	   APPL-RETURN-CODE = REC-TRAN-FAILED)
		PERFORM QUEUE-THE-DEPOSIT
		GO TO POST-ONE-ITEM-EXIT.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "CASH POST REFUSED" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
       POST-ONE-ITEM-EXIT.
	EXIT.
      ******************************************************
      *  CASHSR is down -- hold the deposit on the forwarding
      *  queue under its bank reference, so a rerun finds it
      *  already queued; one the queue will not take goes to
      *  the suspense after all
      ******************************************************
       QUEUE-THE-DEPOSIT.
	MOVE SPACES TO FWDQ-REC.
	MOVE ZERO TO FWDQ-CAPTURE-DATE.
	MOVE ZERO TO FWDQ-CAPTURE-TIME.
	MOVE DEP-DTL-BANK-REF TO FWDQ-REF.
	MOVE "CASHSR" TO FWDQ-SERVICE.
	MOVE "cashtx" TO FWDQ-SUB-TYPE.
	MOVE "DEPLOAD" TO FWDQ-SOURCE.
	MOVE FEED-OPERATOR TO FWDQ-OPERATOR.
	MOVE DEP-DTL-ACCOUNT TO FWDQ-ACCOUNT.
	MOVE CASHTX-REC TO FWDQ-DATA.
	PERFORM FWDQ-PUT THRU FWDQ-PUT-EXIT.
	IF FWDQ-NOT-QUEUED
		MOVE "CASH SERVICE UNAVAILABLE" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
	ELSE
		ADD 1 TO QUEUED-COUNT
		ADD DEP-DTL-AMOUNT TO QUEUED-AMOUNT.
      ******************************************************
      *  Screen the item's remitter name against the
      *  watchlist -- a blank remitter, or a site with no
      *  list loaded, passes; a name matching a list entry
       NORMALIZE-ONE-CHAR-EXIT.
	EXIT.
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
