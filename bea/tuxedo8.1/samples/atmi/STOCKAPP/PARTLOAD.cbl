      * The envelope is validated before a single order
      * flows, the partner has to be on PARTNER.IT and
      * active, and the run checkpoints each committed item
      * so a rerun never double-books.  A partner PARTRECO
      * has flagged on PTNFAIL.IT for aged settlement fails
      * still books, but the run warns first -- on the
      * report and in the userlog -- so operations can hold
      * the next file if treasury says so.
      *
      * Each order flows onto ORDERBK.IT through ORDCAPSR
      * under the partner's omnibus account, carrying the
      * the servers' dedup absorbs a resubmitted file.  An
      * order ORDCAPSR refuses, or one with a blank
      * reference, lands on the PTNSUSP.IT suspense with
      * its reason rather than being dropped.  One ORDCAPSR
      * cannot be reached for is put on the forwarding queue
      * under the partner's reference and booked by FWDSR,
      * under the time it was loaded, once ORDCAPSR is back.
      * PARTCONF
      * cuts the confirmed-trade file back to the partner
      * after the strike.
      ******************************************************
		ACCESS DYNAMIC
		RECORD KEY FILE-PSUSP-KEY
		STATUS PTNSUSP-FILE-STATUS.
	SELECT PTNFAIL-FILE ASSIGN "PTNFAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PFL-PARTNER
		STATUS PTNFAIL-FILE-STATUS.
	SELECT CHKPOINT-FILE ASSIGN "CHKPOINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	COPY BDATESEL.
	COPY FWDQSEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
		 88  FILE-PTN-IS-ACTIVE		VALUE "A" " ".
		 88  FILE-PTN-IS-SUSPENDED	VALUE "S".
      ******************************************************
      * Partners with aged settlement fails -- see
      * PARTRECO.cbl
      ******************************************************
	FD  PTNFAIL-FILE; RECORD 60.
	01  PTNFAIL-ITEM.
	     03  FILE-PFL-PARTNER	PIC X(10).
	     03  FILE-PFL-COUNT		PIC 9(5).
	     03  FILE-PFL-AMOUNT	PIC 9(11)V99.
	     03  FILE-PFL-OLDEST-DUE	PIC 9(8).
	     03  FILE-PFL-DAYS-LATE	PIC 9(4).
	     03  FILE-PFL-ASOF		PIC 9(8).
	     03  FILLER			PIC X(12).
      ******************************************************
      * Partner order suspense -- one record per order that
      * could not flow, with the reason, keyed by run date
      * and a sequence within the run, the same arrangement
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
 	01  PTNSUSP-FILE-STATUS.
           	05  PSUSP-STATUS-1	PIC X.
           	05  PSUSP-STATUS-2	PIC X.
 	01  PTNFAIL-FILE-STATUS.
           	05  PFL-STATUS-1	PIC X.
           	05  PFL-STATUS-2	PIC X.
 	01  CHKPOINT-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
      ******************************************************
	01  BOOKED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  BOOKED-HASH		PIC 9(11)V999 VALUE ZERO.
	01  QUEUED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  QUEUED-HASH		PIC 9(11)V999 VALUE ZERO.
	01  SUSP-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SUSP-SEQ		PIC 9(5) VALUE ZERO.
	01  SUSP-REASON		PIC X(30).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	COPY FWDQWS.
	01  RESTART-SKIP	PIC 9(7) VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) VALUE ZERO.
	01  DONE-COUNT		PIC 9(7) VALUE ZERO.
	01  RPT-PTN-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - PARTNER NOT ON MASTER".
	01  RPT-PTN-FAIL.
		05  FILLER	PIC X(40) VALUE
			"WARNING - PARTNER HAS AGED SETTLE FAILS".
	01  RPT-FAIL-LINE.
		05  FILLER	PIC X(16) VALUE "FAILS        =>".
		05  RPT-FAIL-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(11) VALUE "  OWED =>".
		05  RPT-FAIL-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER	PIC X(13) VALUE "  OLDEST DUE".
		05  RPT-FAIL-DUE	PIC 9(8).
		05  FILLER	PIC X(9) VALUE "  LATE =>".
		05  RPT-FAIL-DAYS	PIC ZZZ9.
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  RPT-BOOKED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  SHARE HASH =>".
		05  RPT-BOOKED-HASH	PIC ZZZZZZZZZZ9.999.
	01  RPT-QUEUED.
		05  FILLER	PIC X(16) VALUE "QUEUED       =>".
		05  RPT-QUEUED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  SHARE HASH =>".
		05  RPT-QUEUED-HASH	PIC ZZZZZZZZZZ9.999.
	01  RPT-SUSP.
		05  FILLER	PIC X(16) VALUE "SUSPENDED    =>".
		05  RPT-SUSP-COUNT	PIC ZZZZZZ9.
       START-PARTLOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
		CLOSE PARTNER-FILE
		PERFORM A-999-EXIT.
	MOVE FILE-PTN-ACCOUNT TO PTN-ACCOUNT.
	PERFORM CHECK-PARTNER-FAILS THRU CHECK-PARTNER-FAILS-EXIT.
      *****************************************************
      * Envelope and partner proved -- open the working
      * files, register as a client, and book pass two
	MOVE BOOKED-COUNT TO RPT-BOOKED-COUNT.
	MOVE BOOKED-HASH TO RPT-BOOKED-HASH.
	DISPLAY RPT-BOOKED.
	IF QUEUED-COUNT > ZERO
		MOVE QUEUED-COUNT TO RPT-QUEUED-COUNT
		MOVE QUEUED-HASH TO RPT-QUEUED-HASH
		DISPLAY RPT-QUEUED.
	MOVE SUSP-COUNT TO RPT-SUSP-COUNT.
	DISPLAY RPT-SUSP.
	IF SKIPPED-COUNT > ZERO
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Warn, but do not refuse, when the morning's
      *  settlement reconciliation has flagged the partner
      *  for aged fails.  No fail file means none flagged.
      ******************************************************
       CHECK-PARTNER-FAILS.
	OPEN INPUT PTNFAIL-FILE.
	IF PFL-STATUS-1 NOT = "0"
		GO TO CHECK-PARTNER-FAILS-EXIT.
	MOVE FEED-PARTNER TO FILE-PFL-PARTNER.
	READ PTNFAIL-FILE.
	IF PFL-STATUS-1 = "0"
		DISPLAY SPACE
		DISPLAY RPT-PTN-FAIL
		MOVE FILE-PFL-COUNT TO RPT-FAIL-COUNT
		MOVE FILE-PFL-AMOUNT TO RPT-FAIL-AMOUNT
		MOVE FILE-PFL-OLDEST-DUE TO RPT-FAIL-DUE
		MOVE FILE-PFL-DAYS-LATE TO RPT-FAIL-DAYS
		DISPLAY RPT-FAIL-LINE
		MOVE "Warning - Partner Has Aged Settlement Fails"
			TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	CLOSE PTNFAIL-FILE.
       CHECK-PARTNER-FAILS-EXIT.
	EXIT.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
			TPTYPE-REC
			CUST-REC
			TPSTATUS-REC.
	IF NOT TPOK AND (APPL-RETURN-CODE = ZERO OR
	   APPL-RETURN-CODE = REC-TRAN-FAILED)
		PERFORM QUEUE-THE-ORDER
		GO TO BOOK-ONE-ORDER-EXIT.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "ORDER CAPTURE REFUSED" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
       BOOK-ONE-ORDER-EXIT.
	EXIT.
      ******************************************************
      *  ORDCAPSR is down -- hold the order on the forwarding
      *  queue under the partner's reference, so a rerun
      *  finds it already queued; one the queue will not take
      *  goes to the suspense after all
      ******************************************************
       QUEUE-THE-ORDER.
	MOVE SPACES TO FWDQ-REC.
	MOVE ZERO TO FWDQ-CAPTURE-DATE.
	MOVE ZERO TO FWDQ-CAPTURE-TIME.
	MOVE ORD-DTL-REF TO FWDQ-REF.
	MOVE "ORDCAPSR" TO FWDQ-SERVICE.
	MOVE "cust" TO FWDQ-SUB-TYPE.
	MOVE "PARTLOAD" TO FWDQ-SOURCE.
	MOVE FEED-OPERATOR TO FWDQ-OPERATOR.
	MOVE PTN-ACCOUNT TO FWDQ-ACCOUNT.
	MOVE CUST-REC TO FWDQ-DATA.
	PERFORM FWDQ-PUT THRU FWDQ-PUT-EXIT.
	IF FWDQ-NOT-QUEUED
		MOVE "ORDER SERVICE UNAVAILABLE" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
	ELSE
		ADD 1 TO QUEUED-COUNT
		ADD ORD-DTL-SHARES TO QUEUED-HASH.
      ******************************************************
      *  Route one order to the suspense with its reason.
      *  The sequence hunts past any records a partial run of
      *  today already wrote, so a rerun never collides.
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
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
