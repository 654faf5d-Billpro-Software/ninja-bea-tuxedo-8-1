      * entered it, who approved or rejected it, and when.
      * A supervisor may not release a trade they entered
      * themselves; the screen skips it and says so.
      *
      * EXCHSR parks an exchange the customer's suitability
      * profile does not support the same way; an approved
      * exchange is re-driven through EXCHSR.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. APPROVE.
		ACCESS DYNAMIC
		RECORD KEY FILE-PEND-KEY
		STATUS PENDAPPR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE; RECORD 63.
		 88  FILE-PEND-IS-BUY	VALUE "B".
		 88  FILE-PEND-IS-SELL	VALUE "S".
		 88  FILE-PEND-IS-WDRW	VALUE "W".
		 88  FILE-PEND-IS-EXCH	VALUE "X".
	     03  FILE-PEND-AMOUNT	PIC 9(7)V999.
	     03  FILE-PEND-PRICE	PIC 9(7)V99.
	     03  FILE-PEND-ORDER-REF	PIC X(20).
	     03  FILE-PEND-APPR-DATE	PIC 9(8).
	     03  FILE-PEND-HOLD	PIC X(01).
		 88  FILE-PEND-IS-ADDR-HOLD	VALUE "A".
		 88  FILE-PEND-IS-MAJ-HOLD	VALUE "M".
		 88  FILE-PEND-IS-SUIT-HOLD	VALUE "U".
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * File status
      *****************************************************
	01 CASHTX-REC.
	COPY CASHTX.
      *****************************************************
      * VIEW record driven through EXCHSR when an exchange
      * held for suitability is released
      *****************************************************
	01 EXCH-REC.
	COPY EXCH.
      *
	77 REC-FOUND 		PIC S9(9) COMP-5 VALUE 1.
      *****************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  SHOWN-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  APPROVED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  REJECTED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
       START-APPROVE.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
	MOVE FILE-PEND-OPERATOR TO SHOW-OPERATOR.
	IF FILE-PEND-IS-ADDR-HOLD
		MOVE "ADDR HOLD" TO SHOW-HOLD
	ELSE IF FILE-PEND-IS-MAJ-HOLD
		MOVE "MAJORITY" TO SHOW-HOLD
	ELSE IF FILE-PEND-IS-SUIT-HOLD
		MOVE "SUITABLTY" TO SHOW-HOLD
	ELSE
		MOVE SPACES TO SHOW-HOLD.
	DISPLAY SPACE.
	DISPLAY SHOW-LINE.
	IF FILE-PEND-IS-EXCH
		DISPLAY "   EXCHANGE INTO " FILE-PEND-ORDER-REF(1:10).
	MOVE SPACE TO ANSWER-REC.
	DISPLAY ASK-LINE.
	ACCEPT ANSWER-REC.
			DISPLAY "YOU ENTERED THIS TRADE - SKIPPED"
		ELSE IF FILE-PEND-IS-WDRW
			PERFORM RELEASE-WITHDRAWAL
		ELSE IF FILE-PEND-IS-EXCH
			PERFORM RELEASE-EXCHANGE
		ELSE
			PERFORM RELEASE-TRADE
		END-IF
	MOVE ZERO TO CASHTX-TAX-YEAR.
	MOVE FILE-PEND-OPERATOR TO CASHTX-OPERATOR.
	MOVE SESSION-OPERATOR TO CASHTX-APPROVER.
	MOVE SPACES TO CASHTX-CHECK-NO.
      *
	MOVE LENGTH OF CASHTX-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
		MOVE "Released Withdrawal Refused" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
      ******************************************************
      *  Re-drive a held exchange through EXCHSR with the
      *  supervisor named as approver -- both legs price at
      *  this moment's prices.  A refusal leaves the record
      *  pending for another look.
      ******************************************************
       RELEASE-EXCHANGE.
	MOVE FILE-PEND-ACCOUNT TO EXCH-ACCOUNT.
	MOVE FILE-PEND-FUND TO EXCH-FROM-FUND.
	MOVE FILE-PEND-ORDER-REF TO EXCH-TO-FUND.
	MOVE FILE-PEND-AMOUNT TO EXCH-AMOUNT.
	MOVE SPACES TO EXCH-REF.
	MOVE FILE-PEND-OPERATOR TO EXCH-OPERATOR.
	MOVE SESSION-OPERATOR TO EXCH-APPROVER.
      *
	MOVE LENGTH OF EXCH-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "exch" TO SUB-TYPE.
	MOVE "EXCHSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
      *
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			EXCH-REC
			TPTYPE-REC
			EXCH-REC
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		SET FILE-PEND-IS-APPROVED TO TRUE
		MOVE SESSION-OPERATOR TO FILE-PEND-APPROVER
		MOVE TODAYS-DATE TO FILE-PEND-APPR-DATE
		MOVE REASON-REC TO FILE-PEND-REASON
		PERFORM REWRITE-QUEUE-REC
		ADD 1 TO APPROVED-COUNT
		DISPLAY "EXCHANGE POSTED"
		MOVE "Held Exchange Released" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	ELSE
		DISPLAY "EXCHANGE REFUSED - LEFT PENDING"
		MOVE "Released Exchange Refused" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
      ******************************************************
      *  Reject the parked trade -- nothing posts, the queue
      *  record keeps who turned it down, when, and why
      ******************************************************
		PERFORM DO-USERLOG-ERR.
	MOVE "Ended" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
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
      *****************************************************
      * Log messages to the userlog
      *****************************************************
