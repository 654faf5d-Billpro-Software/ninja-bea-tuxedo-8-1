      *
      ******************************************************
      * WORKQ is the one place the desk works its morning
      * exceptions.  The five sources -- REJECT.IT trade
      * suspense, PENDAPPR.IT approvals, DEPSUSP.IT deposit
      * holds, CONTACT.IT customer follow-ups come due, and
      * CIPREV.IT new accounts left pending their opening
      * review more than CIPDAYS business days -- are
      * swept onto WORKQ.IT, one queue record
      * per open item, and presented as one list aged in
      * business days (CALENDAR.IT), oldest first: the
      * three-day-old items print before this morning's.
      *      held deposit posts through CASHSR under a
      *      named trader
      *   C  close it with a keyed disposition, for items
      *      handled outside the system -- and for a follow-
      *      up, which has no action to drive.  A new account
      *      is reviewed at CIPREV, and its item closes
      *      itself once the review is done.
      *   E  escalate it
      * An item whose source record has meanwhile cleared is
      * closed automatically the next sweep.  The queue
      * record keeps status, owner, dates and disposition,
      * so "who owns this and how long has it sat" finally
      * has an answer.  A parked approval lists with a
      * second line saying why it was held -- over the
      * approval limit, backdated, address change, age of
      * majority, or a purchase the customer's suitability
      * profile does not support.
      *
      * A contact note's follow-up counts as made once a
      * later note is added on the account dated on or after
      * the follow-up date; until then it stays queued from
      * its due date, with the note's text as its second
      * line.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. WORKQ.
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	SELECT CONTACT-FILE ASSIGN "CONTACT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CT-KEY
		STATUS CONTACT-FILE-STATUS.
	SELECT CIPREV-FILE ASSIGN "CIPREV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CIP-ACCOUNT
		STATUS CIPREV-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
		    88  FILE-WQ-IS-REJECT	VALUE "R".
		    88  FILE-WQ-IS-APPROVAL	VALUE "A".
		    88  FILE-WQ-IS-DEPOSIT	VALUE "D".
		    88  FILE-WQ-IS-FOLLOWUP	VALUE "F".
		    88  FILE-WQ-IS-OPENING	VALUE "O".
		05  FILE-WQ-REF		PIC X(36).
	     03  FILE-WQ-STATUS	PIC X(1).
		 88  FILE-WQ-IS-NEW		VALUE "N".
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
	FD  DEPSUSP-FILE; RECORD 84.
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
      ******************************************************
      * Contact history -- read only, for follow-ups due
      ******************************************************
	FD  CONTACT-FILE; RECORD 165.
	01  CONTACT-ITEM.
	     03  FILE-CT-KEY.
		05  FILE-CT-ACCOUNT	PIC X(10).
		05  FILE-CT-DATE	PIC 9(8).
		05  FILE-CT-TIME	PIC 9(8).
	     03  FILE-CT-OPERATOR	PIC X(10).
	     03  FILE-CT-CHANNEL	PIC X(01).
	     03  FILE-CT-FOLLOWUP	PIC 9(8).
	     03  FILE-CT-NOTE-1		PIC X(60).
	     03  FILE-CT-NOTE-2		PIC X(60).
      ******************************************************
      * New-account opening reviews -- read only, for
      * accounts left pending too long
      ******************************************************
	FD  CIPREV-FILE; RECORD 90.
	01  CIPREV-ITEM.
	     03  FILE-CIP-ACCOUNT	PIC X(10).
	     03  FILE-CIP-STATUS	PIC X(01).
		 88  FILE-CIP-IS-PENDING	VALUE "P".
	     03  FILE-CIP-OPEN-DATE	PIC 9(8).
	     03  FILE-CIP-OPEN-OPER	PIC X(10).
	     03  FILE-CIP-DOC-TYPE	PIC X(02).
	     03  FILE-CIP-DOC-NUMBER	PIC X(20).
	     03  FILE-CIP-VERIFY-DATE	PIC 9(8).
	     03  FILE-CIP-TIN-MATCH	PIC X(01).
	     03  FILE-CIP-WATCH	PIC X(01).
	     03  FILE-CIP-REVIEWER	PIC X(10).
	     03  FILE-CIP-REVIEW-DATE	PIC 9(8).
	     03  FILLER			PIC X(11).
      ******************************************************
      * Installation parameters -- CIPDAYS is how many
      * business days a new account may wait on its opening
      * review before it is queued here
      ******************************************************
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
	COPY CUST.
	01 CASHTX-REC.
	COPY CASHTX.
	01 EXCH-REC.
	COPY EXCH.
      *
	77 REC-FOUND 		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
 	01  CONTACT-FILE-STATUS.
           	05  CT-STATUS-1	PIC X.
           	05  CT-STATUS-2	PIC X.
	01  CT-OPEN-SWITCH	PIC X VALUE "N".
		88  FOLLOWUPS-AVAILABLE	VALUE "Y".
 	01  CIPREV-FILE-STATUS.
           	05  CIP-STATUS-1	PIC X.
           	05  CIP-STATUS-2	PIC X.
	01  CIP-OPEN-SWITCH	PIC X VALUE "N".
		88  OPENINGS-AVAILABLE	VALUE "Y".
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
	01  CIP-DAYS		PIC 9(3).
	77  DEFAULT-CIP-DAYS	PIC 9(3) VALUE 3.
      ******************************************************
      * Sign-on screen and the supervisor carried forward
      ******************************************************
		88  DONE-SOURCE		VALUE "Y".
	01  SOURCE-OPEN-SWITCH	PIC X.
		88  SOURCE-STILL-OPEN	VALUE "Y".
      ******************************************************
      * The follow-up note in hand -- its key, its due date,
      * and whether a later note has since made it
      ******************************************************
	01  FOLLOWUP-KEY.
	    05  FOLLOWUP-ACCOUNT	PIC X(10).
	    05  FOLLOWUP-DATE		PIC 9(8).
	    05  FOLLOWUP-TIME		PIC 9(8).
	01  FOLLOWUP-DUE	PIC 9(8).
	01  FOLLOWUP-MADE-SWITCH	PIC X VALUE "N".
		88  FOLLOWUP-MADE	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  ITEM-AGE		PIC 9(2).
	01  AGE-PASS-LOW	PIC 9(2).
	01  AGE-PASS-HIGH	PIC 9(2).
		05  RPT-STATUS	PIC X(9).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-OWNER	PIC X(10).
	01  RPT-HOLD-LINE.
		05  FILLER	PIC X(15) VALUE
			"      HELD FOR".
		05  RPT-HOLD-TEXT	PIC X(20).
		05  RPT-HOLD-INTO	PIC X(15).
		05  RPT-HOLD-TO-FUND	PIC X(10).
	01  RPT-NOTE-LINE.
		05  RPT-NOTE-LABEL	PIC X(11).
		05  RPT-NOTE-TEXT	PIC X(60).
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "OPEN ITEMS   =>".
		05  RPT-OPEN-COUNT	PIC ZZZZ9.
       START-WORKQ.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM SIGN-ON.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH.
	MOVE "N" TO CT-OPEN-SWITCH.
	OPEN INPUT CONTACT-FILE.
	IF CT-STATUS-1 = "0"
		MOVE "Y" TO CT-OPEN-SWITCH.
	MOVE "N" TO CIP-OPEN-SWITCH.
	OPEN INPUT CIPREV-FILE.
	IF CIP-STATUS-1 = "0"
		MOVE "Y" TO CIP-OPEN-SWITCH.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-CIP-DAYS THRU GET-CIP-DAYS-EXIT.
      ******************************************************
       CLOSE-ALL-FILES.
	CLOSE WORKQ-FILE.
		CLOSE DEPSUSP-FILE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	IF FOLLOWUPS-AVAILABLE
		CLOSE CONTACT-FILE.
	IF OPENINGS-AVAILABLE
		CLOSE CIPREV-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
      ******************************************************
      *  How many business days a new account may sit on its
      *  opening review before it queues -- the CIPDAYS
      *  record on PARAM.IT, the built-in default when none
      *  is on file
      ******************************************************
       GET-CIP-DAYS.
	MOVE DEFAULT-CIP-DAYS TO CIP-DAYS.
	IF NOT PARAM-AVAILABLE
		GO TO GET-CIP-DAYS-EXIT.
	MOVE "CIPDAYS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE FILE-PARM-VALUE TO CIP-DAYS.
       GET-CIP-DAYS-EXIT.
	EXIT.
      ******************************************************
      *  Sweep the five sources onto the queue -- an open
      *  item not yet queued opens new today; a queue record
      *  whose source has meanwhile cleared closes itself
      ******************************************************
			INVALID KEY SET DONE-SOURCE TO TRUE
		END-START
		PERFORM SWEEP-ONE-DEPOSIT UNTIL DONE-SOURCE.
	IF FOLLOWUPS-AVAILABLE
		MOVE "N" TO SRC-EOF-SWITCH
		MOVE LOW-VALUES TO FILE-CT-KEY
		START CONTACT-FILE KEY IS NOT LESS THAN
			FILE-CT-KEY
			INVALID KEY SET DONE-SOURCE TO TRUE
		END-START
		PERFORM SWEEP-ONE-FOLLOWUP THRU SWEEP-ONE-FOLLOWUP-EXIT
			UNTIL DONE-SOURCE.
	IF OPENINGS-AVAILABLE
		MOVE "N" TO SRC-EOF-SWITCH
		MOVE LOW-VALUES TO FILE-CIP-ACCOUNT
		START CIPREV-FILE KEY IS NOT LESS THAN
			FILE-CIP-ACCOUNT
			INVALID KEY SET DONE-SOURCE TO TRUE
		END-START
		PERFORM SWEEP-ONE-OPENING THRU SWEEP-ONE-OPENING-EXIT
			UNTIL DONE-SOURCE.
	PERFORM SWEEP-THE-QUEUE.
      ******************************************************
       SWEEP-ONE-REJECT.
       SWEEP-ONE-DEPOSIT-EXIT.
	EXIT.
      ******************************************************
      *  A note whose follow-up has come due and not yet
      *  been made queues from its due date.  The look for a
      *  later note moves the file, so the walk is put back
      *  just past the note in hand before going on.
      ******************************************************
       SWEEP-ONE-FOLLOWUP.
	READ CONTACT-FILE NEXT RECORD
		AT END SET DONE-SOURCE TO TRUE.
	IF DONE-SOURCE
		GO TO SWEEP-ONE-FOLLOWUP-EXIT.
	IF FILE-CT-FOLLOWUP = ZERO OR
	   FILE-CT-FOLLOWUP > TODAYS-DATE
		GO TO SWEEP-ONE-FOLLOWUP-EXIT.
	MOVE FILE-CT-KEY TO FOLLOWUP-KEY.
	MOVE FILE-CT-FOLLOWUP TO FOLLOWUP-DUE.
	PERFORM CHECK-FOLLOWUP-MADE THRU CHECK-FOLLOWUP-MADE-EXIT.
	MOVE FOLLOWUP-KEY TO FILE-CT-KEY.
	START CONTACT-FILE KEY IS GREATER THAN FILE-CT-KEY
		INVALID KEY SET DONE-SOURCE TO TRUE.
	IF FOLLOWUP-MADE
		GO TO SWEEP-ONE-FOLLOWUP-EXIT.
	MOVE "F" TO FILE-WQ-SOURCE.
	MOVE SPACES TO FILE-WQ-REF.
	MOVE FOLLOWUP-KEY TO FILE-WQ-REF(1:26).
	MOVE FOLLOWUP-DUE TO WORK-DATE-NUM.
	PERFORM ENSURE-QUEUED.
       SWEEP-ONE-FOLLOWUP-EXIT.
	EXIT.
      ******************************************************
      *  A new account still pending its opening review
      *  queues, from its open date, once it has waited more
      *  than CIPDAYS business days.  The age is taken
      *  before WORK-DATE-NUM is set, since the count walks
      *  through it.
      ******************************************************
       SWEEP-ONE-OPENING.
	READ CIPREV-FILE NEXT RECORD
		AT END SET DONE-SOURCE TO TRUE.
	IF DONE-SOURCE
		GO TO SWEEP-ONE-OPENING-EXIT.
	IF NOT FILE-CIP-IS-PENDING
		GO TO SWEEP-ONE-OPENING-EXIT.
	MOVE FILE-CIP-OPEN-DATE TO FILE-WQ-OPEN-DATE.
	PERFORM COMPUTE-ITEM-AGE THRU COMPUTE-ITEM-AGE-EXIT.
	IF ITEM-AGE NOT > CIP-DAYS
		GO TO SWEEP-ONE-OPENING-EXIT.
	MOVE "O" TO FILE-WQ-SOURCE.
	MOVE SPACES TO FILE-WQ-REF.
	MOVE FILE-CIP-ACCOUNT TO FILE-WQ-REF(1:10).
	MOVE FILE-CIP-OPEN-DATE TO WORK-DATE-NUM.
	PERFORM ENSURE-QUEUED.
       SWEEP-ONE-OPENING-EXIT.
	EXIT.
      ******************************************************
      *  Has the follow-up on FOLLOWUP-KEY, due FOLLOWUP-DUE,
      *  been made?  It has when the account carries a later
      *  note dated on or after the due date.  A channel "S"
      *  note is only the customer using self-service, not
      *  anyone following up, so those are passed over.
      ******************************************************
       CHECK-FOLLOWUP-MADE.
	MOVE "N" TO FOLLOWUP-MADE-SWITCH.
	MOVE FOLLOWUP-KEY TO FILE-CT-KEY.
	IF FOLLOWUP-DATE < FOLLOWUP-DUE
		MOVE FOLLOWUP-DUE TO FILE-CT-DATE
		MOVE ZERO TO FILE-CT-TIME
		START CONTACT-FILE KEY IS NOT LESS THAN FILE-CT-KEY
			INVALID KEY GO TO CHECK-FOLLOWUP-MADE-EXIT
		END-START
	ELSE
		START CONTACT-FILE KEY IS GREATER THAN FILE-CT-KEY
			INVALID KEY GO TO CHECK-FOLLOWUP-MADE-EXIT
		END-START
	END-IF.
       CHECK-FOLLOWUP-NEXT.
	READ CONTACT-FILE NEXT RECORD
		AT END GO TO CHECK-FOLLOWUP-MADE-EXIT.
	IF FILE-CT-ACCOUNT NOT = FOLLOWUP-ACCOUNT
		GO TO CHECK-FOLLOWUP-MADE-EXIT.
	IF FILE-CT-CHANNEL = "S"
		GO TO CHECK-FOLLOWUP-NEXT.
	MOVE "Y" TO FOLLOWUP-MADE-SWITCH.
       CHECK-FOLLOWUP-MADE-EXIT.
	EXIT.
      ******************************************************
      *  Queue the item in hand unless it already is --
      *  FILE-WQ-SOURCE/REF and WORK-DATE-NUM are set by the
      *  caller
		GO TO SWEEP-ONE-QUEUE-REC-EXIT.
	SET FILE-WQ-IS-RESOLVED TO TRUE.
	MOVE TODAYS-DATE TO FILE-WQ-RES-DATE.
	IF FILE-WQ-IS-FOLLOWUP
		MOVE "FOLLOWED UP" TO FILE-WQ-DISP
	ELSE IF FILE-WQ-IS-OPENING
		MOVE "OPENING REVIEWED" TO FILE-WQ-DISP
	ELSE
		MOVE "CLEARED OUTSIDE" TO FILE-WQ-DISP.
	REWRITE WORKQ-ITEM.
       SWEEP-ONE-QUEUE-REC-EXIT.
	EXIT.
		IF DSUSP-STATUS-1 = "0"
			MOVE "Y" TO SOURCE-OPEN-SWITCH
		END-IF
	ELSE IF FILE-WQ-IS-FOLLOWUP AND FOLLOWUPS-AVAILABLE
		MOVE FILE-WQ-REF(1:26) TO FOLLOWUP-KEY
		MOVE FILE-WQ-REF(1:26) TO FILE-CT-KEY
		READ CONTACT-FILE
		IF CT-STATUS-1 = "0"
			MOVE FILE-CT-FOLLOWUP TO FOLLOWUP-DUE
			PERFORM CHECK-FOLLOWUP-MADE
				THRU CHECK-FOLLOWUP-MADE-EXIT
			IF NOT FOLLOWUP-MADE
				MOVE "Y" TO SOURCE-OPEN-SWITCH
			END-IF
		END-IF
	ELSE IF FILE-WQ-IS-OPENING AND OPENINGS-AVAILABLE
		MOVE FILE-WQ-REF(1:10) TO FILE-CIP-ACCOUNT
		READ CIPREV-FILE
		IF CIP-STATUS-1 = "0" AND FILE-CIP-IS-PENDING
			MOVE "Y" TO SOURCE-OPEN-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  One aged, prioritized list -- the oldest bucket
		MOVE "SUSPENSE" TO RPT-SOURCE
	ELSE IF FILE-WQ-IS-APPROVAL
		MOVE "APPROVAL" TO RPT-SOURCE
	ELSE IF FILE-WQ-IS-FOLLOWUP
		MOVE "FOLLOWUP" TO RPT-SOURCE
	ELSE IF FILE-WQ-IS-OPENING
		MOVE "NEW ACCT" TO RPT-SOURCE
	ELSE
		MOVE "DEPOSIT" TO RPT-SOURCE.
	MOVE FILE-WQ-REF TO RPT-REF.
		MOVE "ESCALATED" TO RPT-STATUS.
	MOVE FILE-WQ-ASSIGNED TO RPT-OWNER.
	DISPLAY RPT-LINE.
	IF FILE-WQ-IS-APPROVAL
		PERFORM SHOW-HOLD-REASON THRU SHOW-HOLD-REASON-EXIT.
	IF FILE-WQ-IS-FOLLOWUP
		PERFORM SHOW-FOLLOWUP-NOTE
			THRU SHOW-FOLLOWUP-NOTE-EXIT.
       LIST-ONE-QUEUE-REC-EXIT.
	EXIT.
      ******************************************************
      *  Why a parked approval is held, off its queue record
      *  -- the hold code the server parked it with, else a
      *  backdated order, else the approval limit
      ******************************************************
       SHOW-HOLD-REASON.
	IF NOT APPROVALS-AVAILABLE
		GO TO SHOW-HOLD-REASON-EXIT.
	MOVE FILE-WQ-REF TO FILE-PEND-KEY.
	READ PENDAPPR-FILE.
	IF PEND-STATUS-1 NOT = "0"
		GO TO SHOW-HOLD-REASON-EXIT.
	IF FILE-PEND-IS-SUIT-HOLD
		MOVE "SUITABILITY PROFILE" TO RPT-HOLD-TEXT
	ELSE IF FILE-PEND-IS-MAJ-HOLD
		MOVE "AGE OF MAJORITY" TO RPT-HOLD-TEXT
	ELSE IF FILE-PEND-IS-ADDR-HOLD
		MOVE "ADDRESS CHANGE" TO RPT-HOLD-TEXT
	ELSE IF FILE-PEND-AS-OF NOT = ZERO
		MOVE "BACKDATED ORDER" TO RPT-HOLD-TEXT
	ELSE
		MOVE "APPROVAL LIMIT" TO RPT-HOLD-TEXT.
	MOVE SPACES TO RPT-HOLD-INTO.
	MOVE SPACES TO RPT-HOLD-TO-FUND.
	IF FILE-PEND-IS-EXCH
		MOVE "EXCHANGE INTO" TO RPT-HOLD-INTO
		MOVE FILE-PEND-ORDER-REF TO RPT-HOLD-TO-FUND.
	DISPLAY RPT-HOLD-LINE.
       SHOW-HOLD-REASON-EXIT.
	EXIT.
      ******************************************************
      *  What the follow-up is about, off the note itself
      ******************************************************
       SHOW-FOLLOWUP-NOTE.
	IF NOT FOLLOWUPS-AVAILABLE
		GO TO SHOW-FOLLOWUP-NOTE-EXIT.
	MOVE FILE-WQ-REF(1:26) TO FILE-CT-KEY.
	READ CONTACT-FILE.
	IF CT-STATUS-1 NOT = "0"
		GO TO SHOW-FOLLOWUP-NOTE-EXIT.
	MOVE "      NOTE" TO RPT-NOTE-LABEL.
	MOVE FILE-CT-NOTE-1 TO RPT-NOTE-TEXT.
	DISPLAY RPT-NOTE-LINE.
	IF FILE-CT-NOTE-2 NOT = SPACES
		MOVE SPACES TO RPT-NOTE-LABEL
		MOVE FILE-CT-NOTE-2 TO RPT-NOTE-TEXT
		DISPLAY RPT-NOTE-LINE.
       SHOW-FOLLOWUP-NOTE-EXIT.
	EXIT.
      ******************************************************
      *  Business days between the item's open date and
      *  today -- weekends by Zeller, holidays by the market
      *  calendar, capped at ninety-nine
		PERFORM DRIVE-REJECT
	ELSE IF FILE-WQ-IS-APPROVAL
		PERFORM DRIVE-APPROVAL
	ELSE IF FILE-WQ-IS-FOLLOWUP
		DISPLAY "ADD A CONTACT NOTE AT THE MENU OR CLOSE WITH C"
	ELSE IF FILE-WQ-IS-OPENING
		DISPLAY "REVIEW THE NEW ACCOUNT AT CIPREV"
	ELSE
		PERFORM DRIVE-DEPOSIT.
	IF NOT DRIVE-OK
		MOVE ZERO TO CASHTX-TAX-YEAR
		MOVE FILE-PEND-OPERATOR TO CASHTX-OPERATOR
		MOVE SESSION-OPERATOR TO CASHTX-APPROVER
		MOVE SPACES TO CASHTX-CHECK-NO
		PERFORM CALL-CASH-SERVICE
	ELSE IF FILE-PEND-IS-EXCH
		MOVE FILE-PEND-ACCOUNT TO EXCH-ACCOUNT
		MOVE FILE-PEND-FUND TO EXCH-FROM-FUND
		MOVE FILE-PEND-ORDER-REF TO EXCH-TO-FUND
		MOVE FILE-PEND-AMOUNT TO EXCH-AMOUNT
		MOVE SPACES TO EXCH-REF
		MOVE FILE-PEND-OPERATOR TO EXCH-OPERATOR
		MOVE SESSION-OPERATOR TO EXCH-APPROVER
		PERFORM CALL-EXCH-SERVICE
	ELSE
		MOVE FILE-PEND-ACCOUNT TO CUST-ACCOUNT
		MOVE FILE-PEND-FUND TO CUST-FUND
	MOVE ZERO TO CASHTX-TAX-YEAR.
	MOVE ANSWER-TRADER TO CASHTX-OPERATOR.
	MOVE SPACES TO CASHTX-APPROVER.
	MOVE SPACES TO CASHTX-CHECK-NO.
	PERFORM CALL-CASH-SERVICE.
	IF NOT DRIVE-OK
		GO TO DRIVE-DEPOSIT-EXIT.
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE "Y" TO DRIVE-OK-SWITCH.
      ******************************************************
       CALL-EXCH-SERVICE.
	MOVE LENGTH OF EXCH-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "exch" TO SUB-TYPE.
	MOVE "EXCHSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			EXCH-REC
			TPTYPE-REC
			EXCH-REC
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE "Y" TO DRIVE-OK-SWITCH.
      ******************************************************
       CALL-CASH-SERVICE.
	MOVE LENGTH OF CASHTX-REC TO LEN.
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
