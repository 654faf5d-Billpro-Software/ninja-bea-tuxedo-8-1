      * PLANRUN is the daily systematic-plan run -- an ATMI
      * client batch job in the mold of TRADLOAD.  It walks
      * PLAN.IT and, for every plan whose next run date has
      * arrived, captures a dollar order for the plan's
      * amount on the order book through ORDCAPSR under the
      * plan's operator.  The shares are worked out at the
      * NAV strike by EODEXEC, so the money invested or
      * withdrawn is the plan amount exactly, not a share
      * count guessed from the pre-strike quote.  The order
      * reference "PL" + sequence + date identifies the plan
      * instance, so a refusal at the strike sits on
      * REJECT.IT with the plan visible and the servers'
      * dedup absorbs a rerun.
      *
      * The next run date advances a month (day clamped) or a
      * week whether the order posted or was refused -- a
		ACCESS DYNAMIC
		RECORD KEY FILE-PLAN-KEY
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  PLAN-FILE; RECORD 55.
	     03  FILE-PLAN-NEXT-DATE	PIC 9(8).
	     03  FILE-PLAN-OPERATOR	PIC X(10).
	     03  FILE-PLAN-SEQ		PIC 9(4).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
      *
	01  USER-DATA-REC 	PIC X(75).
      *****************************************************
      * VIEW record exchanged with the order capture service
      *****************************************************
	01 CUST-REC.
	COPY CUST.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "PLANS DUE     =>".
		05  RPT-DUE-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(16) VALUE "  CAPTURED    =>".
		05  RPT-POSTED-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(16) VALUE "  REJECTED    =>".
		05  RPT-REJECT-COUNT	PIC ZZZZ9.
      ******************************************************
      * The generated order's reference, which identifies
      * the plan instance.  The reference is "PL"
      * plus the plan's own sequence number and the run date:
      * one account can hold several plans (by fund and
      * side), and two falling due the same day must NOT
      * and stable across a rerun.
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  PLAN-ORDER-REF.
		05  FILLER		PIC X(02) VALUE "PL".
		05  REF-SEQ		PIC 9(4).
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	PERFORM GET-BUSINESS-DATE.
      *
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF NOT DONE-READING
		IF FILE-PLAN-NEXT-DATE NOT > TODAYS-DATE
			ADD 1 TO DUE-COUNT
			PERFORM FIRE-PLAN THRU FIRE-PLAN-EXIT
		END-IF.
      ******************************************************
      *  Capture a dollar order for the plan's amount on the
      *  order book through ORDCAPSR -- EODEXEC works out
      *  the shares at the NAV strike -- then advance the
      *  plan's next run date either way
      ******************************************************
       FIRE-PLAN.
	MOVE FILE-PLAN-ACCOUNT TO REC-ACCOUNT.
	MOVE FILE-PLAN-FUND TO REC-FUND.
	MOVE FILE-PLAN-ACCOUNT TO CUST-ACCOUNT.
	MOVE FILE-PLAN-FUND TO CUST-FUND.
	MOVE ZERO TO CUST-AMOUNT.
	SET CUST-IN-DOLLARS TO TRUE.
	MOVE FILE-PLAN-AMOUNT TO CUST-DOLLARS.
	MOVE FILE-PLAN-SEQ TO REF-SEQ.
	MOVE TODAYS-DATE TO REF-DATE.
	MOVE PLAN-ORDER-REF TO CUST-ORDER-REF.
	MOVE LENGTH OF CUST-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "cust" TO SUB-TYPE.
	MOVE "ORDCAPSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
			CUST-REC
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE "CAPTURED" TO REC-RESULT
		ADD 1 TO POSTED-COUNT
	ELSE
		IF NOT TPOK
       FIRE-PLAN-EXIT.
	EXIT.
      ******************************************************
      *  Advance the plan to its next run -- a month with the
      *  day clamped to the month length, or seven days
      ******************************************************
		END-IF
	END-IF.
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
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
