		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * the partner, "P" pay the partner), and the date it
      * is due under the partner's settlement terms
      ******************************************************
	FD  PARTSETL-FILE; RECORD 88.
	01  PARTSETL-ITEM.
	     03  FILE-SETL-KEY.
		05  FILE-SETL-PARTNER	PIC X(10).
		 88  FILE-SETL-COLLECT	VALUE "C".
		 88  FILE-SETL-PAY	VALUE "P".
	     03  FILE-SETL-DUE-DATE	PIC 9(8).
	     03  FILE-SETL-PAID		PIC 9(11)V99.
	     03  FILE-SETL-PAID-DATE	PIC 9(8).
	     03  FILE-SETL-STATE	PIC X(01).
		 88  FILE-SETL-IS-OPEN	VALUE " ".
		 88  FILE-SETL-IS-PAID	VALUE "P".
		 88  FILE-SETL-IS-SHORT	VALUE "S".
		 88  FILE-SETL-IS-FAILED	VALUE "F".
      ******************************************************
      * Market calendar -- the settlement due date is walked
      * across it so it lands on a business day
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  TRD-MONEY-TOTAL	PIC 9(11)V99 VALUE ZERO.
	01  PARTNER-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Day-of-week working fields (Zeller's congruence) and
      * the business-day answer for the due-date walk
       START-PARTCONF.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      ******************************************************
      *  Net the partner's day into one settlement record
      *  and report it -- a rerun replaces the day's record
      *  rather than doubling it, keeping whatever PARTRECO
      *  has already matched against it
      ******************************************************
       SETTLE-THE-DAY.
	ADD 1 TO PARTNER-COUNT.
	PERFORM COMPUTE-DUE-DATE.
	MOVE WORK-PARTNER TO FILE-SETL-PARTNER.
	MOVE TODAYS-DATE TO FILE-SETL-DATE.
	READ PARTSETL-FILE.
	IF SETL-STATUS-1 NOT = "0"
		MOVE ZERO TO FILE-SETL-PAID
		MOVE ZERO TO FILE-SETL-PAID-DATE
		MOVE SPACE TO FILE-SETL-STATE
		MOVE WORK-PARTNER TO FILE-SETL-PARTNER
		MOVE TODAYS-DATE TO FILE-SETL-DATE.
	MOVE PTN-BUY-MONEY TO FILE-SETL-BUYS.
	MOVE PTN-SELL-MONEY TO FILE-SETL-SELLS.
	IF PTN-BUY-MONEY NOT < PTN-SELL-MONEY
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
