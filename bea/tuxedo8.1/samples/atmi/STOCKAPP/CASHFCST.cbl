		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CASH-FILE; RECORD 40.
	     03  FILE-PLAN-NEXT-DATE	PIC 9(8).
	     03  FILE-PLAN-OPERATOR	PIC X(10).
	     03  FILE-PLAN-SEQ		PIC 9(4).
	FD  ORDBK-FILE; RECORD 133.
	01  ORDBK-ITEM.
	     03  FILE-ORDBK-KEY.
		05  FILE-ORDBK-ACCOUNT		PIC X(10).
	     03  FILE-ORDBK-FILL-PRICE		PIC 9(7)V99.
	     03  FILE-ORDBK-OPERATOR		PIC X(10).
	     03  FILE-ORDBK-LOT-DATE		PIC 9(8).
	     03  FILE-ORDBK-ORDER-TYPE		PIC X(01).
		 88  FILE-ORDBK-IN-SHARES	VALUE "S" " ".
		 88  FILE-ORDBK-IN-DOLLARS	VALUE "D".
		 88  FILE-ORDBK-ALL-SHARES	VALUE "A".
	     03  FILE-ORDBK-DOLLARS		PIC 9(9)V99.
	     03  FILE-ORDBK-CHG-OPERATOR	PIC X(10).
	     03  FILE-ORDBK-CHG-DATE		PIC 9(8).
	     03  FILE-ORDBK-CHG-TIME		PIC 9(8).
	FD  CLOSEREQ-FILE; RECORD 67.
	01  CLOSEREQ-ITEM.
	     03  FILE-CLO-ACCOUNT	PIC X(10).
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  CLOSE-POSITIONS	PIC 9(11)V99.
	01  WORK-ACCOUNT	PIC X(10).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Day-of-week working fields (Zeller's congruence) and
      * the business-day answer for the window walk
       START-CASHFCST.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CASH-FILE.
      *  Orders still pending the strike -- they trade
      *  tonight, so they land in day one, valued at the
      *  price now on file (the best estimate of tonight's
      *  NAV the morning can have).  A dollar order is
      *  already money; a whole-position sale is valued at
      *  the shares the position holds this morning.
      ******************************************************
       PROJECT-ORDERS.
	MOVE "N" TO EOF-SWITCH.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		GO TO ORDER-LOOP-EXIT.
	IF FILE-ORDBK-ALL-SHARES
		MOVE FILE-ORDBK-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE FILE-ORDBK-FUND TO FILE-CUST-FUND
		READ CUST-FILE
		IF CUST-STATUS-1 NOT = "0"
			GO TO ORDER-LOOP-EXIT
		END-IF
		MOVE FILE-CUST-AMOUNT TO FILE-ORDBK-AMOUNT.
	IF FILE-ORDBK-IN-DOLLARS
		MOVE FILE-ORDBK-DOLLARS TO WORK-MONEY
		IF FILE-ORDBK-IS-SELL
			ADD WORK-MONEY TO FCST-ORD-OUT (1)
		ELSE
			ADD WORK-MONEY TO FCST-ORD-IN (1)
		END-IF
	ELSE IF FILE-ORDBK-IS-SELL
		COMPUTE WORK-MONEY ROUNDED =
		    FILE-ORDBK-AMOUNT * FILE-QUOTE-SELL-PRICE
		ADD WORK-MONEY TO FCST-ORD-OUT (1)
	ELSE
		COMPUTE WORK-MONEY ROUNDED =
		    FILE-ORDBK-AMOUNT * FILE-QUOTE-BUY-PRICE
		ADD WORK-MONEY TO FCST-ORD-IN (1)
	END-IF.
       ORDER-LOOP-EXIT.
	EXIT.
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
