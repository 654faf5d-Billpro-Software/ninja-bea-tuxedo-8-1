		ACCESS DYNAMIC
		RECORD KEY FILE-PERF-ACCOUNT
		STATUS PERF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  VALHIST-FILE; RECORD 60.
      ******************************************************
      * Cash transaction ledger -- see CASHSR.cbl for the
      * full reason-code list.  Only the external flows
      * figure here: "DP" money in, "WD" money out, and a
      * stopped or voided check ("SP"/"CV") or a payment the
      * receiving bank returned ("AR") the withdrawal it
      * paid coming back in.
      ******************************************************
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-PERF-QTR		PIC S9(3)V99.
	     03  FILE-PERF-YTD		PIC S9(3)V99.
	     03  FILE-PERF-YEAR		PIC S9(3)V99.
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * The period starts the chaining is judged against
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  CURRENT-YEAR	PIC 9(4).
	01  CURRENT-MONTH	PIC 9(2).
	01  QTR-MONTH		PIC 9(2).
       START-PERFRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	PERFORM SET-PERIOD-STARTS.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      *  Net external flow inside the interval -- "DP"
      *  deposits count in, "WD" withdrawals count out,
      *  a stopped or voided check's "SP"/"CV" credit and
      *  a returned payment's "AR" credit count back in,
      *  every other reason code is internal money and
      *  stays out of the arithmetic
      ******************************************************
	IF FILE-LED-DATE > FILE-VAL-DATE
		SET DONE-LEDGER TO TRUE
		GO TO SUM-ONE-FLOW-EXIT.
	IF FILE-LED-REASON = "DP" OR FILE-LED-REASON = "SP" OR
	   FILE-LED-REASON = "CV" OR FILE-LED-REASON = "AR"
		ADD FILE-LED-AMOUNT TO INTERVAL-FLOW
	ELSE IF FILE-LED-REASON = "WD"
		SUBTRACT FILE-LED-AMOUNT FROM INTERVAL-FLOW.
		MOVE PERF-STATUS-1 TO LOG-ERR-STATUS
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
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
