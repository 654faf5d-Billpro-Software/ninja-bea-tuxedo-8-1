		ACCESS DYNAMIC
		RECORD KEY FILE-RMD-KEY
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  RMD-FILE; RECORD 44.
	     03  FILE-RMD-AMOUNT	PIC 9(9)V99.
	     03  FILE-RMD-TAKEN		PIC 9(9)V99.
	     03  FILE-RMD-CALC-DATE	PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * dictates
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  CURRENT-YEAR	PIC 9(4).
	01  CURRENT-MONTH	PIC 9(2).
	01  URGENCY-TEXT	PIC X(12).
       START-RMDRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE(1:4) TO CURRENT-YEAR.
	MOVE TODAYS-DATE(5:2) TO CURRENT-MONTH.
	IF CURRENT-MONTH = 12
       RMD-LOOP-EXIT.
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
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
