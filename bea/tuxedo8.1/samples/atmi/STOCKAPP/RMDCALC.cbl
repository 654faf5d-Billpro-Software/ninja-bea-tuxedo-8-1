		ACCESS DYNAMIC
		RECORD KEY FILE-RMD-KEY
		STATUS RMD-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
	     03  FILE-RMD-AMOUNT	PIC 9(9)V99.
	     03  FILE-RMD-TAKEN		PIC 9(9)V99.
	     03  FILE-RMD-CALC-DATE	PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * value found and the requirement computed
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  CURRENT-YEAR	PIC 9(4).
	01  PRIOR-YEAR		PIC 9(4).
	01  PRIOR-YEAR-END	PIC 9(8).
       START-RMDCALC.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE(1:4) TO CURRENT-YEAR.
	COMPUTE PRIOR-YEAR = CURRENT-YEAR - 1.
	COMPUTE PRIOR-YEAR-END = PRIOR-YEAR * 10000 + 1231.
		MOVE RMD-STATUS-1 TO LOG-ERR-STATUS
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
