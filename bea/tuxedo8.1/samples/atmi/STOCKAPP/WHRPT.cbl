		ACCESS DYNAMIC
		RECORD KEY FILE-WHL-KEY
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  WHLED-FILE; RECORD 60.
	     03  FILE-WHL-AUTHORITY	PIC X(10).
	     03  FILE-WHL-GROSS		PIC 9(9)V99.
	     03  FILE-WHL-AMOUNT	PIC 9(9)V99.
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * The reporting bounds -- this month and this year
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  MONTH-START		PIC 9(8).
	01  YEAR-START		PIC 9(8).
	01  TOT-MONTH		PIC 9(11)V99 VALUE ZERO.
       START-WHRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	COMPUTE MONTH-START = (TODAYS-DATE / 100) * 100 + 1.
	COMPUTE YEAR-START = (TODAYS-DATE / 10000) * 10000 + 101.
	MOVE "Started" TO LOGMSG-TEXT.
	MOVE AUTH-YTD-AMT (AUTH-SUB) TO RPT-YTD-AMT.
	DISPLAY RPT-LINE.
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
