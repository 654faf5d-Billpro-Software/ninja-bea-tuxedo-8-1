		ACCESS DYNAMIC
		RECORD KEY FILE-REP-CODE
		STATUS REPMAS-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  BLOTTER-FILE; RECORD 126.
	     03  FILE-REP-NAME		PIC X(30).
	     03  FILE-REP-BRANCH	PIC X(10).
	     03  FILE-REP-STATUS	PIC X(01).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * The reporting month's bounds
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  MONTH-START		PIC 9(8).
	01  MONTH-END		PIC 9(8).
      ******************************************************
       START-REPPROD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	COMPUTE MONTH-START = (TODAYS-DATE / 100) * 100 + 1.
	COMPUTE MONTH-END = (TODAYS-DATE / 100) * 100 + 31.
	MOVE "Started" TO LOGMSG-TEXT.
		ADD TBL-FEES (SCAN-SUB) TO BRANCH-FEES
		MOVE "Y" TO TBL-DONE (SCAN-SUB).
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
