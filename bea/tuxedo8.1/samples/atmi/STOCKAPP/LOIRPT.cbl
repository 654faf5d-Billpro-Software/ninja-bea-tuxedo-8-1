		ACCESS DYNAMIC
		RECORD KEY FILE-LOI-ACCOUNT
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  LOI-FILE; RECORD 55.
		 88  FILE-LOI-IS-CHARGED	VALUE "B".
	     03  FILE-LOI-PURCHASED	PIC 9(11)V99.
	     03  FILE-LOI-OPERATOR	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * months, day clamped to the landing month's length
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  DEADLINE-DATE	PIC 9(8).
	01  WORK-DATE.
	    05  WORK-YEAR	PIC 9(4).
       START-LOIRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT LOI-FILE.
	COMPUTE DEADLINE-DATE =
	    WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
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
