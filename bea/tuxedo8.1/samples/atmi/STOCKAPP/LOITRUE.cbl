		ACCESS DYNAMIC
		RECORD KEY FILE-FEE-KEY
		STATUS FEE-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  LOI-FILE; RECORD 55.
	     03  FILE-FEE-TIER OCCURS 5 TIMES.
		05  FILE-FEE-TIER-THRESH	PIC 9(9)V99.
		05  FILE-FEE-TIER-RATE		PIC 9V9(4).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
      * escrow redemptions have to cover
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  DEADLINE-DATE	PIC 9(8).
	01  WORK-ACCOUNT	PIC X(10).
	01  WORK-OPERATOR	PIC X(10).
       START-LOITRUE.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O LOI-FILE.
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
