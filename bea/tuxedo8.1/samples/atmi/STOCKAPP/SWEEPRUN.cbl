		ACCESS DYNAMIC
		RECORD KEY FILE-FEE-KEY
		STATUS FEE-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  SWEEP-FILE; RECORD 41.
	     03  FILE-FEE-TIER OCCURS 5 TIMES.
		05  FILE-FEE-TIER-THRESH	PIC 9(9)V99.
		05  FILE-FEE-TIER-RATE		PIC 9V9(4).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
      * One account's sweep arithmetic
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  EXCESS-CASH		PIC 9(9)V99.
	01  SPEND-CASH		PIC 9(9)V99.
	01  SWEEP-PRICE		PIC 9(7)V99.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	PERFORM GET-BUSINESS-DATE.
      *
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
			LOGREC-LEN
			TPSTATUS-REC.
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
