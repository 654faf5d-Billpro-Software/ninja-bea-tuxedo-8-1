		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
		05  FILE-CUST-ACCOUNT	PIC X(10).
		05  FILE-CUST-FUND	PIC X(10).
	     03  FILE-CUST-AMOUNT	PIC 9(7)V999.
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
	01  POS-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-POSITIONS	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
	01  RUN-YEAR		PIC 9(4).
	01  RUN-MONTH		PIC 9(2).
       START-FEERUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE(1:4) TO RUN-YEAR.
	MOVE TODAYS-DATE(5:2) TO RUN-MONTH.
	MOVE "Started" TO LOGMSG-TEXT.
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE "Y" TO SELL-OK-SWITCH.
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
      *****************************************************
      * Log messages to the userlog
      *****************************************************
