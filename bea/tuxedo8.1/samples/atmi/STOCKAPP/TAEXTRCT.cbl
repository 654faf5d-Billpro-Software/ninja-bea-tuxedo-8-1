		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS TAEXTR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	     03  TA-TRL-TRD-COUNT	PIC 9(7).
	     03  TA-TRL-POS-HASH	PIC 9(11)V999.
	     03  TA-TRL-TRD-HASH	PIC 9(11)V999.
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  TRD-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-TRADES		VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      *
       	LINKAGE SECTION.
      *
       START-TAEXTRCT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUST-FILE.
		CLOSE TAEXTR-FILE
		PERFORM A-999-EXIT.
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
