		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS DAYBLOT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  BLOTTER-FILE; RECORD 126.
      ******************************************************
	FD  DAYBLOT-FILE; RECORD 126.
	01  DAYBLOT-ITEM		PIC X(126).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  READ-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  CUT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      *
       START-BLOTEXTR.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT BLOTTER-FILE.
		PERFORM A-999-EXIT.
	ADD 1 TO CUT-COUNT.
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
