		ACCESS DYNAMIC
		RECORD KEY FILE-HIST-KEY
		STATUS QUOTEHST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  PXCORR-FILE; RECORD 91.
		02  FILE-HIST-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-OPERATOR		PIC X(08).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
	01  HIST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-HISTORY	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  WORK-FUND		PIC X(10).
	01  WORK-DATE		PIC 9(8).
	01  NEW-SELL-PRICE	PIC 9(7)V99.
       START-NAVFIX.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
		PERFORM DO-USERLOG-ERR.
       CORRECT-ONE-HIST-REC-EXIT.
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
      *****************************************************
      * Log messages to the userlog
      *****************************************************
