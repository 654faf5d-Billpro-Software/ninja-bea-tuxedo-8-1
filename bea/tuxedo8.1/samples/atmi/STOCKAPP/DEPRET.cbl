		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
	01  FEE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  FEE-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
	01  RESTART-SKIP	PIC 9(7) VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) VALUE ZERO.
       START-DEPRET.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
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
