		ACCESS DYNAMIC
		RECORD KEY FILE-ACC-ACCOUNT
		STATUS ACCRINT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CASH-FILE; RECORD 40.
	     03  FILE-ACC-ACCOUNT	PIC X(10).
	     03  FILE-ACC-AMOUNT	PIC 9(9)V9(4).
	     03  FILE-ACC-LAST-DATE	PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  ACCT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SKIP-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-ACCRUED		PIC 9(11)V9(4) VALUE ZERO.
       START-ACCRUE.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-RATE-IN-EFFECT.
		END-IF
	END-IF.
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
