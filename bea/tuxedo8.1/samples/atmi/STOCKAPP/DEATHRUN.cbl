		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  DEATH-FILE; RECORD 45.
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
	01  ESTATE-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  DONE-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  SKIP-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
	01  WORK-ACCOUNT	PIC X(10).
	01  WORK-OPERATOR	PIC X(10).
	01  WORK-DOD		PIC 9(8).
	01  BENE-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  BENE-TABLE.
		05  BENE-ENTRY OCCURS 20 TIMES.
       START-DEATHRUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O DEATH-FILE.
	ADD 1 TO ESTATE-COUNT.
	MOVE FILE-DTH-ACCOUNT TO WORK-ACCOUNT.
	MOVE FILE-DTH-OPERATOR TO WORK-OPERATOR.
	MOVE FILE-DTH-DOD TO WORK-DOD.
	MOVE FILE-DTH-ACCOUNT TO RPT-EST-ACCOUNT.
	MOVE FILE-DTH-DOD TO RPT-EST-DOD.
	DISPLAY SPACE.
       HAND-OUT-ONE-SLICE-EXIT.
	EXIT.
      ******************************************************
      *  Journal one slice through XFERSR -- lots ride along,
      *  restated at the date-of-death value
      ******************************************************
       CALL-XFERSR.
	MOVE WORK-ACCOUNT TO XFER-FROM-ACCOUNT.
	MOVE SLICE-QTY TO XFER-AMOUNT.
	MOVE WORK-OPERATOR TO XFER-OPERATOR.
	MOVE SPACES TO XFER-LINK-REF.
	SET XFER-IS-INHERITANCE TO TRUE.
	MOVE WORK-DOD TO XFER-BASIS-DATE.
      *
	MOVE LENGTH OF XFER-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	DISPLAY RPT-MOVE-LINE.
       CALL-XFERSR-EXIT.
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
