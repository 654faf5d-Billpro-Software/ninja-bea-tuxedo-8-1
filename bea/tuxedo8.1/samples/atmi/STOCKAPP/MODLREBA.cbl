		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  MODASGN-FILE; RECORD 30.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
	COPY EXCH.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
	77 REC-NEEDS-APPROVAL	PIC S9(9) COMP-5 VALUE 15.
      ******************************************************
      * File status
      ******************************************************
		05  REF-SEQ		PIC 9(2).
		05  REF-DATE		PIC 9(6).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Run counts
      ******************************************************
       START-MODLREBA.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
	MOVE TODAYS-DATE(3:6) TO REF-DATE.
	MOVE REBA-ORDER-REF TO EXCH-REF.
	MOVE WORK-OPERATOR TO EXCH-OPERATOR.
	MOVE SPACES TO EXCH-APPROVER.
      *
	MOVE LENGTH OF EXCH-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE "Y" TO CALL-OK-SWITCH
		MOVE "SWITCHED" TO RPT-RESULT
	ELSE IF APPL-RETURN-CODE = REC-NEEDS-APPROVAL
		MOVE "PARKED" TO RPT-RESULT
	ELSE
		MOVE "REFUSED" TO RPT-RESULT.
	DISPLAY RPT-SWITCH-LINE.
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
