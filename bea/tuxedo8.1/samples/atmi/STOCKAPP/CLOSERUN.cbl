		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS PLEDGE-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-PLG-PLEDGEE	PIC X(30).
	     03  FILE-PLG-EFF-DATE	PIC 9(8).
	     03  FILE-PLG-REL-DATE	PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
	01  WORK-OPERATOR	PIC X(10).
	01  OPEN-POSITIONS	PIC 9(4) COMP-5.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  REVIEW-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  CLOSED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  PENDING-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
       START-CLOSERUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "N" TO PLG-OPEN-SWITCH.
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
	MOVE WORK-OPERATOR TO CASHTX-OPERATOR.
	MOVE ZERO TO CASHTX-TAX-YEAR.
	MOVE SPACES TO CASHTX-APPROVER.
	MOVE SPACES TO CASHTX-CHECK-NO.
	PERFORM CALL-CASHSR.
	IF REQUEST-STUCK
		GO TO CHECK-CASH-EXIT.
	MOVE STUCK-REASON TO RPT-DISPOSITION.
	DISPLAY RPT-LINE.
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
