		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
		 88  FILE-OPERATOR-MUST-CHANGE	VALUE "Y".
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  BENEAUD-FILE-STATUS.
           	05  BAUD-STATUS-1	PIC X.
      * Today's date/time, part of the audit key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * Tuxedo definitions
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	OPEN I-O BENE-FILE.
	IF STATUS-1 = "3"
	COPY TPRETURN REPLACING
			DATA-REC BY BENE-REC.
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
