		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS STREAMCTL-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
	     03  FILE-STM-STREAM	PIC 9(2).
	     03  FILE-STM-FROM		PIC X(10).
	     03  FILE-STM-THRU		PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  STREAMCTL-FILE-STATUS.
           	05  STM-STATUS-1	PIC X.
	01  START-SWITCH	PIC X VALUE "N".
		88  START-FAILED	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  ACCT-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  REC-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
       START-VALSNAP.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-STREAM-SCOPE.
       GET-STREAM-SCOPE-EXIT.
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
      ******************************************************
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
