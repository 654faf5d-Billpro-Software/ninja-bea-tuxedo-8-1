		ACCESS DYNAMIC
		RECORD KEY FILE-BLK-KEY
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  BLKALLOC-FILE; RECORD 38.
		 88  FILE-BLK-IS-FILLED	VALUE "F".
		 88  FILE-BLK-IS-UNFILLED	VALUE "U".
	     03  FILE-BLK-FILL-PRICE	PIC 9(7)V99.
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  BLK-FAILED		PIC 9(5) COMP-5.
	01  BLK-OPEN		PIC 9(5) COMP-5.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
       START-BLKRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT BLKALLOC-FILE.
	MOVE BLK-OPEN TO RPT-OPEN.
	DISPLAY RPT-BLOCK-TOTAL.
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
