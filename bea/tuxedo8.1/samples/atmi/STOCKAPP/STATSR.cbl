		ACCESS DYNAMIC
		RECORD KEY FILE-STAT-DATE
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  STATS-FILE; RECORD 71.
		05  FILE-STAT-DUPS		PIC 9(7).
		05  FILE-STAT-SUSPENSE		PIC 9(7).
		05  FILE-STAT-REJ-BLUESKY	PIC 9(7).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * User defined data records
      ******************************************************
      *  A zero date asks for today's numbers
      ******************************************************
	IF STATS-DATE = ZERO
		PERFORM GET-BUSINESS-DATE
		MOVE TODAYS-DATE TO STATS-DATE.
      ******************************************************
      *  Answer the day's counters -- no record (or no file
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
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
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
