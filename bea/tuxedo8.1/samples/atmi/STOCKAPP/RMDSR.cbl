      * nothing is written, no role is required, the same
      * judgement the other lookup services make.  A year of
      * zero asks for the current year.
      *
      * Every inquiry is noted, with the operator asking,
      * on the ACCLOG.IT access log (see ACCL-PUT).
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RMDSR.
		ACCESS DYNAMIC
		RECORD KEY FILE-RMD-KEY
		STATUS FILE-STATUS.
	COPY BDATESEL.
	COPY ACCLSEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-RMD-AMOUNT	PIC 9(9)V99.
	     03  FILE-RMD-TAKEN		PIC 9(9)V99.
	     03  FILE-RMD-CALC-DATE	PIC 9(8).
	COPY BDATEFD.
	COPY ACCLFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Today's date, for the current-year default
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Tuxedo definitions
      ******************************************************
	COPY RMD.
        77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
        77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	COPY ACCLWS.
      *
       	LINKAGE SECTION.
      *
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	OPEN INPUT RMD-FILE.
	PERFORM GET-BUSINESS-DATE.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      *  Note who is looking at the account
      ******************************************************
	MOVE RMD-ACCOUNT TO ACCL-ACCOUNT.
	MOVE RMD-OPERATOR TO ACCL-OPERATOR.
	MOVE "RMDSR" TO ACCL-SERVICE.
	PERFORM ACCL-PUT THRU ACCL-PUT-EXIT.
      ******************************************************
      *  A zero year asks for the current year
      ******************************************************
	IF RMD-YEAR = ZERO
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
		TPSTATUS-REC.
      ******************************************************
      * Note one access on ACCLOG.IT.  The file is opened
      * (created on first use) and closed again around the
      * one write.  A blank account is not noted.  A failed
      * note is logged but never keeps the answer from the
      * caller.
      ******************************************************
       ACCL-PUT.
	IF ACCL-ACCOUNT = SPACES
		GO TO ACCL-PUT-EXIT.
	IF ACCL-OPERATOR = SPACES
		MOVE "SYSTEM" TO ACCL-OPERATOR.
	OPEN I-O ACCLOG-FILE.
	IF ACCL-STATUS-1 = "3"
		OPEN OUTPUT ACCLOG-FILE
		CLOSE ACCLOG-FILE
		OPEN I-O ACCLOG-FILE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "OPEN ACCL" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO ACCL-PUT-EXIT.
	MOVE SPACES TO ACCLOG-ITEM.
	MOVE ACCL-ACCOUNT TO FILE-ACL-ACCOUNT.
	ACCEPT FILE-ACL-DATE FROM DATE YYYYMMDD.
	ACCEPT FILE-ACL-TIME FROM TIME.
	MOVE ACCL-OPERATOR TO FILE-ACL-OPERATOR.
	MOVE ACCL-SERVICE TO FILE-ACL-SERVICE.
	MOVE ZERO TO ACCL-CLASH-COUNT.
       ACCL-PUT-WRITE.
	WRITE ACCLOG-ITEM.
	IF ACCL-STATUS-1 = "2" AND ACCL-CLASH-COUNT < 100
		ADD 1 TO ACCL-CLASH-COUNT
		ADD 1 TO FILE-ACL-TIME
		GO TO ACCL-PUT-WRITE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "WRITE ACCL" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	CLOSE ACCLOG-FILE.
       ACCL-PUT-EXIT.
	EXIT.
