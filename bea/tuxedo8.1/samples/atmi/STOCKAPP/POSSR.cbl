      * and walks forward with READ NEXT as long as the
      * account part of the key keeps matching, so it never
      * has to know the list of funds in advance.
      *
      * Every inquiry is noted, with the operator asking,
      * on the ACCLOG.IT access log (see ACCL-PUT).
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. POSSR.
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS FILE-STATUS.
	COPY ACCLSEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
	COPY ACCLFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions
	COPY POSLIST.
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND	PIC S9(9) COMP-5 VALUE 2.
	COPY ACCLWS.
      *
       	LINKAGE SECTION.
      *
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      *  Note who is looking at the account
      ******************************************************
	MOVE POSLIST-ACCOUNT TO ACCL-ACCOUNT.
	MOVE POSLIST-OPERATOR TO ACCL-OPERATOR.
	MOVE "POSSR" TO ACCL-SERVICE.
	PERFORM ACCL-PUT THRU ACCL-PUT-EXIT.
      ******************************************************
      *  Position CUST-FILE at the first record for this
      *  account using a partial key on FILE-CUST-ACCOUNT
      ******************************************************
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
