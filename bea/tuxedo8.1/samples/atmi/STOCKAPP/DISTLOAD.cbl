      *
      * One feed record names a fund, its per-share distribution
      * amount and the price shares are reinvested at.  CUST.IT
      * is keyed by account then fund, so for each feed record
      * this job walks the fund's holders on the POSXREF.IT
      * fund/account cross-reference, in account order, and
      * reads each one's position by key -- a fund with a few
      * hundred holders reads a few hundred positions, not the
      * whole of CUST.IT.  For each account
      * found it adds the reinvested shares to FILE-CUST-AMOUNT,
      * the same way BUYSR does for a cash purchase, posts a lot
      * for the shares at the reinvestment price and writes a
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
      ******************************************************
      * Fund/account cross-reference -- the fund's holders,
      * in account order, so a posting pass reads just the
      * positions in the fund
      ******************************************************
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * Working fields for one account's reinvestment
      ******************************************************
	01  TODAYS-DATE	PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	COPY BDATEWS.
	01  TODAYS-TIME	PIC 9(8).
	01  DIST-CASH		PIC 9(9)V99.
	01  REINVEST-SHARES	PIC 9(7)V999.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	PERFORM GET-BUSINESS-DATE.
      *
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
		PERFORM DO-USERLOG-ERR
		CLOSE DIST-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DIST-FILE
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN I-O LOT-FILE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "OPEN LOT" TO LOG-ERR-ROUTINE
		PERFORM DO-USERLOG-ERR
		CLOSE DIST-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		PERFORM A-999-EXIT.
	OPEN I-O BLOTTER-FILE.
	IF BLOTTER-STATUS-1 NOT = "0"
		PERFORM DO-USERLOG-ERR
		CLOSE DIST-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		PERFORM A-999-EXIT.
      *****************************************************
	PERFORM CLEAR-CHECKPOINT.
	CLOSE DIST-FILE.
	CLOSE CUST-FILE.
	CLOSE POSXREF-FILE.
	CLOSE LOT-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE CHKPOINT-FILE.
		END-IF
	END-IF.
      ******************************************************
      *  Walk the cross-reference for every account holding
      *  DIST-FUND and reinvest this fund's distribution
      *  against each one.  A restart picking up inside an
      *  interrupted feed record starts the scan just past
	MOVE "N" TO START-SWITCH.
	IF RESUMING-MID-FUND
		MOVE "N" TO RESUME-SWITCH
		MOVE DIST-FUND TO FILE-PXR-FUND
		MOVE RESUME-ACCOUNT TO FILE-PXR-ACCOUNT
		START POSXREF-FILE KEY IS GREATER THAN FILE-PXR-KEY
			INVALID KEY SET START-FAILED TO TRUE
	ELSE
		MOVE DIST-FUND TO FILE-PXR-FUND
		MOVE LOW-VALUES TO FILE-PXR-ACCOUNT
		START POSXREF-FILE KEY IS NOT LESS THAN FILE-PXR-KEY
			INVALID KEY SET START-FAILED TO TRUE
	END-IF.
	IF NOT START-FAILED
		PERFORM CUST-READ-LOOP THRU CUST-READ-LOOP-EXIT
			UNTIL DONE-READING-CUST
	END-IF.
      ******************************************************
      *  Read the fund's next holder off the cross-reference
      *  and its position by key -- the first key of another
      *  fund ends the pass
      ******************************************************
       CUST-READ-LOOP.
	READ POSXREF-FILE NEXT RECORD
		AT END SET DONE-READING-CUST TO TRUE.
	IF DONE-READING-CUST
		GO TO CUST-READ-LOOP-EXIT.
	IF FILE-PXR-FUND NOT = DIST-FUND
		SET DONE-READING-CUST TO TRUE
		GO TO CUST-READ-LOOP-EXIT.
	MOVE FILE-PXR-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE FILE-PXR-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF CUST-STATUS-1 = "0"
		PERFORM POST-REINVESTMENT.
       CUST-READ-LOOP-EXIT.
	EXIT.
      ******************************************************
		PERFORM DO-USERLOG-ERR
		CLOSE DIST-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		PERFORM A-999-EXIT.
		MOVE CHK-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
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
