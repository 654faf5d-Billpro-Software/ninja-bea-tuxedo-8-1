      * declaration is marked done with the posting date;
      * the run checkpoints mid-fund the way DISTLOAD does,
      * so a rerun resumes past the accounts already posted.
      * The fund's holders are found through the POSXREF.IT
      * fund/account cross-reference, so a pass reads only
      * the fund's own positions, not all of CUST.IT.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DISTRUN.
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS CASHLED-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-LED-BALANCE		PIC 9(9)V99.
	     03  FILE-LED-DESC			PIC X(20).
	     03  FILE-LED-BATCH			PIC 9(8).
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
		05  REF-FUND		PIC X(10).
		05  REF-PAY-DATE	PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Checkpoint/restart control -- declarations a prior
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN I-O LOT-FILE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "OPEN LOT" TO LOG-ERR-ROUTINE
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		PERFORM A-999-EXIT.
	OPEN I-O BLOTTER-FILE.
	IF BLOTTER-STATUS-1 NOT = "0"
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT QUOTE-FILE.
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		PERFORM A-999-EXIT.
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		CLOSE QUOTE-FILE
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		CLOSE QUOTE-FILE
	PERFORM CLEAR-CHECKPOINT.
	CLOSE DECL-FILE.
	CLOSE CUST-FILE.
	CLOSE POSXREF-FILE.
	CLOSE LOT-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE QUOTE-FILE.
	MOVE "N" TO START-SWITCH.
	IF RESUMING-MID-FUND
		MOVE "N" TO RESUME-SWITCH
		MOVE WORK-FUND TO FILE-PXR-FUND
		MOVE RESUME-ACCOUNT TO FILE-PXR-ACCOUNT
		START POSXREF-FILE KEY IS GREATER THAN FILE-PXR-KEY
			INVALID KEY SET START-FAILED TO TRUE
	ELSE
		MOVE WORK-FUND TO FILE-PXR-FUND
		MOVE LOW-VALUES TO FILE-PXR-ACCOUNT
		START POSXREF-FILE KEY IS NOT LESS THAN FILE-PXR-KEY
			INVALID KEY SET START-FAILED TO TRUE
	END-IF.
	IF NOT START-FAILED
		PERFORM CUST-READ-LOOP THRU CUST-READ-LOOP-EXIT
			UNTIL DONE-READING-CUST.
      ******************************************************
      *  Declaration fully posted -- mark it done
      ******************************************************
       POST-DECLARATION-EXIT.
	EXIT.
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
	IF FILE-PXR-FUND NOT = WORK-FUND
		SET DONE-READING-CUST TO TRUE
		GO TO CUST-READ-LOOP-EXIT.
	MOVE FILE-PXR-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE FILE-PXR-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF CUST-STATUS-1 = "0"
		PERFORM POST-ONE-ACCOUNT.
       CUST-READ-LOOP-EXIT.
	EXIT.
      ******************************************************
		PERFORM DO-USERLOG-ERR
		CLOSE DECL-FILE
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		CLOSE QUOTE-FILE
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
