		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  MMACCR-FILE; RECORD 41.
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
      ******************************************************
      * Fund/account cross-reference -- a position opened
      * here gets its key too, so the fund-level jobs that
      * read through it can find the new holder
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
	01  POST-SWITCH		PIC X VALUE "N".
		88  IS-MONTH-END	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
	01  TODAYS-MONTH	PIC 9(2).
	01  POST-AMOUNT		PIC 9(9)V99.
       START-MMPOST.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM CHECK-MONTH-END.
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		PERFORM A-999-EXIT.
	OPEN I-O POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE MMACCR-FILE
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		CLOSE QUOTE-FILE
		PERFORM A-999-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	CLOSE LOT-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE QUOTE-FILE.
	CLOSE POSXREF-FILE.
	MOVE POS-COUNT TO RPT-POS-COUNT.
	MOVE TOT-POSTED TO RPT-POSTED.
	DISPLAY SPACE.
		MOVE FILE-MMA-FUND TO FILE-CUST-FUND
		MOVE REINVEST-SHARES TO FILE-CUST-AMOUNT
		WRITE CUST-ITEM
		IF CUST-STATUS-1 = "0"
			PERFORM ADD-POSXREF
		END-IF
	END-IF.
	IF CUST-STATUS-1 NOT = "0"
		MOVE "WRITE CUST" TO LOG-ERR-ROUTINE
		MOVE CUST-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  A position written afresh goes on the fund/account
      *  cross-reference as well.  A duplicate means the
      *  entry is already there from an earlier holding.
      ******************************************************
       ADD-POSXREF.
	MOVE FILE-CUST-FUND TO FILE-PXR-FUND.
	MOVE FILE-CUST-ACCOUNT TO FILE-PXR-ACCOUNT.
	WRITE POSXREF-ITEM.
	IF PXR-STATUS-1 NOT = "0" AND PXR-STATUS-1 NOT = "2"
		MOVE "WRITE PXR" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Add to or create today's lot for the dividend
      *  shares, blending a same-day lot at a weighted
      *  average price the way DISTLOAD's POST-LOT does
		END-IF
	END-IF.
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
