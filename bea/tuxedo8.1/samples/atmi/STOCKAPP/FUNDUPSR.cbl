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
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
      ******************************************************
	01  SAVE-BASE-FUND		PIC X(10).
	01  SAVE-CLASS			PIC X(02).
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Tuxedo definitions
      ******************************************************
		MOVE "SYSTEM" TO FILE-QUOTE-LAST-OPERATOR
	ELSE
		MOVE QUOTE-OPERATOR TO FILE-QUOTE-LAST-OPERATOR.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE TO FILE-QUOTE-LAST-DATE.
	ACCEPT FILE-QUOTE-LAST-TIME FROM TIME.
      ******************************************************
      * Share-class master data -- a caller that supplies it
      ******************************************************
       ARCHIVE-QUOTE.
	MOVE FILE-QUOTE-FUND TO FILE-HIST-FUND.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE TO FILE-HIST-DATE.
	ACCEPT FILE-HIST-TIME FROM TIME.
	MOVE FILE-QUOTE-SELL-PRICE TO FILE-HIST-SELL-PRICE.
	MOVE FILE-QUOTE-BUY-PRICE TO FILE-HIST-BUY-PRICE.
		MOVE HIST-STATUS-1 TO LOG-ERR-TP-STATUS
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
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
