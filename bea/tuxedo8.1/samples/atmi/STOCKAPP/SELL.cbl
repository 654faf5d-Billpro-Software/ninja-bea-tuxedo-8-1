      *
	77 REC-FOUND 		PIC S9(9) VALUE 1.
	77 REC-NOT-FOUND 	PIC S9(9) VALUE 2.
	77 REC-EOD-WINDOW	PIC S9(9) VALUE 23.
      *****************************************************
      * Buffer TPCALLed to NORMSR to upper-case and
      * left-justify an account or fund code before it is sent
			TPTYPE-REC 
			CUST-REC 
			TPSTATUS-REC. 
      *****************************************************
      *  Refused while the end-of-day run has the files
      *  closed -- nothing was posted, key it again later
      *****************************************************
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Sell Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
