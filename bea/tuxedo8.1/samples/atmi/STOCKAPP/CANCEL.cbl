	COPY CANC.
      *
	77 REC-FOUND 		PIC S9(9) VALUE 1.
	77 REC-EOD-WINDOW	PIC S9(9) VALUE 23.
      *****************************************************
      * Screen definitions
      *****************************************************
			TPTYPE-REC
			CANC-REC
			TPSTATUS-REC.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Cancel Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
