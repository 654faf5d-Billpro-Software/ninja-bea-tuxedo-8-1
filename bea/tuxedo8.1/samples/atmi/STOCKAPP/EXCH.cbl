      *
	77 REC-FOUND 		PIC S9(9) VALUE 1.
	77 REC-NOT-FOUND 	PIC S9(9) VALUE 2.
	77 REC-NEEDS-APPROVAL	PIC S9(9) VALUE 15.
	77 REC-UNCOLLECTED	PIC S9(9) VALUE 22.
	77 REC-EOD-WINDOW	PIC S9(9) VALUE 23.
      *****************************************************
      * Buffer TPCALLed to NORMSR to upper-case and
      * left-justify an account or fund code before it is sent
	MOVE ZERO TO EXCH-TO-AMOUNT.
	MOVE SPACES TO EXCH-REF.
	MOVE SESSION-OPERATOR TO EXCH-OPERATOR.
	MOVE SPACES TO EXCH-APPROVER.
      *****************************************************
      *  Issue a TPCALL
      *****************************************************
			TPTYPE-REC
			EXCH-REC
			TPSTATUS-REC.
      *****************************************************
      *  An exchange the customer's suitability profile does
      *  not support answers TPFAIL with the needs-approval
      *  code -- it is parked for a supervisor, not lost
      *****************************************************
	IF NOT TPOK AND APPL-RETURN-CODE = REC-NEEDS-APPROVAL
		MOVE "Exchange Parked For Approval" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "EXCHANGE PARKED FOR SUPERVISOR"
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-UNCOLLECTED
		MOVE "Exchange Refused - Uncollected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SHARES BOUGHT WITH UNCOLLECTED CHECK FUNDS"
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
      *****************************************************
      *  Refused while the end-of-day run has the files
      *  closed -- nothing was posted, key it again later
      *****************************************************
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Exchange Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
