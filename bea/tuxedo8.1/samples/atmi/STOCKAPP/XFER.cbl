      * being faked as a sell and a buy.  A blank account
      * ends the program; "*" in the account clears a
      * mistyped form.  Zero shares moves the whole position.
      * REASON sets the receiver's basis: D an inheritance,
      * restated at the value on the BASIS DATE (the date of
      * death); G a gift, the donor's basis kept with the
      * value on the BASIS DATE (blank = today) beside it;
      * blank any other move, carried over as is.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. XFER.
      *
	77 REC-FOUND 		PIC S9(9) VALUE 1.
	77 REC-NOT-FOUND 	PIC S9(9) VALUE 2.
	77 REC-EOD-WINDOW	PIC S9(9) VALUE 23.
      *****************************************************
      * Buffer TPCALLed to NORMSR to upper-case and
      * left-justify an account or fund code before it is sent
		05  ASK-AMOUNT 	PIC X(21) VALUE
				"SHARES  [           ]".
		05  FILLER 	PIC X(59).
      *
		05  ASK-REASON 	PIC X(14) VALUE
				"REASON     [ ]".
		05  FILLER 	PIC X(66).
      *
		05  ASK-BDATE 	PIC X(21) VALUE
				"BASIS DATE [        ]".
		05  FILLER 	PIC X(59).
		05  FILLER	PIC X(80).
	01  ENTER-IT REDEFINES XFER-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-AMOUNT	PIC ZZZZZZ9.999.
		05  FILLER 	PIC X(60).
		05  FILLER	PIC X(12).
		05  CRT-REASON	PIC X(01).
		    88  CRT-REASON-VALID	VALUE "D" "G" SPACE.
		05  FILLER	PIC X(67).
		05  FILLER	PIC X(12).
		05  CRT-BDATE	PIC X(08).
		05  CRT-BDATE-N REDEFINES CRT-BDATE	PIC 9(8).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(80).
      *****************************************************
      * Result line showing the journal posted
                PERFORM DO-USERLOG
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT CRT-REASON-VALID
		MOVE "Reason Must Be D, G Or Blank" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF CRT-BDATE NOT = SPACES AND CRT-BDATE IS NOT NUMERIC
		MOVE "Basis Date Is Not Numeric" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT SESSION-IS-TRADER
		MOVE "Not Authorized To Journal" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	MOVE CRT-AMOUNT TO XFER-AMOUNT.
	MOVE SPACES TO XFER-LINK-REF.
	MOVE SESSION-OPERATOR TO XFER-OPERATOR.
	MOVE CRT-REASON TO XFER-REASON.
	IF CRT-BDATE = SPACES
		MOVE ZERO TO XFER-BASIS-DATE
	ELSE
		MOVE CRT-BDATE-N TO XFER-BASIS-DATE.
      *****************************************************
      *  Issue a TPCALL
      *****************************************************
			TPTYPE-REC
			XFER-REC
			TPSTATUS-REC.
      *****************************************************
      *  Refused while the end-of-day run has the files
      *  closed -- nothing was posted, key it again later
      *****************************************************
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Journal Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		MOVE SPACE TO ENTER-IT
		GO TO ADD-ANOTHER.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
