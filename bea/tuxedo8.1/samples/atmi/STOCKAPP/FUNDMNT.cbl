      * the holding period; a fund with a zero rate or zero
      * days charges none.
      *
      * The risk rating, 1 (lowest) to 5, is the fund's
      * place on the shop's risk scale for suitability.  It
      * is kept on its own file, FUNDRISK.IT, beside the
      * master, and BUYSR and EXCHSR compare it with the
      * buyer's suitability profile before a purchase posts.
      * A blank or zero rating leaves the fund unrated,
      * which the purchase check passes.
      *
      * An empty fund code ends the program; action "A" adds
      * or replaces the fund, "D" deletes it.
      ******************************************************
		ACCESS DYNAMIC
		RECORD KEY FILE-FUND-CODE
		STATUS FILE-STATUS.
	SELECT FUNDRISK-FILE ASSIGN "FUNDRISK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FRISK-FUND
		STATUS FUNDRISK-FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  FUNDMAS-FILE; RECORD 69.
	     03  FILE-FUND-REDFEE-DAYS	PIC 9(3).
	     03  FILE-FUND-ACCRUAL	PIC X(01).
		 88  FILE-FUND-DAILY-ACCRUAL	VALUE "Y".
      ******************************************************
      * Fund risk ratings for the suitability check
      ******************************************************
	FD  FUNDRISK-FILE; RECORD 11.
	01  FUNDRISK-ITEM.
	     03  FILE-FRISK-FUND	PIC X(10).
	     03  FILE-FRISK-RATING	PIC 9(01).
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  FUNDRISK-FILE-STATUS.
           	05  FRISK-STATUS-1	PIC X.
           	05  FRISK-STATUS-2	PIC X.
      ******************************************************
      * Maintenance screen
      ******************************************************
		05  ASK-ACCR	PIC X(20) VALUE
				"DAILY ACCR Y/N [ ]".
		05  FILLER	PIC X(60).
		05  ASK-RISK	PIC X(20) VALUE
				"FUND RISK 1-5  [ ]".
		05  FILLER	PIC X(60).
	01  ENTER-FND REDEFINES FND-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(12).
		05  FILLER	PIC X(16).
		05  CRT-ACCR	PIC X(01).
		05  FILLER	PIC X(63).
		05  FILLER	PIC X(16).
		05  CRT-RISK	PIC X(01).
		05  FILLER	PIC X(63).
      ******************************************************
	PROCEDURE DIVISION.
       START-FUNDMNT.
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN I-O FUNDRISK-FILE.
	IF FRISK-STATUS-1 = "3"
		OPEN OUTPUT FUNDRISK-FILE
		CLOSE FUNDRISK-FILE
		OPEN I-O FUNDRISK-FILE.
	DISPLAY SPACE.
	DISPLAY FND-HEAD.
	MOVE SPACE TO ENTER-FND.
	ACCEPT ENTER-FND.
	IF CRT-FUND = SPACES
		CLOSE FUNDMAS-FILE
		CLOSE FUNDRISK-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
		MOVE "Fund Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "FUND SAVED"
		PERFORM SAVE-RISK-RATING
	END-IF.
      ******************************************************
      *  Keep the fund's risk rating with it -- 1 to 5 is
      *  written or replaced, anything else leaves the fund
      *  unrated
      ******************************************************
       SAVE-RISK-RATING.
	MOVE CRT-FUND TO FILE-FRISK-FUND.
	READ FUNDRISK-FILE.
	IF CRT-RISK < "1" OR CRT-RISK > "5"
		IF FRISK-STATUS-1 = "0"
			DELETE FUNDRISK-FILE RECORD
			DISPLAY "FUND NOW UNRATED"
		END-IF
	ELSE
		MOVE CRT-FUND TO FILE-FRISK-FUND
		MOVE CRT-RISK TO FILE-FRISK-RATING
		IF FRISK-STATUS-1 = "0"
			REWRITE FUNDRISK-ITEM
		ELSE
			WRITE FUNDRISK-ITEM
		END-IF
		IF FRISK-STATUS-1 NOT = "0"
			MOVE "WRITE RISK" TO LOG-ERR-ROUTINE
			MOVE FRISK-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
			DISPLAY "RISK RATING NOT SAVED"
		END-IF
	END-IF.
      ******************************************************
      *  Delete one fund
		MOVE "Fund Deleted" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "FUND DELETED"
		MOVE CRT-FUND TO FILE-FRISK-FUND
		DELETE FUNDRISK-FILE RECORD
	END-IF.
      ******************************************************
      * Leave
