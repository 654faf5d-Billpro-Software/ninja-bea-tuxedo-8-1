      *	(c) 2003 BEA Systems, Inc. All Rights Reserved.
      *
      *	Copyright (c) 1992 USL
      * All rights reserved
      *
      *	THIS IS UNPUBLISHED PROPRIETARY
      *	SOURCE CODE OF USL
      *	The copyright notice above does not
      *	evidence any actual or intended
      *	publication of such source code.
      *
      * #ident	"@(#) samples/atmi/STOCKAPP/LOSTMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/LOSTMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * LOSTMNT records the database searches run for a lost
      * shareholder on the LOSTSHR.IT queue LOSTRUN keeps --
      * which search, the day it was run, the search firm,
      * and what came back:
      *   F  found -- the entry closes as found; the new
      *      address still goes on through customer
      *      maintenance and the returned-mail flag comes
      *      down through RETMSR
      *   N  not found -- after search 1 the entry waits for
      *      search 2; after search 2 the entry closes as
      *      exhausted and becomes escheatment evidence on
      *      DORMRPT
      * Search 2 is refused until search 1 has come back
      * empty.  A blank date means today.
      *
      * An empty account ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOSTMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT LOSTSHR-FILE ASSIGN "LOSTSHR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOST-ACCOUNT
		STATUS FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Lost-shareholder search queue -- see LOSTRUN
      ******************************************************
	FD  LOSTSHR-FILE; RECORD 83.
	01  LOSTSHR-ITEM.
	     03  FILE-LOST-ACCOUNT	PIC X(10).
	     03  FILE-LOST-STATUS	PIC X(01).
		 88  FILE-LOST-IS-OPEN	VALUE "O".
		 88  FILE-LOST-IS-FOUND	VALUE "F".
		 88  FILE-LOST-IS-EXHAUSTED	VALUE "E".
	     03  FILE-LOST-ENTRY-DATE	PIC 9(8).
	     03  FILE-LOST-RETURNED-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH1-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH1-RESULT	PIC X(01).
		 88  FILE-LOST-SEARCH1-EMPTY	VALUE "N".
	     03  FILE-LOST-SEARCH2-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH2-RESULT	PIC X(01).
	     03  FILE-LOST-VENDOR	PIC X(20).
	     03  FILE-LOST-CLOSE-DATE	PIC 9(8).
	     03  FILE-LOST-OPERATOR	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this utility's
      * messages land in the same place theirs do
      ******************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"LOSTMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"LOSTMNT ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  SEARCH-DATE		PIC 9(8).
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  LOST-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(24) VALUE
			"LOST SHAREHOLDER SEARCH".
		05  FILLER	PIC X(36).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-SEARCH	PIC X(15) VALUE
				"SEARCH 1/2  [ ]".
		05  FILLER	PIC X(65).
		05  ASK-DATE	PIC X(22) VALUE
				"DATE RUN    [        ]".
		05  FILLER	PIC X(58).
		05  ASK-VENDOR	PIC X(34) VALUE
				"SEARCH FIRM [                    ]".
		05  FILLER	PIC X(46).
		05  ASK-OUTCOME	PIC X(15) VALUE
				"OUTCOME F/N [ ]".
		05  FILLER	PIC X(65).
		05  ASK-OPERATOR PIC X(24) VALUE
				"OPERATOR    [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-LOST REDEFINES LOST-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-SEARCH	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-DATE	PIC 9(8).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-VENDOR	PIC X(20).
		05  FILLER	PIC X(47).
		05  FILLER	PIC X(13).
		05  CRT-OUTCOME	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-OPERATOR PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
	PROCEDURE DIVISION.
       START-LOSTMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O LOSTSHR-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY LOST-HEAD.
	MOVE SPACE TO ENTER-LOST.

       ADD-ANOTHER.
	DISPLAY ENTER-LOST.
	ACCEPT ENTER-LOST.
	IF CRT-ACCOUNT = SPACES
		CLOSE LOSTSHR-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	PERFORM RECORD-SEARCH THRU RECORD-SEARCH-EXIT.
	MOVE SPACE TO ENTER-LOST.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  Record one search against an open queue entry
      ******************************************************
       RECORD-SEARCH.
	IF CRT-OUTCOME NOT = "F" AND CRT-OUTCOME NOT = "N"
		DISPLAY "OUTCOME MUST BE F OR N"
		GO TO RECORD-SEARCH-EXIT.
	IF CRT-OPERATOR = SPACES
		DISPLAY "OPERATOR REQUIRED"
		GO TO RECORD-SEARCH-EXIT.
	MOVE CRT-ACCOUNT TO FILE-LOST-ACCOUNT.
	READ LOSTSHR-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON SEARCH QUEUE"
		GO TO RECORD-SEARCH-EXIT.
	IF NOT FILE-LOST-IS-OPEN
		DISPLAY "SEARCH QUEUE ENTRY ALREADY CLOSED"
		GO TO RECORD-SEARCH-EXIT.
	MOVE CRT-DATE TO SEARCH-DATE.
	IF SEARCH-DATE = ZERO
		MOVE TODAYS-DATE TO SEARCH-DATE.
	IF SEARCH-DATE < FILE-LOST-ENTRY-DATE OR
	   SEARCH-DATE > TODAYS-DATE
		DISPLAY "DATE BEFORE ENTRY OR AFTER TODAY"
		GO TO RECORD-SEARCH-EXIT.
	IF CRT-SEARCH = "1"
		IF FILE-LOST-SEARCH1-DATE NOT = ZERO
			DISPLAY "SEARCH 1 ALREADY RECORDED"
			GO TO RECORD-SEARCH-EXIT
		END-IF
		MOVE SEARCH-DATE TO FILE-LOST-SEARCH1-DATE
		MOVE CRT-OUTCOME TO FILE-LOST-SEARCH1-RESULT
	ELSE
		IF CRT-SEARCH NOT = "2"
			DISPLAY "SEARCH MUST BE 1 OR 2"
			GO TO RECORD-SEARCH-EXIT
		END-IF
		IF NOT FILE-LOST-SEARCH1-EMPTY
			DISPLAY "SEARCH 1 NOT YET RECORDED AS NOT FOUND"
			GO TO RECORD-SEARCH-EXIT
		END-IF
		IF SEARCH-DATE < FILE-LOST-SEARCH1-DATE
			DISPLAY "SEARCH 2 CANNOT PRECEDE SEARCH 1"
			GO TO RECORD-SEARCH-EXIT
		END-IF
		MOVE SEARCH-DATE TO FILE-LOST-SEARCH2-DATE
		MOVE CRT-OUTCOME TO FILE-LOST-SEARCH2-RESULT
	END-IF.
	IF CRT-VENDOR NOT = SPACES
		MOVE CRT-VENDOR TO FILE-LOST-VENDOR.
	MOVE CRT-OPERATOR TO FILE-LOST-OPERATOR.
	IF CRT-OUTCOME = "F"
		SET FILE-LOST-IS-FOUND TO TRUE
		MOVE SEARCH-DATE TO FILE-LOST-CLOSE-DATE
	ELSE
		IF CRT-SEARCH = "2"
			SET FILE-LOST-IS-EXHAUSTED TO TRUE
			MOVE SEARCH-DATE TO FILE-LOST-CLOSE-DATE
		END-IF
	END-IF.
	REWRITE LOSTSHR-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "SEARCH NOT SAVED"
		GO TO RECORD-SEARCH-EXIT.
	MOVE "Search Recorded" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF FILE-LOST-IS-FOUND
		DISPLAY "HOLDER FOUND - UPDATE ADDRESS, CLEAR MAIL FLAG"
	ELSE
		IF FILE-LOST-IS-EXHAUSTED
			DISPLAY "SEARCHES EXHAUSTED - ESCHEAT EVIDENCE"
		ELSE
			DISPLAY "SEARCH 2 NOW OWED"
		END-IF
	END-IF.
       RECORD-SEARCH-EXIT.
	EXIT.
      ******************************************************
      * Leave
      ******************************************************
       EXIT-PROGRAM.
	DISPLAY SPACE.
        STOP RUN.
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
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
