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
      * #ident	"@(#) samples/atmi/STOCKAPP/WAIVMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/WAIVMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * WAIVMNT maintains WAIVER.IT, the standing sales
      * charge waiver categories the prospectus allows.  An
      * account carrying a category in force buys at NAV --
      * BUYSR waives the front-end charge and records the
      * waiver on WAIVLOG.IT for WAIVRPT.
      *
      *     E  employee
      *     P  retirement plan
      *     W  advisory or wrap account
      *     N  purchase with proceeds from another firm's
      *        load fund -- a one-off, so it must carry an
      *        expiry date
      *
      * Every waiver names the document that proves the
      * customer qualifies and is set or removed only by an
      * active supervisor, who is recorded on it.  Action "A"
      * adds or replaces the account's waiver, effective
      * today; "D" removes it; "I" shows it.  An empty
      * account ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. WAIVMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT WAIVER-FILE ASSIGN "WAIVER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WAIV-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Standing waivers -- one per account
      ******************************************************
	FD  WAIVER-FILE; RECORD 65.
	01  WAIVER-ITEM.
	     03  FILE-WAIV-ACCOUNT	PIC X(10).
	     03  FILE-WAIV-CATEGORY	PIC X(01).
	     03  FILE-WAIV-EFF-DATE	PIC 9(8).
	     03  FILE-WAIV-EXP-DATE	PIC 9(8).
	     03  FILE-WAIV-DOC-REF	PIC X(20).
	     03  FILE-WAIV-AUTH-OPER	PIC X(10).
	     03  FILE-WAIV-SET-DATE	PIC 9(8).
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS.
		05  FILE-CUSTMAS-STREET		PIC X(30).
		05  FILE-CUSTMAS-CITY		PIC X(20).
		05  FILE-CUSTMAS-STATE		PIC X(02).
		05  FILE-CUSTMAS-ZIP		PIC X(10).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
		 88  FILE-OPERATOR-IS-SUPER	VALUE "S".
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
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
			"WAIVMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"WAIVMNT ERR =>".
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
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
	01  SUPER-OK-SWITCH	PIC X VALUE "N".
		88  SUPERVISOR-OK	VALUE "Y".
	01  EXPIRY-DATE		PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  WAIV-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"SALES CHARGE WAIVERS".
		05  FILLER	PIC X(34).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/D/I[ ]".
		05  FILLER	PIC X(65).
		05  ASK-CATEGORY PIC X(15) VALUE
				"CAT E/P/W/N [ ]".
		05  FILLER	PIC X(65).
		05  ASK-EXPIRES	PIC X(22) VALUE
				"EXPIRES     [        ]".
		05  FILLER	PIC X(58).
		05  ASK-DOC-REF	PIC X(34) VALUE
				"DOC REF     [                    ]".
		05  FILLER	PIC X(46).
		05  ASK-OPER	PIC X(24) VALUE
				"SUPERVISOR  [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-WAIV REDEFINES WAIV-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-CATEGORY PIC X(01).
		    88  CRT-CATEGORY-VALID	VALUE "E" "P" "W" "N".
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-EXPIRES	PIC X(08).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-DOC-REF	PIC X(20).
		05  FILLER	PIC X(47).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * The waiver an inquiry found
      ******************************************************
	01  RESULT-LINE.
		05  FILLER	PIC X(7) VALUE "CAT =>".
		05  RES-CATEGORY	PIC X(01).
		05  FILLER	PIC X(9) VALUE "  EFF =>".
		05  RES-EFF	PIC 9(8).
		05  FILLER	PIC X(9) VALUE "  EXP =>".
		05  RES-EXP	PIC 9(8).
		05  FILLER	PIC X(9) VALUE "  DOC =>".
		05  RES-DOC-REF	PIC X(20).
		05  FILLER	PIC X(9) VALUE "  BY =>".
		05  RES-AUTH	PIC X(10).
      ******************************************************
	PROCEDURE DIVISION.
       START-WAIVMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O WAIVER-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT WAIVER-FILE
		CLOSE WAIVER-FILE
		OPEN I-O WAIVER-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN WAIV" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CM" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE WAIVER-FILE
		PERFORM EXIT-PROGRAM.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPER" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE WAIVER-FILE
		CLOSE CUSTMAS-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY WAIV-HEAD.
	MOVE SPACE TO ENTER-WAIV.

       ADD-ANOTHER.
	DISPLAY ENTER-WAIV.
	ACCEPT ENTER-WAIV.
	IF CRT-ACCOUNT = SPACES
		CLOSE WAIVER-FILE
		CLOSE CUSTMAS-FILE
		CLOSE OPERATOR-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "A"
		PERFORM ADD-WAIVER THRU ADD-WAIVER-EXIT
	ELSE IF CRT-ACTION = "D"
		PERFORM DELETE-WAIVER THRU DELETE-WAIVER-EXIT
	ELSE IF CRT-ACTION = "I"
		PERFORM SHOW-WAIVER THRU SHOW-WAIVER-EXIT
	ELSE
		DISPLAY "ACTION MUST BE A, D OR I".
	MOVE SPACE TO ENTER-WAIV.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  Add (or replace) the account's waiver -- an open
      *  account, a valid category, the supporting document,
      *  and an expiry not already past (required for N)
      ******************************************************
       ADD-WAIVER.
	PERFORM VERIFY-SUPERVISOR THRU VERIFY-SUPERVISOR-EXIT.
	IF NOT SUPERVISOR-OK
		DISPLAY "ACTIVE SUPERVISOR REQUIRED"
		GO TO ADD-WAIVER-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON FILE"
		GO TO ADD-WAIVER-EXIT.
	IF FILE-ACCOUNT-CLOSED
		DISPLAY "ACCOUNT IS CLOSED"
		GO TO ADD-WAIVER-EXIT.
	IF NOT CRT-CATEGORY-VALID
		DISPLAY "CATEGORY MUST BE E, P, W OR N"
		GO TO ADD-WAIVER-EXIT.
	IF CRT-DOC-REF = SPACES
		DISPLAY "DOC REF REQUIRED"
		GO TO ADD-WAIVER-EXIT.
	IF CRT-EXPIRES = SPACES
		MOVE ZERO TO EXPIRY-DATE
	ELSE IF CRT-EXPIRES NUMERIC
		MOVE CRT-EXPIRES TO EXPIRY-DATE
	ELSE
		DISPLAY "EXPIRES MUST BE YYYYMMDD"
		GO TO ADD-WAIVER-EXIT.
	IF EXPIRY-DATE NOT = ZERO AND EXPIRY-DATE < TODAYS-DATE
		DISPLAY "EXPIRY DATE HAS PASSED"
		GO TO ADD-WAIVER-EXIT.
	IF CRT-CATEGORY = "N" AND EXPIRY-DATE = ZERO
		DISPLAY "CATEGORY N NEEDS AN EXPIRY DATE"
		GO TO ADD-WAIVER-EXIT.
	MOVE CRT-ACCOUNT TO FILE-WAIV-ACCOUNT.
	READ WAIVER-FILE.
	MOVE CRT-ACCOUNT TO FILE-WAIV-ACCOUNT.
	MOVE CRT-CATEGORY TO FILE-WAIV-CATEGORY.
	MOVE TODAYS-DATE TO FILE-WAIV-EFF-DATE.
	MOVE EXPIRY-DATE TO FILE-WAIV-EXP-DATE.
	MOVE CRT-DOC-REF TO FILE-WAIV-DOC-REF.
	MOVE CRT-OPER TO FILE-WAIV-AUTH-OPER.
	MOVE TODAYS-DATE TO FILE-WAIV-SET-DATE.
	IF STATUS-1 = "0"
		REWRITE WAIVER-ITEM
	ELSE
		WRITE WAIVER-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "WAIVER NOT SAVED"
	ELSE
		MOVE "Sales Charge Waiver Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "WAIVER SAVED"
	END-IF.
       ADD-WAIVER-EXIT.
	EXIT.
      ******************************************************
      *  Remove the account's waiver
      ******************************************************
       DELETE-WAIVER.
	PERFORM VERIFY-SUPERVISOR THRU VERIFY-SUPERVISOR-EXIT.
	IF NOT SUPERVISOR-OK
		DISPLAY "ACTIVE SUPERVISOR REQUIRED"
		GO TO DELETE-WAIVER-EXIT.
	MOVE CRT-ACCOUNT TO FILE-WAIV-ACCOUNT.
	DELETE WAIVER-FILE RECORD.
	IF STATUS-1 NOT = "0"
		MOVE "DELETE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "WAIVER NOT FOUND"
	ELSE
		MOVE "Sales Charge Waiver Removed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "WAIVER REMOVED"
	END-IF.
       DELETE-WAIVER-EXIT.
	EXIT.
      ******************************************************
      *  Show the account's waiver
      ******************************************************
       SHOW-WAIVER.
	MOVE CRT-ACCOUNT TO FILE-WAIV-ACCOUNT.
	READ WAIVER-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO WAIVER ON FILE"
		GO TO SHOW-WAIVER-EXIT.
	MOVE FILE-WAIV-CATEGORY TO RES-CATEGORY.
	MOVE FILE-WAIV-EFF-DATE TO RES-EFF.
	MOVE FILE-WAIV-EXP-DATE TO RES-EXP.
	MOVE FILE-WAIV-DOC-REF TO RES-DOC-REF.
	MOVE FILE-WAIV-AUTH-OPER TO RES-AUTH.
	DISPLAY RESULT-LINE.
       SHOW-WAIVER-EXIT.
	EXIT.
      ******************************************************
      *  The operator keyed has to be an active supervisor
      ******************************************************
       VERIFY-SUPERVISOR.
	MOVE "N" TO SUPER-OK-SWITCH.
	IF CRT-OPER = SPACES
		GO TO VERIFY-SUPERVISOR-EXIT.
	MOVE CRT-OPER TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-SUPER
		MOVE "Y" TO SUPER-OK-SWITCH.
       VERIFY-SUPERVISOR-EXIT.
	EXIT.
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
      * Leave
      ******************************************************
       EXIT-PROGRAM.
	DISPLAY SPACE.
        STOP RUN.
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
