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
      * #ident	"@(#) samples/atmi/STOCKAPP/RPTREPRT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/RPTREPRT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * RPTREPRT reprints from the report archive EODRUN
      * files each night's print in (RPTARCH.IT).  Key the
      * business date and the report -- the step name the
      * run control carries, e.g. STMTRPT, CONFIRMS,
      * RECONCIL, GLFEED -- and the whole report as it was
      * printed that night, every stream in order, goes to
      * REPRINT.IT for the printer.  Key an account as well
      * on STMTRPT or CONFIRMS and only that customer's
      * statement or confirms come out.  Each reprint
      * replaces the last one on REPRINT.IT and is logged
      * with the operator who asked for it.  An empty date
      * ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPTREPRT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT RPTARCH-FILE ASSIGN "RPTARCH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RPA-KEY
		STATUS FILE-STATUS.
	SELECT REPRINT-FILE ASSIGN "REPRINT.IT"
		ORGANIZATION LINE SEQUENTIAL
		STATUS REPRINT-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The nightly report archive -- one record per printed
      * line; the account is filled in on the lines of a
      * customer document
      ******************************************************
	FD  RPTARCH-FILE; RECORD 166.
	01  RPTARCH-ITEM.
	     03  FILE-RPA-KEY.
		05  FILE-RPA-DATE		PIC 9(8).
		05  FILE-RPA-REPORT		PIC X(8).
		05  FILE-RPA-STREAM		PIC 9(2).
		05  FILE-RPA-LINE		PIC 9(6).
	     03  FILE-RPA-ACCOUNT		PIC X(10).
	     03  FILE-RPA-TEXT			PIC X(132).
	FD  REPRINT-FILE.
	01  REPRINT-LINE		PIC X(132).
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
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
		05  FILLER	PIC X(11) VALUE
			"RPTREPRT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"RPTREPRT ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
	01  REPRINT-MSG.
		05  FILLER	PIC X(8) VALUE "REPRINT ".
		05  MSG-DATE	PIC X(8).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  MSG-REPORT	PIC X(8).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  MSG-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(4) VALUE " BY ".
		05  MSG-OPER	PIC X(10).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status and the reprint in hand
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  REPRINT-FILE-STATUS.
           	05  REPRINT-STATUS-1	PIC X.
           	05  REPRINT-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  REPRINT-DATE	PIC 9(8).
	01  LINE-COUNT		PIC 9(7) COMP-5.
	01  LAST-STREAM		PIC 9(2).
	01  LAST-LINE		PIC 9(6).
	01  NEXT-LINE		PIC 9(6).
      ******************************************************
      * Reprint screen
      ******************************************************
	01  RPT-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"REPORT ARCHIVE REPRINT".
		05  FILLER	PIC X(34).
		05  ASK-DATE	PIC X(22) VALUE
				"DATE        [        ]".
		05  FILLER	PIC X(58).
		05  ASK-REPORT	PIC X(22) VALUE
				"REPORT      [        ]".
		05  FILLER	PIC X(58).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-OPER	PIC X(24) VALUE
				"OPERATOR    [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-RPT REDEFINES RPT-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-DATE	PIC X(08).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-REPORT	PIC X(08).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
	01  RESULT-LINE.
		05  RES-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(25) VALUE
			" LINES WRITTEN TO REPRINT".
      ******************************************************
	PROCEDURE DIVISION.
       START-RPTREPRT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT RPTARCH-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN RPTARC" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NO REPORT ARCHIVE ON FILE"
		PERFORM EXIT-PROGRAM.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPER" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE RPTARCH-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY RPT-HEAD.
	MOVE SPACE TO ENTER-RPT.

       ASK-ANOTHER.
	DISPLAY ENTER-RPT.
	ACCEPT ENTER-RPT.
	IF CRT-DATE = SPACES
		CLOSE RPTARCH-FILE
		CLOSE OPERATOR-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	PERFORM REPRINT-REPORT THRU REPRINT-REPORT-EXIT.
	MOVE SPACE TO ENTER-RPT.
	GO TO ASK-ANOTHER.
      ******************************************************
      *  Reprint the report keyed -- the whole of it, or one
      *  customer's documents in it
      ******************************************************
       REPRINT-REPORT.
	IF CRT-DATE NOT NUMERIC
		DISPLAY "DATE MUST BE YYYYMMDD"
		GO TO REPRINT-REPORT-EXIT.
	IF CRT-REPORT = SPACES
		DISPLAY "REPORT REQUIRED"
		GO TO REPRINT-REPORT-EXIT.
	IF CRT-ACCOUNT NOT = SPACES AND
	   CRT-REPORT NOT = "STMTRPT" AND CRT-REPORT NOT = "CONFIRMS"
		DISPLAY "ACCOUNT ONLY FOR STMTRPT OR CONFIRMS"
		GO TO REPRINT-REPORT-EXIT.
	MOVE CRT-OPER TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF CRT-OPER = SPACES OR OPERATOR-STATUS-1 NOT = "0"
	   OR NOT FILE-OPERATOR-IS-ACTIVE
		DISPLAY "ACTIVE OPERATOR REQUIRED"
		GO TO REPRINT-REPORT-EXIT.
	MOVE CRT-DATE TO REPRINT-DATE.
	MOVE "N" TO EOF-SWITCH.
	MOVE REPRINT-DATE TO FILE-RPA-DATE.
	MOVE CRT-REPORT TO FILE-RPA-REPORT.
	MOVE ZERO TO FILE-RPA-STREAM.
	MOVE ZERO TO FILE-RPA-LINE.
	START RPTARCH-FILE KEY IS NOT LESS THAN FILE-RPA-KEY
		INVALID KEY SET DONE-READING TO TRUE.
	IF DONE-READING
		DISPLAY "NOTHING ARCHIVED FOR THAT DATE AND REPORT"
		GO TO REPRINT-REPORT-EXIT.
	OPEN OUTPUT REPRINT-FILE.
	IF REPRINT-STATUS-1 NOT = "0"
		MOVE "OPEN REPRT" TO LOG-ERR-ROUTINE
		MOVE REPRINT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "REPRINT FILE NOT AVAILABLE"
		GO TO REPRINT-REPORT-EXIT.
	MOVE ZERO TO LINE-COUNT.
	MOVE ZERO TO LAST-STREAM.
	MOVE ZERO TO LAST-LINE.
	PERFORM REPRINT-ONE-LINE THRU REPRINT-ONE-LINE-EXIT
		UNTIL DONE-READING.
	CLOSE REPRINT-FILE.
	IF LINE-COUNT = ZERO AND CRT-ACCOUNT NOT = SPACES
		DISPLAY "NO DOCUMENTS FOR THAT ACCOUNT"
		GO TO REPRINT-REPORT-EXIT.
	IF LINE-COUNT = ZERO
		DISPLAY "NOTHING ARCHIVED FOR THAT DATE AND REPORT"
		GO TO REPRINT-REPORT-EXIT.
	MOVE LINE-COUNT TO RES-COUNT.
	DISPLAY RESULT-LINE.
	MOVE CRT-DATE TO MSG-DATE.
	MOVE CRT-REPORT TO MSG-REPORT.
	MOVE CRT-ACCOUNT TO MSG-ACCOUNT.
	MOVE CRT-OPER TO MSG-OPER.
	MOVE REPRINT-MSG TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       REPRINT-REPORT-EXIT.
	EXIT.
      ******************************************************
      *  One archived line -- for a single customer only the
      *  lines stamped with the account, a blank line put
      *  back between documents that were not side by side
      ******************************************************
       REPRINT-ONE-LINE.
	READ RPTARCH-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO REPRINT-ONE-LINE-EXIT.
	IF FILE-RPA-DATE NOT = REPRINT-DATE OR
	   FILE-RPA-REPORT NOT = CRT-REPORT
		SET DONE-READING TO TRUE
		GO TO REPRINT-ONE-LINE-EXIT.
	IF CRT-ACCOUNT NOT = SPACES
		IF FILE-RPA-ACCOUNT NOT = CRT-ACCOUNT
			GO TO REPRINT-ONE-LINE-EXIT
		END-IF
		COMPUTE NEXT-LINE = LAST-LINE + 1
		IF LINE-COUNT > ZERO AND
		   (FILE-RPA-STREAM NOT = LAST-STREAM OR
		    FILE-RPA-LINE NOT = NEXT-LINE)
			MOVE SPACES TO REPRINT-LINE
			WRITE REPRINT-LINE
		END-IF
		MOVE FILE-RPA-STREAM TO LAST-STREAM
		MOVE FILE-RPA-LINE TO LAST-LINE
	END-IF.
	MOVE FILE-RPA-TEXT TO REPRINT-LINE.
	WRITE REPRINT-LINE.
	ADD 1 TO LINE-COUNT.
       REPRINT-ONE-LINE-EXIT.
	EXIT.
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
