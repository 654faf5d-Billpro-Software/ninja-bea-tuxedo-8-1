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
      * #ident	"@(#) samples/atmi/STOCKAPP/SUITRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/SUITRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * SUITRPT is the periodic suitability review list -- a
      * standalone batch job in the mold of STALERPT that
      * walks the customer master and lists every open
      * account whose suitability profile on SUITABLE.IT is
      * missing, or was taken more than three years ago.
      * BUYSR and EXCHSR pass a purchase on an account with
      * no profile, so this list is how the branches know
      * whom to re-interview.  Closed accounts are skipped.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SUITRPT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS FILE-STATUS.
	SELECT SUITABLE-FILE ASSIGN "SUITABLE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SUIT-ACCOUNT
		STATUS SUITABLE-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-REST		PIC X(49).
      ******************************************************
      * Suitability profiles, kept by SUITSR -- only the
      * profile date is wanted here
      ******************************************************
	FD  SUITABLE-FILE; RECORD 42.
	01  SUITABLE-ITEM.
	     03  FILE-SUIT-ACCOUNT	PIC X(10).
	     03  FILE-SUIT-OBJECTIVE	PIC X(01).
	     03  FILE-SUIT-RISK	PIC 9(01).
	     03  FILE-SUIT-HORIZON	PIC X(01).
	     03  FILE-SUIT-NET-WORTH	PIC 9(11).
	     03  FILE-SUIT-DATE	PIC 9(8).
	     03  FILE-SUIT-OPERATOR	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this batch job's
      * messages land in the same place theirs do
      ******************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"SUITABILITY PROFILE REVIEW -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(42) VALUE SPACES.
	01  RPT-HEADING.
		05  FILLER	PIC X(10) VALUE "ACCOUNT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(30) VALUE "NAME".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(8) VALUE "TAKEN".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(10) VALUE "STATUS".
	01  RPT-LINE.
		05  RPT-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-NAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-TAKEN		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-STATUS		PIC X(10).
	01  RPT-TOTAL.
		05  FILLER	PIC X(18) VALUE "OPEN ACCOUNTS  =>".
		05  RPT-ACCT-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  NO PROFILE   =>".
		05  RPT-MISSING-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  OVER 3 YEARS =>".
		05  RPT-STALE-COUNT	PIC ZZZZ9.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"SUITRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"SUITRPT ERR =>".
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
 	01  SUITABLE-FILE-STATUS.
           	05  SUIT-STATUS-1	PIC X.
           	05  SUIT-STATUS-2	PIC X.
	01  SUIT-OPEN-SWITCH	PIC X VALUE "N".
		88  SUITABLE-AVAILABLE	VALUE "Y".
      ******************************************************
      * End-of-file control, counts, and the oldest profile
      * date still current -- today less three years
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  STALE-CUTOFF	PIC 9(8).
	01  ACCT-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  MISSING-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  STALE-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-SUITRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	COMPUTE STALE-CUTOFF = TODAYS-DATE - 30000.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      *  No profile file at all means no account has been
      *  interviewed yet -- every open account is listed
      ******************************************************
	MOVE "N" TO SUIT-OPEN-SWITCH.
	OPEN INPUT SUITABLE-FILE.
	IF SUIT-STATUS-1 = "0"
		MOVE "Y" TO SUIT-OPEN-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-HEADING.
	PERFORM READ-LOOP THRU READ-LOOP-EXIT UNTIL DONE-READING.
	CLOSE CUSTMAS-FILE.
	IF SUITABLE-AVAILABLE
		CLOSE SUITABLE-FILE.
	MOVE ACCT-COUNT TO RPT-ACCT-COUNT.
	MOVE MISSING-COUNT TO RPT-MISSING-COUNT.
	MOVE STALE-COUNT TO RPT-STALE-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the report
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Report" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Read one account, listing it when it is open and
      *  its profile is missing or out of date, stopping at
      *  end of file
      ******************************************************
       READ-LOOP.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO READ-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		GO TO READ-LOOP-EXIT.
	ADD 1 TO ACCT-COUNT.
	MOVE "1" TO SUIT-STATUS-1.
	IF SUITABLE-AVAILABLE
		MOVE FILE-CUSTMAS-ACCOUNT TO FILE-SUIT-ACCOUNT
		READ SUITABLE-FILE.
	IF SUIT-STATUS-1 NOT = "0"
		ADD 1 TO MISSING-COUNT
		MOVE SPACES TO RPT-TAKEN
		MOVE "NO PROFILE" TO RPT-STATUS
	ELSE IF FILE-SUIT-DATE < STALE-CUTOFF
		ADD 1 TO STALE-COUNT
		MOVE FILE-SUIT-DATE TO RPT-TAKEN
		MOVE "OVER 3 YRS" TO RPT-STATUS
	ELSE
		GO TO READ-LOOP-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO RPT-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	DISPLAY RPT-LINE.
       READ-LOOP-EXIT.
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
