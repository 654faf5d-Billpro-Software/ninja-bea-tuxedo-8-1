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
      * #ident	"@(#) samples/atmi/STOCKAPP/LOSTRUN.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/LOSTRUN.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * LOSTRUN is the periodic lost-shareholder run.  An
      * account whose returned-mail flag (RETMAIL.IT) has
      * stayed up LOSTMONTHS months (PARAM.IT, default 3)
      * is a lost shareholder, and goes on the LOSTSHR.IT
      * search queue:
      *   O  open -- the database searches are owed
      *   F  found -- a search turned up the holder, or the
      *      flag was cleared with a good address (RETMSR)
      *   E  exhausted -- both searches came back empty; the
      *      account is escheatment evidence for DORMRPT
      * Two searches are owed: the first within 3 months of
      * the account going on the queue, the second -- only
      * when the first found nothing -- within 12 months.
      * LOSTMNT records each search and its outcome.
      *
      * An account already queued is left as it is, unless
      * it was found and closed and its mail has started
      * coming back again since; that is a new loss and the
      * entry is reopened with its searches cleared.  Closed
      * accounts are not queued.
      *
      * The run then lists every open entry with the search
      * it is waiting on and when that search falls due,
      * marking the ones past due.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOSTRUN.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT RETMAIL-FILE ASSIGN "RETMAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RTM-ACCOUNT
		STATUS FILE-STATUS.
	SELECT LOSTSHR-FILE ASSIGN "LOSTSHR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOST-ACCOUNT
		STATUS LOSTSHR-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Returned-mail flags -- see RETMSR
      ******************************************************
	FD  RETMAIL-FILE; RECORD 59.
	01  RETMAIL-ITEM.
	     03  FILE-RTM-ACCOUNT	PIC X(10).
	     03  FILE-RTM-STATUS		PIC X(01).
		 88  FILE-RTM-IS-RETURNED	VALUE "R".
		 88  FILE-RTM-IS-CLEARED	VALUE "C".
	     03  FILE-RTM-FIRST-DATE	PIC 9(8).
	     03  FILE-RTM-LAST-DATE	PIC 9(8).
	     03  FILE-RTM-COUNT		PIC 9(3).
	     03  FILE-RTM-SOURCE		PIC X(01).
	     03  FILE-RTM-OPERATOR	PIC X(10).
	     03  FILE-RTM-CLEAR-DATE	PIC 9(8).
	     03  FILE-RTM-REASON		PIC X(10).
      ******************************************************
      * Lost-shareholder search queue -- one record per
      * account ever queued.  RETURNED-DATE is when its mail
      * started coming back; each search carries the date it
      * was run and its result, F found or N not found; the
      * VENDOR is the search firm last used and CLOSE-DATE
      * when the entry went F or E.
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
	     03  FILE-LOST-SEARCH2-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH2-RESULT	PIC X(01).
	     03  FILE-LOST-VENDOR	PIC X(20).
	     03  FILE-LOST-CLOSE-DATE	PIC 9(8).
	     03  FILE-LOST-OPERATOR	PIC X(10).
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-REST		PIC X(49).
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
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
      * Queueing cutoff -- today stepped back LOSTMONTHS
      * months -- and the search windows, in months from the
      * day the account went on the queue
      ******************************************************
	77  DEFAULT-LOST-MONTHS	PIC 9(2) VALUE 3.
	77  SEARCH1-MONTHS	PIC 9(2) VALUE 3.
	77  SEARCH2-MONTHS	PIC 9(2) VALUE 12.
	01  LOST-MONTHS		PIC 9(2).
	01  CUTOFF-DATE		PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  DUE-DATE		PIC 9(8).
      ******************************************************
      * Month stepping -- STEP-DATE moved STEP-MONTHS months
      * (negative steps back) into STEP-RESULT; a day past
      * the 28th clamps to 28 so every month has it
      ******************************************************
	01  STEP-DATE		PIC 9(8).
	01  STEP-MONTHS		PIC S9(3).
	01  STEP-RESULT		PIC 9(8).
	01  MONTH-INDEX		PIC 9(6).
	01  WORK-YEAR		PIC 9(4).
	01  WORK-MONTH		PIC 9(2).
	01  WORK-DAY		PIC 9(2).
      ******************************************************
      * Browse control and counts
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  LOST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-LOST	VALUE "Y".
	01  FLAG-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  QUEUED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  REOPEN-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  OPEN-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  OVERDUE-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  EXHAUSTED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(32) VALUE
			"LOST SHAREHOLDER SEARCHES -".
		05  FILLER	PIC X(8) VALUE "CUTOFF ".
		05  RPT-CUTOFF	PIC 9(8).
	01  RPT-QUEUE-LINE.
		05  RPT-Q-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-Q-NAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-Q-ACTION	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-Q-SINCE		PIC 9(8).
	01  RPT-DUE-LINE.
		05  RPT-D-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-D-NAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-D-SEARCH	PIC X(8).
		05  FILLER		PIC X(8) VALUE " DUE BY ".
		05  RPT-D-DUE		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-D-OVERDUE	PIC X(8).
	01  RPT-DUE-HEAD.
		05  FILLER	PIC X(40) VALUE
			"SEARCHES OWED".
	01  RPT-TOTAL.
		05  FILLER	PIC X(20) VALUE
			"FLAGS REVIEWED    =>".
		05  RPT-FLAG-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(20) VALUE
			"  NEWLY QUEUED    =>".
		05  RPT-QUEUED-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(20) VALUE
			"  REOPENED        =>".
		05  RPT-REOPEN-COUNT	PIC ZZZZ9.
	01  RPT-TOTAL-2.
		05  FILLER	PIC X(20) VALUE
			"OPEN SEARCHES     =>".
		05  RPT-OPEN-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(20) VALUE
			"  PAST DUE        =>".
		05  RPT-OVERDUE-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(20) VALUE
			"  EXHAUSTED       =>".
		05  RPT-EXHAUSTED-COUNT	PIC ZZZZ9.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"LOSTRUN =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"LOSTRUN ERR =>".
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
 	01  LOSTSHR-FILE-STATUS.
           	05  LOST-STATUS-1	PIC X.
           	05  LOST-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-LOSTRUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-LOST-MONTHS THRU GET-LOST-MONTHS-EXIT.
	MOVE TODAYS-DATE TO STEP-DATE.
	COMPUTE STEP-MONTHS = 0 - LOST-MONTHS.
	PERFORM STEP-BY-MONTHS.
	MOVE STEP-RESULT TO CUTOFF-DATE.
	OPEN I-O LOSTSHR-FILE.
	IF LOST-STATUS-1 = "3"
		OPEN OUTPUT LOSTSHR-FILE
		CLOSE LOSTSHR-FILE
		OPEN I-O LOSTSHR-FILE.
	IF LOST-STATUS-1 NOT = "0"
		MOVE "OPEN LOST" TO LOG-ERR-ROUTINE
		MOVE LOST-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE LOSTSHR-FILE
		PERFORM A-999-EXIT.
	MOVE CUTOFF-DATE TO RPT-CUTOFF.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
      *
      * A site that has never had mail returned has no flag
      * file yet -- nothing to queue, but the searches
      * already owed are still listed
      *
	OPEN INPUT RETMAIL-FILE.
	IF STATUS-1 = "0"
		MOVE LOW-VALUES TO FILE-RTM-ACCOUNT
		START RETMAIL-FILE KEY IS NOT LESS THAN
				FILE-RTM-ACCOUNT
			INVALID KEY SET DONE-READING TO TRUE
		END-START
		PERFORM FLAG-LOOP THRU FLAG-LOOP-EXIT
			UNTIL DONE-READING
		CLOSE RETMAIL-FILE.
	DISPLAY SPACE.
	DISPLAY RPT-DUE-HEAD.
	MOVE LOW-VALUES TO FILE-LOST-ACCOUNT.
	START LOSTSHR-FILE KEY IS NOT LESS THAN
			FILE-LOST-ACCOUNT
		INVALID KEY SET DONE-READING-LOST TO TRUE.
	PERFORM QUEUE-LOOP THRU QUEUE-LOOP-EXIT
		UNTIL DONE-READING-LOST.
	CLOSE LOSTSHR-FILE.
	CLOSE CUSTMAS-FILE.
	MOVE FLAG-COUNT TO RPT-FLAG-COUNT.
	MOVE QUEUED-COUNT TO RPT-QUEUED-COUNT.
	MOVE REOPEN-COUNT TO RPT-REOPEN-COUNT.
	MOVE OPEN-COUNT TO RPT-OPEN-COUNT.
	MOVE OVERDUE-COUNT TO RPT-OVERDUE-COUNT.
	MOVE EXHAUSTED-COUNT TO RPT-EXHAUSTED-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	DISPLAY RPT-TOTAL-2.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the run
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Months a flag must stay up -- from PARAM.IT or the
      *  default
      ******************************************************
       GET-LOST-MONTHS.
	MOVE DEFAULT-LOST-MONTHS TO LOST-MONTHS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		GO TO GET-LOST-MONTHS-EXIT.
	MOVE "LOSTMONTHS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO LOST-MONTHS.
	CLOSE PARAM-FILE.
       GET-LOST-MONTHS-EXIT.
	EXIT.
      ******************************************************
      *  STEP-DATE moved STEP-MONTHS months, the day clamped
      *  to 28
      ******************************************************
       STEP-BY-MONTHS.
	MOVE STEP-DATE(1:4) TO WORK-YEAR.
	MOVE STEP-DATE(5:2) TO WORK-MONTH.
	MOVE STEP-DATE(7:2) TO WORK-DAY.
	COMPUTE MONTH-INDEX =
		WORK-YEAR * 12 + WORK-MONTH - 1 + STEP-MONTHS.
	DIVIDE MONTH-INDEX BY 12 GIVING WORK-YEAR
		REMAINDER WORK-MONTH.
	ADD 1 TO WORK-MONTH.
	IF WORK-DAY > 28
		MOVE 28 TO WORK-DAY.
	COMPUTE STEP-RESULT =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
      *  Judge one returned-mail flag -- one up since before
      *  the cutoff on an open account is a lost shareholder
      ******************************************************
       FLAG-LOOP.
	READ RETMAIL-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO FLAG-LOOP-EXIT.
	IF NOT FILE-RTM-IS-RETURNED
		GO TO FLAG-LOOP-EXIT.
	ADD 1 TO FLAG-COUNT.
	IF FILE-RTM-FIRST-DATE > CUTOFF-DATE
		GO TO FLAG-LOOP-EXIT.
	MOVE FILE-RTM-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		GO TO FLAG-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		GO TO FLAG-LOOP-EXIT.
	MOVE FILE-RTM-ACCOUNT TO FILE-LOST-ACCOUNT.
	READ LOSTSHR-FILE.
	IF LOST-STATUS-1 = "0"
		IF FILE-LOST-IS-FOUND AND
		   FILE-RTM-FIRST-DATE > FILE-LOST-CLOSE-DATE
			PERFORM FILL-NEW-ENTRY
			REWRITE LOSTSHR-ITEM
			ADD 1 TO REOPEN-COUNT
			MOVE "REOPENED" TO RPT-Q-ACTION
			PERFORM LIST-QUEUED
		END-IF
		GO TO FLAG-LOOP-EXIT.
	PERFORM FILL-NEW-ENTRY.
	WRITE LOSTSHR-ITEM.
	IF LOST-STATUS-1 NOT = "0"
		MOVE "WRITE LOST" TO LOG-ERR-ROUTINE
		MOVE LOST-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO FLAG-LOOP-EXIT.
	ADD 1 TO QUEUED-COUNT.
	MOVE "QUEUED" TO RPT-Q-ACTION.
	PERFORM LIST-QUEUED.
       FLAG-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  A fresh open entry for the account just read, its
      *  searches all still owed
      ******************************************************
       FILL-NEW-ENTRY.
	MOVE FILE-RTM-ACCOUNT TO FILE-LOST-ACCOUNT.
	SET FILE-LOST-IS-OPEN TO TRUE.
	MOVE TODAYS-DATE TO FILE-LOST-ENTRY-DATE.
	MOVE FILE-RTM-FIRST-DATE TO FILE-LOST-RETURNED-DATE.
	MOVE ZERO TO FILE-LOST-SEARCH1-DATE.
	MOVE SPACE TO FILE-LOST-SEARCH1-RESULT.
	MOVE ZERO TO FILE-LOST-SEARCH2-DATE.
	MOVE SPACE TO FILE-LOST-SEARCH2-RESULT.
	MOVE SPACES TO FILE-LOST-VENDOR.
	MOVE ZERO TO FILE-LOST-CLOSE-DATE.
	MOVE "SYSTEM" TO FILE-LOST-OPERATOR.
      ******************************************************
       LIST-QUEUED.
	MOVE FILE-RTM-ACCOUNT TO RPT-Q-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO RPT-Q-NAME.
	MOVE FILE-RTM-FIRST-DATE TO RPT-Q-SINCE.
	DISPLAY RPT-QUEUE-LINE.
      ******************************************************
      *  One queue entry -- an open one is listed with the
      *  search it is waiting on and when that falls due
      ******************************************************
       QUEUE-LOOP.
	READ LOSTSHR-FILE NEXT RECORD
		AT END SET DONE-READING-LOST TO TRUE.
	IF DONE-READING-LOST
		GO TO QUEUE-LOOP-EXIT.
	IF FILE-LOST-IS-EXHAUSTED
		ADD 1 TO EXHAUSTED-COUNT.
	IF NOT FILE-LOST-IS-OPEN
		GO TO QUEUE-LOOP-EXIT.
	ADD 1 TO OPEN-COUNT.
	MOVE FILE-LOST-ENTRY-DATE TO STEP-DATE.
	IF FILE-LOST-SEARCH1-DATE = ZERO
		MOVE SEARCH1-MONTHS TO STEP-MONTHS
		MOVE "SEARCH 1" TO RPT-D-SEARCH
	ELSE
		MOVE SEARCH2-MONTHS TO STEP-MONTHS
		MOVE "SEARCH 2" TO RPT-D-SEARCH
	END-IF.
	PERFORM STEP-BY-MONTHS.
	MOVE STEP-RESULT TO DUE-DATE.
	MOVE SPACES TO RPT-D-OVERDUE.
	IF TODAYS-DATE > DUE-DATE
		ADD 1 TO OVERDUE-COUNT
		MOVE "PAST DUE" TO RPT-D-OVERDUE.
	MOVE FILE-LOST-ACCOUNT TO RPT-D-ACCOUNT.
	MOVE SPACES TO RPT-D-NAME.
	MOVE FILE-LOST-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE FILE-CUSTMAS-NAME TO RPT-D-NAME.
	MOVE DUE-DATE TO RPT-D-DUE.
	DISPLAY RPT-DUE-LINE.
       QUEUE-LOOP-EXIT.
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
