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
      * #ident	"@(#) samples/atmi/STOCKAPP/RETMLOAD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/RETMLOAD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * RETMLOAD raises the returned-mail flag on RETMAIL.IT
      * from the mail house's return file -- every statement,
      * confirm and proxy piece that came back undeliverable
      * since the last file.  RTNMAIL.IT arrives wrapped in
      * the envelope DEPLOAD takes:
      *   H  header -- source, file date, and the operator
      *      the mail house feed is provisioned under
      *   D  one returned piece -- account, the date it came
      *      back, what kind of piece, and the reason the
      *      post office gave
      *   T  trailer -- item count
      * The whole envelope is proved before a single flag is
      * raised; a missing header or trailer, or a count that
      * does not match, rejects the file outright.
      *
      * A piece for an account not on CUSTMAS.IT, or for a
      * closed account, is listed and not applied.  A piece
      * that came back on or before the day the flag was
      * last cleared was mailed to the old address and is
      * passed over -- the address has been fixed since.  So
      * is a piece no later than the latest return already
      * recorded, which is also what makes a rerun of the
      * same file harmless.  The flag's COUNT is therefore
      * the number of days mail came back.  STMTRPT,
      * CONFIRMS and SHREXTR suppress a flagged account, and
      * LOSTRUN queues one that stays flagged for the
      * lost-shareholder searches.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RETMLOAD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT RTNMAIL-FILE ASSIGN "RTNMAIL.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT RETMAIL-FILE ASSIGN "RETMAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RTM-ACCOUNT
		STATUS RETMAIL-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The mail house file -- one 60-byte record per line,
      * the first byte saying which shape the rest takes
      ******************************************************
	FD  RTNMAIL-FILE; RECORD 60.
	01  RTNMAIL-ITEM.
	     03  RTN-REC-TYPE		PIC X(01).
		 88  RTN-IS-HEADER	VALUE "H".
		 88  RTN-IS-DETAIL	VALUE "D".
		 88  RTN-IS-TRAILER	VALUE "T".
	     03  RTN-REC-BODY		PIC X(59).
	01  RTNMAIL-HEADER REDEFINES RTNMAIL-ITEM.
	     03  FILLER			PIC X(01).
	     03  RTN-HDR-SOURCE		PIC X(10).
	     03  RTN-HDR-DATE		PIC 9(8).
	     03  RTN-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(31).
	01  RTNMAIL-DETAIL REDEFINES RTNMAIL-ITEM.
	     03  FILLER			PIC X(01).
	     03  RTN-DTL-ACCOUNT	PIC X(10).
	     03  RTN-DTL-DATE		PIC 9(8).
	     03  RTN-DTL-PIECE		PIC X(04).
	     03  RTN-DTL-REASON		PIC X(10).
	     03  FILLER			PIC X(27).
	01  RTNMAIL-TRAILER REDEFINES RTNMAIL-ITEM.
	     03  FILLER			PIC X(01).
	     03  RTN-TRL-COUNT		PIC 9(7).
	     03  FILLER			PIC X(52).
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-REST		PIC X(49).
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
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this batch job's
      * messages land in the same place theirs do
      *****************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      *****************************************************
      * Log messages definitions
      *****************************************************
	01  LOGMSG.
		05  FILLER	PIC X(12) VALUE
			"RETMLOAD  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"RETMLOAD ERR =>".
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
 	01  RETMAIL-FILE-STATUS.
           	05  RTM-STATUS-1	PIC X.
           	05  RTM-STATUS-2	PIC X.
      ******************************************************
      * Envelope validation -- what the first pass found, and
      * what the trailer said the file should hold
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ENV-SWITCH		PIC X VALUE "N".
		88  ENVELOPE-BAD	VALUE "Y".
	01  HDR-SEEN-SWITCH	PIC X VALUE "N".
		88  HEADER-SEEN		VALUE "Y".
	01  TRL-SEEN-SWITCH	PIC X VALUE "N".
		88  TRAILER-SEEN		VALUE "Y".
	01  FEED-OPERATOR	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
      ******************************************************
      * Loading-pass counts
      ******************************************************
	01  FLAG-FOUND-SWITCH	PIC X VALUE "N".
		88  FLAG-ON-FILE		VALUE "Y".
	01  RETURN-DATE		PIC 9(8).
	01  NEW-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  ADDED-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  PASSED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  NOT-APPLIED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"RETURNED MAIL LOAD -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
	01  RPT-ITEM-LINE.
		05  RPT-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RETURN-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-PIECE		PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-DISPOSITION	PIC X(20).
	01  RPT-NEW.
		05  FILLER	PIC X(24) VALUE
			"ACCOUNTS FLAGGED     =>".
		05  RPT-NEW-COUNT	PIC ZZZZZZ9.
	01  RPT-ADDED.
		05  FILLER	PIC X(24) VALUE
			"COUNTED ON A FLAG UP =>".
		05  RPT-ADDED-COUNT	PIC ZZZZZZ9.
	01  RPT-PASSED.
		05  FILLER	PIC X(24) VALUE
			"ALREADY RECORDED     =>".
		05  RPT-PASSED-COUNT	PIC ZZZZZZ9.
	01  RPT-NOT-APPLIED.
		05  FILLER	PIC X(24) VALUE
			"NOT APPLIED          =>".
		05  RPT-NOT-APPLIED-COUNT PIC ZZZZZZ9.
	01  RPT-BALANCE.
		05  FILLER	PIC X(26) VALUE
			"AGAINST MAIL HOUSE COUNT:".
		05  RPT-BAL-FLAG	PIC X(14).
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-RETMLOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Pass one -- prove the envelope before raising a
      * single flag
      *****************************************************
	OPEN INPUT RTNMAIL-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN RTNMAIL" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE RTNMAIL-FILE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
	   OR SCAN-COUNT NOT = STATED-COUNT
		MOVE "Y" TO ENV-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	IF ENVELOPE-BAD
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * Envelope proved -- open the working files and raise
      * the flags
      *****************************************************
	OPEN INPUT RTNMAIL-FILE.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE RTNMAIL-FILE
		PERFORM A-999-EXIT.
	OPEN I-O RETMAIL-FILE.
	IF RTM-STATUS-1 = "3"
		OPEN OUTPUT RETMAIL-FILE
		CLOSE RETMAIL-FILE
		OPEN I-O RETMAIL-FILE.
	IF RTM-STATUS-1 NOT = "0"
		MOVE "OPEN RETMAIL" TO LOG-ERR-ROUTINE
		MOVE RTM-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE RTNMAIL-FILE
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-LOOP THRU LOAD-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE RTNMAIL-FILE.
	CLOSE CUSTMAS-FILE.
	CLOSE RETMAIL-FILE.
      *****************************************************
      * The end-of-run balance -- every piece the mail house
      * sent was flagged, counted, passed over or listed
      *****************************************************
	DISPLAY SPACE.
	MOVE NEW-COUNT TO RPT-NEW-COUNT.
	DISPLAY RPT-NEW.
	MOVE ADDED-COUNT TO RPT-ADDED-COUNT.
	DISPLAY RPT-ADDED.
	MOVE PASSED-COUNT TO RPT-PASSED-COUNT.
	DISPLAY RPT-PASSED.
	MOVE NOT-APPLIED-COUNT TO RPT-NOT-APPLIED-COUNT.
	DISPLAY RPT-NOT-APPLIED.
	IF (NEW-COUNT + ADDED-COUNT + PASSED-COUNT
	    + NOT-APPLIED-COUNT) = STATED-COUNT
		MOVE "IN BALANCE" TO RPT-BAL-FLAG
	ELSE
		MOVE "OUT OF BALANCE" TO RPT-BAL-FLAG.
	DISPLAY RPT-BALANCE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without loading
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Load" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ RTNMAIL-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF RTN-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE RTN-HDR-OPERATOR TO FEED-OPERATOR
		MOVE RTN-HDR-DATE TO FEED-DATE
	ELSE IF RTN-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE RTN-TRL-COUNT TO STATED-COUNT
	ELSE IF RTN-IS-DETAIL
		ADD 1 TO SCAN-COUNT
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Pass two: one record -- header and trailer ride
      *  through, each returned piece is applied or listed
      ******************************************************
       LOAD-LOOP.
	READ RTNMAIL-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LOAD-LOOP-EXIT.
	IF NOT RTN-IS-DETAIL
		GO TO LOAD-LOOP-EXIT.
	MOVE RTN-DTL-DATE TO RETURN-DATE.
	IF RETURN-DATE = ZERO
		MOVE TODAYS-DATE TO RETURN-DATE.
	MOVE RTN-DTL-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "UNKNOWN ACCOUNT" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO LOAD-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		MOVE "ACCOUNT CLOSED" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO LOAD-LOOP-EXIT.
	MOVE "N" TO FLAG-FOUND-SWITCH.
	MOVE RTN-DTL-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF RTM-STATUS-1 = "0"
		MOVE "Y" TO FLAG-FOUND-SWITCH.
      ******************************************************
      *  A piece already recorded, or one mailed to the old
      *  address before the flag was last cleared, changes
      *  nothing
      ******************************************************
	IF FLAG-ON-FILE AND FILE-RTM-IS-RETURNED
	   AND RETURN-DATE NOT > FILE-RTM-LAST-DATE
		ADD 1 TO PASSED-COUNT
		GO TO LOAD-LOOP-EXIT.
	IF FLAG-ON-FILE AND FILE-RTM-IS-CLEARED
	   AND RETURN-DATE NOT > FILE-RTM-CLEAR-DATE
		ADD 1 TO PASSED-COUNT
		GO TO LOAD-LOOP-EXIT.
	IF FLAG-ON-FILE AND FILE-RTM-IS-RETURNED
		ADD 1 TO ADDED-COUNT
	ELSE
		MOVE RTN-DTL-ACCOUNT TO FILE-RTM-ACCOUNT
		SET FILE-RTM-IS-RETURNED TO TRUE
		MOVE RETURN-DATE TO FILE-RTM-FIRST-DATE
		MOVE ZERO TO FILE-RTM-COUNT
		MOVE ZERO TO FILE-RTM-CLEAR-DATE
		ADD 1 TO NEW-COUNT.
	MOVE RETURN-DATE TO FILE-RTM-LAST-DATE.
	IF FILE-RTM-COUNT < 999
		ADD 1 TO FILE-RTM-COUNT.
	MOVE "F" TO FILE-RTM-SOURCE.
	MOVE FEED-OPERATOR TO FILE-RTM-OPERATOR.
	MOVE RTN-DTL-REASON TO FILE-RTM-REASON.
	IF FLAG-ON-FILE
		REWRITE RETMAIL-ITEM
	ELSE
		WRITE RETMAIL-ITEM.
	IF RTM-STATUS-1 NOT = "0"
		MOVE "WRITE RTM" TO LOG-ERR-ROUTINE
		MOVE RTM-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       LOAD-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  List one piece that could not be applied
      ******************************************************
       LIST-NOT-APPLIED.
	ADD 1 TO NOT-APPLIED-COUNT.
	MOVE RTN-DTL-ACCOUNT TO RPT-ACCOUNT.
	MOVE RETURN-DATE TO RPT-RETURN-DATE.
	MOVE RTN-DTL-PIECE TO RPT-PIECE.
	DISPLAY RPT-ITEM-LINE.
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
