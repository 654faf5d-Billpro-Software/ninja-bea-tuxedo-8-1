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
      * #ident	"@(#) samples/atmi/STOCKAPP/STRSEND.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/STRSEND.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * STRSEND works the Rule 22c-2 shareholder trading
      * requests STRMNT opened, and tracks each one until
      * the partner answers it.
      *
      * For every STRREQ.IT request "P" pending it writes a
      * request to STROUT.IT for the omnibus partner -- one
      * header/detail/trailer envelope per partner, one
      * detail per request naming the fund, the trade date
      * range wanted, the date the request was opened (the
      * partner echoes it back on the response so STRLOAD
      * can match the two) and the date the answer is due.
      * The request goes "S" sent.  The due date is today
      * plus STRDUEDAYS calendar days off PARAM.IT.  A rerun
      * on the same day cuts the same file again, since the
      * requests sent today are written a second time.
      *
      * A request still "S" once its due date has passed
      * goes "V" overdue.  It stays open -- a late answer
      * still loads -- but compliance has to chase it.  The
      * tracking report lists every request still open.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. STRSEND.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT STRREQ-FILE ASSIGN "STRREQ.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-STR-KEY
		STATUS FILE-STATUS.
	SELECT STROUT-FILE ASSIGN "STROUT.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS SOUT-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Shareholder trading requests -- see STRMNT
      ******************************************************
	FD  STRREQ-FILE; RECORD 126.
	01  STRREQ-ITEM.
	     03  FILE-STR-KEY.
		05  FILE-STR-PARTNER	PIC X(10).
		05  FILE-STR-FUND	PIC X(10).
		05  FILE-STR-REQ-DATE	PIC 9(8).
	     03  FILE-STR-FROM-DATE	PIC 9(8).
	     03  FILE-STR-TO-DATE	PIC 9(8).
	     03  FILE-STR-STATUS	PIC X(01).
		 88  FILE-STR-IS-PENDING	VALUE "P".
		 88  FILE-STR-IS-SENT		VALUE "S".
		 88  FILE-STR-IS-OVERDUE	VALUE "V".
		 88  FILE-STR-IS-ANSWERED	VALUE "A".
		 88  FILE-STR-IS-CANCELLED	VALUE "X".
		 88  FILE-STR-IS-OPEN		VALUE "P" "S" "V".
	     03  FILE-STR-REQ-BY	PIC X(10).
	     03  FILE-STR-SENT-DATE	PIC 9(8).
	     03  FILE-STR-DUE-DATE	PIC 9(8).
	     03  FILE-STR-ANS-DATE	PIC 9(8).
	     03  FILE-STR-TRADES	PIC 9(7).
	     03  FILE-STR-FLAGS		PIC 9(5).
	     03  FILE-STR-RESTRICTED	PIC 9(5).
	     03  FILE-STR-NOTE		PIC X(30).
      ******************************************************
      * The outbound request file -- one 80-byte record per
      * line, the first byte saying which shape the rest
      * takes.  The header names this firm and the partner
      * asked; the trailer counts the requests.
      ******************************************************
	FD  STROUT-FILE; RECORD 80.
	01  STROUT-ITEM.
	     03  SO-REC-TYPE		PIC X(01).
	     03  SO-REC-BODY		PIC X(79).
	01  STROUT-HEADER REDEFINES STROUT-ITEM.
	     03  FILLER			PIC X(01).
	     03  SO-HDR-FIRM		PIC X(10).
	     03  SO-HDR-PARTNER		PIC X(10).
	     03  SO-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(51).
	01  STROUT-DETAIL REDEFINES STROUT-ITEM.
	     03  FILLER			PIC X(01).
	     03  SO-DTL-FUND		PIC X(10).
	     03  SO-DTL-REQ-DATE	PIC 9(8).
	     03  SO-DTL-FROM-DATE	PIC 9(8).
	     03  SO-DTL-TO-DATE		PIC 9(8).
	     03  SO-DTL-DUE-DATE	PIC 9(8).
	     03  FILLER			PIC X(37).
	01  STROUT-TRAILER REDEFINES STROUT-ITEM.
	     03  FILLER			PIC X(01).
	     03  SO-TRL-COUNT		PIC 9(7).
	     03  FILLER			PIC X(72).
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
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"STRSEND =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"STRSEND ERR =>".
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
 	01  SOUT-FILE-STATUS.
           	05  SOUT-STATUS-1	PIC X.
           	05  SOUT-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * This firm's identifier on every file it sends --
      * the same one ACATOUT puts on its transfer files
      ******************************************************
	01  OUR-FIRM		PIC X(10) VALUE "STOCKAPP".
      ******************************************************
      * Days the partner has to answer -- PARAM.IT STRDUEDAYS
      * overrides the default
      ******************************************************
	77  DEFAULT-DUE-DAYS	PIC 9(3) VALUE 10.
	01  DUE-DAYS		PIC 9(3).
	01  DUE-DATE		PIC 9(8).
      ******************************************************
      * Envelope control -- one envelope per partner, opened
      * at the first request sent to it
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ENV-OPEN-SWITCH	PIC X VALUE "N".
		88  ENVELOPE-OPEN	VALUE "Y".
	01  CTL-PARTNER		PIC X(10) VALUE SPACES.
	01  ENV-COUNT		PIC 9(7) VALUE ZERO.
	01  LINE-NOTE		PIC X(12).
      ******************************************************
      * Counts
      ******************************************************
	01  SENT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  RESENT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  OVERDUE-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  OPEN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  PARTNER-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Calendar arithmetic for the due date
      ******************************************************
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
	01  DAY-COUNTER		PIC 9(3) COMP-5.
	01  WORK-MONTH-DAYS	PIC 9(2).
	01  DAYS-IN-MONTH-TABLE.
	    05  FILLER		PIC 9(2) VALUE 31.
	    05  FILLER		PIC 9(2) VALUE 28.
	    05  FILLER		PIC 9(2) VALUE 31.
	    05  FILLER		PIC 9(2) VALUE 30.
	    05  FILLER		PIC 9(2) VALUE 31.
	    05  FILLER		PIC 9(2) VALUE 30.
	    05  FILLER		PIC 9(2) VALUE 31.
	    05  FILLER		PIC 9(2) VALUE 31.
	    05  FILLER		PIC 9(2) VALUE 30.
	    05  FILLER		PIC 9(2) VALUE 31.
	    05  FILLER		PIC 9(2) VALUE 30.
	    05  FILLER		PIC 9(2) VALUE 31.
	01  DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE.
	    05  DAYS-IN-MONTH-ENTRY	PIC 9(2) OCCURS 12 TIMES.
	01  YEAR-DIV-QUOTIENT	PIC 9(4).
	01  YEAR-DIV-REMAINDER	PIC 9(4).
	01  LEAP-YEAR-SWITCH	PIC X VALUE "N".
	    88  IS-LEAP-YEAR	VALUE "Y".
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(36) VALUE
			"SHAREHOLDER TRADING REQUESTS -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(36) VALUE SPACES.
	01  RPT-HEAD.
		05  FILLER	PIC X(40) VALUE
			"PARTNER    FUND       OPENED   FROM     ".
		05  FILLER	PIC X(40) VALUE
			"TO       ST SENT     DUE".
	01  RPT-LINE.
		05  RPT-PARTNER		PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-FUND		PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-REQ-DATE	PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-FROM		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-TO		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-STATUS		PIC X(01).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-SENT		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DUE		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-NOTE		PIC X(12).
	01  RPT-SENT-LINE.
		05  FILLER	PIC X(20) VALUE "REQUESTS SENT     =>".
		05  RPT-SENT-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  PARTNERS    =>".
		05  RPT-PARTNER-COUNT	PIC ZZZZZZ9.
	01  RPT-RESENT-LINE.
		05  FILLER	PIC X(20) VALUE "SENT AGAIN (RERUN)=>".
		05  RPT-RESENT-COUNT	PIC ZZZZZZ9.
	01  RPT-OVERDUE-LINE.
		05  FILLER	PIC X(20) VALUE "NEWLY OVERDUE     =>".
		05  RPT-OVERDUE-COUNT	PIC ZZZZZZ9.
	01  RPT-OPEN-LINE.
		05  FILLER	PIC X(20) VALUE "STILL OPEN        =>".
		05  RPT-OPEN-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-STRSEND.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-DUE-DAYS THRU GET-DUE-DAYS-EXIT.
	PERFORM COMPUTE-DUE-DATE.
	OPEN I-O STRREQ-FILE.
	IF STATUS-1 = "3"
		MOVE "No STRREQ.IT - Nothing to Send" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN STRREQ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN OUTPUT STROUT-FILE.
	IF SOUT-STATUS-1 NOT = "0"
		MOVE "OPEN STROUT" TO LOG-ERR-ROUTINE
		MOVE SOUT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE STRREQ-FILE
		PERFORM A-999-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-HEAD.
	PERFORM WORK-ONE-REQUEST THRU WORK-ONE-REQUEST-EXIT
		UNTIL DONE-READING.
	IF ENVELOPE-OPEN
		PERFORM CLOSE-ENVELOPE.
	CLOSE STRREQ-FILE.
	CLOSE STROUT-FILE.
	DISPLAY SPACE.
	MOVE SENT-COUNT TO RPT-SENT-COUNT.
	MOVE PARTNER-COUNT TO RPT-PARTNER-COUNT.
	DISPLAY RPT-SENT-LINE.
	IF RESENT-COUNT > ZERO
		MOVE RESENT-COUNT TO RPT-RESENT-COUNT
		DISPLAY RPT-RESENT-LINE.
	MOVE OVERDUE-COUNT TO RPT-OVERDUE-COUNT.
	DISPLAY RPT-OVERDUE-LINE.
	MOVE OPEN-COUNT TO RPT-OPEN-COUNT.
	DISPLAY RPT-OPEN-LINE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without sending
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Send" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Days allowed for an answer -- PARAM.IT or default
      ******************************************************
       GET-DUE-DAYS.
	MOVE DEFAULT-DUE-DAYS TO DUE-DAYS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		GO TO GET-DUE-DAYS-EXIT.
	MOVE "STRDUEDAYS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO DUE-DAYS.
	CLOSE PARAM-FILE.
       GET-DUE-DAYS-EXIT.
	EXIT.
      ******************************************************
      *  Today walked forward DUE-DAYS calendar days
      ******************************************************
       COMPUTE-DUE-DATE.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > DUE-DAYS.
	COMPUTE DUE-DATE =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
      *  One request in key order -- send it when pending
      *  (or sent earlier today, on a rerun), mark it overdue
      *  when its due date has passed, and list it while it
      *  is still open
      ******************************************************
       WORK-ONE-REQUEST.
	READ STRREQ-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO WORK-ONE-REQUEST-EXIT.
	IF NOT FILE-STR-IS-OPEN
		GO TO WORK-ONE-REQUEST-EXIT.
	MOVE SPACES TO LINE-NOTE.
	IF FILE-STR-IS-PENDING
		SET FILE-STR-IS-SENT TO TRUE
		MOVE TODAYS-DATE TO FILE-STR-SENT-DATE
		MOVE DUE-DATE TO FILE-STR-DUE-DATE
		PERFORM SAVE-REQUEST
		PERFORM SEND-REQUEST
		ADD 1 TO SENT-COUNT
		MOVE "SENT" TO LINE-NOTE
	ELSE IF FILE-STR-IS-SENT AND
		FILE-STR-SENT-DATE = TODAYS-DATE
		PERFORM SEND-REQUEST
		ADD 1 TO RESENT-COUNT
		MOVE "SENT AGAIN" TO LINE-NOTE
	ELSE IF FILE-STR-IS-SENT AND
		FILE-STR-DUE-DATE < TODAYS-DATE
		SET FILE-STR-IS-OVERDUE TO TRUE
		MOVE "NO ANSWER BY DUE DATE" TO FILE-STR-NOTE
		PERFORM SAVE-REQUEST
		ADD 1 TO OVERDUE-COUNT
		MOVE "NOW OVERDUE" TO LINE-NOTE.
	ADD 1 TO OPEN-COUNT.
	MOVE FILE-STR-PARTNER TO RPT-PARTNER.
	MOVE FILE-STR-FUND TO RPT-FUND.
	MOVE FILE-STR-REQ-DATE TO RPT-REQ-DATE.
	MOVE FILE-STR-FROM-DATE TO RPT-FROM.
	MOVE FILE-STR-TO-DATE TO RPT-TO.
	MOVE FILE-STR-STATUS TO RPT-STATUS.
	MOVE FILE-STR-SENT-DATE TO RPT-SENT.
	MOVE FILE-STR-DUE-DATE TO RPT-DUE.
	MOVE LINE-NOTE TO RPT-NOTE.
	DISPLAY RPT-LINE.
       WORK-ONE-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Put the request in the record area back on file
      ******************************************************
       SAVE-REQUEST.
	REWRITE STRREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE STR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Write one request detail, opening the partner's
      *  envelope first when this is a new partner
      ******************************************************
       SEND-REQUEST.
	IF ENVELOPE-OPEN AND FILE-STR-PARTNER NOT = CTL-PARTNER
		PERFORM CLOSE-ENVELOPE.
	IF NOT ENVELOPE-OPEN
		PERFORM OPEN-ENVELOPE.
	MOVE SPACES TO STROUT-ITEM.
	MOVE "D" TO SO-REC-TYPE.
	MOVE FILE-STR-FUND TO SO-DTL-FUND.
	MOVE FILE-STR-REQ-DATE TO SO-DTL-REQ-DATE.
	MOVE FILE-STR-FROM-DATE TO SO-DTL-FROM-DATE.
	MOVE FILE-STR-TO-DATE TO SO-DTL-TO-DATE.
	MOVE FILE-STR-DUE-DATE TO SO-DTL-DUE-DATE.
	WRITE STROUT-ITEM.
	ADD 1 TO ENV-COUNT.
      ******************************************************
      *  Header for a partner's envelope
      ******************************************************
       OPEN-ENVELOPE.
	MOVE SPACES TO STROUT-ITEM.
	MOVE "H" TO SO-REC-TYPE.
	MOVE OUR-FIRM TO SO-HDR-FIRM.
	MOVE FILE-STR-PARTNER TO SO-HDR-PARTNER.
	MOVE TODAYS-DATE TO SO-HDR-DATE.
	WRITE STROUT-ITEM.
	MOVE FILE-STR-PARTNER TO CTL-PARTNER.
	MOVE ZERO TO ENV-COUNT.
	MOVE "Y" TO ENV-OPEN-SWITCH.
	ADD 1 TO PARTNER-COUNT.
      ******************************************************
      *  Trailer closing a partner's envelope
      ******************************************************
       CLOSE-ENVELOPE.
	MOVE SPACES TO STROUT-ITEM.
	MOVE "T" TO SO-REC-TYPE.
	MOVE ENV-COUNT TO SO-TRL-COUNT.
	WRITE STROUT-ITEM.
	MOVE "N" TO ENV-OPEN-SWITCH.
      ******************************************************
      *  Advance WORK-DATE by a single calendar day, carrying
      *  into the next month/year at month end.  February is
      *  treated as 29 days in a leap year.
      ******************************************************
       ADD-ONE-DAY.
	MOVE DAYS-IN-MONTH-ENTRY (WORK-MONTH) TO
		WORK-MONTH-DAYS.
	IF WORK-MONTH = 2
		PERFORM CHECK-LEAP-YEAR
		IF IS-LEAP-YEAR
			MOVE 29 TO WORK-MONTH-DAYS
		END-IF
	END-IF.
	IF WORK-DAY >= WORK-MONTH-DAYS
		MOVE 1 TO WORK-DAY
		IF WORK-MONTH = 12
			MOVE 1 TO WORK-MONTH
			ADD 1 TO WORK-YEAR
		ELSE
			ADD 1 TO WORK-MONTH
		END-IF
	ELSE
		ADD 1 TO WORK-DAY
	END-IF.
      ******************************************************
      *  Set IS-LEAP-YEAR for WORK-YEAR -- divisible by 4,
      *  except century years not divisible by 400
      ******************************************************
       CHECK-LEAP-YEAR.
	MOVE "N" TO LEAP-YEAR-SWITCH.
	DIVIDE WORK-YEAR BY 4 GIVING YEAR-DIV-QUOTIENT
		REMAINDER YEAR-DIV-REMAINDER.
	IF YEAR-DIV-REMAINDER = 0
		SET IS-LEAP-YEAR TO TRUE
		DIVIDE WORK-YEAR BY 100 GIVING YEAR-DIV-QUOTIENT
			REMAINDER YEAR-DIV-REMAINDER
		IF YEAR-DIV-REMAINDER = 0
			MOVE "N" TO LEAP-YEAR-SWITCH
			DIVIDE WORK-YEAR BY 400 GIVING
				YEAR-DIV-QUOTIENT
				REMAINDER YEAR-DIV-REMAINDER
			IF YEAR-DIV-REMAINDER = 0
				SET IS-LEAP-YEAR TO TRUE
			END-IF
		END-IF
	END-IF.
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
