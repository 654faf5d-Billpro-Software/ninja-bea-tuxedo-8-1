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
      * #ident	"@(#) samples/atmi/STOCKAPP/STRMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/STRMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * STRMNT is the compliance desk's screen for Rule
      * 22c-2 shareholder trading requests.  An omnibus
      * partner on PARTNER.IT trades through one account, so
      * SURVRPT cannot see the shareholders behind it; the
      * rule lets the fund demand their trades.
      *
      * Action "A" opens a STRREQ.IT request asking one
      * partner for the underlying-shareholder trades in one
      * fund over a from/to date range.  That night STRSEND
      * writes the request to the partner's outbound file,
      * marks it "S" sent and sets the date the answer is
      * due; STRLOAD loads the partner's response, runs the
      * trades through the surveillance tests and marks it
      * "A" answered.  A request still unanswered on its due
      * date goes "V" overdue.  Action "X" cancels a request
      * not yet answered; action "I" lists every request on
      * file for the partner.
      *
      * A request is keyed by partner, fund and the date it
      * was opened, so one fund can be asked about again on
      * a later day without losing the earlier answer.
      *
      * An empty partner ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. STRMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT STRREQ-FILE ASSIGN "STRREQ.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-STR-KEY
		STATUS FILE-STATUS.
	SELECT PARTNER-FILE ASSIGN "PARTNER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTN-ID
		STATUS PARTNER-FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Shareholder trading requests -- "P" pending until
      * STRSEND writes the request file, "S" sent and
      * awaiting the partner's answer, "V" overdue (past
      * FILE-STR-DUE-DATE with no answer), "A" answered,
      * "X" cancelled.  The counts are STRLOAD's: trades
      * loaded, surveillance flags raised, and sub-accounts
      * the restriction instruction named.
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
	FD  PARTNER-FILE; RECORD 53.
	01  PARTNER-ITEM.
	     03  FILE-PTN-ID		PIC X(10).
	     03  FILE-PTN-NAME		PIC X(30).
	     03  FILE-PTN-ACCOUNT	PIC X(10).
	     03  FILE-PTN-SETTLE-DAYS	PIC 9(2).
	     03  FILE-PTN-STATUS	PIC X(01).
		 88  FILE-PTN-IS-ACTIVE		VALUE "A" " ".
		 88  FILE-PTN-IS-SUSPENDED	VALUE "S".
	FD  QUOTE-FILE; RECORD 64.
	01  QUOTE-ITEM.
		02  FILE-QUOTE-FUND 		PIC X(10).
		02  FILE-QUOTE-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-QUOTE-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-QUOTE-LAST-OPERATOR	PIC X(08).
		02  FILE-QUOTE-LAST-DATE	PIC 9(8).
		02  FILE-QUOTE-LAST-TIME	PIC 9(8).
		02  FILE-QUOTE-BASE-FUND	PIC X(10).
		02  FILE-QUOTE-CLASS		PIC X(02).
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
		05  FILLER	PIC X(9) VALUE
			"STRMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"STRMNT ERR =>".
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
 	01  PARTNER-FILE-STATUS.
           	05  PTN-STATUS-1	PIC X.
           	05  PTN-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  LIST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LISTING	VALUE "Y".
	01  LIST-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  STR-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(30) VALUE
			"SHAREHOLDER TRADING REQUESTS".
		05  FILLER	PIC X(30).
		05  ASK-PARTNER	PIC X(24) VALUE
				"PARTNER     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-FUND	PIC X(24) VALUE
				"FUND        [          ]".
		05  FILLER	PIC X(56).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/X/I[ ]".
		05  FILLER	PIC X(65).
		05  ASK-FROM	PIC X(22) VALUE
				"TRADES FROM [        ]".
		05  FILLER	PIC X(58).
		05  ASK-TO	PIC X(22) VALUE
				"TRADES TO   [        ]".
		05  FILLER	PIC X(58).
		05  ASK-REQDT	PIC X(22) VALUE
				"REQUESTED ON[        ]".
		05  FILLER	PIC X(58).
		05  ASK-OPER	PIC X(24) VALUE
				"OPERATOR    [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-STR REDEFINES STR-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-PARTNER	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-FUND	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-FROM	PIC 9(8).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-TO	PIC 9(8).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-REQDT	PIC 9(8).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * Where a request stands -- one line per request
      ******************************************************
	01  STATUS-LINE.
		05  STL-PARTNER	PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  STL-FUND	PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  STL-REQ-DATE	PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  STL-FROM	PIC 9(8).
		05  FILLER	PIC X(1) VALUE "-".
		05  STL-TO	PIC 9(8).
		05  FILLER	PIC X(4) VALUE "  ST".
		05  STL-STATUS	PIC X(01).
		05  FILLER	PIC X(6) VALUE "  DUE ".
		05  STL-DUE	PIC 9(8).
		05  FILLER	PIC X(5) VALUE "  FL ".
		05  STL-FLAGS	PIC ZZZZ9.
      ******************************************************
	PROCEDURE DIVISION.
       START-STRMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O STRREQ-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT STRREQ-FILE
		CLOSE STRREQ-FILE
		OPEN I-O STRREQ-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN STRREQ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN INPUT PARTNER-FILE.
	IF PTN-STATUS-1 NOT = "0"
		MOVE "OPEN PARTNER" TO LOG-ERR-ROUTINE
		MOVE PTN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE STRREQ-FILE
		PERFORM EXIT-PROGRAM.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE STRREQ-FILE
		CLOSE PARTNER-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY STR-HEAD.
	MOVE SPACE TO ENTER-STR.

       WORK-ANOTHER.
	DISPLAY ENTER-STR.
	ACCEPT ENTER-STR.
	IF CRT-PARTNER = SPACES
		CLOSE STRREQ-FILE
		CLOSE PARTNER-FILE
		CLOSE QUOTE-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "I"
		PERFORM LIST-REQUESTS THRU LIST-REQUESTS-EXIT
	ELSE IF CRT-OPER = SPACES
		DISPLAY "OPERATOR REQUIRED"
	ELSE IF CRT-ACTION = "A"
		PERFORM OPEN-REQUEST THRU OPEN-REQUEST-EXIT
	ELSE IF CRT-ACTION = "X"
		PERFORM CANCEL-REQUEST THRU CANCEL-REQUEST-EXIT
	ELSE
		DISPLAY "ACTION MUST BE A, X OR I".
	MOVE SPACE TO ENTER-STR.
	GO TO WORK-ANOTHER.
      ******************************************************
      *  Open a request -- the partner has to be on file and
      *  active, the fund on QUOTE.IT, and the date range
      *  whole and already in the past or today
      ******************************************************
       OPEN-REQUEST.
	MOVE CRT-PARTNER TO FILE-PTN-ID.
	READ PARTNER-FILE.
	IF PTN-STATUS-1 NOT = "0"
		DISPLAY "PARTNER NOT ON FILE"
		GO TO OPEN-REQUEST-EXIT.
	IF NOT FILE-PTN-IS-ACTIVE
		DISPLAY "PARTNER IS SUSPENDED"
		GO TO OPEN-REQUEST-EXIT.
	IF CRT-FUND = SPACES
		DISPLAY "FUND REQUIRED"
		GO TO OPEN-REQUEST-EXIT.
	MOVE CRT-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		DISPLAY "FUND NOT ON FILE"
		GO TO OPEN-REQUEST-EXIT.
	IF CRT-FROM NOT NUMERIC OR CRT-TO NOT NUMERIC
		DISPLAY "TRADE DATE RANGE REQUIRED"
		GO TO OPEN-REQUEST-EXIT.
	IF CRT-FROM = ZERO OR CRT-TO = ZERO
		DISPLAY "TRADE DATE RANGE REQUIRED"
		GO TO OPEN-REQUEST-EXIT.
	IF CRT-FROM > CRT-TO
		DISPLAY "FROM DATE IS AFTER TO DATE"
		GO TO OPEN-REQUEST-EXIT.
	IF CRT-TO > TODAYS-DATE
		DISPLAY "TO DATE IS IN THE FUTURE"
		GO TO OPEN-REQUEST-EXIT.
	MOVE CRT-PARTNER TO FILE-STR-PARTNER.
	MOVE CRT-FUND TO FILE-STR-FUND.
	MOVE TODAYS-DATE TO FILE-STR-REQ-DATE.
	READ STRREQ-FILE.
	IF STATUS-1 = "0"
		DISPLAY "REQUEST ALREADY OPENED TODAY"
		PERFORM SHOW-REQUEST
		GO TO OPEN-REQUEST-EXIT.
	MOVE CRT-PARTNER TO FILE-STR-PARTNER.
	MOVE CRT-FUND TO FILE-STR-FUND.
	MOVE TODAYS-DATE TO FILE-STR-REQ-DATE.
	MOVE CRT-FROM TO FILE-STR-FROM-DATE.
	MOVE CRT-TO TO FILE-STR-TO-DATE.
	SET FILE-STR-IS-PENDING TO TRUE.
	MOVE CRT-OPER TO FILE-STR-REQ-BY.
	MOVE ZERO TO FILE-STR-SENT-DATE.
	MOVE ZERO TO FILE-STR-DUE-DATE.
	MOVE ZERO TO FILE-STR-ANS-DATE.
	MOVE ZERO TO FILE-STR-TRADES.
	MOVE ZERO TO FILE-STR-FLAGS.
	MOVE ZERO TO FILE-STR-RESTRICTED.
	MOVE SPACES TO FILE-STR-NOTE.
	WRITE STRREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE STR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "REQUEST NOT SAVED"
		GO TO OPEN-REQUEST-EXIT.
	MOVE "Shareholder Trading Requested" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "REQUEST OPENED - FILE GOES OUT TONIGHT".
	PERFORM SHOW-REQUEST.
       OPEN-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Cancel a request the partner has not yet answered
      ******************************************************
       CANCEL-REQUEST.
	IF CRT-REQDT NOT NUMERIC
		DISPLAY "REQUESTED ON DATE REQUIRED"
		GO TO CANCEL-REQUEST-EXIT.
	MOVE CRT-PARTNER TO FILE-STR-PARTNER.
	MOVE CRT-FUND TO FILE-STR-FUND.
	MOVE CRT-REQDT TO FILE-STR-REQ-DATE.
	READ STRREQ-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO REQUEST ON FILE"
		GO TO CANCEL-REQUEST-EXIT.
	IF NOT FILE-STR-IS-OPEN
		DISPLAY "REQUEST IS ALREADY ANSWERED OR CANCELLED"
		PERFORM SHOW-REQUEST
		GO TO CANCEL-REQUEST-EXIT.
	SET FILE-STR-IS-CANCELLED TO TRUE.
	MOVE "CANCELLED BY" TO FILE-STR-NOTE.
	MOVE CRT-OPER TO FILE-STR-NOTE(14:10).
	REWRITE STRREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE STR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NOT SAVED"
		GO TO CANCEL-REQUEST-EXIT.
	MOVE "Shareholder Trading Request Cancelled" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "REQUEST CANCELLED".
	PERFORM SHOW-REQUEST.
       CANCEL-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Every request on file for the partner, oldest fund
      *  first -- limited to one fund when one is keyed
      ******************************************************
       LIST-REQUESTS.
	MOVE ZERO TO LIST-COUNT.
	MOVE "N" TO LIST-EOF-SWITCH.
	MOVE CRT-PARTNER TO FILE-STR-PARTNER.
	MOVE CRT-FUND TO FILE-STR-FUND.
	MOVE ZERO TO FILE-STR-REQ-DATE.
	START STRREQ-FILE KEY IS NOT LESS THAN FILE-STR-KEY
		INVALID KEY SET DONE-LISTING TO TRUE.
	PERFORM LIST-ONE-REQUEST THRU LIST-ONE-REQUEST-EXIT
		UNTIL DONE-LISTING.
	IF LIST-COUNT = ZERO
		DISPLAY "NO REQUESTS ON FILE".
       LIST-REQUESTS-EXIT.
	EXIT.
      ******************************************************
       LIST-ONE-REQUEST.
	READ STRREQ-FILE NEXT RECORD
		AT END SET DONE-LISTING TO TRUE.
	IF DONE-LISTING
		GO TO LIST-ONE-REQUEST-EXIT.
	IF FILE-STR-PARTNER NOT = CRT-PARTNER
		SET DONE-LISTING TO TRUE
		GO TO LIST-ONE-REQUEST-EXIT.
	IF CRT-FUND NOT = SPACES AND FILE-STR-FUND NOT = CRT-FUND
		SET DONE-LISTING TO TRUE
		GO TO LIST-ONE-REQUEST-EXIT.
	ADD 1 TO LIST-COUNT.
	PERFORM SHOW-REQUEST.
       LIST-ONE-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Show where the request in the record area stands
      ******************************************************
       SHOW-REQUEST.
	MOVE FILE-STR-PARTNER TO STL-PARTNER.
	MOVE FILE-STR-FUND TO STL-FUND.
	MOVE FILE-STR-REQ-DATE TO STL-REQ-DATE.
	MOVE FILE-STR-FROM-DATE TO STL-FROM.
	MOVE FILE-STR-TO-DATE TO STL-TO.
	MOVE FILE-STR-STATUS TO STL-STATUS.
	MOVE FILE-STR-DUE-DATE TO STL-DUE.
	MOVE FILE-STR-FLAGS TO STL-FLAGS.
	DISPLAY STATUS-LINE.
	IF FILE-STR-NOTE NOT = SPACES
		DISPLAY FILE-STR-NOTE.
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
