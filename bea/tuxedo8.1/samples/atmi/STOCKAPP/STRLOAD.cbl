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
      * #ident	"@(#) samples/atmi/STOCKAPP/STRLOAD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/STRLOAD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * STRLOAD loads an omnibus partner's answer to a Rule
      * 22c-2 shareholder trading request (see STRMNT and
      * STRSEND) and puts the shareholders behind the
      * partner's account through the surveillance SURVRPT
      * applies to our own accounts.  STRIN.IT arrives under
      * the same envelope discipline as PARTLOAD's orders:
      *   H  header -- the partner, the fund, and the date
      *      our request was opened, echoed from STROUT.IT
      *   D  one item per underlying trade -- the partner's
      *      sub-account, the shareholder's TIN, the trade
      *      date, the side (B buy, S sell) and the shares
      *   T  trailer -- item count and share hash total
      * The envelope is proved before anything is stored,
      * and the header has to match a request still open on
      * STRREQ.IT.
      *
      * Each trade is kept on STRTRD.IT under the request,
      * valued at the fund's last QUOTEHST.IT sell price on
      * or before the trade date (the current QUOTE.IT price
      * when the history does not go back that far).  A
      * reload of the same request replaces what the last
      * load stored.  A trade with no sub-account, a side
      * other than B or S, no shares, or a date outside the
      * range asked for is listed and not stored.
      *
      * The stored trades are then run, sub-account by
      * sub-account, through SURVRPT's LARGE TRADE and ROUND
      * TRIP tests with SURVRPT's own PARAM.IT thresholds.
      * Every sub-account that raises a flag goes on the
      * restriction instruction file STRRSTR.IT back to the
      * partner -- a purchase block ("B") through today plus
      * STRBLKDAYS days -- and the request goes "A"
      * answered with its counts.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. STRLOAD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT STRIN-FILE ASSIGN "STRIN.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT STRREQ-FILE ASSIGN "STRREQ.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-STR-KEY
		STATUS STRREQ-FILE-STATUS.
	SELECT STRTRD-FILE ASSIGN "STRTRD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-STT-KEY
		STATUS STRTRD-FILE-STATUS.
	SELECT STRRSTR-FILE ASSIGN "STRRSTR.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS RSTR-FILE-STATUS.
	SELECT QUOTEHST-FILE ASSIGN "QUOTEHST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-HIST-KEY
		STATUS QUOTEHST-FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The partner's response -- one 80-byte record per
      * line, the first byte saying which shape the rest
      * takes
      ******************************************************
	FD  STRIN-FILE; RECORD 80.
	01  STRIN-ITEM.
	     03  STI-REC-TYPE		PIC X(01).
		 88  STI-IS-HEADER	VALUE "H".
		 88  STI-IS-DETAIL	VALUE "D".
		 88  STI-IS-TRAILER	VALUE "T".
	     03  STI-REC-BODY		PIC X(79).
	01  STRIN-HEADER REDEFINES STRIN-ITEM.
	     03  FILLER			PIC X(01).
	     03  STI-HDR-PARTNER	PIC X(10).
	     03  STI-HDR-FUND		PIC X(10).
	     03  STI-HDR-REQ-DATE	PIC 9(8).
	     03  FILLER			PIC X(51).
	01  STRIN-DETAIL REDEFINES STRIN-ITEM.
	     03  FILLER			PIC X(01).
	     03  STI-DTL-SUBACCT	PIC X(20).
	     03  STI-DTL-TIN		PIC X(9).
	     03  STI-DTL-TRADE-DATE	PIC 9(8).
	     03  STI-DTL-SIDE		PIC X(01).
		 88  STI-DTL-IS-BUY	VALUE "B".
		 88  STI-DTL-IS-SELL	VALUE "S".
	     03  STI-DTL-SHARES		PIC 9(7)V999.
	     03  FILLER			PIC X(31).
	01  STRIN-TRAILER REDEFINES STRIN-ITEM.
	     03  FILLER			PIC X(01).
	     03  STI-TRL-COUNT		PIC 9(7).
	     03  STI-TRL-HASH		PIC 9(11)V999.
	     03  FILLER			PIC X(58).
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
      * Underlying-shareholder trades, kept under the
      * request they answer -- sub-account, trade date and
      * the item's place in the partner's file order them
      * the way the blotter orders our own accounts' trades.
      * FILE-STT-LARGE and FILE-STT-ROUND carry "Y" for the
      * surveillance flags the trade raised.
      ******************************************************
	FD  STRTRD-FILE; RECORD 105.
	01  STRTRD-ITEM.
	     03  FILE-STT-KEY.
		05  FILE-STT-PARTNER	PIC X(10).
		05  FILE-STT-FUND	PIC X(10).
		05  FILE-STT-REQ-DATE	PIC 9(8).
		05  FILE-STT-SUBACCT	PIC X(20).
		05  FILE-STT-TRADE-DATE	PIC 9(8).
		05  FILE-STT-SEQ	PIC 9(5).
	     03  FILE-STT-TIN		PIC X(9).
	     03  FILE-STT-SIDE		PIC X(01).
		 88  FILE-STT-IS-BUY	VALUE "B".
		 88  FILE-STT-IS-SELL	VALUE "S".
	     03  FILE-STT-SHARES	PIC 9(7)V999.
	     03  FILE-STT-PRICE		PIC 9(7)V99.
	     03  FILE-STT-VALUE		PIC 9(11)V99.
	     03  FILE-STT-LARGE		PIC X(01).
	     03  FILE-STT-ROUND		PIC X(01).
      ******************************************************
      * The restriction instruction back to the partner --
      * one header naming the request, one detail per
      * offending sub-account, a trailer counting them
      ******************************************************
	FD  STRRSTR-FILE; RECORD 80.
	01  STRRSTR-ITEM.
	     03  SR-REC-TYPE		PIC X(01).
	     03  SR-REC-BODY		PIC X(79).
	01  STRRSTR-HEADER REDEFINES STRRSTR-ITEM.
	     03  FILLER			PIC X(01).
	     03  SR-HDR-FIRM		PIC X(10).
	     03  SR-HDR-PARTNER		PIC X(10).
	     03  SR-HDR-FUND		PIC X(10).
	     03  SR-HDR-REQ-DATE	PIC 9(8).
	     03  SR-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(33).
	01  STRRSTR-DETAIL REDEFINES STRRSTR-ITEM.
	     03  FILLER			PIC X(01).
	     03  SR-DTL-SUBACCT		PIC X(20).
	     03  SR-DTL-TIN		PIC X(9).
	     03  SR-DTL-TYPE		PIC X(01).
	     03  SR-DTL-REASON		PIC X(12).
	     03  SR-DTL-FIRST-DATE	PIC 9(8).
	     03  SR-DTL-FLAGS		PIC 9(5).
	     03  SR-DTL-THRU-DATE	PIC 9(8).
	     03  FILLER			PIC X(16).
	01  STRRSTR-TRAILER REDEFINES STRRSTR-ITEM.
	     03  FILLER			PIC X(01).
	     03  SR-TRL-COUNT		PIC 9(7).
	     03  FILLER			PIC X(72).
      ******************************************************
      * Price history -- see XFERSR
      ******************************************************
	FD  QUOTEHST-FILE; RECORD 52.
	01  HIST-ITEM.
		02  FILE-HIST-KEY.
			03  FILE-HIST-FUND	PIC X(10).
			03  FILE-HIST-DATE	PIC 9(8).
			03  FILE-HIST-TIME	PIC 9(8).
		02  FILE-HIST-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-OPERATOR		PIC X(08).
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
			"STRLOAD =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"STRLOAD ERR =>".
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
 	01  STRREQ-FILE-STATUS.
           	05  STR-STATUS-1	PIC X.
           	05  STR-STATUS-2	PIC X.
 	01  STRTRD-FILE-STATUS.
           	05  STT-STATUS-1	PIC X.
           	05  STT-STATUS-2	PIC X.
 	01  RSTR-FILE-STATUS.
           	05  RSTR-STATUS-1	PIC X.
           	05  RSTR-STATUS-2	PIC X.
 	01  QUOTEHST-FILE-STATUS.
           	05  HIST-STATUS-1	PIC X.
           	05  HIST-STATUS-2	PIC X.
	01  HIST-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTEHST-AVAILABLE	VALUE "Y".
	01  HIST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-HISTORY	VALUE "Y".
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
	01  QUOTE-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTE-AVAILABLE	VALUE "Y".
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * This firm's identifier on every file it sends --
      * the same one STRSEND and ACATOUT use
      ******************************************************
	01  OUR-FIRM		PIC X(10) VALUE "STOCKAPP".
      ******************************************************
      * Thresholds -- SURVRPT's, under SURVRPT's PARAM.IT
      * names and defaults, so a partner's shareholders are
      * held to the same tests as our own accounts; plus
      * the length of the purchase block asked for
      ******************************************************
	77  DEFAULT-LARGE-AMT	PIC 9(9)V99 VALUE 100000.
	77  DEFAULT-RT-DAYS	PIC 9(3) VALUE 30.
	77  DEFAULT-BLOCK-DAYS	PIC 9(3) VALUE 90.
	01  LARGE-AMT		PIC 9(9)V99.
	01  RT-DAYS		PIC 9(3).
	01  BLOCK-DAYS		PIC 9(3).
	01  BLOCK-THRU-DATE	PIC 9(8).
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
		88  TRAILER-SEEN	VALUE "Y".
	01  FEED-PARTNER	PIC X(10).
	01  FEED-FUND		PIC X(10).
	01  FEED-REQ-DATE	PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SCAN-HASH		PIC 9(11)V999 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
	01  STATED-HASH		PIC 9(11)V999.
      ******************************************************
      * Load-pass control and the one-day price cache -- a
      * partner's file runs sub-account by sub-account, so
      * the same trade date comes round again and again
      ******************************************************
	01  ITEM-SEQ		PIC 9(5) VALUE ZERO.
	01  REJECT-REASON	PIC X(20).
	01  PRICED-DATE		PIC 9(8) VALUE ZERO.
	01  PRICED-PRICE	PIC 9(7)V99 VALUE ZERO.
	01  TRADE-PRICE		PIC 9(7)V99.
	01  TRADE-VALUE		PIC 9(11)V99.
      ******************************************************
      * Surveillance-pass tracking -- within one sub-account
      * (the trade key order), the date of the last buy seen
      * and what the sub-account has raised so far
      ******************************************************
	01  SURV-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-SURVEYING	VALUE "Y".
	01  FIRST-SWITCH	PIC X VALUE "Y".
		88  FIRST-RECORD	VALUE "Y".
	01  CTL-SUBACCT		PIC X(20).
	01  CTL-TIN		PIC X(9).
	01  LAST-BUY-DATE	PIC 9(8) VALUE ZERO.
	01  WINDOW-END-DATE	PIC 9(8).
	01  SUB-FLAGS		PIC 9(5) VALUE ZERO.
	01  SUB-FIRST-DATE	PIC 9(8) VALUE ZERO.
	01  SUB-LARGE-SWITCH	PIC X VALUE "N".
		88  SUB-HAD-LARGE	VALUE "Y".
	01  SUB-ROUND-SWITCH	PIC X VALUE "N".
		88  SUB-HAD-ROUND	VALUE "Y".
	01  RPT-FLAG-NAME	PIC X(12).
      ******************************************************
      * Counts
      ******************************************************
	01  STORED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  REJECT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  PURGED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  QUOTE-PRICED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  FLAG-COUNT		PIC 9(5) VALUE ZERO.
	01  RESTRICT-COUNT	PIC 9(5) VALUE ZERO.
      ******************************************************
      * Calendar arithmetic for the round-trip window and
      * the end of the purchase block
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
		05  FILLER	PIC X(30) VALUE
			"SHAREHOLDER TRADING RESPONSE -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(13) VALUE "  PARTNER =>".
		05  RPT-PARTNER	PIC X(10).
		05  FILLER	PIC X(9) VALUE "  FUND =>".
		05  RPT-FUND	PIC X(10).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-REQ-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - NO OPEN REQUEST OPENED".
		05  RPT-REQ-DATE	PIC 9(8).
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  STATED HASH =>".
		05  RPT-STATED-HASH	PIC ZZZZZZZZZZ9.999.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-HASH	PIC ZZZZZZZZZZ9.999.
	01  RPT-REJECT-HEAD.
		05  FILLER	PIC X(40) VALUE
			"TRADES NOT STORED".
	01  RPT-REJECT-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RJ-SUBACCT	PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RJ-DATE		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RJ-SIDE		PIC X(01).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RJ-REASON	PIC X(20).
	01  RPT-FLAG-HEAD.
		05  FILLER	PIC X(40) VALUE
			"SURVEILLANCE FLAGS".
	01  RPT-LINE.
		05  RPT-FLAG		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-SUBACCT		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-TRADE-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-VALUE		PIC $$,$$$,$$$,$$9.99.
	01  RPT-RESTRICT-LINE.
		05  FILLER		PIC X(14) VALUE
			"  RESTRICT => ".
		05  RPT-RS-SUBACCT	PIC X(20).
		05  FILLER		PIC X(6) VALUE "  TIN ".
		05  RPT-RS-TIN		PIC X(9).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RS-REASON	PIC X(12).
		05  FILLER		PIC X(7) VALUE " THRU ".
		05  RPT-RS-THRU		PIC 9(8).
	01  RPT-STORED.
		05  FILLER	PIC X(20) VALUE "TRADES STORED     =>".
		05  RPT-STORED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  NOT STORED  =>".
		05  RPT-REJECT-COUNT	PIC ZZZZZZ9.
	01  RPT-REPLACED.
		05  FILLER	PIC X(20) VALUE "REPLACED FROM LAST=>".
		05  RPT-PURGED-COUNT	PIC ZZZZZZ9.
	01  RPT-QUOTED.
		05  FILLER	PIC X(20) VALUE "AT CURRENT PRICE  =>".
		05  RPT-QUOTED-COUNT	PIC ZZZZZZ9.
	01  RPT-FLAGS.
		05  FILLER	PIC X(20) VALUE "FLAGS RAISED      =>".
		05  RPT-FLAG-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  SUB-ACCOUNTS =>".
		05  RPT-RESTRICT-COUNT	PIC ZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-STRLOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-THRESHOLDS THRU GET-THRESHOLDS-EXIT.
	PERFORM COMPUTE-BLOCK-END.
      *****************************************************
      * Pass one -- prove the envelope before storing a
      * single trade
      *****************************************************
	OPEN INPUT STRIN-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN STRIN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT UNTIL DONE-READING.
	CLOSE STRIN-FILE.
	PERFORM JUDGE-ENVELOPE.
	MOVE TODAYS-DATE TO RPT-DATE.
	MOVE FEED-PARTNER TO RPT-PARTNER.
	MOVE FEED-FUND TO RPT-FUND.
	IF ENVELOPE-BAD
		DISPLAY SPACE
		DISPLAY RPT-TITLE
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		MOVE STATED-HASH TO RPT-STATED-HASH
		MOVE SCAN-HASH TO RPT-SCAN-HASH
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * The header has to answer a request still open --
      * nothing loads against a cancelled one, or one
      * already answered, or one never made
      *****************************************************
	OPEN I-O STRREQ-FILE.
	IF STR-STATUS-1 NOT = "0"
		MOVE "OPEN STRREQ" TO LOG-ERR-ROUTINE
		MOVE STR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE FEED-PARTNER TO FILE-STR-PARTNER.
	MOVE FEED-FUND TO FILE-STR-FUND.
	MOVE FEED-REQ-DATE TO FILE-STR-REQ-DATE.
	READ STRREQ-FILE.
	IF STR-STATUS-1 NOT = "0" OR NOT FILE-STR-IS-OPEN
		DISPLAY SPACE
		DISPLAY RPT-TITLE
		MOVE FEED-REQ-DATE TO RPT-REQ-DATE
		DISPLAY RPT-REQ-BAD
		MOVE "File Rejected - Request" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		CLOSE STRREQ-FILE
		PERFORM A-999-EXIT.
      *****************************************************
      * Request matched -- open the working files, clear
      * what an earlier load of this request stored, and
      * store pass two
      *****************************************************
	PERFORM OPEN-STRTRD.
	MOVE "N" TO HIST-OPEN-SWITCH.
	OPEN INPUT QUOTEHST-FILE.
	IF HIST-STATUS-1 = "0"
		MOVE "Y" TO HIST-OPEN-SWITCH.
	MOVE "N" TO QUOTE-OPEN-SWITCH.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		MOVE "Y" TO QUOTE-OPEN-SWITCH.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	PERFORM PURGE-PRIOR-LOAD THRU PURGE-PRIOR-LOAD-EXIT.
	OPEN INPUT STRIN-FILE.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-LOOP UNTIL DONE-READING.
	CLOSE STRIN-FILE.
	IF QUOTEHST-AVAILABLE
		CLOSE QUOTEHST-FILE.
	IF QUOTE-AVAILABLE
		CLOSE QUOTE-FILE.
      *****************************************************
      * Pass three -- the surveillance tests over what was
      * stored, and the restriction instruction they drive
      *****************************************************
	OPEN OUTPUT STRRSTR-FILE.
	IF RSTR-STATUS-1 NOT = "0"
		MOVE "OPEN STRRSTR" TO LOG-ERR-ROUTINE
		MOVE RSTR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE STRREQ-FILE
		CLOSE STRTRD-FILE
		PERFORM A-999-EXIT.
	MOVE SPACES TO STRRSTR-ITEM.
	MOVE "H" TO SR-REC-TYPE.
	MOVE OUR-FIRM TO SR-HDR-FIRM.
	MOVE FEED-PARTNER TO SR-HDR-PARTNER.
	MOVE FEED-FUND TO SR-HDR-FUND.
	MOVE FEED-REQ-DATE TO SR-HDR-REQ-DATE.
	MOVE TODAYS-DATE TO SR-HDR-DATE.
	WRITE STRRSTR-ITEM.
	PERFORM SURVEY-TRADES THRU SURVEY-TRADES-EXIT.
	MOVE SPACES TO STRRSTR-ITEM.
	MOVE "T" TO SR-REC-TYPE.
	MOVE RESTRICT-COUNT TO SR-TRL-COUNT.
	WRITE STRRSTR-ITEM.
	CLOSE STRRSTR-FILE.
	CLOSE STRTRD-FILE.
      *****************************************************
      * The request is answered
      *****************************************************
	MOVE FEED-PARTNER TO FILE-STR-PARTNER.
	MOVE FEED-FUND TO FILE-STR-FUND.
	MOVE FEED-REQ-DATE TO FILE-STR-REQ-DATE.
	READ STRREQ-FILE.
	IF STR-STATUS-1 = "0"
		SET FILE-STR-IS-ANSWERED TO TRUE
		MOVE TODAYS-DATE TO FILE-STR-ANS-DATE
		MOVE STORED-COUNT TO FILE-STR-TRADES
		MOVE FLAG-COUNT TO FILE-STR-FLAGS
		MOVE RESTRICT-COUNT TO FILE-STR-RESTRICTED
		MOVE SPACES TO FILE-STR-NOTE
		REWRITE STRREQ-ITEM
	END-IF.
	IF STR-STATUS-1 NOT = "0"
		MOVE "REWRITE STR" TO LOG-ERR-ROUTINE
		MOVE STR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	CLOSE STRREQ-FILE.
	DISPLAY SPACE.
	MOVE STORED-COUNT TO RPT-STORED-COUNT.
	MOVE REJECT-COUNT TO RPT-REJECT-COUNT.
	DISPLAY RPT-STORED.
	IF PURGED-COUNT > ZERO
		MOVE PURGED-COUNT TO RPT-PURGED-COUNT
		DISPLAY RPT-REPLACED.
	IF QUOTE-PRICED-COUNT > ZERO
		MOVE QUOTE-PRICED-COUNT TO RPT-QUOTED-COUNT
		DISPLAY RPT-QUOTED.
	MOVE FLAG-COUNT TO RPT-FLAG-COUNT.
	MOVE RESTRICT-COUNT TO RPT-RESTRICT-COUNT.
	DISPLAY RPT-FLAGS.
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
      *  SURVRPT's thresholds and the block length -- from
      *  PARAM.IT or defaults
      ******************************************************
       GET-THRESHOLDS.
	MOVE DEFAULT-LARGE-AMT TO LARGE-AMT.
	MOVE DEFAULT-RT-DAYS TO RT-DAYS.
	MOVE DEFAULT-BLOCK-DAYS TO BLOCK-DAYS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		MOVE "No PARAM.IT - Using Defaults" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO GET-THRESHOLDS-EXIT.
	MOVE "SURVLARGE" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO LARGE-AMT.
	MOVE "SURVRNDTRP" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO RT-DAYS.
	MOVE "STRBLKDAYS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO BLOCK-DAYS.
	CLOSE PARAM-FILE.
       GET-THRESHOLDS-EXIT.
	EXIT.
      ******************************************************
      *  Today walked forward BLOCK-DAYS calendar days -- the
      *  last day of the purchase block asked for
      ******************************************************
       COMPUTE-BLOCK-END.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > BLOCK-DAYS.
	COMPUTE BLOCK-THRU-DATE =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ STRIN-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF STI-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE STI-HDR-PARTNER TO FEED-PARTNER
		MOVE STI-HDR-FUND TO FEED-FUND
		MOVE STI-HDR-REQ-DATE TO FEED-REQ-DATE
	ELSE IF STI-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE STI-TRL-COUNT TO STATED-COUNT
		MOVE STI-TRL-HASH TO STATED-HASH
	ELSE IF STI-IS-DETAIL
		ADD 1 TO SCAN-COUNT
		IF STI-DTL-SHARES NUMERIC
			ADD STI-DTL-SHARES TO SCAN-HASH
		END-IF
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Does the envelope hold?  Header and trailer both
      *  present, the detail count matching the stated count,
      *  and the share hash balancing exactly.
      ******************************************************
       JUDGE-ENVELOPE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
		MOVE "Y" TO ENV-SWITCH.
	IF NOT ENVELOPE-BAD
		IF SCAN-COUNT NOT = STATED-COUNT OR
		   SCAN-HASH NOT = STATED-HASH
			MOVE "Y" TO ENV-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  Open (creating on first use) the trade store
      ******************************************************
       OPEN-STRTRD.
	OPEN I-O STRTRD-FILE.
	IF STT-STATUS-1 = "3"
		OPEN OUTPUT STRTRD-FILE
		CLOSE STRTRD-FILE
		OPEN I-O STRTRD-FILE.
	IF STT-STATUS-1 NOT = "0"
		MOVE "OPEN STRTRD" TO LOG-ERR-ROUTINE
		MOVE STT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE STRREQ-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      *  Delete whatever an earlier load stored against this
      *  request -- the partner's corrected file replaces it
      ******************************************************
       PURGE-PRIOR-LOAD.
	MOVE "N" TO SURV-EOF-SWITCH.
	PERFORM POSITION-AT-REQUEST.
	PERFORM PURGE-ONE-TRADE THRU PURGE-ONE-TRADE-EXIT
		UNTIL DONE-SURVEYING.
	MOVE "N" TO SURV-EOF-SWITCH.
       PURGE-PRIOR-LOAD-EXIT.
	EXIT.
      ******************************************************
       PURGE-ONE-TRADE.
	READ STRTRD-FILE NEXT RECORD
		AT END SET DONE-SURVEYING TO TRUE.
	IF DONE-SURVEYING
		GO TO PURGE-ONE-TRADE-EXIT.
	IF FILE-STT-PARTNER NOT = FEED-PARTNER OR
	   FILE-STT-FUND NOT = FEED-FUND OR
	   FILE-STT-REQ-DATE NOT = FEED-REQ-DATE
		SET DONE-SURVEYING TO TRUE
		GO TO PURGE-ONE-TRADE-EXIT.
	DELETE STRTRD-FILE RECORD.
	IF STT-STATUS-1 = "0"
		ADD 1 TO PURGED-COUNT.
       PURGE-ONE-TRADE-EXIT.
	EXIT.
      ******************************************************
      *  Put the trade store at the request's first trade
      ******************************************************
       POSITION-AT-REQUEST.
	MOVE FEED-PARTNER TO FILE-STT-PARTNER.
	MOVE FEED-FUND TO FILE-STT-FUND.
	MOVE FEED-REQ-DATE TO FILE-STT-REQ-DATE.
	MOVE LOW-VALUES TO FILE-STT-SUBACCT.
	MOVE ZERO TO FILE-STT-TRADE-DATE.
	MOVE ZERO TO FILE-STT-SEQ.
	START STRTRD-FILE KEY IS NOT LESS THAN FILE-STT-KEY
		INVALID KEY SET DONE-SURVEYING TO TRUE.
      ******************************************************
      *  Pass two: store one record -- header and trailer
      *  ride through, each detail trade stores or is listed
      ******************************************************
       LOAD-LOOP.
	READ STRIN-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF STI-IS-DETAIL
			ADD 1 TO ITEM-SEQ
			PERFORM STORE-ONE-TRADE THRU
				STORE-ONE-TRADE-EXIT
		END-IF
	END-IF.
      ******************************************************
      *  Check one trade, value it, and keep it under the
      *  request
      ******************************************************
       STORE-ONE-TRADE.
	IF STI-DTL-SUBACCT = SPACES
		MOVE "NO SUB-ACCOUNT" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	IF NOT STI-DTL-IS-BUY AND NOT STI-DTL-IS-SELL
		MOVE "SIDE NOT B OR S" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	IF STI-DTL-SHARES NOT NUMERIC
		MOVE "NO SHARES" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	IF STI-DTL-SHARES = ZERO
		MOVE "NO SHARES" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	IF STI-DTL-TRADE-DATE NOT NUMERIC
		MOVE "NO TRADE DATE" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	IF STI-DTL-TRADE-DATE < FILE-STR-FROM-DATE OR
	   STI-DTL-TRADE-DATE > FILE-STR-TO-DATE
		MOVE "OUTSIDE DATE RANGE" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	PERFORM FIND-TRADE-PRICE THRU FIND-TRADE-PRICE-EXIT.
	COMPUTE TRADE-VALUE ROUNDED =
	    STI-DTL-SHARES * TRADE-PRICE.
	MOVE FEED-PARTNER TO FILE-STT-PARTNER.
	MOVE FEED-FUND TO FILE-STT-FUND.
	MOVE FEED-REQ-DATE TO FILE-STT-REQ-DATE.
	MOVE STI-DTL-SUBACCT TO FILE-STT-SUBACCT.
	MOVE STI-DTL-TRADE-DATE TO FILE-STT-TRADE-DATE.
	MOVE ITEM-SEQ TO FILE-STT-SEQ.
	MOVE STI-DTL-TIN TO FILE-STT-TIN.
	MOVE STI-DTL-SIDE TO FILE-STT-SIDE.
	MOVE STI-DTL-SHARES TO FILE-STT-SHARES.
	MOVE TRADE-PRICE TO FILE-STT-PRICE.
	MOVE TRADE-VALUE TO FILE-STT-VALUE.
	MOVE "N" TO FILE-STT-LARGE.
	MOVE "N" TO FILE-STT-ROUND.
	WRITE STRTRD-ITEM.
	IF STT-STATUS-1 NOT = "0"
		MOVE "WRITE STT" TO LOG-ERR-ROUTINE
		MOVE STT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "NOT WRITTEN" TO REJECT-REASON
		PERFORM LIST-REJECT
		GO TO STORE-ONE-TRADE-EXIT.
	ADD 1 TO STORED-COUNT.
       STORE-ONE-TRADE-EXIT.
	EXIT.
      ******************************************************
      *  List one trade not stored -- the heading goes out
      *  ahead of the first one
      ******************************************************
       LIST-REJECT.
	IF REJECT-COUNT = ZERO
		DISPLAY SPACE
		DISPLAY RPT-REJECT-HEAD.
	ADD 1 TO REJECT-COUNT.
	MOVE STI-DTL-SUBACCT TO RPT-RJ-SUBACCT.
	MOVE STRIN-DETAIL(31:8) TO RPT-RJ-DATE.
	MOVE STI-DTL-SIDE TO RPT-RJ-SIDE.
	MOVE REJECT-REASON TO RPT-RJ-REASON.
	DISPLAY RPT-REJECT-LINE.
      ******************************************************
      *  The fund's last recorded sell price on or before
      *  the trade date -- the history is walked forward and
      *  the last qualifying entry kept, as XFERSR values an
      *  inheritance.  The current quote stands in when the
      *  history has nothing that old.
      ******************************************************
       FIND-TRADE-PRICE.
	IF STI-DTL-TRADE-DATE = PRICED-DATE
		MOVE PRICED-PRICE TO TRADE-PRICE
		GO TO FIND-TRADE-PRICE-EXIT.
	MOVE ZERO TO TRADE-PRICE.
	IF QUOTEHST-AVAILABLE
		MOVE "N" TO HIST-EOF-SWITCH
		MOVE FEED-FUND TO FILE-HIST-FUND
		MOVE ZERO TO FILE-HIST-DATE
		MOVE ZERO TO FILE-HIST-TIME
		START QUOTEHST-FILE KEY IS NOT LESS THAN
			FILE-HIST-KEY
			INVALID KEY SET DONE-HISTORY TO TRUE
		END-START
		PERFORM SCAN-ONE-PRICE THRU SCAN-ONE-PRICE-EXIT
			UNTIL DONE-HISTORY
	END-IF.
	IF TRADE-PRICE = ZERO AND QUOTE-AVAILABLE
		MOVE FEED-FUND TO FILE-QUOTE-FUND
		READ QUOTE-FILE
		IF QUOTE-STATUS-1 = "0"
			MOVE FILE-QUOTE-SELL-PRICE TO TRADE-PRICE
			ADD 1 TO QUOTE-PRICED-COUNT
		END-IF
	END-IF.
	MOVE STI-DTL-TRADE-DATE TO PRICED-DATE.
	MOVE TRADE-PRICE TO PRICED-PRICE.
       FIND-TRADE-PRICE-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-PRICE.
	READ QUOTEHST-FILE NEXT RECORD
		AT END SET DONE-HISTORY TO TRUE.
	IF DONE-HISTORY
		GO TO SCAN-ONE-PRICE-EXIT.
	IF FILE-HIST-FUND NOT = FEED-FUND
		SET DONE-HISTORY TO TRUE
		GO TO SCAN-ONE-PRICE-EXIT.
	IF FILE-HIST-DATE > STI-DTL-TRADE-DATE
		SET DONE-HISTORY TO TRUE
		GO TO SCAN-ONE-PRICE-EXIT.
	MOVE FILE-HIST-SELL-PRICE TO TRADE-PRICE.
       SCAN-ONE-PRICE-EXIT.
	EXIT.
      ******************************************************
      *  Pass three: walk the request's trades in key order
      *  through the tests, breaking at each sub-account
      ******************************************************
       SURVEY-TRADES.
	MOVE "N" TO SURV-EOF-SWITCH.
	PERFORM POSITION-AT-REQUEST.
	PERFORM SURVEY-ONE-TRADE THRU SURVEY-ONE-TRADE-EXIT
		UNTIL DONE-SURVEYING.
	IF NOT FIRST-RECORD
		PERFORM JUDGE-SUBACCOUNT THRU JUDGE-SUBACCOUNT-EXIT.
       SURVEY-TRADES-EXIT.
	EXIT.
      ******************************************************
       SURVEY-ONE-TRADE.
	READ STRTRD-FILE NEXT RECORD
		AT END SET DONE-SURVEYING TO TRUE.
	IF DONE-SURVEYING
		GO TO SURVEY-ONE-TRADE-EXIT.
	IF FILE-STT-PARTNER NOT = FEED-PARTNER OR
	   FILE-STT-FUND NOT = FEED-FUND OR
	   FILE-STT-REQ-DATE NOT = FEED-REQ-DATE
		SET DONE-SURVEYING TO TRUE
		GO TO SURVEY-ONE-TRADE-EXIT.
	IF FIRST-RECORD
		MOVE "N" TO FIRST-SWITCH
		PERFORM START-SUBACCOUNT
	ELSE
		IF FILE-STT-SUBACCT NOT = CTL-SUBACCT
			PERFORM JUDGE-SUBACCOUNT THRU
				JUDGE-SUBACCOUNT-EXIT
			PERFORM START-SUBACCOUNT
		END-IF
	END-IF.
	PERFORM CHECK-LARGE-TRADE.
	PERFORM CHECK-ROUND-TRIP THRU CHECK-ROUND-TRIP-EXIT.
	IF FILE-STT-LARGE = "Y" OR FILE-STT-ROUND = "Y"
		REWRITE STRTRD-ITEM.
       SURVEY-ONE-TRADE-EXIT.
	EXIT.
      ******************************************************
      *  A new sub-account -- nothing seen for it yet
      ******************************************************
       START-SUBACCOUNT.
	MOVE FILE-STT-SUBACCT TO CTL-SUBACCT.
	MOVE FILE-STT-TIN TO CTL-TIN.
	MOVE ZERO TO LAST-BUY-DATE.
	MOVE ZERO TO SUB-FLAGS.
	MOVE ZERO TO SUB-FIRST-DATE.
	MOVE "N" TO SUB-LARGE-SWITCH.
	MOVE "N" TO SUB-ROUND-SWITCH.
      ******************************************************
      *  A single trade over SURVRPT's dollar threshold
      ******************************************************
       CHECK-LARGE-TRADE.
	IF FILE-STT-VALUE NOT < LARGE-AMT
		MOVE "Y" TO FILE-STT-LARGE
		MOVE "Y" TO SUB-LARGE-SWITCH
		MOVE "LARGE TRADE" TO RPT-FLAG-NAME
		PERFORM SHOW-FLAG.
      ******************************************************
      *  A sell within the window after a buy in the same
      *  sub-account -- the key order delivers the trades
      *  chronologically, so the last buy date is all the
      *  state the check needs, as in SURVRPT
      ******************************************************
       CHECK-ROUND-TRIP.
	IF FILE-STT-IS-BUY
		MOVE FILE-STT-TRADE-DATE TO LAST-BUY-DATE
		GO TO CHECK-ROUND-TRIP-EXIT.
	IF NOT FILE-STT-IS-SELL OR LAST-BUY-DATE = ZERO
		GO TO CHECK-ROUND-TRIP-EXIT.
	PERFORM COMPUTE-WINDOW-END.
	IF FILE-STT-TRADE-DATE NOT > WINDOW-END-DATE
		MOVE "Y" TO FILE-STT-ROUND
		MOVE "Y" TO SUB-ROUND-SWITCH
		MOVE "ROUND TRIP" TO RPT-FLAG-NAME
		PERFORM SHOW-FLAG.
       CHECK-ROUND-TRIP-EXIT.
	EXIT.
      ******************************************************
      *  The last buy date walked forward RT-DAYS days
      ******************************************************
       COMPUTE-WINDOW-END.
	MOVE LAST-BUY-DATE(1:4) TO WORK-YEAR.
	MOVE LAST-BUY-DATE(5:2) TO WORK-MONTH.
	MOVE LAST-BUY-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > RT-DAYS.
	COMPUTE WINDOW-END-DATE =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
      *  Print one flag for the trade in hand -- the heading
      *  goes out ahead of the first one
      ******************************************************
       SHOW-FLAG.
	IF FLAG-COUNT = ZERO
		DISPLAY SPACE
		DISPLAY RPT-FLAG-HEAD.
	ADD 1 TO FLAG-COUNT.
	ADD 1 TO SUB-FLAGS.
	IF SUB-FIRST-DATE = ZERO
		MOVE FILE-STT-TRADE-DATE TO SUB-FIRST-DATE.
	MOVE RPT-FLAG-NAME TO RPT-FLAG.
	MOVE FILE-STT-SUBACCT TO RPT-SUBACCT.
	MOVE FILE-STT-TRADE-DATE TO RPT-TRADE-DATE.
	MOVE FILE-STT-VALUE TO RPT-VALUE.
	DISPLAY RPT-LINE.
      ******************************************************
      *  At the sub-account break, a sub-account that raised
      *  any flag goes on the restriction instruction
      ******************************************************
       JUDGE-SUBACCOUNT.
	IF SUB-FLAGS = ZERO
		GO TO JUDGE-SUBACCOUNT-EXIT.
	MOVE SPACES TO STRRSTR-ITEM.
	MOVE "D" TO SR-REC-TYPE.
	MOVE CTL-SUBACCT TO SR-DTL-SUBACCT.
	MOVE CTL-TIN TO SR-DTL-TIN.
	MOVE "B" TO SR-DTL-TYPE.
	IF SUB-HAD-ROUND AND SUB-HAD-LARGE
		MOVE "RT AND LARGE" TO SR-DTL-REASON
	ELSE IF SUB-HAD-ROUND
		MOVE "ROUND TRIP" TO SR-DTL-REASON
	ELSE
		MOVE "LARGE TRADE" TO SR-DTL-REASON.
	MOVE SUB-FIRST-DATE TO SR-DTL-FIRST-DATE.
	MOVE SUB-FLAGS TO SR-DTL-FLAGS.
	MOVE BLOCK-THRU-DATE TO SR-DTL-THRU-DATE.
	WRITE STRRSTR-ITEM.
	ADD 1 TO RESTRICT-COUNT.
	MOVE CTL-SUBACCT TO RPT-RS-SUBACCT.
	MOVE CTL-TIN TO RPT-RS-TIN.
	MOVE SR-DTL-REASON TO RPT-RS-REASON.
	MOVE BLOCK-THRU-DATE TO RPT-RS-THRU.
	DISPLAY RPT-RESTRICT-LINE.
       JUDGE-SUBACCOUNT-EXIT.
	EXIT.
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
