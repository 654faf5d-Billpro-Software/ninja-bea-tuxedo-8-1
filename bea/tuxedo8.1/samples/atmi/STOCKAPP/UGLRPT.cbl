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
      * #ident	"@(#) samples/atmi/STOCKAPP/UGLRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/UGLRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * UGLRPT is the unrealized gain/loss report -- the
      * other half of what GAINRPT and TAXRPT show.  Every
      * open CUSTLOT.IT lot is valued at the QUOTE.IT sell
      * price and set against its basis, the gain or loss
      * falling short- or long-term by the lot date (a lot
      * LOTBASIS.IT holds long-term, such as an inherited
      * one, is long-term whatever its date), and the
      * figures roll up by fund within account, by account,
      * then firm-wide by fund and by household.
      *
      * A lot whose basis the firm it came from never
      * reported (LOTBASIS.IT reason "U") has a value but no
      * gain; so does a lot in a fund with no quote on file.
      * Both are counted on the fund line so the figures are
      * not mistaken for complete.
      *
      * The harvesting section lists every lot whose loss
      * exceeds the PARAM.IT entry HARVLOSS (1,000.00 when
      * none is on file) -- the candidates for a tax-loss
      * sale -- and says whether selling it now would be a
      * wash sale: a live buy of the same fund in the same
      * account on the blotter in the last thirty days, a
      * PLAN.IT purchase plan due to buy it in the next
      * thirty, or the fund being the account's SWEEP.IT
      * money market, which buys every night cash sits idle.
      *
      * The report runs on demand, mostly in November and
      * December, and changes nothing.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. UGLRPT.
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
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS FILE-STATUS.
	SELECT LOT-FILE ASSIGN "CUSTLOT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOT-KEY
		STATUS LOT-FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT LOTBASIS-FILE ASSIGN "LOTBASIS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LBAS-KEY
		STATUS LOTBASIS-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	SELECT PLAN-FILE ASSIGN "PLAN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PLAN-KEY
		STATUS PLAN-FILE-STATUS.
	SELECT SWEEP-FILE ASSIGN "SWEEP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SWEEP-ACCOUNT
		STATUS SWEEP-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
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
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  LOT-FILE; RECORD 47.
	01  LOT-ITEM.
	     03  FILE-LOT-KEY.
		05  FILE-LOT-ACCOUNT		PIC X(10).
		05  FILE-LOT-FUND		PIC X(10).
		05  FILE-LOT-TRADE-DATE		PIC 9(8).
	     03  FILE-LOT-AMOUNT		PIC 9(7)V999.
	     03  FILE-LOT-PRICE			PIC 9(7)V99.
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
	FD  LOTBASIS-FILE; RECORD 65.
	01  LOTBASIS-ITEM.
	     03  FILE-LBAS-KEY.
		05  FILE-LBAS-ACCOUNT	PIC X(10).
		05  FILE-LBAS-FUND	PIC X(10).
		05  FILE-LBAS-TRADE-DATE	PIC 9(8).
	     03  FILE-LBAS-REASON	PIC X(01).
		 88  FILE-LBAS-UNREPORTED	VALUE "U".
	     03  FILE-LBAS-EVENT-DATE	PIC 9(8).
	     03  FILE-LBAS-LONG-TERM	PIC X(01).
		 88  FILE-LBAS-IS-LONG-TERM	VALUE "Y".
	     03  FILE-LBAS-LOSS-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-CARRY-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-EVENT-PRICE	PIC 9(7)V99.
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY.
		05  FILE-BLOTTER-ACCOUNT	PIC X(10).
		05  FILE-BLOTTER-FUND		PIC X(10).
		05  FILE-BLOTTER-DATE		PIC 9(8).
		05  FILE-BLOTTER-TIME		PIC 9(8).
		05  FILE-BLOTTER-ACTION	PIC X(01).
		    88  FILE-BLOTTER-IS-BUY	VALUE "B".
	     03  FILE-BLOTTER-AMOUNT		PIC 9(7)V999.
	     03  FILE-BLOTTER-PRICE		PIC 9(7)V99.
	     03  FILE-BLOTTER-ORDER-REF		PIC X(20).
	     03  FILE-BLOTTER-LINK-REF		PIC X(20).
	     03  FILE-BLOTTER-STATUS		PIC X(01).
		 88  FILE-BLOTTER-IS-LIVE	VALUE " ".
	     03  FILE-BLOTTER-OPERATOR		PIC X(10).
	     03  FILE-BLOTTER-FEE		PIC 9(7)V99.
	     03  FILE-BLOTTER-REP		PIC X(10).
	FD  PLAN-FILE; RECORD 55.
	01  PLAN-ITEM.
	     03  FILE-PLAN-KEY.
		05  FILE-PLAN-ACCOUNT	PIC X(10).
		05  FILE-PLAN-FUND	PIC X(10).
		05  FILE-PLAN-ACTION	PIC X(01).
	     03  FILE-PLAN-AMOUNT	PIC 9(9)V99.
	     03  FILE-PLAN-FREQ		PIC X(01).
	     03  FILE-PLAN-NEXT-DATE	PIC 9(8).
	     03  FILE-PLAN-OPERATOR	PIC X(10).
	     03  FILE-PLAN-SEQ		PIC 9(4).
	FD  SWEEP-FILE; RECORD 41.
	01  SWEEP-ITEM.
	     03  FILE-SWEEP-ACCOUNT	PIC X(10).
	     03  FILE-SWEEP-FUND	PIC X(10).
	     03  FILE-SWEEP-MIN-BAL	PIC 9(9)V99.
	     03  FILE-SWEEP-OPERATOR	PIC X(10).
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
		05  FILLER	PIC X(9) VALUE
			"UGLRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"UGLRPT ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status -- LOTBASIS, BLOTTER, PLAN and SWEEP are
      * optional; a site without one simply has nothing of
      * that kind to judge
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  LOT-FILE-STATUS.
           	05  LOT-STATUS-1	PIC X.
           	05  LOT-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  LOTBASIS-FILE-STATUS.
           	05  LBAS-STATUS-1	PIC X.
           	05  LBAS-STATUS-2	PIC X.
	01  LBAS-OPEN-SWITCH	PIC X VALUE "N".
		88  LOTBASIS-AVAILABLE	VALUE "Y".
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
	01  BLOT-OPEN-SWITCH	PIC X VALUE "N".
		88  BLOTTER-AVAILABLE	VALUE "Y".
 	01  PLAN-FILE-STATUS.
           	05  PLAN-STATUS-1	PIC X.
           	05  PLAN-STATUS-2	PIC X.
	01  PLAN-OPEN-SWITCH	PIC X VALUE "N".
		88  PLAN-AVAILABLE	VALUE "Y".
 	01  SWEEP-FILE-STATUS.
           	05  SWEEP-STATUS-1	PIC X.
           	05  SWEEP-STATUS-2	PIC X.
	01  SWEEP-OPEN-SWITCH	PIC X VALUE "N".
		88  SWEEP-AVAILABLE	VALUE "Y".
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
      ******************************************************
      * Walk controls
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  LOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LOTS		VALUE "Y".
	01  BLOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-BLOT-SCAN	VALUE "Y".
	01  BLOT-START-SWITCH	PIC X VALUE "N".
		88  BLOT-START-FAILED	VALUE "Y".
      ******************************************************
      * The dates judged against -- the long-term cutoff a
      * year back, and the thirty days either side of today
      * a wash sale looks across
      ******************************************************
	77  WASH-DAYS		PIC 9(3) VALUE 30.
	77  DEFAULT-HARV-LOSS	PIC 9(9)V99 VALUE 1000.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TERM-CUTOFF		PIC 9(8).
	01  WASH-LOOK-BACK	PIC 9(8).
	01  WASH-LOOK-AHEAD	PIC 9(8).
	01  HARV-LOSS		PIC 9(9)V99.
	01  WASH-DAY-SUB	PIC 9(4) COMP-5.
	01  WORK-DATE.
	    05  WORK-YEAR	PIC 9(4).
	    05  WORK-MONTH	PIC 9(2).
	    05  WORK-DAY	PIC 9(2).
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
      * The lot in hand, valued
      ******************************************************
	01  WORK-ACCOUNT	PIC X(10).
	01  WORK-HOUSEHOLD	PIC X(10).
	01  WORK-FUND		PIC X(10).
	01  WORK-PRICE		PIC 9(7)V99.
	01  QUOTE-SWITCH	PIC X VALUE "N".
		88  FUND-PRICED		VALUE "Y".
	01  LOT-VALUE		PIC 9(11)V99.
	01  LOT-BASIS		PIC 9(11)V99.
	01  LOT-GAIN		PIC S9(11)V99.
	01  LOT-LOSS		PIC 9(11)V99.
	01  LOT-TERM-SWITCH	PIC X VALUE "S".
		88  LOT-IS-LONG		VALUE "L".
	01  LOT-BASIS-SWITCH	PIC X VALUE "Y".
		88  LOT-BASIS-KNOWN	VALUE "Y".
      ******************************************************
      * Running figures -- the fund within the account, the
      * account, and the firm
      ******************************************************
	01  FUND-FIGURES.
	    05  FF-SHARES	PIC 9(9)V999.
	    05  FF-VALUE	PIC 9(11)V99.
	    05  FF-BASIS	PIC 9(11)V99.
	    05  FF-SHORT	PIC S9(11)V99.
	    05  FF-LONG		PIC S9(11)V99.
	    05  FF-NO-GAIN	PIC 9(5) COMP-5.
	01  ACCT-FIGURES.
	    05  AF-VALUE	PIC 9(11)V99.
	    05  AF-BASIS	PIC 9(11)V99.
	    05  AF-SHORT	PIC S9(11)V99.
	    05  AF-LONG		PIC S9(11)V99.
	    05  AF-LOTS		PIC 9(7) COMP-5.
	01  FIRM-VALUE		PIC 9(13)V99 VALUE ZERO.
	01  FIRM-BASIS		PIC 9(13)V99 VALUE ZERO.
	01  FIRM-SHORT		PIC S9(13)V99 VALUE ZERO.
	01  FIRM-LONG		PIC S9(13)V99 VALUE ZERO.
	01  ACCOUNT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  LOT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Firm-wide per-fund and per-household rollups
      ******************************************************
	01  FUND-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  FUND-SUB		PIC 9(4) COMP-5.
	01  FUND-HIT		PIC X VALUE "N".
	01  FUND-TABLE.
		05  FUND-ENTRY OCCURS 200 TIMES.
			10  FT-FUND		PIC X(10).
			10  FT-SHARES		PIC 9(9)V999.
			10  FT-VALUE		PIC 9(13)V99.
			10  FT-BASIS		PIC 9(13)V99.
			10  FT-SHORT		PIC S9(13)V99.
			10  FT-LONG		PIC S9(13)V99.
	01  HH-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  HH-SUB		PIC 9(4) COMP-5.
	01  HH-HIT		PIC X VALUE "N".
	01  HH-TABLE.
		05  HH-ENTRY OCCURS 500 TIMES.
			10  HT-HOUSEHOLD	PIC X(10).
			10  HT-ACCOUNTS		PIC 9(4) COMP-5.
			10  HT-VALUE		PIC 9(13)V99.
			10  HT-BASIS		PIC 9(13)V99.
			10  HT-SHORT		PIC S9(13)V99.
			10  HT-LONG		PIC S9(13)V99.
      ******************************************************
      * Harvesting -- the wash-sale finding for the lot in
      * hand and the section's counts
      ******************************************************
	01  WASH-REASON		PIC X(20).
	01  HARV-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  HARV-WASH-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  HARV-TOTAL		PIC 9(13)V99 VALUE ZERO.
	01  EDIT-ACCOUNTS	PIC ZZZ9.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(34) VALUE
			"UNREALIZED GAIN/LOSS REPORT -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-SECTION.
		05  RPT-SECTION-TEXT	PIC X(50).
	01  RPT-COL-HEAD.
		05  FILLER	PIC X(40) VALUE
		"  FUND              SHARES         VALUE".
		05  FILLER	PIC X(40) VALUE
		"          BASIS    SHORT-TERM     LONG-T".
		05  FILLER	PIC X(10) VALUE
		"ERM".
	01  RPT-ACCT-LINE.
		05  FILLER	PIC X(9) VALUE "ACCOUNT:".
		05  RPT-ACCOUNT		PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NAME		PIC X(30).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-ACCT-HH		PIC X(10).
	01  RPT-FIG-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-FIG-LABEL	PIC X(10).
		05  RPT-FIG-SHARES	PIC ZZZZZZZZ9.999.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-FIG-VALUE	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-FIG-BASIS	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-FIG-SHORT	PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-FIG-LONG	PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-FIG-NOTE	PIC X(20).
	01  RPT-HARV-HEAD.
		05  FILLER	PIC X(40) VALUE
		"ACCOUNT     FUND        LOT DATE       S".
		05  FILLER	PIC X(40) VALUE
		"HARES          LOSS TERM  WASH SALE IF ".
		05  FILLER	PIC X(10) VALUE
		"SOLD NOW".
	01  RPT-HARV-LINE.
		05  RPT-HV-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-HV-FUND		PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-HV-DATE		PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-HV-SHARES	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-HV-LOSS		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-HV-TERM		PIC X(5).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-HV-WASH		PIC X(20).
	01  RPT-HARV-LIMIT.
		05  FILLER	PIC X(30) VALUE
			"  LOSSES OVER =>".
		05  RPT-HV-LIMIT	PIC ZZZ,ZZZ,ZZ9.99.
	01  RPT-HARV-TOTAL.
		05  FILLER	PIC X(14) VALUE "CANDIDATES =>".
		05  RPT-HV-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(15) VALUE "  WOULD WASH =>".
		05  RPT-HV-WASH-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(15) VALUE "  TOTAL LOSS =>".
		05  RPT-HV-TOTAL	PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	01  RPT-TOTAL.
		05  FILLER	PIC X(14) VALUE "ACCOUNTS   =>".
		05  RPT-ACCOUNT-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  LOTS     =>".
		05  RPT-LOT-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-UGLRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	COMPUTE TERM-CUTOFF = TODAYS-DATE - 10000.
	PERFORM SET-WASH-WINDOW.
	PERFORM SET-HARVEST-LIMIT THRU SET-HARVEST-LIMIT-EXIT.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT LOT-FILE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "OPEN LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		CLOSE LOT-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		MOVE "Y" TO LBAS-OPEN-SWITCH.
	OPEN INPUT BLOTTER-FILE.
	IF BLOTTER-STATUS-1 = "0"
		MOVE "Y" TO BLOT-OPEN-SWITCH.
	OPEN INPUT PLAN-FILE.
	IF PLAN-STATUS-1 = "0"
		MOVE "Y" TO PLAN-OPEN-SWITCH.
	OPEN INPUT SWEEP-FILE.
	IF SWEEP-STATUS-1 = "0"
		MOVE "Y" TO SWEEP-OPEN-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
      ******************************************************
      * By account, fund by fund
      ******************************************************
	DISPLAY SPACE.
	MOVE "BY ACCOUNT" TO RPT-SECTION-TEXT.
	DISPLAY RPT-SECTION.
	DISPLAY RPT-COL-HEAD.
	MOVE LOW-VALUES TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS NOT LESS THAN FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM ACCOUNT-LOOP THRU ACCOUNT-LOOP-EXIT
		UNTIL DONE-READING.
      ******************************************************
      * Firm-wide by fund, then by household
      ******************************************************
	DISPLAY SPACE.
	MOVE "BY FUND" TO RPT-SECTION-TEXT.
	DISPLAY RPT-SECTION.
	DISPLAY RPT-COL-HEAD.
	PERFORM SHOW-ONE-FUND
		VARYING FUND-SUB FROM 1 BY 1
		UNTIL FUND-SUB > FUND-COUNT.
	MOVE "FIRM" TO RPT-FIG-LABEL.
	MOVE ZERO TO RPT-FIG-SHARES.
	MOVE FIRM-VALUE TO RPT-FIG-VALUE.
	MOVE FIRM-BASIS TO RPT-FIG-BASIS.
	MOVE FIRM-SHORT TO RPT-FIG-SHORT.
	MOVE FIRM-LONG TO RPT-FIG-LONG.
	MOVE SPACES TO RPT-FIG-NOTE.
	DISPLAY RPT-FIG-LINE.
	DISPLAY SPACE.
	MOVE "BY HOUSEHOLD" TO RPT-SECTION-TEXT.
	DISPLAY RPT-SECTION.
	DISPLAY RPT-COL-HEAD.
	PERFORM SHOW-ONE-HOUSEHOLD
		VARYING HH-SUB FROM 1 BY 1
		UNTIL HH-SUB > HH-COUNT.
      ******************************************************
      * Harvesting candidates, a second walk of the lots
      ******************************************************
	DISPLAY SPACE.
	MOVE "TAX-LOSS HARVESTING CANDIDATES" TO RPT-SECTION-TEXT.
	DISPLAY RPT-SECTION.
	MOVE HARV-LOSS TO RPT-HV-LIMIT.
	DISPLAY RPT-HARV-LIMIT.
	DISPLAY RPT-HARV-HEAD.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE SPACES TO WORK-FUND.
	MOVE LOW-VALUES TO FILE-LOT-KEY.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY SET DONE-LOTS TO TRUE.
	PERFORM HARVEST-LOOP THRU HARVEST-LOOP-EXIT
		UNTIL DONE-LOTS.
	MOVE HARV-COUNT TO RPT-HV-COUNT.
	MOVE HARV-WASH-COUNT TO RPT-HV-WASH-COUNT.
	MOVE HARV-TOTAL TO RPT-HV-TOTAL.
	DISPLAY RPT-HARV-TOTAL.
	CLOSE CUSTMAS-FILE.
	CLOSE LOT-FILE.
	CLOSE QUOTE-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	IF BLOTTER-AVAILABLE
		CLOSE BLOTTER-FILE.
	IF PLAN-AVAILABLE
		CLOSE PLAN-FILE.
	IF SWEEP-AVAILABLE
		CLOSE SWEEP-FILE.
	MOVE ACCOUNT-COUNT TO RPT-ACCOUNT-COUNT.
	MOVE LOT-COUNT TO RPT-LOT-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without reporting
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Report" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  The harvesting threshold -- HARVLOSS off PARAM.IT,
      *  or the house default when none is on file
      ******************************************************
       SET-HARVEST-LIMIT.
	MOVE DEFAULT-HARV-LOSS TO HARV-LOSS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		GO TO SET-HARVEST-LIMIT-EXIT.
	MOVE "HARVLOSS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO HARV-LOSS.
	CLOSE PARAM-FILE.
       SET-HARVEST-LIMIT-EXIT.
	EXIT.
      ******************************************************
      *  The wash-sale window -- thirty calendar days back
      *  for a purchase already made, thirty ahead for one
      *  already scheduled
      ******************************************************
       SET-WASH-WINDOW.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM BACK-ONE-DAY
		VARYING WASH-DAY-SUB FROM 1 BY 1
		UNTIL WASH-DAY-SUB > WASH-DAYS.
	COMPUTE WASH-LOOK-BACK =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-DAY
		VARYING WASH-DAY-SUB FROM 1 BY 1
		UNTIL WASH-DAY-SUB > WASH-DAYS.
	COMPUTE WASH-LOOK-AHEAD =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
      *  One account -- every fund it holds lots in, then
      *  the account's line, rolled into its household
      ******************************************************
       ACCOUNT-LOOP.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO ACCOUNT-LOOP-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO WORK-ACCOUNT.
	MOVE FILE-CUSTMAS-HOUSEHOLD TO WORK-HOUSEHOLD.
	INITIALIZE ACCT-FIGURES.
	MOVE SPACES TO WORK-FUND.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE LOW-VALUES TO FILE-LOT-FUND.
	MOVE ZERO TO FILE-LOT-TRADE-DATE.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY SET DONE-LOTS TO TRUE.
	PERFORM ACCOUNT-LOT-LOOP THRU ACCOUNT-LOT-LOOP-EXIT
		UNTIL DONE-LOTS.
	IF WORK-FUND NOT = SPACES
		PERFORM END-OF-FUND.
	IF AF-LOTS = ZERO
		GO TO ACCOUNT-LOOP-EXIT.
	ADD 1 TO ACCOUNT-COUNT.
	MOVE "ACCOUNT" TO RPT-FIG-LABEL.
	MOVE ZERO TO RPT-FIG-SHARES.
	MOVE AF-VALUE TO RPT-FIG-VALUE.
	MOVE AF-BASIS TO RPT-FIG-BASIS.
	MOVE AF-SHORT TO RPT-FIG-SHORT.
	MOVE AF-LONG TO RPT-FIG-LONG.
	MOVE SPACES TO RPT-FIG-NOTE.
	DISPLAY RPT-FIG-LINE.
	IF WORK-HOUSEHOLD NOT = SPACES
		PERFORM ROLL-HOUSEHOLD.
       ACCOUNT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  One lot of the account -- a new fund closes off
      *  the last one's line and prices the new one
      ******************************************************
       ACCOUNT-LOT-LOOP.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-LOTS TO TRUE.
	IF DONE-LOTS
		GO TO ACCOUNT-LOT-LOOP-EXIT.
	IF FILE-LOT-ACCOUNT NOT = WORK-ACCOUNT
		SET DONE-LOTS TO TRUE
		GO TO ACCOUNT-LOT-LOOP-EXIT.
	IF FILE-LOT-AMOUNT = ZERO
		GO TO ACCOUNT-LOT-LOOP-EXIT.
	IF FILE-LOT-FUND NOT = WORK-FUND
		IF WORK-FUND NOT = SPACES
			PERFORM END-OF-FUND
		END-IF
		IF AF-LOTS = ZERO
			PERFORM SHOW-ACCOUNT-HEAD
		END-IF
		MOVE FILE-LOT-FUND TO WORK-FUND
		INITIALIZE FUND-FIGURES
		PERFORM PRICE-THE-FUND
	END-IF.
	ADD 1 TO AF-LOTS.
	ADD 1 TO LOT-COUNT.
	PERFORM VALUE-THE-LOT THRU VALUE-THE-LOT-EXIT.
	ADD FILE-LOT-AMOUNT TO FF-SHARES.
	ADD LOT-VALUE TO FF-VALUE.
	IF NOT FUND-PRICED OR NOT LOT-BASIS-KNOWN
		ADD 1 TO FF-NO-GAIN
		GO TO ACCOUNT-LOT-LOOP-EXIT.
	ADD LOT-BASIS TO FF-BASIS.
	IF LOT-IS-LONG
		ADD LOT-GAIN TO FF-LONG
	ELSE
		ADD LOT-GAIN TO FF-SHORT.
       ACCOUNT-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
       SHOW-ACCOUNT-HEAD.
	MOVE WORK-ACCOUNT TO RPT-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	MOVE WORK-HOUSEHOLD TO RPT-ACCT-HH.
	DISPLAY RPT-ACCT-LINE.
      ******************************************************
      *  Close off one fund of the account -- print its
      *  line and roll it into the account and the firm-wide
      *  fund table
      ******************************************************
       END-OF-FUND.
	MOVE WORK-FUND TO RPT-FIG-LABEL.
	MOVE FF-SHARES TO RPT-FIG-SHARES.
	MOVE FF-VALUE TO RPT-FIG-VALUE.
	MOVE FF-BASIS TO RPT-FIG-BASIS.
	MOVE FF-SHORT TO RPT-FIG-SHORT.
	MOVE FF-LONG TO RPT-FIG-LONG.
	MOVE SPACES TO RPT-FIG-NOTE.
	IF NOT FUND-PRICED
		MOVE "NO QUOTE ON FILE" TO RPT-FIG-NOTE
	ELSE IF FF-NO-GAIN > ZERO
		MOVE "BASIS NOT REPORTED" TO RPT-FIG-NOTE.
	DISPLAY RPT-FIG-LINE.
	ADD FF-VALUE TO AF-VALUE.
	ADD FF-BASIS TO AF-BASIS.
	ADD FF-SHORT TO AF-SHORT.
	ADD FF-LONG TO AF-LONG.
	ADD FF-VALUE TO FIRM-VALUE.
	ADD FF-BASIS TO FIRM-BASIS.
	ADD FF-SHORT TO FIRM-SHORT.
	ADD FF-LONG TO FIRM-LONG.
	PERFORM ROLL-FUND.
      ******************************************************
      *  The fund's sell price -- what a redemption today
      *  would fetch
      ******************************************************
       PRICE-THE-FUND.
	MOVE "N" TO QUOTE-SWITCH.
	MOVE ZERO TO WORK-PRICE.
	MOVE WORK-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		MOVE FILE-QUOTE-SELL-PRICE TO WORK-PRICE
		MOVE "Y" TO QUOTE-SWITCH.
      ******************************************************
      *  Value the lot in the record area at the fund's
      *  price, against its basis, and judge its term.  A
      *  lot flagged basis not reported has no gain to show.
      ******************************************************
       VALUE-THE-LOT.
	COMPUTE LOT-VALUE ROUNDED = FILE-LOT-AMOUNT * WORK-PRICE.
	COMPUTE LOT-BASIS ROUNDED =
		FILE-LOT-AMOUNT * FILE-LOT-PRICE.
	COMPUTE LOT-GAIN = LOT-VALUE - LOT-BASIS.
	MOVE "Y" TO LOT-BASIS-SWITCH.
	IF FILE-LOT-TRADE-DATE < TERM-CUTOFF
		MOVE "L" TO LOT-TERM-SWITCH
	ELSE
		MOVE "S" TO LOT-TERM-SWITCH.
	IF NOT LOTBASIS-AVAILABLE
		GO TO VALUE-THE-LOT-EXIT.
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	READ LOTBASIS-FILE.
	IF LBAS-STATUS-1 NOT = "0"
		GO TO VALUE-THE-LOT-EXIT.
	IF FILE-LBAS-IS-LONG-TERM
		MOVE "L" TO LOT-TERM-SWITCH.
	IF FILE-LBAS-UNREPORTED
		MOVE "N" TO LOT-BASIS-SWITCH.
       VALUE-THE-LOT-EXIT.
	EXIT.
      ******************************************************
      *  Roll the fund just closed into the firm-wide table
      ******************************************************
       ROLL-FUND.
	MOVE "N" TO FUND-HIT.
	PERFORM FIND-FUND-SLOT
		VARYING FUND-SUB FROM 1 BY 1
		UNTIL FUND-SUB > FUND-COUNT
		OR FUND-HIT = "Y".
	IF FUND-HIT = "Y"
		SUBTRACT 1 FROM FUND-SUB
	ELSE
		IF FUND-COUNT < 200
			ADD 1 TO FUND-COUNT
			MOVE FUND-COUNT TO FUND-SUB
			MOVE WORK-FUND TO FT-FUND (FUND-SUB)
			MOVE ZERO TO FT-SHARES (FUND-SUB)
			MOVE ZERO TO FT-VALUE (FUND-SUB)
			MOVE ZERO TO FT-BASIS (FUND-SUB)
			MOVE ZERO TO FT-SHORT (FUND-SUB)
			MOVE ZERO TO FT-LONG (FUND-SUB)
		ELSE
			MOVE "Fund table full -- truncated" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE ZERO TO FUND-SUB
		END-IF
	END-IF.
	IF FUND-SUB > ZERO
		ADD FF-SHARES TO FT-SHARES (FUND-SUB)
		ADD FF-VALUE TO FT-VALUE (FUND-SUB)
		ADD FF-BASIS TO FT-BASIS (FUND-SUB)
		ADD FF-SHORT TO FT-SHORT (FUND-SUB)
		ADD FF-LONG TO FT-LONG (FUND-SUB).
       FIND-FUND-SLOT.
	IF FT-FUND (FUND-SUB) = WORK-FUND
		MOVE "Y" TO FUND-HIT.
      ******************************************************
      *  Roll the account just finished into its household
      ******************************************************
       ROLL-HOUSEHOLD.
	MOVE "N" TO HH-HIT.
	PERFORM FIND-HH-SLOT
		VARYING HH-SUB FROM 1 BY 1
		UNTIL HH-SUB > HH-COUNT
		OR HH-HIT = "Y".
	IF HH-HIT = "Y"
		SUBTRACT 1 FROM HH-SUB
	ELSE
		IF HH-COUNT < 500
			ADD 1 TO HH-COUNT
			MOVE HH-COUNT TO HH-SUB
			MOVE WORK-HOUSEHOLD TO HT-HOUSEHOLD (HH-SUB)
			MOVE ZERO TO HT-ACCOUNTS (HH-SUB)
			MOVE ZERO TO HT-VALUE (HH-SUB)
			MOVE ZERO TO HT-BASIS (HH-SUB)
			MOVE ZERO TO HT-SHORT (HH-SUB)
			MOVE ZERO TO HT-LONG (HH-SUB)
		ELSE
			MOVE "Household table full -- truncated" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE ZERO TO HH-SUB
		END-IF
	END-IF.
	IF HH-SUB > ZERO
		ADD 1 TO HT-ACCOUNTS (HH-SUB)
		ADD AF-VALUE TO HT-VALUE (HH-SUB)
		ADD AF-BASIS TO HT-BASIS (HH-SUB)
		ADD AF-SHORT TO HT-SHORT (HH-SUB)
		ADD AF-LONG TO HT-LONG (HH-SUB).
       FIND-HH-SLOT.
	IF HT-HOUSEHOLD (HH-SUB) = WORK-HOUSEHOLD
		MOVE "Y" TO HH-HIT.
      ******************************************************
       SHOW-ONE-FUND.
	MOVE FT-FUND (FUND-SUB) TO RPT-FIG-LABEL.
	MOVE FT-SHARES (FUND-SUB) TO RPT-FIG-SHARES.
	MOVE FT-VALUE (FUND-SUB) TO RPT-FIG-VALUE.
	MOVE FT-BASIS (FUND-SUB) TO RPT-FIG-BASIS.
	MOVE FT-SHORT (FUND-SUB) TO RPT-FIG-SHORT.
	MOVE FT-LONG (FUND-SUB) TO RPT-FIG-LONG.
	MOVE SPACES TO RPT-FIG-NOTE.
	DISPLAY RPT-FIG-LINE.
      ******************************************************
       SHOW-ONE-HOUSEHOLD.
	MOVE HT-HOUSEHOLD (HH-SUB) TO RPT-FIG-LABEL.
	MOVE ZERO TO RPT-FIG-SHARES.
	MOVE HT-VALUE (HH-SUB) TO RPT-FIG-VALUE.
	MOVE HT-BASIS (HH-SUB) TO RPT-FIG-BASIS.
	MOVE HT-SHORT (HH-SUB) TO RPT-FIG-SHORT.
	MOVE HT-LONG (HH-SUB) TO RPT-FIG-LONG.
	MOVE SPACES TO RPT-FIG-NOTE.
	MOVE HT-ACCOUNTS (HH-SUB) TO EDIT-ACCOUNTS.
	MOVE EDIT-ACCOUNTS TO RPT-FIG-NOTE(1:4).
	MOVE " ACCOUNTS" TO RPT-FIG-NOTE(5:9).
	DISPLAY RPT-FIG-LINE.
      ******************************************************
      *  One lot, judged as a harvesting candidate -- a
      *  priced lot with known basis whose loss exceeds the
      *  threshold
      ******************************************************
       HARVEST-LOOP.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-LOTS TO TRUE.
	IF DONE-LOTS
		GO TO HARVEST-LOOP-EXIT.
	IF FILE-LOT-AMOUNT = ZERO
		GO TO HARVEST-LOOP-EXIT.
	IF FILE-LOT-FUND NOT = WORK-FUND
		MOVE FILE-LOT-FUND TO WORK-FUND
		PERFORM PRICE-THE-FUND.
	IF NOT FUND-PRICED
		GO TO HARVEST-LOOP-EXIT.
	PERFORM VALUE-THE-LOT THRU VALUE-THE-LOT-EXIT.
	IF NOT LOT-BASIS-KNOWN OR LOT-GAIN NOT < ZERO
		GO TO HARVEST-LOOP-EXIT.
	COMPUTE LOT-LOSS = ZERO - LOT-GAIN.
	IF LOT-LOSS NOT > HARV-LOSS
		GO TO HARVEST-LOOP-EXIT.
	ADD 1 TO HARV-COUNT.
	ADD LOT-LOSS TO HARV-TOTAL.
	MOVE FILE-LOT-ACCOUNT TO WORK-ACCOUNT.
	PERFORM JUDGE-WASH-SALE THRU JUDGE-WASH-SALE-EXIT.
	IF WASH-REASON NOT = SPACES
		ADD 1 TO HARV-WASH-COUNT.
	MOVE FILE-LOT-ACCOUNT TO RPT-HV-ACCOUNT.
	MOVE FILE-LOT-FUND TO RPT-HV-FUND.
	MOVE FILE-LOT-TRADE-DATE TO RPT-HV-DATE.
	MOVE FILE-LOT-AMOUNT TO RPT-HV-SHARES.
	MOVE LOT-LOSS TO RPT-HV-LOSS.
	IF LOT-IS-LONG
		MOVE "LONG" TO RPT-HV-TERM
	ELSE
		MOVE "SHORT" TO RPT-HV-TERM.
	IF WASH-REASON = SPACES
		MOVE "NO" TO RPT-HV-WASH
	ELSE
		MOVE WASH-REASON TO RPT-HV-WASH.
	DISPLAY RPT-HARV-LINE.
       HARVEST-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Would selling the lot now be a wash sale?  A live
      *  buy of the fund in the account in the last thirty
      *  days -- other than the buy that made this very lot
      *  -- a buy plan due in the next thirty, or the fund
      *  being the account's nightly sweep fund
      ******************************************************
       JUDGE-WASH-SALE.
	MOVE SPACES TO WASH-REASON.
	IF BLOTTER-AVAILABLE
		PERFORM FIND-RECENT-BUY.
	IF WASH-REASON NOT = SPACES
		GO TO JUDGE-WASH-SALE-EXIT.
	IF PLAN-AVAILABLE
		MOVE WORK-ACCOUNT TO FILE-PLAN-ACCOUNT
		MOVE WORK-FUND TO FILE-PLAN-FUND
		MOVE "B" TO FILE-PLAN-ACTION
		READ PLAN-FILE
		IF PLAN-STATUS-1 = "0" AND FILE-PLAN-AMOUNT > ZERO
		   AND FILE-PLAN-NEXT-DATE NOT = ZERO
		   AND FILE-PLAN-NEXT-DATE NOT > WASH-LOOK-AHEAD
			MOVE "YES - PLAN BUY DUE" TO WASH-REASON
		END-IF
	END-IF.
	IF WASH-REASON NOT = SPACES
		GO TO JUDGE-WASH-SALE-EXIT.
	IF SWEEP-AVAILABLE
		MOVE WORK-ACCOUNT TO FILE-SWEEP-ACCOUNT
		READ SWEEP-FILE
		IF SWEEP-STATUS-1 = "0" AND FILE-SWEEP-FUND = WORK-FUND
			MOVE "YES - SWEEP FUND" TO WASH-REASON
		END-IF
	END-IF.
       JUDGE-WASH-SALE-EXIT.
	EXIT.
      ******************************************************
       FIND-RECENT-BUY.
	MOVE "N" TO BLOT-EOF-SWITCH.
	MOVE "N" TO BLOT-START-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE WORK-FUND TO FILE-BLOTTER-FUND.
	MOVE WASH-LOOK-BACK TO FILE-BLOTTER-DATE.
	MOVE ZERO TO FILE-BLOTTER-TIME.
	MOVE SPACE TO FILE-BLOTTER-ACTION.
	START BLOTTER-FILE KEY IS NOT LESS THAN FILE-BLOTTER-KEY
		INVALID KEY SET BLOT-START-FAILED TO TRUE.
	IF NOT BLOT-START-FAILED
		PERFORM RECENT-BUY-LOOP THRU RECENT-BUY-LOOP-EXIT
			UNTIL DONE-BLOT-SCAN.
      ******************************************************
       RECENT-BUY-LOOP.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-BLOT-SCAN TO TRUE.
	IF DONE-BLOT-SCAN
		GO TO RECENT-BUY-LOOP-EXIT.
	IF FILE-BLOTTER-ACCOUNT NOT = WORK-ACCOUNT OR
	   FILE-BLOTTER-FUND NOT = WORK-FUND OR
	   FILE-BLOTTER-DATE > TODAYS-DATE
		SET DONE-BLOT-SCAN TO TRUE
		GO TO RECENT-BUY-LOOP-EXIT.
	IF NOT FILE-BLOTTER-IS-BUY OR NOT FILE-BLOTTER-IS-LIVE
		GO TO RECENT-BUY-LOOP-EXIT.
	IF FILE-BLOTTER-DATE = FILE-LOT-TRADE-DATE
		GO TO RECENT-BUY-LOOP-EXIT.
	MOVE "YES - BUY" TO WASH-REASON.
	MOVE FILE-BLOTTER-DATE TO WASH-REASON(11:8).
	SET DONE-BLOT-SCAN TO TRUE.
       RECENT-BUY-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Step WORK-DATE a single calendar day back, or
      *  forward, across month and year ends -- February is
      *  29 days in a leap year
      ******************************************************
       BACK-ONE-DAY.
	IF WORK-DAY > 1
		SUBTRACT 1 FROM WORK-DAY
	ELSE
		IF WORK-MONTH = 1
			MOVE 12 TO WORK-MONTH
			SUBTRACT 1 FROM WORK-YEAR
		ELSE
			SUBTRACT 1 FROM WORK-MONTH
		END-IF
		MOVE DAYS-IN-MONTH-ENTRY (WORK-MONTH) TO WORK-DAY
		IF WORK-MONTH = 2
			PERFORM CHECK-LEAP-YEAR
			IF IS-LEAP-YEAR
				MOVE 29 TO WORK-DAY
			END-IF
		END-IF
	END-IF.
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
