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
      * #ident	"@(#) samples/atmi/STOCKAPP/CONCPAY.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CONCPAY.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CONCPAY is the month-end dealer concession run -- the
      * part of each front-end sales charge BUYSR took into
      * FILE-BLOTTER-FEE that is reallowed to the selling
      * broker-dealer.  It walks the month's live purchases
      * on BLOTTER.IT that carried a sales charge and pays a
      * partner on PARTNER.IT for two kinds of business:
      *
      *   omnibus    -- the purchase was made in the
      *                 partner's own omnibus account
      *   introduced -- the purchase was made in a customer
      *                 account whose rep (the trade's rep,
      *                 else the rep of record on CUSTMAS.IT)
      *                 belongs on REPMAS.IT to a branch
      *                 carrying the partner's ID
      *
      * The concession rate comes off CONCESS.IT (see
      * CONCMNT), the schedule in effect on the trade date.
      * Its slot is the breakpoint tier the sales charge was
      * actually taken at: the rate charged (the fee over the
      * purchase amount) is matched to the nearest rate on
      * the FEE.IT schedule in effect that day -- the base
      * rate or one of the five tiers -- so rights of
      * accumulation and letters of intent that moved the
      * customer down a tier move the concession with it.  A
      * flat or single-rate charge is paid at the base slot.
      * The concession is never more than the charge itself.
      * A partner purchase in a fund with no concession
      * schedule is listed as an exception and not paid.
      *
      * The supporting detail goes to CONCDET.IT, rebuilt on
      * every run, and the statement prints from it one
      * partner at a time: every purchase paid on, then the
      * partner's total.  That total is the partner's
      * CONCPBL.IT payable for the month, dated tonight --
      * a rerun replaces it -- and GLFEED books the
      * concession expense/payable pair off it, as it does
      * TRAILPAY's.  On any night that is not the month's
      * last business day the run logs the fact and ends
      * clean.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONCPAY.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS FILE-STATUS.
	SELECT PARTNER-FILE ASSIGN "PARTNER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTN-ID
		STATUS PARTNER-FILE-STATUS.
	SELECT REPMAS-FILE ASSIGN "REPMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-REP-CODE
		STATUS REPMAS-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT FEE-FILE ASSIGN "FEE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FEE-KEY
		STATUS FEE-FILE-STATUS.
	SELECT CONCESS-FILE ASSIGN "CONCESS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CON-KEY
		STATUS CONCESS-FILE-STATUS.
	SELECT CONCDET-FILE ASSIGN "CONCDET.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDT-KEY
		STATUS CONCDET-FILE-STATUS.
	SELECT CONCPBL-FILE ASSIGN "CONCPBL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CPB-KEY
		STATUS CONCPBL-FILE-STATUS.
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY.
		05  FILE-BLOTTER-ACCOUNT	PIC X(10).
		05  FILE-BLOTTER-FUND		PIC X(10).
		05  FILE-BLOTTER-DATE		PIC 9(8).
		05  FILE-BLOTTER-TIME		PIC 9(8).
		05  FILE-BLOTTER-ACTION	PIC X(01).
		    88  FILE-BLOTTER-IS-BUY	VALUE "B".
		    88  FILE-BLOTTER-IS-SELL	VALUE "S".
		    88  FILE-BLOTTER-IS-DIST	VALUE "D".
		    88  FILE-BLOTTER-IS-XFER-OUT	VALUE "O".
		    88  FILE-BLOTTER-IS-XFER-IN	VALUE "I".
	     03  FILE-BLOTTER-AMOUNT		PIC 9(7)V999.
	     03  FILE-BLOTTER-PRICE		PIC 9(7)V99.
	     03  FILE-BLOTTER-ORDER-REF		PIC X(20).
	     03  FILE-BLOTTER-LINK-REF		PIC X(20).
	     03  FILE-BLOTTER-STATUS		PIC X(01).
		 88  FILE-BLOTTER-IS-LIVE	VALUE " ".
		 88  FILE-BLOTTER-IS-CANCELLED	VALUE "C".
		 88  FILE-BLOTTER-IS-REVERSAL	VALUE "X".
		 88  FILE-BLOTTER-IS-REBOOK	VALUE "R".
	     03  FILE-BLOTTER-OPERATOR		PIC X(10).
	     03  FILE-BLOTTER-FEE		PIC 9(7)V99.
	     03  FILE-BLOTTER-REP		PIC X(10).
	FD  PARTNER-FILE; RECORD 53.
	01  PARTNER-ITEM.
	     03  FILE-PTN-ID		PIC X(10).
	     03  FILE-PTN-NAME		PIC X(30).
	     03  FILE-PTN-ACCOUNT	PIC X(10).
	     03  FILE-PTN-SETTLE-DAYS	PIC 9(2).
	     03  FILE-PTN-STATUS	PIC X(01).
		 88  FILE-PTN-IS-ACTIVE		VALUE "A" " ".
		 88  FILE-PTN-IS-SUSPENDED	VALUE "S".
	FD  REPMAS-FILE; RECORD 51.
	01  REPMAS-ITEM.
	     03  FILE-REP-CODE		PIC X(10).
	     03  FILE-REP-NAME		PIC X(30).
	     03  FILE-REP-BRANCH	PIC X(10).
	     03  FILE-REP-STATUS	PIC X(01).
		 88  FILE-REP-IS-ACTIVE		VALUE "A" " ".
		 88  FILE-REP-IS-INACTIVE	VALUE "I".
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
	FD  FEE-FILE; RECORD 128.
	01  FEE-ITEM.
	     03  FILE-FEE-KEY.
		05  FILE-FEE-FUND		PIC X(10).
		05  FILE-FEE-EFF-INV		PIC 9(8).
	     03  FILE-FEE-EFF-DATE		PIC 9(8).
	     03  FILE-FEE-TYPE			PIC X(01).
		 88  FILE-FEE-IS-FLAT		VALUE "F".
		 88  FILE-FEE-IS-PERCENT	VALUE "P" " ".
		 88  FILE-FEE-IS-TIERED		VALUE "T".
	     03  FILE-FEE-RATE			PIC 9V9(4).
	     03  FILE-FEE-FLAT-AMOUNT		PIC 9(5)V99.
	     03  FILE-FEE-MIN-INVEST		PIC 9(7)V99.
	     03  FILE-FEE-TIER OCCURS 5 TIMES.
		05  FILE-FEE-TIER-THRESH	PIC 9(9)V99.
		05  FILE-FEE-TIER-RATE		PIC 9V9(4).
      ******************************************************
      * Concession schedule -- see CONCMNT.  Rate 1 is the
      * base slot, rates 2 to 6 match FEE.IT tiers 1 to 5.
      ******************************************************
	FD  CONCESS-FILE; RECORD 56.
	01  CONCESS-ITEM.
	     03  FILE-CON-KEY.
		05  FILE-CON-FUND		PIC X(10).
		05  FILE-CON-EFF-INV		PIC 9(8).
	     03  FILE-CON-EFF-DATE		PIC 9(8).
	     03  FILE-CON-RATE OCCURS 6 TIMES	PIC 9V9(4).
      ******************************************************
      * Statement detail -- one record per purchase paid on,
      * partner first so the statement prints in partner
      * order.  Source "O" omnibus, "I" introduced.
      ******************************************************
	FD  CONCDET-FILE; RECORD 92.
	01  CONCDET-ITEM.
	     03  FILE-CDT-KEY.
		05  FILE-CDT-PARTNER	PIC X(10).
		05  FILE-CDT-ACCOUNT	PIC X(10).
		05  FILE-CDT-FUND	PIC X(10).
		05  FILE-CDT-DATE	PIC 9(8).
		05  FILE-CDT-TIME	PIC 9(8).
	     03  FILE-CDT-SOURCE	PIC X(01).
	     03  FILE-CDT-VALUE		PIC 9(11)V99.
	     03  FILE-CDT-FEE		PIC 9(7)V99.
	     03  FILE-CDT-SLOT		PIC 9(1).
	     03  FILE-CDT-RATE		PIC 9V9(4).
	     03  FILE-CDT-AMOUNT	PIC 9(7)V99.
	     03  FILE-CDT-PAY-DATE	PIC 9(8).
      ******************************************************
      * The per-partner payable -- one record per partner and
      * pay date, the figure the partner is paid from and
      * the one GLFEED books the expense/payable pair off
      ******************************************************
	FD  CONCPBL-FILE; RECORD 32.
	01  CONCPBL-ITEM.
	     03  FILE-CPB-KEY.
		05  FILE-CPB-PARTNER	PIC X(10).
		05  FILE-CPB-DATE	PIC 9(8).
	     03  FILE-CPB-AMOUNT	PIC 9(11)V99.
	     03  FILE-CPB-BOOKED	PIC X(01).
	FD  CALENDAR-FILE; RECORD 39.
	01  CALENDAR-ITEM.
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
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
			"CONCPAY =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"CONCPAY ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status and end-of-file control
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  PARTNER-FILE-STATUS.
           	05  PTN-STATUS-1	PIC X.
           	05  PTN-STATUS-2	PIC X.
 	01  REPMAS-FILE-STATUS.
           	05  REPMAS-STATUS-1	PIC X.
           	05  REPMAS-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  FEE-FILE-STATUS.
           	05  FEE-STATUS-1	PIC X.
           	05  FEE-STATUS-2	PIC X.
 	01  CONCESS-FILE-STATUS.
           	05  CON-STATUS-1	PIC X.
           	05  CON-STATUS-2	PIC X.
 	01  CONCDET-FILE-STATUS.
           	05  CDT-STATUS-1	PIC X.
           	05  CDT-STATUS-2	PIC X.
 	01  CONCPBL-FILE-STATUS.
           	05  CPB-STATUS-1	PIC X.
           	05  CPB-STATUS-2	PIC X.
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
	01  REPMAS-OPEN-SWITCH	PIC X VALUE "N".
		88  REPMAS-AVAILABLE	VALUE "Y".
	01  FEE-OPEN-SWITCH	PIC X VALUE "N".
		88  FEE-AVAILABLE	VALUE "Y".
	01  CON-OPEN-SWITCH	PIC X VALUE "N".
		88  CONCESS-AVAILABLE	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  PTN-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTNERS	VALUE "Y".
	01  CDT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-DETAIL		VALUE "Y".
	01  FEE-FOUND-SWITCH	PIC X VALUE "N".
		88  FEE-FOUND		VALUE "Y".
	01  CON-FOUND-SWITCH	PIC X VALUE "N".
		88  CONCESSION-FOUND	VALUE "Y".
      ******************************************************
      * Month-end gate
      ******************************************************
	01  POST-SWITCH		PIC X VALUE "N".
		88  IS-MONTH-END	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-MONTH	PIC 9(2).
      ******************************************************
      * The partners, loaded once -- ID, name and the
      * omnibus account each trades through
      ******************************************************
	77  MAX-PARTNERS	PIC 9(3) VALUE 200.
	01  PARTNER-TABLE.
	     03  PARTNER-ENTRY OCCURS 200 TIMES.
		05  TBL-PTN-ID		PIC X(10).
		05  TBL-PTN-NAME	PIC X(30).
		05  TBL-PTN-ACCOUNT	PIC X(10).
	01  PARTNER-COUNT	PIC 9(3) COMP-5 VALUE ZERO.
	01  PTN-SUB		PIC 9(3) COMP-5.
	01  PTN-HIT		PIC 9(3) COMP-5.
	01  WORK-PARTNER	PIC X(10).
	01  WORK-SOURCE		PIC X(01).
	01  WORK-REP		PIC X(10).
      ******************************************************
      * One purchase's concession
      ******************************************************
	01  TRADE-VALUE		PIC 9(11)V99.
	01  CHARGED-RATE	PIC 9V9(6).
	01  SLOT-RATE		PIC 9V9(4).
	01  SLOT-DIFF		PIC S9V9(6).
	01  BEST-DIFF		PIC S9V9(6).
	01  CON-SLOT		PIC 9(1).
	01  TIER-SUB		PIC 9(2) COMP-5.
	01  CON-AMOUNT		PIC 9(7)V99.
      ******************************************************
      * Statement control and run totals
      ******************************************************
	01  CUR-PARTNER		PIC X(10) VALUE SPACES.
	01  PARTNER-TOTAL	PIC 9(11)V99.
	01  PARTNER-TRADES	PIC 9(7).
	01  TOT-PAID		PIC 9(11)V99 VALUE ZERO.
	01  PAID-COUNT		PIC 9(5) VALUE ZERO.
	01  TRADE-COUNT		PIC 9(7) VALUE ZERO.
	01  EXCEPTION-COUNT	PIC 9(5) VALUE ZERO.
      ******************************************************
      * Day-of-week working fields (Zeller's congruence) and
      * the business-day answer for the month-end walk
      ******************************************************
	01  DOW-YEAR		PIC 9(4).
	01  DOW-MONTH		PIC 9(4).
	01  DOW-T1		PIC 9(4) COMP-5.
	01  DOW-T2		PIC 9(4) COMP-5.
	01  DOW-T3		PIC 9(4) COMP-5.
	01  DOW-J		PIC 9(4).
	01  DOW-K		PIC 9(4).
	01  DOW-SUM		PIC 9(5) COMP-5.
	01  DOW-Q		PIC 9(5) COMP-5.
	01  DOW-H		PIC 9(4) COMP-5.
	01  BUSINESS-DAY-SWITCH	PIC X VALUE "Y".
		88  IS-BUSINESS-DAY	VALUE "Y".
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
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
		05  FILLER	PIC X(32) VALUE
			"MONTH-END DEALER CONCESSIONS -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-EXCEPTION.
		05  FILLER	PIC X(11) VALUE "NO SCHEDULE".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-EXC-PARTNER	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-EXC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-EXC-FUND	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-EXC-DATE	PIC 9(8).
		05  FILLER	PIC X(8) VALUE "  FEE =>".
		05  RPT-EXC-FEE		PIC ZZZZZZ9.99.
	01  RPT-STMT-HEAD.
		05  FILLER	PIC X(12) VALUE "STATEMENT  ".
		05  RPT-STMT-PARTNER	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-STMT-NAME	PIC X(30).
		05  FILLER	PIC X(8) VALUE "  MONTH ".
		05  RPT-STMT-MONTH	PIC 9(6).
	01  RPT-STMT-COLS.
		05  FILLER	PIC X(41) VALUE
			"ACCOUNT    FUND       DATE     S PURCHASE".
		05  FILLER	PIC X(35) VALUE
			"      SALES CHG T   RATE CONCESSION".
	01  RPT-DETAIL.
		05  RPT-DET-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-FUND	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-DATE	PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-SOURCE	PIC X(01).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-VALUE	PIC ZZZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-FEE		PIC ZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-SLOT	PIC 9(1).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-RATE	PIC 9.9999.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-AMOUNT	PIC ZZZZZZ9.99.
	01  RPT-PAY-LINE.
		05  FILLER	PIC X(9) VALUE "PAYABLE".
		05  RPT-PAY-PARTNER	PIC X(10).
		05  FILLER	PIC X(11) VALUE "  TRADES =>".
		05  RPT-PAY-TRADES	PIC ZZZZZZ9.
		05  FILLER	PIC X(11) VALUE "  AMOUNT =>".
		05  RPT-PAY-AMOUNT	PIC ZZZZZZZZZ9.99.
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "PARTNERS PAID =>".
		05  RPT-PAID-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(16) VALUE "  TRADES      =>".
		05  RPT-TRADE-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  TOTAL       =>".
		05  RPT-TOT-PAID	PIC ZZZZZZZZZ9.99.
	01  RPT-EXC-TOTAL.
		05  FILLER	PIC X(16) VALUE "EXCEPTIONS    =>".
		05  RPT-EXC-COUNT	PIC ZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CONCPAY.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM CHECK-MONTH-END.
	IF NOT IS-MONTH-END
		MOVE "Not Month End - Nothing To Pay" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	OPEN INPUT PARTNER-FILE.
	IF PTN-STATUS-1 = "3"
		MOVE "No Partners On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF PTN-STATUS-1 NOT = "0"
		MOVE "OPEN PTNR" TO LOG-ERR-ROUTINE
		MOVE PTN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM LOAD-PARTNERS.
	CLOSE PARTNER-FILE.
	IF PARTNER-COUNT = ZERO
		MOVE "No Partners On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	OPEN INPUT BLOTTER-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN BLOT" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE BLOTTER-FILE
		PERFORM A-999-EXIT.
	OPEN OUTPUT CONCDET-FILE.
	CLOSE CONCDET-FILE.
	OPEN I-O CONCDET-FILE.
	IF CDT-STATUS-1 NOT = "0"
		MOVE "OPEN CDT" TO LOG-ERR-ROUTINE
		MOVE CDT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE BLOTTER-FILE
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	OPEN I-O CONCPBL-FILE.
	IF CPB-STATUS-1 = "3"
		OPEN OUTPUT CONCPBL-FILE
		CLOSE CONCPBL-FILE
		OPEN I-O CONCPBL-FILE.
	IF CPB-STATUS-1 NOT = "0"
		MOVE "OPEN CPB" TO LOG-ERR-ROUTINE
		MOVE CPB-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE BLOTTER-FILE
		CLOSE CUSTMAS-FILE
		CLOSE CONCDET-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      * Rep branches, the fee schedule and the concession
      * schedule are looked up when present -- without
      * REPMAS.IT only omnibus business is paid, without
      * CONCESS.IT every partner purchase is an exception
      ******************************************************
	MOVE "N" TO REPMAS-OPEN-SWITCH.
	OPEN INPUT REPMAS-FILE.
	IF REPMAS-STATUS-1 = "0"
		MOVE "Y" TO REPMAS-OPEN-SWITCH.
	MOVE "N" TO FEE-OPEN-SWITCH.
	OPEN INPUT FEE-FILE.
	IF FEE-STATUS-1 = "0"
		MOVE "Y" TO FEE-OPEN-SWITCH.
	MOVE "N" TO CON-OPEN-SWITCH.
	OPEN INPUT CONCESS-FILE.
	IF CON-STATUS-1 = "0"
		MOVE "Y" TO CON-OPEN-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
	MOVE LOW-VALUES TO FILE-BLOTTER-KEY.
	START BLOTTER-FILE KEY IS NOT LESS THAN FILE-BLOTTER-KEY
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM CONCESSION-LOOP THRU CONCESSION-LOOP-EXIT
		UNTIL DONE-READING.
	PERFORM PRINT-STATEMENTS.
	CLOSE BLOTTER-FILE.
	CLOSE CUSTMAS-FILE.
	CLOSE CONCDET-FILE.
	CLOSE CONCPBL-FILE.
	IF REPMAS-AVAILABLE
		CLOSE REPMAS-FILE.
	IF FEE-AVAILABLE
		CLOSE FEE-FILE.
	IF CONCESS-AVAILABLE
		CLOSE CONCESS-FILE.
	MOVE PAID-COUNT TO RPT-PAID-COUNT.
	MOVE TRADE-COUNT TO RPT-TRADE-COUNT.
	MOVE TOT-PAID TO RPT-TOT-PAID.
	MOVE EXCEPTION-COUNT TO RPT-EXC-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	DISPLAY RPT-EXC-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without paying
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Load every partner on file -- a partner suspended
      *  since is still owed on the month's earlier business
      ******************************************************
       LOAD-PARTNERS.
	MOVE LOW-VALUES TO FILE-PTN-ID.
	START PARTNER-FILE KEY IS NOT LESS THAN FILE-PTN-ID
		INVALID KEY SET DONE-PARTNERS TO TRUE.
	PERFORM LOAD-ONE-PARTNER THRU LOAD-ONE-PARTNER-EXIT
		UNTIL DONE-PARTNERS.
      ******************************************************
       LOAD-ONE-PARTNER.
	READ PARTNER-FILE NEXT RECORD
		AT END SET DONE-PARTNERS TO TRUE.
	IF DONE-PARTNERS
		GO TO LOAD-ONE-PARTNER-EXIT.
	IF PARTNER-COUNT >= MAX-PARTNERS
		MOVE "Partner Table Full" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		SET DONE-PARTNERS TO TRUE
		GO TO LOAD-ONE-PARTNER-EXIT.
	ADD 1 TO PARTNER-COUNT.
	MOVE FILE-PTN-ID TO TBL-PTN-ID (PARTNER-COUNT).
	MOVE FILE-PTN-NAME TO TBL-PTN-NAME (PARTNER-COUNT).
	MOVE FILE-PTN-ACCOUNT TO TBL-PTN-ACCOUNT (PARTNER-COUNT).
       LOAD-ONE-PARTNER-EXIT.
	EXIT.
      ******************************************************
      *  One blotter record -- a live purchase this month
      *  that carried a sales charge, made for a partner,
      *  goes on the partner's statement detail
      ******************************************************
       CONCESSION-LOOP.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO CONCESSION-LOOP-EXIT.
	IF NOT FILE-BLOTTER-IS-BUY
		GO TO CONCESSION-LOOP-EXIT.
	IF NOT FILE-BLOTTER-IS-LIVE AND NOT FILE-BLOTTER-IS-REBOOK
		GO TO CONCESSION-LOOP-EXIT.
	IF FILE-BLOTTER-DATE(1:6) NOT = TODAYS-DATE(1:6)
		GO TO CONCESSION-LOOP-EXIT.
	IF FILE-BLOTTER-FEE = ZERO
		GO TO CONCESSION-LOOP-EXIT.
	PERFORM RESOLVE-THE-PARTNER THRU RESOLVE-THE-PARTNER-EXIT.
	IF WORK-PARTNER = SPACES
		GO TO CONCESSION-LOOP-EXIT.
	PERFORM GET-CONCESSION-SCHEDULE.
	IF NOT CONCESSION-FOUND
		ADD 1 TO EXCEPTION-COUNT
		MOVE WORK-PARTNER TO RPT-EXC-PARTNER
		MOVE FILE-BLOTTER-ACCOUNT TO RPT-EXC-ACCOUNT
		MOVE FILE-BLOTTER-FUND TO RPT-EXC-FUND
		MOVE FILE-BLOTTER-DATE TO RPT-EXC-DATE
		MOVE FILE-BLOTTER-FEE TO RPT-EXC-FEE
		DISPLAY RPT-EXCEPTION
		GO TO CONCESSION-LOOP-EXIT.
	PERFORM FIND-CHARGED-SLOT THRU FIND-CHARGED-SLOT-EXIT.
	MOVE FILE-CON-RATE (CON-SLOT) TO SLOT-RATE.
	COMPUTE CON-AMOUNT ROUNDED = TRADE-VALUE * SLOT-RATE.
	IF CON-AMOUNT > FILE-BLOTTER-FEE
		MOVE FILE-BLOTTER-FEE TO CON-AMOUNT.
	MOVE WORK-PARTNER TO FILE-CDT-PARTNER.
	MOVE FILE-BLOTTER-ACCOUNT TO FILE-CDT-ACCOUNT.
	MOVE FILE-BLOTTER-FUND TO FILE-CDT-FUND.
	MOVE FILE-BLOTTER-DATE TO FILE-CDT-DATE.
	MOVE FILE-BLOTTER-TIME TO FILE-CDT-TIME.
	MOVE WORK-SOURCE TO FILE-CDT-SOURCE.
	MOVE TRADE-VALUE TO FILE-CDT-VALUE.
	MOVE FILE-BLOTTER-FEE TO FILE-CDT-FEE.
	MOVE CON-SLOT TO FILE-CDT-SLOT.
	MOVE SLOT-RATE TO FILE-CDT-RATE.
	MOVE CON-AMOUNT TO FILE-CDT-AMOUNT.
	MOVE TODAYS-DATE TO FILE-CDT-PAY-DATE.
	WRITE CONCDET-ITEM.
	IF CDT-STATUS-1 NOT = "0"
		MOVE "WRITE CDT" TO LOG-ERR-ROUTINE
		MOVE CDT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       CONCESSION-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Whose business is it?  The partner's own omnibus
      *  account first; otherwise the rep who sold it, when
      *  that rep's branch is a partner.  Spaces when the
      *  purchase belongs to no partner.
      ******************************************************
       RESOLVE-THE-PARTNER.
	MOVE SPACES TO WORK-PARTNER.
	MOVE ZERO TO PTN-HIT.
	PERFORM MATCH-PARTNER-ACCOUNT
		VARYING PTN-SUB FROM 1 BY 1
		UNTIL PTN-SUB > PARTNER-COUNT
		OR PTN-HIT > ZERO.
	IF PTN-HIT > ZERO
		MOVE TBL-PTN-ID (PTN-HIT) TO WORK-PARTNER
		MOVE "O" TO WORK-SOURCE
		GO TO RESOLVE-THE-PARTNER-EXIT.
	IF NOT REPMAS-AVAILABLE
		GO TO RESOLVE-THE-PARTNER-EXIT.
	MOVE FILE-BLOTTER-REP TO WORK-REP.
	IF WORK-REP = SPACES
		MOVE FILE-BLOTTER-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-REP TO WORK-REP
		END-IF
	END-IF.
	IF WORK-REP = SPACES
		GO TO RESOLVE-THE-PARTNER-EXIT.
	MOVE WORK-REP TO FILE-REP-CODE.
	READ REPMAS-FILE.
	IF REPMAS-STATUS-1 NOT = "0" OR FILE-REP-BRANCH = SPACES
		GO TO RESOLVE-THE-PARTNER-EXIT.
	MOVE FILE-REP-BRANCH TO WORK-PARTNER.
	PERFORM MATCH-PARTNER-ID
		VARYING PTN-SUB FROM 1 BY 1
		UNTIL PTN-SUB > PARTNER-COUNT
		OR PTN-HIT > ZERO.
	IF PTN-HIT > ZERO
		MOVE "I" TO WORK-SOURCE
	ELSE
		MOVE SPACES TO WORK-PARTNER.
       RESOLVE-THE-PARTNER-EXIT.
	EXIT.
      ******************************************************
       MATCH-PARTNER-ACCOUNT.
	IF TBL-PTN-ACCOUNT (PTN-SUB) NOT = SPACES AND
	   TBL-PTN-ACCOUNT (PTN-SUB) = FILE-BLOTTER-ACCOUNT
		MOVE PTN-SUB TO PTN-HIT.
      ******************************************************
       MATCH-PARTNER-ID.
	IF TBL-PTN-ID (PTN-SUB) = WORK-PARTNER
		MOVE PTN-SUB TO PTN-HIT.
      ******************************************************
      *  The concession schedule in effect on the trade date
      ******************************************************
       GET-CONCESSION-SCHEDULE.
	MOVE "N" TO CON-FOUND-SWITCH.
	IF CONCESS-AVAILABLE
		MOVE FILE-BLOTTER-FUND TO FILE-CON-FUND
		COMPUTE FILE-CON-EFF-INV = 99999999 - FILE-BLOTTER-DATE
		START CONCESS-FILE KEY IS NOT LESS THAN FILE-CON-KEY
			INVALID KEY MOVE "X" TO CON-STATUS-1
		END-START
		IF CON-STATUS-1 = "0"
			READ CONCESS-FILE NEXT RECORD
				AT END MOVE "X" TO CON-STATUS-1
			END-READ
		END-IF
		IF CON-STATUS-1 = "0" AND
		   FILE-CON-FUND = FILE-BLOTTER-FUND
			MOVE "Y" TO CON-FOUND-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  The breakpoint slot the sales charge was taken at --
      *  the rate on the day's FEE.IT schedule nearest the
      *  rate actually charged.  Anything but a tiered
      *  schedule pays at the base slot.
      ******************************************************
       FIND-CHARGED-SLOT.
	COMPUTE TRADE-VALUE ROUNDED =
		FILE-BLOTTER-AMOUNT * FILE-BLOTTER-PRICE.
	MOVE 1 TO CON-SLOT.
	IF TRADE-VALUE = ZERO
		GO TO FIND-CHARGED-SLOT-EXIT.
	PERFORM GET-FEE-SCHEDULE.
	IF NOT FEE-FOUND
		GO TO FIND-CHARGED-SLOT-EXIT.
	IF NOT FILE-FEE-IS-TIERED
		GO TO FIND-CHARGED-SLOT-EXIT.
	COMPUTE CHARGED-RATE ROUNDED =
		FILE-BLOTTER-FEE / TRADE-VALUE.
	COMPUTE BEST-DIFF = CHARGED-RATE - FILE-FEE-RATE.
	IF BEST-DIFF < ZERO
		COMPUTE BEST-DIFF = ZERO - BEST-DIFF.
	PERFORM TRY-ONE-TIER
		VARYING TIER-SUB FROM 1 BY 1
		UNTIL TIER-SUB > 5.
       FIND-CHARGED-SLOT-EXIT.
	EXIT.
      ******************************************************
       TRY-ONE-TIER.
	IF FILE-FEE-TIER-THRESH (TIER-SUB) > ZERO
		COMPUTE SLOT-DIFF =
			CHARGED-RATE - FILE-FEE-TIER-RATE (TIER-SUB)
		IF SLOT-DIFF < ZERO
			COMPUTE SLOT-DIFF = ZERO - SLOT-DIFF
		END-IF
		IF SLOT-DIFF < BEST-DIFF
			MOVE SLOT-DIFF TO BEST-DIFF
			COMPUTE CON-SLOT = TIER-SUB + 1
		END-IF
	END-IF.
      ******************************************************
      *  The fee schedule in effect on the trade date, found
      *  the way BUYSR finds it
      ******************************************************
       GET-FEE-SCHEDULE.
	MOVE "N" TO FEE-FOUND-SWITCH.
	IF FEE-AVAILABLE
		MOVE FILE-BLOTTER-FUND TO FILE-FEE-FUND
		COMPUTE FILE-FEE-EFF-INV = 99999999 - FILE-BLOTTER-DATE
		START FEE-FILE KEY IS NOT LESS THAN FILE-FEE-KEY
			INVALID KEY MOVE "X" TO FEE-STATUS-1
		END-START
		IF FEE-STATUS-1 = "0"
			READ FEE-FILE NEXT RECORD
				AT END MOVE "X" TO FEE-STATUS-1
			END-READ
		END-IF
		IF FEE-STATUS-1 = "0" AND
		   FILE-FEE-FUND = FILE-BLOTTER-FUND
			MOVE "Y" TO FEE-FOUND-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  One statement per partner off the detail, in
      *  partner order, each closed by its payable
      ******************************************************
       PRINT-STATEMENTS.
	MOVE SPACES TO CUR-PARTNER.
	MOVE LOW-VALUES TO FILE-CDT-KEY.
	START CONCDET-FILE KEY IS NOT LESS THAN FILE-CDT-KEY
		INVALID KEY SET DONE-DETAIL TO TRUE.
	PERFORM STATEMENT-LOOP THRU STATEMENT-LOOP-EXIT
		UNTIL DONE-DETAIL.
	IF CUR-PARTNER NOT = SPACES
		PERFORM CLOSE-STATEMENT.
      ******************************************************
       STATEMENT-LOOP.
	READ CONCDET-FILE NEXT RECORD
		AT END SET DONE-DETAIL TO TRUE.
	IF DONE-DETAIL
		GO TO STATEMENT-LOOP-EXIT.
	IF FILE-CDT-PARTNER NOT = CUR-PARTNER
		IF CUR-PARTNER NOT = SPACES
			PERFORM CLOSE-STATEMENT
		END-IF
		PERFORM OPEN-STATEMENT
	END-IF.
	ADD FILE-CDT-AMOUNT TO PARTNER-TOTAL.
	ADD 1 TO PARTNER-TRADES.
	ADD 1 TO TRADE-COUNT.
	MOVE FILE-CDT-ACCOUNT TO RPT-DET-ACCOUNT.
	MOVE FILE-CDT-FUND TO RPT-DET-FUND.
	MOVE FILE-CDT-DATE TO RPT-DET-DATE.
	MOVE FILE-CDT-SOURCE TO RPT-DET-SOURCE.
	MOVE FILE-CDT-VALUE TO RPT-DET-VALUE.
	MOVE FILE-CDT-FEE TO RPT-DET-FEE.
	MOVE FILE-CDT-SLOT TO RPT-DET-SLOT.
	MOVE FILE-CDT-RATE TO RPT-DET-RATE.
	MOVE FILE-CDT-AMOUNT TO RPT-DET-AMOUNT.
	DISPLAY RPT-DETAIL.
       STATEMENT-LOOP-EXIT.
	EXIT.
      ******************************************************
       OPEN-STATEMENT.
	MOVE FILE-CDT-PARTNER TO CUR-PARTNER.
	MOVE ZERO TO PARTNER-TOTAL.
	MOVE ZERO TO PARTNER-TRADES.
	MOVE ZERO TO PTN-HIT.
	MOVE CUR-PARTNER TO WORK-PARTNER.
	PERFORM MATCH-PARTNER-ID
		VARYING PTN-SUB FROM 1 BY 1
		UNTIL PTN-SUB > PARTNER-COUNT
		OR PTN-HIT > ZERO.
	MOVE SPACES TO RPT-STMT-NAME.
	IF PTN-HIT > ZERO
		MOVE TBL-PTN-NAME (PTN-HIT) TO RPT-STMT-NAME.
	MOVE CUR-PARTNER TO RPT-STMT-PARTNER.
	MOVE TODAYS-DATE(1:6) TO RPT-STMT-MONTH.
	DISPLAY SPACE.
	DISPLAY RPT-STMT-HEAD.
	DISPLAY RPT-STMT-COLS.
      ******************************************************
      *  The partner's payable for the month -- a rerun of
      *  tonight replaces the day's record
      ******************************************************
       CLOSE-STATEMENT.
	MOVE CUR-PARTNER TO FILE-CPB-PARTNER.
	MOVE TODAYS-DATE TO FILE-CPB-DATE.
	MOVE PARTNER-TOTAL TO FILE-CPB-AMOUNT.
	MOVE "N" TO FILE-CPB-BOOKED.
	WRITE CONCPBL-ITEM.
	IF CPB-STATUS-1 = "2"
		REWRITE CONCPBL-ITEM.
	IF CPB-STATUS-1 NOT = "0"
		MOVE "WRITE CPB" TO LOG-ERR-ROUTINE
		MOVE CPB-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD PARTNER-TOTAL TO TOT-PAID.
	ADD 1 TO PAID-COUNT.
	MOVE CUR-PARTNER TO RPT-PAY-PARTNER.
	MOVE PARTNER-TRADES TO RPT-PAY-TRADES.
	MOVE PARTNER-TOTAL TO RPT-PAY-AMOUNT.
	DISPLAY RPT-PAY-LINE.
      ******************************************************
      *  Is tonight the month's last business day?  The same
      *  judgement TRAILPAY makes.
      ******************************************************
       CHECK-MONTH-END.
	MOVE "N" TO POST-SWITCH.
	MOVE TODAYS-DATE(5:2) TO TODAYS-MONTH.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	MOVE "N" TO CAL-OPEN-SWITCH.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH.
	PERFORM FORWARD-ONE-BUSINESS-DAY.
	IF WORK-MONTH NOT = TODAYS-MONTH
		MOVE "Y" TO POST-SWITCH.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
      ******************************************************
       FORWARD-ONE-BUSINESS-DAY.
	PERFORM ADD-ONE-DAY.
	PERFORM CHECK-BUSINESS-DAY.
	IF NOT IS-BUSINESS-DAY
		GO TO FORWARD-ONE-BUSINESS-DAY.
      ******************************************************
       CHECK-BUSINESS-DAY.
	MOVE "Y" TO BUSINESS-DAY-SWITCH.
	MOVE WORK-YEAR TO DOW-YEAR.
	MOVE WORK-MONTH TO DOW-MONTH.
	IF DOW-MONTH < 3
		ADD 12 TO DOW-MONTH
		SUBTRACT 1 FROM DOW-YEAR.
	COMPUTE DOW-T1 = (13 * (DOW-MONTH + 1)) / 5.
	DIVIDE DOW-YEAR BY 100 GIVING DOW-J REMAINDER DOW-K.
	COMPUTE DOW-T2 = DOW-K / 4.
	COMPUTE DOW-T3 = DOW-J / 4.
	COMPUTE DOW-SUM = WORK-DAY + DOW-T1 + DOW-K +
		DOW-T2 + DOW-T3 + (5 * DOW-J).
	DIVIDE DOW-SUM BY 7 GIVING DOW-Q REMAINDER DOW-H.
	IF DOW-H = 0 OR DOW-H = 1
		MOVE "N" TO BUSINESS-DAY-SWITCH
	ELSE IF CALENDAR-AVAILABLE
		COMPUTE FILE-CAL-DATE =
			WORK-YEAR * 10000 +
			WORK-MONTH * 100 + WORK-DAY
		READ CALENDAR-FILE
		IF CAL-STATUS-1 = "0"
			MOVE "N" TO BUSINESS-DAY-SWITCH
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
