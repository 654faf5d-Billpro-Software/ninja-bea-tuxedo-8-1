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
      * #ident	"@(#) samples/atmi/STOCKAPP/OPERRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/OPERRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * OPERRPT is the operator activity and segregation-of-
      * duties review compliance runs each week.  It reads
      * every trail that says who did what -- the blotter
      * operator, CASHAUD.IT behind the cash ledger,
      * CUSTAUD.IT account maintenance, the PENDAPPR.IT,
      * DECL.IT and PXCORR.IT approvers and the OPERAUD.IT
      * security trail -- over the review period ending on
      * the business date, and flags:
      *
      *   ADDR+REDEEM   an operator who changed an account's
      *                 address and then redeemed, withdrew
      *                 or transferred out of that account
      *                 within SODADDRWIN days
      *   OWN HHLD      a trade or cash movement keyed on the
      *                 operator's own account, or any account
      *                 in its household (OPERACCT.IT, kept by
      *                 SECADM)
      *   APPR RESET    a supervisor approving the work of an
      *                 operator whose password that same
      *                 supervisor reset, or whose lockout
      *                 they cleared, within SODRESETWN days
      *   OFF HOURS     a trade, cash movement or maintenance
      *                 keyed before SODEARLY or at/after
      *                 SODLATE (HHMM)
      *   DORMANT ID    an operator active in the period with
      *                 nothing on any trail for the
      *                 SODDORMANT days before it, and on file
      *                 longer than that
      *
      * and then prints each operator's volume for the
      * period -- trades and their value, cash movements and
      * their amount, maintenance keyed and approvals given.
      * Work stamped "SYSTEM" is the batch jobs' and is not
      * reviewed.  The period is SODPERIOD days; all the
      * limits come from PARAM.IT (PARMAINT) with the
      * defaults below.  A trail ARCHPRG has already purged
      * can make an operator look dormant; the flag is a
      * prompt to look, not a finding.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. OPERRPT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	SELECT OPERAUD-FILE ASSIGN "OPERAUD.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-OAUD-KEY
		STATUS OPERAUD-FILE-STATUS.
	SELECT OPERACCT-FILE ASSIGN "OPERACCT.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-OAC-OPERATOR
		STATUS OPERACCT-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT CUSTAUD-FILE ASSIGN "CUSTAUD.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CAUD-KEY
		STATUS CUSTAUD-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-BLOTTER-KEY
		STATUS FILE-STATUS.
	SELECT CASHAUD-FILE ASSIGN "CASHAUD.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CAD-KEY
		STATUS CASHAUD-FILE-STATUS.
	SELECT PENDAPPR-FILE ASSIGN "PENDAPPR.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-PEND-KEY
		STATUS PENDAPPR-FILE-STATUS.
	SELECT DECL-FILE ASSIGN "DECL.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-DECL-KEY
		STATUS DECL-FILE-STATUS.
	SELECT PXCORR-FILE ASSIGN "PXCORR.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-PXC-KEY
		STATUS PXCORR-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
	     03  FILE-OPERATOR-ROLE		PIC X(01).
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
	FD  OPERAUD-FILE; RECORD 66.
	01  OPERAUD-ITEM.
	     03  FILE-OAUD-KEY.
		05  FILE-OAUD-OPERATOR	PIC X(10).
		05  FILE-OAUD-DATE	PIC 9(8).
		05  FILE-OAUD-TIME	PIC 9(8).
	     03  FILE-OAUD-ACTION	PIC X(10).
	     03  FILE-OAUD-BY		PIC X(10).
	     03  FILE-OAUD-DETAIL	PIC X(20).
	FD  OPERACCT-FILE; RECORD 28.
	01  OPERACCT-ITEM.
	     03  FILE-OAC-OPERATOR	PIC X(10).
	     03  FILE-OAC-ACCOUNT	PIC X(10).
	     03  FILE-OAC-DATE		PIC 9(8).
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILLER				PIC X(30).
	FD  CUSTAUD-FILE; RECORD 243.
	01  CUSTAUD-ITEM.
	     03  FILE-CAUD-KEY.
		05  FILE-CAUD-ACCOUNT	PIC X(10).
		05  FILE-CAUD-DATE	PIC 9(8).
		05  FILE-CAUD-TIME	PIC 9(8).
	     03  FILE-CAUD-OPERATOR	PIC X(10).
	     03  FILE-CAUD-ACTION	PIC X(01).
		 88  FILE-CAUD-IS-ADD	VALUE "A".
		 88  FILE-CAUD-IS-CHANGE VALUE "C".
	     03  FILE-CAUD-OLD-NAME	PIC X(30).
	     03  FILE-CAUD-OLD-ADDRESS	PIC X(62).
	     03  FILE-CAUD-OLD-STATUS	PIC X(01).
	     03  FILE-CAUD-NEW-NAME	PIC X(30).
	     03  FILE-CAUD-NEW-ADDRESS	PIC X(62).
	     03  FILE-CAUD-NEW-STATUS	PIC X(01).
	     03  FILE-CAUD-OLD-REP	PIC X(10).
	     03  FILE-CAUD-NEW-REP	PIC X(10).
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
	FD  CASHAUD-FILE; RECORD 59.
	01  CASHAUD-ITEM.
	     03  FILE-CAD-KEY.
		05  FILE-CAD-ACCOUNT	PIC X(10).
		05  FILE-CAD-DATE	PIC 9(8).
		05  FILE-CAD-TIME	PIC 9(8).
	     03  FILE-CAD-OPERATOR	PIC X(10).
	     03  FILE-CAD-APPROVER	PIC X(10).
	     03  FILE-CAD-REASON	PIC X(02).
	     03  FILE-CAD-AMOUNT	PIC 9(9)V99.
	FD  PENDAPPR-FILE; RECORD 134.
	01  PENDAPPR-ITEM.
	     03  FILE-PEND-KEY.
		05  FILE-PEND-ACCOUNT	PIC X(10).
		05  FILE-PEND-FUND	PIC X(10).
		05  FILE-PEND-DATE	PIC 9(8).
		05  FILE-PEND-TIME	PIC 9(8).
	     03  FILE-PEND-ACTION	PIC X(01).
	     03  FILE-PEND-AMOUNT	PIC 9(7)V999.
	     03  FILE-PEND-PRICE	PIC 9(7)V99.
	     03  FILE-PEND-ORDER-REF	PIC X(20).
	     03  FILE-PEND-OPERATOR	PIC X(10).
	     03  FILE-PEND-STATUS	PIC X(01).
		 88  FILE-PEND-IS-APPROVED	VALUE "A".
	     03  FILE-PEND-APPROVER	PIC X(10).
	     03  FILE-PEND-APPR-DATE	PIC 9(8).
	     03  FILE-PEND-HOLD	PIC X(01).
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
	FD  DECL-FILE; RECORD 71.
	01  DECL-ITEM.
	     03  FILE-DECL-KEY.
		05  FILE-DECL-FUND	PIC X(10).
		05  FILE-DECL-PAY-DATE	PIC 9(8).
	     03  FILE-DECL-REC-DATE	PIC 9(8).
	     03  FILE-DECL-EX-DATE	PIC 9(8).
	     03  FILE-DECL-RATE		PIC 9(5)V99.
	     03  FILE-DECL-CHAR		PIC X(01).
	     03  FILE-DECL-STATUS	PIC X(01).
		 88  FILE-DECL-IS-DONE		VALUE "D".
	     03  FILE-DECL-POSTED-DATE	PIC 9(8).
	     03  FILE-DECL-OPERATOR	PIC X(10).
	     03  FILE-DECL-APPROVER	PIC X(10).
	FD  PXCORR-FILE; RECORD 91.
	01  PXCORR-ITEM.
	     03  FILE-PXC-KEY.
		05  FILE-PXC-FUND	PIC X(10).
		05  FILE-PXC-DATE	PIC 9(8).
	     03  FILE-PXC-NEW-SELL	PIC 9(7)V99.
	     03  FILE-PXC-NEW-BUY	PIC 9(7)V99.
	     03  FILE-PXC-OLD-SELL	PIC 9(7)V99.
	     03  FILE-PXC-OLD-BUY	PIC 9(7)V99.
	     03  FILE-PXC-STATUS	PIC X(01).
		 88  FILE-PXC-IS-DONE		VALUE "D".
	     03  FILE-PXC-OPERATOR	PIC X(10).
	     03  FILE-PXC-APPROVER	PIC X(10).
	     03  FILE-PXC-ENTERED	PIC 9(8).
	     03  FILE-PXC-POSTED	PIC 9(8).
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
      * Review limits -- PARAM.IT overrides the defaults.
      * The hours are HHMM on the operator's clock.
      ******************************************************
	77  DEFAULT-PERIOD-DAYS	PIC 9(3) VALUE 7.
	77  DEFAULT-ADDR-WINDOW	PIC 9(3) VALUE 30.
	77  DEFAULT-RESET-WINDOW	PIC 9(3) VALUE 30.
	77  DEFAULT-DORMANT-DAYS	PIC 9(3) VALUE 90.
	77  DEFAULT-EARLY-HHMM	PIC 9(4) VALUE 0700.
	77  DEFAULT-LATE-HHMM	PIC 9(4) VALUE 1900.
	01  PERIOD-DAYS		PIC 9(3).
	01  ADDR-WINDOW		PIC 9(3).
	01  RESET-WINDOW	PIC 9(3).
	01  DORMANT-DAYS	PIC 9(3).
	01  EARLY-HHMM		PIC 9(4).
	01  LATE-HHMM		PIC 9(4).
      ******************************************************
      * One slot per operator -- everyone on OPERATOR.IT,
      * plus any ID found on a trail but not on file.  The
      * last-before date is the operator's latest work
      * ahead of the period; the own account and household
      * come off OPERACCT.IT and CUSTMAS.IT.
      ******************************************************
	01  OPER-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  OPER-TABLE.
		05  OPER-ENTRY OCCURS 500 TIMES.
			10  OT-ID		PIC X(10).
			10  OT-NAME		PIC X(30).
			10  OT-ADDED-DATE	PIC 9(8).
			10  OT-LAST-BEFORE	PIC 9(8).
			10  OT-OWN-ACCOUNT	PIC X(10).
			10  OT-OWN-HOUSEHOLD	PIC X(10).
			10  OT-PERIOD-COUNT	PIC 9(7) COMP-5.
			10  OT-TRADES		PIC 9(7) COMP-5.
			10  OT-TRADE-VALUE	PIC 9(11)V99.
			10  OT-CASH-COUNT	PIC 9(7) COMP-5.
			10  OT-CASH-AMOUNT	PIC 9(11)V99.
			10  OT-MAINT		PIC 9(7) COMP-5.
			10  OT-APPROVALS	PIC 9(7) COMP-5.
	01  OT-SUB		PIC 9(4) COMP-5.
	01  OT-HIT		PIC X VALUE "N".
      ******************************************************
      * Address changes inside the look-back, each with the
      * last day a redemption by the same operator still
      * counts against it
      ******************************************************
	01  ADDR-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  ADDR-TABLE.
		05  ADDR-ENTRY OCCURS 500 TIMES.
			10  AT-ACCOUNT		PIC X(10).
			10  AT-OPERATOR		PIC X(10).
			10  AT-DATE		PIC 9(8).
			10  AT-WINDOW-END	PIC 9(8).
	01  AT-SUB		PIC 9(4) COMP-5.
	01  AT-HIT		PIC X VALUE "N".
      ******************************************************
      * Password resets and unlocks inside the look-back --
      * which supervisor did it to which operator, and the
      * last day an approval by that supervisor is suspect
      ******************************************************
	01  RESET-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  RESET-TABLE.
		05  RESET-ENTRY OCCURS 200 TIMES.
			10  RT-SUPER		PIC X(10).
			10  RT-OPERATOR		PIC X(10).
			10  RT-DATE		PIC 9(8).
			10  RT-WINDOW-END	PIC 9(8).
	01  RT-SUB		PIC 9(4) COMP-5.
	01  RT-HIT		PIC X VALUE "N".
      ******************************************************
      * The piece of work in hand, whatever trail it came
      * off
      ******************************************************
	01  ACT-OPERATOR	PIC X(10).
	01  ACT-ACCOUNT		PIC X(10).
	01  ACT-DATE		PIC 9(8).
	01  ACT-TIME		PIC 9(8).
	01  ACT-HHMM		PIC 9(4).
	01  ACT-KIND		PIC X(8).
	01  ACT-SUPER		PIC X(10).
	01  ACT-PERIOD-SWITCH	PIC X VALUE "N".
		88  ACT-IN-PERIOD	VALUE "Y".
	01  ACT-REVIEW-SWITCH	PIC X VALUE "N".
		88  ACT-REVIEWED	VALUE "Y".
	01  TRADE-VALUE		PIC 9(11)V99.
      ******************************************************
      * The run date, the period and the look-back dates
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  PERIOD-START	PIC 9(8).
	01  ADDR-LOOKBACK	PIC 9(8).
	01  RESET-LOOKBACK	PIC 9(8).
	01  DORMANT-CUTOFF	PIC 9(8).
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
	01  WORK-DATE-NUM REDEFINES WORK-DATE PIC 9(8).
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
			"OPERATOR ACTIVITY REVIEW".
		05  RPT-RUN-DATE	PIC 9(8).
		05  FILLER	PIC X(42) VALUE SPACES.
	01  RPT-PERIOD-LINE.
		05  FILLER	PIC X(8) VALUE "PERIOD  ".
		05  RPT-FROM-DATE	PIC 9(8).
		05  FILLER	PIC X(4) VALUE " TO ".
		05  RPT-TO-DATE		PIC 9(8).
	01  RPT-FLAG-HEAD.
		05  FILLER	PIC X(12) VALUE "EXCEPTION".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(10) VALUE "OPERATOR".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(10) VALUE "ACCOUNT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(8) VALUE "DATE".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(4) VALUE "TIME".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(20) VALUE "DETAIL".
	01  RPT-LINE.
		05  RPT-FLAG		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-OPERATOR	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-DATE		PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-HHMM		PIC 9(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-DETAIL		PIC X(20).
	01  RPT-VOL-HEAD.
		05  FILLER	PIC X(12) VALUE "OPERATOR".
		05  FILLER	PIC X(7) VALUE " TRADES".
		05  FILLER	PIC X(16) VALUE "     TRADE VALUE".
		05  FILLER	PIC X(7) VALUE "   CASH".
		05  FILLER	PIC X(16) VALUE "     CASH AMOUNT".
		05  FILLER	PIC X(7) VALUE "  MAINT".
		05  FILLER	PIC X(7) VALUE "  APPRV".
	01  RPT-VOL-LINE.
		05  RPT-VOL-OPERATOR	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-VOL-TRADES	PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-VOL-VALUE	PIC $$$,$$$,$$9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-VOL-CASH	PIC ZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-VOL-AMOUNT	PIC $$$,$$$,$$9.99.
		05  RPT-VOL-MAINT	PIC ZZZZZZ9.
		05  RPT-VOL-APPR	PIC ZZZZZZ9.
	01  RPT-VOL-NAME.
		05  FILLER		PIC X(12) VALUE SPACES.
		05  RPT-VOL-OPER-NAME	PIC X(30).
	01  RPT-TOTAL.
		05  FILLER	PIC X(18) VALUE "ITEMS REVIEWED =>".
		05  RPT-ITEM-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(18) VALUE "  FLAGS RAISED =>".
		05  RPT-FLAG-COUNT	PIC ZZZZZ9.
	01  RPT-NOFILE-LINE.
		05  FILLER	PIC X(12) VALUE "NOT ON FILE ".
		05  RPT-NF-FILE	PIC X(12).
		05  FILLER	PIC X(20) VALUE "-- NOT REVIEWED".
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"OPERRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"OPERRPT ERR =>".
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
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
 	01  OPERAUD-FILE-STATUS.
           	05  OAUD-STATUS-1	PIC X.
           	05  OAUD-STATUS-2	PIC X.
 	01  OPERACCT-FILE-STATUS.
           	05  OAC-STATUS-1	PIC X.
           	05  OAC-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  CUSTAUD-FILE-STATUS.
           	05  CAUD-STATUS-1	PIC X.
           	05  CAUD-STATUS-2	PIC X.
 	01  CASHAUD-FILE-STATUS.
           	05  CAD-STATUS-1	PIC X.
           	05  CAD-STATUS-2	PIC X.
 	01  PENDAPPR-FILE-STATUS.
           	05  PEND-STATUS-1	PIC X.
           	05  PEND-STATUS-2	PIC X.
 	01  DECL-FILE-STATUS.
           	05  DECL-STATUS-1	PIC X.
           	05  DECL-STATUS-2	PIC X.
 	01  PXCORR-FILE-STATUS.
           	05  PXC-STATUS-1	PIC X.
           	05  PXC-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
      ******************************************************
      * End-of-file control and counts
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ITEM-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  FLAG-COUNT		PIC 9(6) COMP-5 VALUE ZERO.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-OPERRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-LIMITS THRU GET-LIMITS-EXIT.
	PERFORM COMPUTE-PERIOD.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPERATOR" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE OPERATOR-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT BLOTTER-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN BLOTTER" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE OPERATOR-FILE
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	MOVE TODAYS-DATE TO RPT-RUN-DATE.
	MOVE PERIOD-START TO RPT-FROM-DATE.
	MOVE TODAYS-DATE TO RPT-TO-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-PERIOD-LINE.
	DISPLAY SPACE.
	PERFORM LOAD-OPERATORS.
	CLOSE OPERATOR-FILE.
	PERFORM LOAD-SECURITY-TRAIL THRU LOAD-SECURITY-TRAIL-EXIT.
	PERFORM LOAD-OWN-ACCOUNTS THRU LOAD-OWN-ACCOUNTS-EXIT.
	DISPLAY RPT-FLAG-HEAD.
	PERFORM SCAN-MAINTENANCE THRU SCAN-MAINTENANCE-EXIT.
	PERFORM SCAN-BLOTTER.
	CLOSE BLOTTER-FILE.
	PERFORM SCAN-CASH-AUDIT THRU SCAN-CASH-AUDIT-EXIT.
	PERFORM SCAN-APPROVALS THRU SCAN-APPROVALS-EXIT.
	PERFORM SCAN-DECLARATIONS THRU SCAN-DECLARATIONS-EXIT.
	PERFORM SCAN-CORRECTIONS THRU SCAN-CORRECTIONS-EXIT.
	CLOSE CUSTMAS-FILE.
	PERFORM JUDGE-DORMANCY
		VARYING OT-SUB FROM 1 BY 1
		UNTIL OT-SUB > OPER-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-VOL-HEAD.
	PERFORM SHOW-VOLUME THRU SHOW-VOLUME-EXIT
		VARYING OT-SUB FROM 1 BY 1
		UNTIL OT-SUB > OPER-COUNT.
	MOVE ITEM-COUNT TO RPT-ITEM-COUNT.
	MOVE FLAG-COUNT TO RPT-FLAG-COUNT.
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
      *  The review limits -- from PARAM.IT or defaults
      ******************************************************
       GET-LIMITS.
	MOVE DEFAULT-PERIOD-DAYS TO PERIOD-DAYS.
	MOVE DEFAULT-ADDR-WINDOW TO ADDR-WINDOW.
	MOVE DEFAULT-RESET-WINDOW TO RESET-WINDOW.
	MOVE DEFAULT-DORMANT-DAYS TO DORMANT-DAYS.
	MOVE DEFAULT-EARLY-HHMM TO EARLY-HHMM.
	MOVE DEFAULT-LATE-HHMM TO LATE-HHMM.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		MOVE "No PARAM.IT - Using Defaults" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO GET-LIMITS-EXIT.
	MOVE "SODPERIOD" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO PERIOD-DAYS.
	MOVE "SODADDRWIN" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO ADDR-WINDOW.
	MOVE "SODRESETWN" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO RESET-WINDOW.
	MOVE "SODDORMANT" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO DORMANT-DAYS.
	MOVE "SODEARLY" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO EARLY-HHMM.
	MOVE "SODLATE" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO LATE-HHMM.
	CLOSE PARAM-FILE.
       GET-LIMITS-EXIT.
	EXIT.
      ******************************************************
      *  The period runs back PERIOD-DAYS days to and
      *  including the business date.  The address and
      *  reset look-backs reach further, so a change made
      *  just ahead of the period still catches a
      *  redemption or approval inside it; the dormancy
      *  cut-off is DORMANT-DAYS ahead of the period.
      ******************************************************
       COMPUTE-PERIOD.
	MOVE TODAYS-DATE TO WORK-DATE-NUM.
	PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT
		VARYING DAY-COUNTER FROM 2 BY 1
		UNTIL DAY-COUNTER > PERIOD-DAYS.
	MOVE WORK-DATE-NUM TO PERIOD-START.
	PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > ADDR-WINDOW.
	MOVE WORK-DATE-NUM TO ADDR-LOOKBACK.
	MOVE PERIOD-START TO WORK-DATE-NUM.
	PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > RESET-WINDOW.
	MOVE WORK-DATE-NUM TO RESET-LOOKBACK.
	MOVE PERIOD-START TO WORK-DATE-NUM.
	PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > DORMANT-DAYS.
	MOVE WORK-DATE-NUM TO DORMANT-CUTOFF.
      ******************************************************
      *  A slot for everyone on OPERATOR.IT
      ******************************************************
       LOAD-OPERATORS.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-ONE-OPERATOR UNTIL DONE-READING.
      ******************************************************
       LOAD-ONE-OPERATOR.
	READ OPERATOR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE FILE-OPERATOR-ID TO ACT-OPERATOR
		PERFORM FIND-OPERATOR
		MOVE FILE-OPERATOR-NAME TO OT-NAME (OT-SUB)
	END-IF.
      ******************************************************
      *  The security trail gives each operator's add date
      *  and every reset or unlock a supervisor did inside
      *  the look-back.  With no trail nothing is known of
      *  either.
      ******************************************************
       LOAD-SECURITY-TRAIL.
	OPEN INPUT OPERAUD-FILE.
	IF OAUD-STATUS-1 NOT = "0"
		MOVE "OPERAUD.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO LOAD-SECURITY-TRAIL-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-ONE-SECURITY-REC
		THRU LOAD-ONE-SECURITY-REC-EXIT
		UNTIL DONE-READING.
	CLOSE OPERAUD-FILE.
       LOAD-SECURITY-TRAIL-EXIT.
	EXIT.
      ******************************************************
       LOAD-ONE-SECURITY-REC.
	READ OPERAUD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LOAD-ONE-SECURITY-REC-EXIT.
	IF FILE-OAUD-ACTION = "ADD"
		MOVE FILE-OAUD-OPERATOR TO ACT-OPERATOR
		PERFORM FIND-OPERATOR
		MOVE FILE-OAUD-DATE TO OT-ADDED-DATE (OT-SUB)
		GO TO LOAD-ONE-SECURITY-REC-EXIT.
	IF FILE-OAUD-ACTION NOT = "PWDRESET" AND
	   FILE-OAUD-ACTION NOT = "UNLOCK"
		GO TO LOAD-ONE-SECURITY-REC-EXIT.
	IF FILE-OAUD-BY = SPACES OR
	   FILE-OAUD-DATE < RESET-LOOKBACK OR
	   FILE-OAUD-DATE > TODAYS-DATE
		GO TO LOAD-ONE-SECURITY-REC-EXIT.
	IF RESET-COUNT NOT < 200
		MOVE "Reset table full -- truncated" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO LOAD-ONE-SECURITY-REC-EXIT.
	ADD 1 TO RESET-COUNT.
	MOVE FILE-OAUD-BY TO RT-SUPER (RESET-COUNT).
	MOVE FILE-OAUD-OPERATOR TO RT-OPERATOR (RESET-COUNT).
	MOVE FILE-OAUD-DATE TO RT-DATE (RESET-COUNT).
	MOVE FILE-OAUD-DATE TO WORK-DATE-NUM.
	PERFORM ADD-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > RESET-WINDOW.
	MOVE WORK-DATE-NUM TO RT-WINDOW-END (RESET-COUNT).
       LOAD-ONE-SECURITY-REC-EXIT.
	EXIT.
      ******************************************************
      *  Each operator's own account, and the household it
      *  sits in.  With no OPERACCT.IT the own-household
      *  view is simply empty.
      ******************************************************
       LOAD-OWN-ACCOUNTS.
	OPEN INPUT OPERACCT-FILE.
	IF OAC-STATUS-1 NOT = "0"
		MOVE "OPERACCT.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO LOAD-OWN-ACCOUNTS-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-ONE-OWN-ACCOUNT UNTIL DONE-READING.
	CLOSE OPERACCT-FILE.
       LOAD-OWN-ACCOUNTS-EXIT.
	EXIT.
      ******************************************************
       LOAD-ONE-OWN-ACCOUNT.
	READ OPERACCT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE FILE-OAC-OPERATOR TO ACT-OPERATOR
		PERFORM FIND-OPERATOR
		MOVE FILE-OAC-ACCOUNT TO OT-OWN-ACCOUNT (OT-SUB)
		MOVE FILE-OAC-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-HOUSEHOLD TO
				OT-OWN-HOUSEHOLD (OT-SUB)
		END-IF
	END-IF.
      ******************************************************
      *  Account maintenance.  Every change is the keying
      *  operator's work; an address change inside the look-
      *  back is remembered for the redemption check.
      ******************************************************
       SCAN-MAINTENANCE.
	OPEN INPUT CUSTAUD-FILE.
	IF CAUD-STATUS-1 NOT = "0"
		MOVE "CUSTAUD.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO SCAN-MAINTENANCE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-MAINTENANCE
		THRU SCAN-ONE-MAINTENANCE-EXIT
		UNTIL DONE-READING.
	CLOSE CUSTAUD-FILE.
       SCAN-MAINTENANCE-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-MAINTENANCE.
	READ CUSTAUD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-MAINTENANCE-EXIT.
	MOVE FILE-CAUD-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-CAUD-ACCOUNT TO ACT-ACCOUNT.
	MOVE FILE-CAUD-DATE TO ACT-DATE.
	MOVE FILE-CAUD-TIME TO ACT-TIME.
	MOVE "MAINT" TO ACT-KIND.
	PERFORM NOTE-ACTIVITY THRU NOTE-ACTIVITY-EXIT.
	IF NOT ACT-REVIEWED
		GO TO SCAN-ONE-MAINTENANCE-EXIT.
	IF ACT-IN-PERIOD
		ADD 1 TO OT-MAINT (OT-SUB).
	IF NOT FILE-CAUD-IS-CHANGE OR
	   FILE-CAUD-OLD-ADDRESS = FILE-CAUD-NEW-ADDRESS
		GO TO SCAN-ONE-MAINTENANCE-EXIT.
	IF FILE-CAUD-DATE < ADDR-LOOKBACK OR
	   FILE-CAUD-DATE > TODAYS-DATE
		GO TO SCAN-ONE-MAINTENANCE-EXIT.
	IF ADDR-COUNT NOT < 500
		MOVE "Address table full -- truncated" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO SCAN-ONE-MAINTENANCE-EXIT.
	ADD 1 TO ADDR-COUNT.
	MOVE FILE-CAUD-ACCOUNT TO AT-ACCOUNT (ADDR-COUNT).
	MOVE FILE-CAUD-OPERATOR TO AT-OPERATOR (ADDR-COUNT).
	MOVE FILE-CAUD-DATE TO AT-DATE (ADDR-COUNT).
	MOVE FILE-CAUD-DATE TO WORK-DATE-NUM.
	PERFORM ADD-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > ADDR-WINDOW.
	MOVE WORK-DATE-NUM TO AT-WINDOW-END (ADDR-COUNT).
       SCAN-ONE-MAINTENANCE-EXIT.
	EXIT.
      ******************************************************
      *  Trades off the blotter.  Distributions are the
      *  batch's, not anyone's keying; a sale or transfer
      *  out is a redemption for the address check.
      ******************************************************
       SCAN-BLOTTER.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-TRADE THRU SCAN-ONE-TRADE-EXIT
		UNTIL DONE-READING.
      ******************************************************
       SCAN-ONE-TRADE.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-TRADE-EXIT.
	IF FILE-BLOTTER-IS-DIST
		GO TO SCAN-ONE-TRADE-EXIT.
	MOVE FILE-BLOTTER-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-BLOTTER-ACCOUNT TO ACT-ACCOUNT.
	MOVE FILE-BLOTTER-DATE TO ACT-DATE.
	MOVE FILE-BLOTTER-TIME TO ACT-TIME.
	MOVE "TRADE" TO ACT-KIND.
	PERFORM NOTE-ACTIVITY THRU NOTE-ACTIVITY-EXIT.
	IF NOT ACT-REVIEWED OR NOT ACT-IN-PERIOD
		GO TO SCAN-ONE-TRADE-EXIT.
	ADD 1 TO OT-TRADES (OT-SUB).
	COMPUTE TRADE-VALUE ROUNDED =
		FILE-BLOTTER-AMOUNT * FILE-BLOTTER-PRICE.
	ADD TRADE-VALUE TO OT-TRADE-VALUE (OT-SUB).
	PERFORM CHECK-OWN-HOUSEHOLD THRU CHECK-OWN-HOUSEHOLD-EXIT.
	IF (FILE-BLOTTER-IS-SELL OR FILE-BLOTTER-IS-XFER-OUT) AND
	   (FILE-BLOTTER-IS-LIVE OR FILE-BLOTTER-IS-REBOOK)
		PERFORM CHECK-ADDRESS-REDEEM.
       SCAN-ONE-TRADE-EXIT.
	EXIT.
      ******************************************************
      *  Cash movements off CASHAUD.IT.  A withdrawal is a
      *  redemption for the address check.
      ******************************************************
       SCAN-CASH-AUDIT.
	OPEN INPUT CASHAUD-FILE.
	IF CAD-STATUS-1 NOT = "0"
		MOVE "CASHAUD.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO SCAN-CASH-AUDIT-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-CASH THRU SCAN-ONE-CASH-EXIT
		UNTIL DONE-READING.
	CLOSE CASHAUD-FILE.
       SCAN-CASH-AUDIT-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-CASH.
	READ CASHAUD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-CASH-EXIT.
	MOVE FILE-CAD-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-CAD-ACCOUNT TO ACT-ACCOUNT.
	MOVE FILE-CAD-DATE TO ACT-DATE.
	MOVE FILE-CAD-TIME TO ACT-TIME.
	MOVE "CASH" TO ACT-KIND.
	PERFORM NOTE-ACTIVITY THRU NOTE-ACTIVITY-EXIT.
	IF NOT ACT-REVIEWED OR NOT ACT-IN-PERIOD
		GO TO SCAN-ONE-CASH-EXIT.
	ADD 1 TO OT-CASH-COUNT (OT-SUB).
	ADD FILE-CAD-AMOUNT TO OT-CASH-AMOUNT (OT-SUB).
	PERFORM CHECK-OWN-HOUSEHOLD THRU CHECK-OWN-HOUSEHOLD-EXIT.
	IF FILE-CAD-REASON = "WD"
		PERFORM CHECK-ADDRESS-REDEEM.
       SCAN-ONE-CASH-EXIT.
	EXIT.
      ******************************************************
      *  Trades and withdrawals a supervisor released off
      *  the approval queue
      ******************************************************
       SCAN-APPROVALS.
	OPEN INPUT PENDAPPR-FILE.
	IF PEND-STATUS-1 NOT = "0"
		MOVE "PENDAPPR.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO SCAN-APPROVALS-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-APPROVAL THRU SCAN-ONE-APPROVAL-EXIT
		UNTIL DONE-READING.
	CLOSE PENDAPPR-FILE.
       SCAN-APPROVALS-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-APPROVAL.
	READ PENDAPPR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-APPROVAL-EXIT.
	IF NOT FILE-PEND-IS-APPROVED
		GO TO SCAN-ONE-APPROVAL-EXIT.
	MOVE FILE-PEND-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-PEND-APPROVER TO ACT-SUPER.
	MOVE FILE-PEND-ACCOUNT TO ACT-ACCOUNT.
	MOVE FILE-PEND-APPR-DATE TO ACT-DATE.
	MOVE "TRADE" TO RPT-DETAIL.
	PERFORM NOTE-APPROVAL THRU NOTE-APPROVAL-EXIT.
       SCAN-ONE-APPROVAL-EXIT.
	EXIT.
      ******************************************************
      *  Dividend declarations -- keyed by one operator,
      *  approved by another, both dated by the posting
      ******************************************************
       SCAN-DECLARATIONS.
	OPEN INPUT DECL-FILE.
	IF DECL-STATUS-1 NOT = "0"
		MOVE "DECL.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO SCAN-DECLARATIONS-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-DECLARATION
		THRU SCAN-ONE-DECLARATION-EXIT
		UNTIL DONE-READING.
	CLOSE DECL-FILE.
       SCAN-DECLARATIONS-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-DECLARATION.
	READ DECL-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-DECLARATION-EXIT.
	IF NOT FILE-DECL-IS-DONE
		GO TO SCAN-ONE-DECLARATION-EXIT.
	MOVE FILE-DECL-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-DECL-FUND TO ACT-ACCOUNT.
	MOVE FILE-DECL-POSTED-DATE TO ACT-DATE.
	MOVE ZERO TO ACT-TIME.
	MOVE "MAINT" TO ACT-KIND.
	PERFORM NOTE-ACTIVITY THRU NOTE-ACTIVITY-EXIT.
	IF ACT-REVIEWED AND ACT-IN-PERIOD
		ADD 1 TO OT-MAINT (OT-SUB).
	MOVE FILE-DECL-APPROVER TO ACT-SUPER.
	MOVE "DECLARATION" TO RPT-DETAIL.
	PERFORM NOTE-APPROVAL THRU NOTE-APPROVAL-EXIT.
       SCAN-ONE-DECLARATION-EXIT.
	EXIT.
      ******************************************************
      *  NAV corrections -- keyed and approved the same way
      ******************************************************
       SCAN-CORRECTIONS.
	OPEN INPUT PXCORR-FILE.
	IF PXC-STATUS-1 NOT = "0"
		MOVE "PXCORR.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO SCAN-CORRECTIONS-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-CORRECTION THRU SCAN-ONE-CORRECTION-EXIT
		UNTIL DONE-READING.
	CLOSE PXCORR-FILE.
       SCAN-CORRECTIONS-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-CORRECTION.
	READ PXCORR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-CORRECTION-EXIT.
	MOVE FILE-PXC-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-PXC-FUND TO ACT-ACCOUNT.
	MOVE FILE-PXC-ENTERED TO ACT-DATE.
	MOVE ZERO TO ACT-TIME.
	MOVE "MAINT" TO ACT-KIND.
	PERFORM NOTE-ACTIVITY THRU NOTE-ACTIVITY-EXIT.
	IF ACT-REVIEWED AND ACT-IN-PERIOD
		ADD 1 TO OT-MAINT (OT-SUB).
	IF NOT FILE-PXC-IS-DONE
		GO TO SCAN-ONE-CORRECTION-EXIT.
	MOVE FILE-PXC-OPERATOR TO ACT-OPERATOR.
	MOVE FILE-PXC-APPROVER TO ACT-SUPER.
	MOVE FILE-PXC-POSTED TO ACT-DATE.
	MOVE "NAV CORRECTION" TO RPT-DETAIL.
	PERFORM NOTE-APPROVAL THRU NOTE-APPROVAL-EXIT.
       SCAN-ONE-CORRECTION-EXIT.
	EXIT.
      ******************************************************
      *  One piece of keyed work.  "SYSTEM" and blank are
      *  the batch's and are not reviewed.  Work ahead of
      *  the period only moves the operator's last-before
      *  date; work inside it counts and is checked for the
      *  hour it was keyed.  Work dated after the business
      *  date (a rerun against an older date) is ignored.
      ******************************************************
       NOTE-ACTIVITY.
	MOVE "N" TO ACT-REVIEW-SWITCH.
	MOVE "N" TO ACT-PERIOD-SWITCH.
	IF ACT-OPERATOR = SPACES OR ACT-OPERATOR = "SYSTEM"
		GO TO NOTE-ACTIVITY-EXIT.
	IF ACT-DATE > TODAYS-DATE
		GO TO NOTE-ACTIVITY-EXIT.
	ADD 1 TO ITEM-COUNT.
	MOVE "Y" TO ACT-REVIEW-SWITCH.
	PERFORM FIND-OPERATOR.
	IF ACT-DATE < PERIOD-START
		IF ACT-DATE > OT-LAST-BEFORE (OT-SUB)
			MOVE ACT-DATE TO OT-LAST-BEFORE (OT-SUB)
		END-IF
		GO TO NOTE-ACTIVITY-EXIT.
	MOVE "Y" TO ACT-PERIOD-SWITCH.
	ADD 1 TO OT-PERIOD-COUNT (OT-SUB).
	IF ACT-TIME = ZERO
		GO TO NOTE-ACTIVITY-EXIT.
	MOVE ACT-TIME(1:4) TO ACT-HHMM.
	IF ACT-HHMM < EARLY-HHMM OR ACT-HHMM NOT < LATE-HHMM
		MOVE "OFF HOURS" TO RPT-FLAG
		MOVE ACT-OPERATOR TO RPT-OPERATOR
		MOVE ACT-ACCOUNT TO RPT-ACCOUNT
		MOVE ACT-DATE TO RPT-DATE
		MOVE ACT-HHMM TO RPT-HHMM
		MOVE ACT-KIND TO RPT-DETAIL
		PERFORM SHOW-FLAG.
       NOTE-ACTIVITY-EXIT.
	EXIT.
      ******************************************************
      *  One approval given.  It counts to the approver; it
      *  is flagged when the approver reset or unlocked the
      *  operator whose work it was, on or before the
      *  approval and within RESET-WINDOW days of it.
      ******************************************************
       NOTE-APPROVAL.
	IF ACT-SUPER = SPACES OR ACT-SUPER = "SYSTEM"
		GO TO NOTE-APPROVAL-EXIT.
	IF ACT-DATE < PERIOD-START OR ACT-DATE > TODAYS-DATE
		IF ACT-DATE < PERIOD-START
			MOVE ACT-SUPER TO ACT-OPERATOR
			PERFORM FIND-OPERATOR
			IF ACT-DATE > OT-LAST-BEFORE (OT-SUB)
				MOVE ACT-DATE TO
					OT-LAST-BEFORE (OT-SUB)
			END-IF
		END-IF
		GO TO NOTE-APPROVAL-EXIT.
	ADD 1 TO ITEM-COUNT.
	MOVE "N" TO RT-HIT.
	PERFORM MATCH-ONE-RESET
		VARYING RT-SUB FROM 1 BY 1
		UNTIL RT-SUB > RESET-COUNT OR RT-HIT = "Y".
	IF RT-HIT = "Y"
		MOVE "APPR RESET" TO RPT-FLAG
		MOVE ACT-SUPER TO RPT-OPERATOR
		MOVE ACT-ACCOUNT TO RPT-ACCOUNT
		MOVE ACT-DATE TO RPT-DATE
		MOVE ZERO TO RPT-HHMM
		MOVE "FOR" TO RPT-DETAIL(1:4)
		MOVE ACT-OPERATOR TO RPT-DETAIL(5:10)
		PERFORM SHOW-FLAG.
	MOVE ACT-SUPER TO ACT-OPERATOR.
	PERFORM FIND-OPERATOR.
	ADD 1 TO OT-APPROVALS (OT-SUB).
	ADD 1 TO OT-PERIOD-COUNT (OT-SUB).
       NOTE-APPROVAL-EXIT.
	EXIT.
      ******************************************************
       MATCH-ONE-RESET.
	IF RT-SUPER (RT-SUB) = ACT-SUPER AND
	   RT-OPERATOR (RT-SUB) = ACT-OPERATOR AND
	   RT-DATE (RT-SUB) NOT > ACT-DATE AND
	   RT-WINDOW-END (RT-SUB) NOT < ACT-DATE
		MOVE "Y" TO RT-HIT.
      ******************************************************
      *  Work keyed on the operator's own account, or any
      *  account sharing its household
      ******************************************************
       CHECK-OWN-HOUSEHOLD.
	IF OT-OWN-ACCOUNT (OT-SUB) = SPACES
		GO TO CHECK-OWN-HOUSEHOLD-EXIT.
	IF ACT-ACCOUNT = OT-OWN-ACCOUNT (OT-SUB)
		MOVE "OWN ACCOUNT" TO RPT-DETAIL
		GO TO CHECK-OWN-HOUSEHOLD-FLAG.
	IF OT-OWN-HOUSEHOLD (OT-SUB) = SPACES
		GO TO CHECK-OWN-HOUSEHOLD-EXIT.
	MOVE ACT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0" OR
	   FILE-CUSTMAS-HOUSEHOLD NOT = OT-OWN-HOUSEHOLD (OT-SUB)
		GO TO CHECK-OWN-HOUSEHOLD-EXIT.
	MOVE "OWN HOUSEHOLD" TO RPT-DETAIL.
       CHECK-OWN-HOUSEHOLD-FLAG.
	MOVE ACT-KIND TO RPT-DETAIL(15:6).
	MOVE "OWN HHLD" TO RPT-FLAG.
	MOVE ACT-OPERATOR TO RPT-OPERATOR.
	MOVE ACT-ACCOUNT TO RPT-ACCOUNT.
	MOVE ACT-DATE TO RPT-DATE.
	MOVE ACT-TIME(1:4) TO RPT-HHMM.
	PERFORM SHOW-FLAG.
       CHECK-OWN-HOUSEHOLD-EXIT.
	EXIT.
      ******************************************************
      *  A redemption by the same operator who changed the
      *  account's address, on or after the change and
      *  within ADDR-WINDOW days of it
      ******************************************************
       CHECK-ADDRESS-REDEEM.
	MOVE "N" TO AT-HIT.
	PERFORM MATCH-ONE-ADDRESS
		VARYING AT-SUB FROM 1 BY 1
		UNTIL AT-SUB > ADDR-COUNT OR AT-HIT = "Y".
	IF AT-HIT = "Y"
		SUBTRACT 1 FROM AT-SUB
		MOVE "ADDR+REDEEM" TO RPT-FLAG
		MOVE ACT-OPERATOR TO RPT-OPERATOR
		MOVE ACT-ACCOUNT TO RPT-ACCOUNT
		MOVE ACT-DATE TO RPT-DATE
		MOVE ACT-TIME(1:4) TO RPT-HHMM
		MOVE "ADDR CHG" TO RPT-DETAIL
		MOVE AT-DATE (AT-SUB) TO RPT-DETAIL(10:8)
		PERFORM SHOW-FLAG.
      ******************************************************
       MATCH-ONE-ADDRESS.
	IF AT-ACCOUNT (AT-SUB) = ACT-ACCOUNT AND
	   AT-OPERATOR (AT-SUB) = ACT-OPERATOR AND
	   AT-DATE (AT-SUB) NOT > ACT-DATE AND
	   AT-WINDOW-END (AT-SUB) NOT < ACT-DATE
		MOVE "Y" TO AT-HIT.
      ******************************************************
      *  An operator busy in the period with nothing on any
      *  trail between the dormancy cut-off and the period
      *  start, and not newly added
      ******************************************************
       JUDGE-DORMANCY.
	IF OT-PERIOD-COUNT (OT-SUB) > ZERO AND
	   OT-LAST-BEFORE (OT-SUB) < DORMANT-CUTOFF AND
	   OT-ADDED-DATE (OT-SUB) < DORMANT-CUTOFF
		MOVE "DORMANT ID" TO RPT-FLAG
		MOVE OT-ID (OT-SUB) TO RPT-OPERATOR
		MOVE SPACES TO RPT-ACCOUNT
		MOVE OT-LAST-BEFORE (OT-SUB) TO RPT-DATE
		MOVE ZERO TO RPT-HHMM
		MOVE "LAST WORK BEFORE" TO RPT-DETAIL
		PERFORM SHOW-FLAG.
      ******************************************************
      *  One operator's volume for the period -- only those
      *  who did something
      ******************************************************
       SHOW-VOLUME.
	IF OT-PERIOD-COUNT (OT-SUB) = ZERO
		GO TO SHOW-VOLUME-EXIT.
	MOVE OT-ID (OT-SUB) TO RPT-VOL-OPERATOR.
	MOVE OT-TRADES (OT-SUB) TO RPT-VOL-TRADES.
	MOVE OT-TRADE-VALUE (OT-SUB) TO RPT-VOL-VALUE.
	MOVE OT-CASH-COUNT (OT-SUB) TO RPT-VOL-CASH.
	MOVE OT-CASH-AMOUNT (OT-SUB) TO RPT-VOL-AMOUNT.
	MOVE OT-MAINT (OT-SUB) TO RPT-VOL-MAINT.
	MOVE OT-APPROVALS (OT-SUB) TO RPT-VOL-APPR.
	DISPLAY RPT-VOL-LINE.
	MOVE OT-NAME (OT-SUB) TO RPT-VOL-OPER-NAME.
	DISPLAY RPT-VOL-NAME.
       SHOW-VOLUME-EXIT.
	EXIT.
      ******************************************************
      *  Point OT-SUB at ACT-OPERATOR's slot, opening one
      *  for an ID not yet seen.  When the table is full the
      *  last slot takes the overflow.
      ******************************************************
       FIND-OPERATOR.
	MOVE "N" TO OT-HIT.
	PERFORM MATCH-ONE-OPERATOR
		VARYING OT-SUB FROM 1 BY 1
		UNTIL OT-SUB > OPER-COUNT OR OT-HIT = "Y".
	IF OT-HIT = "Y"
		SUBTRACT 1 FROM OT-SUB
	ELSE
		IF OPER-COUNT < 500
			ADD 1 TO OPER-COUNT
			MOVE OPER-COUNT TO OT-SUB
			MOVE ACT-OPERATOR TO OT-ID (OT-SUB)
			MOVE "NOT ON OPERATOR.IT" TO OT-NAME (OT-SUB)
			MOVE ZERO TO OT-ADDED-DATE (OT-SUB)
			MOVE ZERO TO OT-LAST-BEFORE (OT-SUB)
			MOVE SPACES TO OT-OWN-ACCOUNT (OT-SUB)
			MOVE SPACES TO OT-OWN-HOUSEHOLD (OT-SUB)
			MOVE ZERO TO OT-PERIOD-COUNT (OT-SUB)
			MOVE ZERO TO OT-TRADES (OT-SUB)
			MOVE ZERO TO OT-TRADE-VALUE (OT-SUB)
			MOVE ZERO TO OT-CASH-COUNT (OT-SUB)
			MOVE ZERO TO OT-CASH-AMOUNT (OT-SUB)
			MOVE ZERO TO OT-MAINT (OT-SUB)
			MOVE ZERO TO OT-APPROVALS (OT-SUB)
		ELSE
			MOVE "Operator table full -- truncated" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE OPER-COUNT TO OT-SUB
		END-IF
	END-IF.
      ******************************************************
       MATCH-ONE-OPERATOR.
	IF OT-ID (OT-SUB) = ACT-OPERATOR
		MOVE "Y" TO OT-HIT.
      ******************************************************
      *  Print one exception
      ******************************************************
       SHOW-FLAG.
	ADD 1 TO FLAG-COUNT.
	DISPLAY RPT-LINE.
	MOVE SPACES TO RPT-DETAIL.
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
      *  Back WORK-DATE up by a single calendar day,
      *  borrowing from the prior month/year at month start.
      *  February is treated as 29 days in a leap year.
      ******************************************************
       BACK-ONE-DAY.
	IF WORK-DAY > 1
		SUBTRACT 1 FROM WORK-DAY
		GO TO BACK-ONE-DAY-EXIT.
	IF WORK-MONTH = 1
		MOVE 12 TO WORK-MONTH
		SUBTRACT 1 FROM WORK-YEAR
	ELSE
		SUBTRACT 1 FROM WORK-MONTH
	END-IF.
	MOVE DAYS-IN-MONTH-ENTRY (WORK-MONTH) TO
		WORK-MONTH-DAYS.
	IF WORK-MONTH = 2
		PERFORM CHECK-LEAP-YEAR
		IF IS-LEAP-YEAR
			MOVE 29 TO WORK-MONTH-DAYS
		END-IF
	END-IF.
	MOVE WORK-MONTH-DAYS TO WORK-DAY.
       BACK-ONE-DAY-EXIT.
	EXIT.
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
