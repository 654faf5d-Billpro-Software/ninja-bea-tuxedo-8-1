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
      * #ident	"@(#) samples/atmi/STOCKAPP/WAIVRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/WAIVRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * WAIVRPT is the month-end sales charge waiver report
      * for compliance.  It lists every purchase of the month
      * on which BUYSR waived some or all of the front-end
      * charge (WAIVLOG.IT) -- the code, the charge the
      * schedule would have taken, the amount waived, the
      * operator -- and re-proves each one:
      *
      *   every waiver -- the blotter record of the purchase
      *       is still live, and the fee it carries plus the
      *       amount waived is the scheduled charge
      *   a category waiver (E, P, W, N) -- the account's
      *       WAIVER.IT record still carries that category
      *       and was in force on the trade date; its
      *       supporting document is printed
      *   a reinstatement (R) -- the account's redemptions
      *       in the fund family inside the REINSTDAYS window
      *       before the trade (GAINLOG.IT) cover the part of
      *       the purchase reinstated; the proceeds found are
      *       printed
      *
      * A waiver that fails is flagged with the reason and
      * counted as an exception, and the month closes with
      * the count and amount waived under each code.  On any
      * night that is not the month's last business day the
      * run logs the fact and ends clean.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. WAIVRPT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT WAIVLOG-FILE ASSIGN "WAIVLOG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WLG-KEY
		STATUS FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	SELECT WAIVER-FILE ASSIGN "WAIVER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WAIV-ACCOUNT
		STATUS WAIVER-FILE-STATUS.
	SELECT GAINLOG-FILE ASSIGN "GAINLOG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-GAIN-KEY
		STATUS GAINLOG-FILE-STATUS.
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
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Waived sales charges, written by BUYSR and keyed the
      * way the purchase's blotter record is
      ******************************************************
	FD  WAIVLOG-FILE; RECORD 95.
	01  WAIVLOG-ITEM.
	     03  FILE-WLG-KEY.
		05  FILE-WLG-ACCOUNT	PIC X(10).
		05  FILE-WLG-FUND	PIC X(10).
		05  FILE-WLG-DATE	PIC 9(8).
		05  FILE-WLG-TIME	PIC 9(8).
	     03  FILE-WLG-CODE		PIC X(01).
		 88  FILE-WLG-IS-REINSTATEMENT	VALUE "R".
	     03  FILE-WLG-TRADE-COST	PIC 9(9)V99.
	     03  FILE-WLG-GROSS-CHARGE	PIC 9(7)V99.
	     03  FILE-WLG-WAIVED	PIC 9(7)V99.
	     03  FILE-WLG-REINST-AMT	PIC 9(9)V99.
	     03  FILE-WLG-OPERATOR	PIC X(10).
	     03  FILE-WLG-EFF-DATE	PIC 9(8).
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
      ******************************************************
      * Standing waivers -- see WAIVMNT
      ******************************************************
	FD  WAIVER-FILE; RECORD 65.
	01  WAIVER-ITEM.
	     03  FILE-WAIV-ACCOUNT	PIC X(10).
	     03  FILE-WAIV-CATEGORY	PIC X(01).
	     03  FILE-WAIV-EFF-DATE	PIC 9(8).
	     03  FILE-WAIV-EXP-DATE	PIC 9(8).
	     03  FILE-WAIV-DOC-REF	PIC X(20).
	     03  FILE-WAIV-AUTH-OPER	PIC X(10).
	     03  FILE-WAIV-SET-DATE	PIC 9(8).
      ******************************************************
      * Realized gain/loss, one record per redemption --
      * written by SELLSR, with the proceeds
      ******************************************************
	FD  GAINLOG-FILE; RECORD 94.
	01  GAIN-ITEM.
	     03  FILE-GAIN-KEY.
		05  FILE-GAIN-ACCOUNT		PIC X(10).
		05  FILE-GAIN-FUND		PIC X(10).
		05  FILE-GAIN-DATE		PIC 9(8).
		05  FILE-GAIN-TIME		PIC 9(8).
	     03  FILE-GAIN-SHARES		PIC 9(7)V999.
	     03  FILE-GAIN-PROCEEDS		PIC 9(9)V99.
	     03  FILE-GAIN-BASIS		PIC 9(9)V99.
	     03  FILE-GAIN-AMOUNT		PIC S9(9)V99.
	     03  FILE-GAIN-METHOD		PIC X(01).
	     03  FILE-GAIN-WASH-FLAG		PIC X(01).
	     03  FILE-GAIN-DISALLOWED		PIC 9(9)V99.
	     03  FILE-GAIN-TERM		PIC X(01).
	     03  FILE-GAIN-BASIS-ADJ		PIC X(01).
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
      ******************************************************
      * Installation parameters -- REINSTDAYS is the
      * reinstatement window BUYSR allows
      ******************************************************
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
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
			"WAIVRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"WAIVRPT ERR =>".
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
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
 	01  WAIVER-FILE-STATUS.
           	05  WAIV-STATUS-1	PIC X.
           	05  WAIV-STATUS-2	PIC X.
 	01  GAINLOG-FILE-STATUS.
           	05  GAINLOG-STATUS-1	PIC X.
           	05  GAINLOG-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
	01  WAIV-OPEN-SWITCH	PIC X VALUE "N".
		88  WAIVER-AVAILABLE	VALUE "Y".
	01  GAIN-OPEN-SWITCH	PIC X VALUE "N".
		88  GAINLOG-AVAILABLE	VALUE "Y".
	01  QUOTE-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTE-AVAILABLE	VALUE "Y".
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  GAIN-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-GAINS		VALUE "Y".
      ******************************************************
      * Month-end gate
      ******************************************************
	01  POST-SWITCH		PIC X VALUE "N".
		88  IS-MONTH-END	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-MONTH	PIC 9(2).
      ******************************************************
      * Re-proving one waiver -- the reason it failed, the
      * reinstatement window and the family proceeds found
      * inside it
      ******************************************************
	01  EXC-TEXT		PIC X(26).
	01  REINST-DAYS		PIC 9(3).
	77  DEFAULT-REINST-DAYS	PIC 9(3) VALUE 90.
	01  DAY-SUB		PIC 9(4) COMP-5.
	01  REINST-CUTOFF	PIC 9(8).
	01  REINST-PROCEEDS	PIC 9(11)V99.
	01  BOUGHT-BASE-FUND	PIC X(10).
	01  FAMILY-SWITCH	PIC X VALUE "N".
		88  IN-BOUGHT-FAMILY	VALUE "Y".
	01  PROCEEDS-EDIT	PIC ZZZZZZZZZZ9.99.
      ******************************************************
      * Totals by waiver code
      ******************************************************
	01  CODE-VALUES.
		05  FILLER	PIC X(5) VALUE "EPWNR".
	01  CODE-LIST REDEFINES CODE-VALUES.
		05  CODE-ENTRY	PIC X(01) OCCURS 5 TIMES.
	01  CODE-NAME-VALUES.
		05  FILLER	PIC X(16) VALUE "EMPLOYEE".
		05  FILLER	PIC X(16) VALUE "RETIREMENT PLAN".
		05  FILLER	PIC X(16) VALUE "ADVISORY/WRAP".
		05  FILLER	PIC X(16) VALUE "NAV TRANSFER".
		05  FILLER	PIC X(16) VALUE "REINSTATEMENT".
	01  CODE-NAMES REDEFINES CODE-NAME-VALUES.
		05  CODE-NAME	PIC X(16) OCCURS 5 TIMES.
	01  CODE-TOTALS.
		05  CODE-TOTAL OCCURS 5 TIMES.
			10  CODE-COUNT	PIC 9(5).
			10  CODE-WAIVED	PIC 9(9)V99.
	01  CODE-SUB		PIC 9(2) COMP-5.
	01  WAIVER-COUNT	PIC 9(5) VALUE ZERO.
	01  EXCEPTION-COUNT	PIC 9(5) VALUE ZERO.
	01  TOT-WAIVED		PIC 9(11)V99 VALUE ZERO.
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
			"SALES CHARGE WAIVERS - MONTH".
		05  RPT-MONTH	PIC 9(6).
	01  RPT-COLS.
		05  FILLER	PIC X(41) VALUE
			"ACCOUNT    FUND       DATE     C PURCHASE".
		05  FILLER	PIC X(38) VALUE
			"      SCHED CHG     WAIVED OPERATOR   ".
		05  FILLER	PIC X(30) VALUE
			"SUPPORT              EXCEPTION".
	01  RPT-DETAIL.
		05  RPT-DET-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-FUND	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-DATE	PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-CODE	PIC X(01).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-COST	PIC ZZZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-GROSS	PIC ZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-WAIVED	PIC ZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-OPER	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-SUPPORT	PIC X(20).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-DET-EXC		PIC X(26).
	01  RPT-CODE-LINE.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  RPT-CODE		PIC X(01).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-CODE-NAME	PIC X(16).
		05  FILLER	PIC X(11) VALUE "  COUNT =>".
		05  RPT-CODE-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(12) VALUE "  WAIVED =>".
		05  RPT-CODE-WAIVED	PIC ZZZZZZZZ9.99.
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "WAIVERS       =>".
		05  RPT-WAIVER-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(16) VALUE "  WAIVED      =>".
		05  RPT-TOT-WAIVED	PIC ZZZZZZZZZ9.99.
	01  RPT-EXC-TOTAL.
		05  FILLER	PIC X(16) VALUE "EXCEPTIONS    =>".
		05  RPT-EXC-COUNT	PIC ZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-WAIVRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM CHECK-MONTH-END.
	IF NOT IS-MONTH-END
		MOVE "Not Month End - No Report" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	OPEN INPUT WAIVLOG-FILE.
	IF STATUS-1 = "3"
		MOVE "No Waivers On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN WLG" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT BLOTTER-FILE.
	IF BLOTTER-STATUS-1 NOT = "0"
		MOVE "OPEN BLOT" TO LOG-ERR-ROUTINE
		MOVE BLOTTER-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE WAIVLOG-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO WAIV-OPEN-SWITCH.
	OPEN INPUT WAIVER-FILE.
	IF WAIV-STATUS-1 = "0"
		MOVE "Y" TO WAIV-OPEN-SWITCH.
	MOVE "N" TO GAIN-OPEN-SWITCH.
	OPEN INPUT GAINLOG-FILE.
	IF GAINLOG-STATUS-1 = "0"
		MOVE "Y" TO GAIN-OPEN-SWITCH.
	MOVE "N" TO QUOTE-OPEN-SWITCH.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		MOVE "Y" TO QUOTE-OPEN-SWITCH.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-REINST-DAYS THRU GET-REINST-DAYS-EXIT.
	MOVE ZEROS TO CODE-TOTALS.
	MOVE TODAYS-DATE(1:6) TO RPT-MONTH.
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
	DISPLAY RPT-COLS.
	PERFORM REPORT-ONE-WAIVER THRU REPORT-ONE-WAIVER-EXIT
		UNTIL DONE-READING.
	CLOSE WAIVLOG-FILE.
	CLOSE BLOTTER-FILE.
	IF WAIVER-AVAILABLE
		CLOSE WAIVER-FILE.
	IF GAINLOG-AVAILABLE
		CLOSE GAINLOG-FILE.
	IF QUOTE-AVAILABLE
		CLOSE QUOTE-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	DISPLAY SPACE.
	PERFORM SHOW-ONE-CODE
		VARYING CODE-SUB FROM 1 BY 1 UNTIL CODE-SUB > 5.
	DISPLAY SPACE.
	MOVE WAIVER-COUNT TO RPT-WAIVER-COUNT.
	MOVE TOT-WAIVED TO RPT-TOT-WAIVED.
	DISPLAY RPT-TOTAL.
	MOVE EXCEPTION-COUNT TO RPT-EXC-COUNT.
	DISPLAY RPT-EXC-TOTAL.
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
      *  The reinstatement window -- the REINSTDAYS record on
      *  PARAM.IT, the built-in default when none is on file
      ******************************************************
       GET-REINST-DAYS.
	MOVE DEFAULT-REINST-DAYS TO REINST-DAYS.
	IF NOT PARAM-AVAILABLE
		GO TO GET-REINST-DAYS-EXIT.
	MOVE "REINSTDAYS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE FILE-PARM-VALUE TO REINST-DAYS.
       GET-REINST-DAYS-EXIT.
	EXIT.
      ******************************************************
      *  One waiver -- this month's are listed and re-proved
      ******************************************************
       REPORT-ONE-WAIVER.
	READ WAIVLOG-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO REPORT-ONE-WAIVER-EXIT.
	IF FILE-WLG-DATE(1:6) NOT = TODAYS-DATE(1:6)
		GO TO REPORT-ONE-WAIVER-EXIT.
	ADD 1 TO WAIVER-COUNT.
	ADD FILE-WLG-WAIVED TO TOT-WAIVED.
	PERFORM ROLL-ONE-CODE
		VARYING CODE-SUB FROM 1 BY 1 UNTIL CODE-SUB > 5.
	MOVE SPACES TO EXC-TEXT.
	MOVE SPACES TO RPT-DET-SUPPORT.
	PERFORM CHECK-BLOTTER-TRADE.
	IF EXC-TEXT = SPACES
		IF FILE-WLG-IS-REINSTATEMENT
			PERFORM CHECK-REINSTATEMENT THRU
				CHECK-REINSTATEMENT-EXIT
		ELSE
			PERFORM CHECK-CATEGORY THRU
				CHECK-CATEGORY-EXIT
		END-IF
	END-IF.
	IF EXC-TEXT NOT = SPACES
		ADD 1 TO EXCEPTION-COUNT.
	MOVE FILE-WLG-ACCOUNT TO RPT-DET-ACCOUNT.
	MOVE FILE-WLG-FUND TO RPT-DET-FUND.
	MOVE FILE-WLG-EFF-DATE TO RPT-DET-DATE.
	MOVE FILE-WLG-CODE TO RPT-DET-CODE.
	MOVE FILE-WLG-TRADE-COST TO RPT-DET-COST.
	MOVE FILE-WLG-GROSS-CHARGE TO RPT-DET-GROSS.
	MOVE FILE-WLG-WAIVED TO RPT-DET-WAIVED.
	MOVE FILE-WLG-OPERATOR TO RPT-DET-OPER.
	MOVE EXC-TEXT TO RPT-DET-EXC.
	DISPLAY RPT-DETAIL.
       REPORT-ONE-WAIVER-EXIT.
	EXIT.
      ******************************************************
       ROLL-ONE-CODE.
	IF CODE-ENTRY (CODE-SUB) = FILE-WLG-CODE
		ADD 1 TO CODE-COUNT (CODE-SUB)
		ADD FILE-WLG-WAIVED TO CODE-WAIVED (CODE-SUB).
      ******************************************************
       SHOW-ONE-CODE.
	MOVE CODE-ENTRY (CODE-SUB) TO RPT-CODE.
	MOVE CODE-NAME (CODE-SUB) TO RPT-CODE-NAME.
	MOVE CODE-COUNT (CODE-SUB) TO RPT-CODE-COUNT.
	MOVE CODE-WAIVED (CODE-SUB) TO RPT-CODE-WAIVED.
	DISPLAY RPT-CODE-LINE.
      ******************************************************
      *  The purchase has to be on the blotter, still live,
      *  and its fee plus the waiver has to be the scheduled
      *  charge
      ******************************************************
       CHECK-BLOTTER-TRADE.
	MOVE FILE-WLG-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE FILE-WLG-FUND TO FILE-BLOTTER-FUND.
	MOVE FILE-WLG-DATE TO FILE-BLOTTER-DATE.
	MOVE FILE-WLG-TIME TO FILE-BLOTTER-TIME.
	SET FILE-BLOTTER-IS-BUY TO TRUE.
	READ BLOTTER-FILE.
	IF BLOTTER-STATUS-1 NOT = "0"
		MOVE "NO BLOTTER RECORD" TO EXC-TEXT
	ELSE IF NOT FILE-BLOTTER-IS-LIVE
		MOVE "PURCHASE NOT LIVE" TO EXC-TEXT
	ELSE IF FILE-BLOTTER-FEE + FILE-WLG-WAIVED NOT =
		FILE-WLG-GROSS-CHARGE
		MOVE "FEE DOES NOT AGREE" TO EXC-TEXT.
      ******************************************************
      *  A category waiver -- the account's waiver has to
      *  carry the same category and have been in force on
      *  the trade date
      ******************************************************
       CHECK-CATEGORY.
	IF NOT WAIVER-AVAILABLE
		MOVE "NO WAIVER ON FILE" TO EXC-TEXT
		GO TO CHECK-CATEGORY-EXIT.
	MOVE FILE-WLG-ACCOUNT TO FILE-WAIV-ACCOUNT.
	READ WAIVER-FILE.
	IF WAIV-STATUS-1 NOT = "0"
		MOVE "NO WAIVER ON FILE" TO EXC-TEXT
		GO TO CHECK-CATEGORY-EXIT.
	MOVE FILE-WAIV-DOC-REF TO RPT-DET-SUPPORT.
	IF FILE-WAIV-CATEGORY NOT = FILE-WLG-CODE
		MOVE "CATEGORY CHANGED SINCE" TO EXC-TEXT
		GO TO CHECK-CATEGORY-EXIT.
	IF FILE-WAIV-EFF-DATE > FILE-WLG-EFF-DATE OR
	   (FILE-WAIV-EXP-DATE NOT = ZERO AND
	    FILE-WAIV-EXP-DATE < FILE-WLG-EFF-DATE)
		MOVE "NOT IN FORCE ON TRADE DATE" TO EXC-TEXT.
       CHECK-CATEGORY-EXIT.
	EXIT.
      ******************************************************
      *  A reinstatement -- the family redemptions inside the
      *  window before the trade have to cover the part of
      *  the purchase reinstated
      ******************************************************
       CHECK-REINSTATEMENT.
	MOVE ZERO TO REINST-PROCEEDS.
	IF NOT GAINLOG-AVAILABLE
		MOVE "NO REDEMPTIONS ON FILE" TO EXC-TEXT
		GO TO CHECK-REINSTATEMENT-EXIT.
	MOVE FILE-WLG-EFF-DATE(1:4) TO WORK-YEAR.
	MOVE FILE-WLG-EFF-DATE(5:2) TO WORK-MONTH.
	MOVE FILE-WLG-EFF-DATE(7:2) TO WORK-DAY.
	PERFORM BACK-ONE-DAY
		VARYING DAY-SUB FROM 1 BY 1
		UNTIL DAY-SUB > REINST-DAYS.
	COMPUTE REINST-CUTOFF =
		WORK-YEAR * 10000 +
		WORK-MONTH * 100 +
		WORK-DAY.
	MOVE SPACES TO BOUGHT-BASE-FUND.
	IF QUOTE-AVAILABLE
		MOVE FILE-WLG-FUND TO FILE-QUOTE-FUND
		READ QUOTE-FILE
		IF QUOTE-STATUS-1 = "0"
			MOVE FILE-QUOTE-BASE-FUND TO BOUGHT-BASE-FUND
		END-IF
	END-IF.
	MOVE "N" TO GAIN-EOF-SWITCH.
	MOVE FILE-WLG-ACCOUNT TO FILE-GAIN-ACCOUNT.
	MOVE LOW-VALUES TO FILE-GAIN-FUND.
	MOVE ZERO TO FILE-GAIN-DATE.
	MOVE ZERO TO FILE-GAIN-TIME.
	START GAINLOG-FILE KEY IS NOT LESS THAN FILE-GAIN-KEY
		INVALID KEY SET DONE-GAINS TO TRUE.
	PERFORM SUM-ONE-GAIN THRU SUM-ONE-GAIN-EXIT
		UNTIL DONE-GAINS.
	MOVE REINST-PROCEEDS TO PROCEEDS-EDIT.
	MOVE PROCEEDS-EDIT TO RPT-DET-SUPPORT.
	IF REINST-PROCEEDS < FILE-WLG-REINST-AMT
		MOVE "PROCEEDS DO NOT COVER" TO EXC-TEXT.
       CHECK-REINSTATEMENT-EXIT.
	EXIT.
      ******************************************************
      *  One of the account's redemptions -- counted when it
      *  is inside the window and in the bought fund's family
      ******************************************************
       SUM-ONE-GAIN.
	READ GAINLOG-FILE NEXT RECORD
		AT END SET DONE-GAINS TO TRUE.
	IF DONE-GAINS
		GO TO SUM-ONE-GAIN-EXIT.
	IF FILE-GAIN-ACCOUNT NOT = FILE-WLG-ACCOUNT
		SET DONE-GAINS TO TRUE
		GO TO SUM-ONE-GAIN-EXIT.
	IF FILE-GAIN-DATE < REINST-CUTOFF OR
	   FILE-GAIN-DATE > FILE-WLG-EFF-DATE
		GO TO SUM-ONE-GAIN-EXIT.
	MOVE "N" TO FAMILY-SWITCH.
	IF FILE-GAIN-FUND = FILE-WLG-FUND OR
	   FILE-GAIN-FUND = BOUGHT-BASE-FUND
		MOVE "Y" TO FAMILY-SWITCH
	ELSE IF QUOTE-AVAILABLE
		MOVE FILE-GAIN-FUND TO FILE-QUOTE-FUND
		READ QUOTE-FILE
		IF QUOTE-STATUS-1 = "0" AND
		   FILE-QUOTE-BASE-FUND NOT = SPACES AND
		   (FILE-QUOTE-BASE-FUND = BOUGHT-BASE-FUND OR
		    FILE-QUOTE-BASE-FUND = FILE-WLG-FUND)
			MOVE "Y" TO FAMILY-SWITCH
		END-IF
	END-IF.
	IF IN-BOUGHT-FAMILY
		ADD FILE-GAIN-PROCEEDS TO REINST-PROCEEDS.
       SUM-ONE-GAIN-EXIT.
	EXIT.
      ******************************************************
      *  Step WORK-DATE back a single calendar day
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
      *  Is tonight the month's last business day?  The same
      *  judgement CONCPAY makes.
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
