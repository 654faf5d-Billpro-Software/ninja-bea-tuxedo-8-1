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
      * #ident	"@(#) samples/atmi/STOCKAPP/UNCOLRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/UNCOLRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * UNCOLRPT is the daily uncollected-funds report -- a
      * standalone batch job in the mold of SUITRPT.  It
      * lists every check deposit on CHKHOLD.IT that has not
      * yet cleared, with each account's uncollected
      * balance, then every CUSTLOT.IT lot tagged on
      * LOTHOLD.IT as bought with that money, and finally
      * the check holds and lot tags that release on the
      * next business day, so the cash desk knows what comes
      * free in the morning.  A check is good on its
      * clearing date; a hold whose date has come is no
      * longer listed.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. UNCOLRPT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CHKHOLD-FILE ASSIGN "CHKHOLD.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CHK-KEY
		STATUS FILE-STATUS.
	SELECT LOTHOLD-FILE ASSIGN "LOTHOLD.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-LHOLD-KEY
		STATUS LOTHOLD-FILE-STATUS.
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Uncollected check deposits, written by CASHSR --
      * FILE-CHK-INVESTED is the part BUYSR has already
      * spent on shares
      ******************************************************
	FD  CHKHOLD-FILE; RECORD 68.
	01  CHKHOLD-ITEM.
	     03  FILE-CHK-KEY.
		05  FILE-CHK-ACCOUNT	PIC X(10).
		05  FILE-CHK-DEP-DATE	PIC 9(8).
		05  FILE-CHK-CHECK-NO	PIC X(10).
	     03  FILE-CHK-AMOUNT	PIC 9(9)V99.
	     03  FILE-CHK-INVESTED	PIC 9(9)V99.
	     03  FILE-CHK-CLEAR-DATE	PIC 9(8).
	     03  FILE-CHK-OPERATOR	PIC X(10).
      ******************************************************
      * Uncollected-funds tags on CUSTLOT.IT lots, written
      * by BUYSR
      ******************************************************
	FD  LOTHOLD-FILE; RECORD 57.
	01  LOTHOLD-ITEM.
	     03  FILE-LHOLD-KEY.
		05  FILE-LHOLD-ACCOUNT	PIC X(10).
		05  FILE-LHOLD-FUND	PIC X(10).
		05  FILE-LHOLD-TRADE-DATE	PIC 9(8).
	     03  FILE-LHOLD-SHARES	PIC 9(7)V999.
	     03  FILE-LHOLD-AMOUNT	PIC 9(9)V99.
	     03  FILE-LHOLD-CLEAR-DATE	PIC 9(8).
      ******************************************************
      * Market calendar -- any day on file other than the
      * type "T" tax cutoff is a market holiday
      ******************************************************
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
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"UNCOLLECTED FUNDS REPORT -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(42) VALUE SPACES.
	01  RPT-CHECK-TITLE	PIC X(40) VALUE
			"CHECK DEPOSITS NOT YET CLEARED".
	01  RPT-CHECK-HEADING.
		05  FILLER	PIC X(10) VALUE "ACCOUNT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(10) VALUE "CHECK NO".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(8) VALUE "DEPOSIT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(8) VALUE "CLEARS".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(13) VALUE "       AMOUNT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(13) VALUE "  UNCOLLECTED".
	01  RPT-CHECK-LINE.
		05  RPT-CHK-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-CHK-CHECK-NO	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-CHK-DEP-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-CHK-CLEAR-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-CHK-AMOUNT	PIC ZZZZZZZZ9.99.
		05  FILLER		PIC X(3) VALUE SPACES.
		05  RPT-CHK-UNCOLL	PIC ZZZZZZZZ9.99.
	01  RPT-ACCT-LINE.
		05  FILLER		PIC X(10) VALUE SPACES.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(40) VALUE
			"ACCOUNT UNCOLLECTED BALANCE".
		05  FILLER		PIC X(3) VALUE SPACES.
		05  RPT-ACCT-UNCOLL	PIC ZZZZZZZZ9.99.
	01  RPT-LOT-TITLE	PIC X(40) VALUE
			"LOTS BOUGHT WITH UNCOLLECTED FUNDS".
	01  RPT-LOT-HEADING.
		05  FILLER	PIC X(10) VALUE "ACCOUNT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(10) VALUE "FUND".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(8) VALUE "LOT DATE".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(8) VALUE "CLEARS".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(13) VALUE "       SHARES".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(13) VALUE "  UNCOLLECTED".
	01  RPT-LOT-LINE.
		05  RPT-LOT-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-LOT-FUND	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-LOT-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-LOT-CLEAR-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-LOT-SHARES	PIC ZZZZZZZ9.999.
		05  FILLER		PIC X(3) VALUE SPACES.
		05  RPT-LOT-AMOUNT	PIC ZZZZZZZZ9.99.
	01  RPT-RELEASE-TITLE.
		05  FILLER	PIC X(34) VALUE
			"HOLDS RELEASING NEXT BUSINESS DAY".
		05  RPT-RELEASE-DATE	PIC 9(8).
	01  RPT-TOTAL.
		05  FILLER	PIC X(18) VALUE "UNCOLLECTED    =>".
		05  RPT-TOTAL-UNCOLL	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(18) VALUE "  CHECKS HELD  =>".
		05  RPT-CHECK-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  LOTS TAGGED  =>".
		05  RPT-LOT-COUNT	PIC ZZZZ9.
	01  RPT-RELEASE-TOTAL.
		05  FILLER	PIC X(18) VALUE "RELEASING      =>".
		05  RPT-RELEASE-AMOUNT	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(18) VALUE "  CHECKS       =>".
		05  RPT-RELEASE-CHECKS	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  LOTS         =>".
		05  RPT-RELEASE-LOTS	PIC ZZZZ9.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"UNCOLRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"UNCOLRPT ERR =>".
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
 	01  LOTHOLD-FILE-STATUS.
           	05  LHOLD-STATUS-1	PIC X.
           	05  LHOLD-STATUS-2	PIC X.
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
      ******************************************************
      * End-of-file control, the account break, and the
      * report's counts and totals
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  NEXT-BUS-DATE	PIC 9(8).
	01  PREV-ACCOUNT	PIC X(10).
	01  CHECK-UNCOLL	PIC 9(9)V99.
	01  ACCT-UNCOLL		PIC 9(9)V99.
	01  TOTAL-UNCOLL	PIC 9(11)V99 VALUE ZERO.
	01  RELEASE-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  CHECK-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  LOT-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  RELEASE-CHECKS	PIC 9(5) COMP-5 VALUE ZERO.
	01  RELEASE-LOTS	PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
      * Calendar machinery to find the next business day
      ******************************************************
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
	01  WORK-DATE-NUM REDEFINES WORK-DATE	PIC 9(8).
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
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-UNCOLRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE "N" TO CAL-OPEN-SWITCH.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH.
	MOVE TODAYS-DATE TO WORK-DATE-NUM.
	PERFORM ADD-ONE-BUSINESS-DAY.
	MOVE WORK-DATE-NUM TO NEXT-BUS-DATE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
      ******************************************************
      *  The check deposits still in clearing, with each
      *  account's uncollected balance after its checks.  No
      *  check hold file at all means nothing was ever held.
      ******************************************************
	DISPLAY SPACE.
	DISPLAY RPT-CHECK-TITLE.
	DISPLAY RPT-CHECK-HEADING.
	OPEN INPUT CHKHOLD-FILE.
	IF STATUS-1 NOT = "0" AND FILE-STATUS NOT = "35"
		MOVE "OPEN CHK" TO LOG-ERR-ROUTINE
		MOVE FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	IF STATUS-1 = "0"
		MOVE SPACES TO PREV-ACCOUNT
		MOVE ZERO TO ACCT-UNCOLL
		MOVE "N" TO EOF-SWITCH
		PERFORM CHECK-LOOP THRU CHECK-LOOP-EXIT
			UNTIL DONE-READING
		PERFORM SHOW-ACCOUNT-TOTAL
		CLOSE CHKHOLD-FILE
	END-IF.
      ******************************************************
      *  The lots the uncollected money bought
      ******************************************************
	DISPLAY SPACE.
	DISPLAY RPT-LOT-TITLE.
	DISPLAY RPT-LOT-HEADING.
	OPEN INPUT LOTHOLD-FILE.
	IF LHOLD-STATUS-1 NOT = "0" AND LOTHOLD-FILE-STATUS NOT = "35"
		MOVE "OPEN LHOLD" TO LOG-ERR-ROUTINE
		MOVE LOTHOLD-FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	IF LHOLD-STATUS-1 = "0"
		MOVE "N" TO EOF-SWITCH
		PERFORM LOT-LOOP THRU LOT-LOOP-EXIT
			UNTIL DONE-READING
		CLOSE LOTHOLD-FILE
	END-IF.
      ******************************************************
      *  What comes free on the next business day
      ******************************************************
	MOVE NEXT-BUS-DATE TO RPT-RELEASE-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-RELEASE-TITLE.
	DISPLAY RPT-CHECK-HEADING.
	OPEN INPUT CHKHOLD-FILE.
	IF STATUS-1 NOT = "0" AND FILE-STATUS NOT = "35"
		MOVE "OPEN CHK" TO LOG-ERR-ROUTINE
		MOVE FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	IF STATUS-1 = "0"
		MOVE "N" TO EOF-SWITCH
		PERFORM RELEASE-CHECK-LOOP THRU RELEASE-CHECK-LOOP-EXIT
			UNTIL DONE-READING
		CLOSE CHKHOLD-FILE
	END-IF.
	DISPLAY RPT-LOT-HEADING.
	OPEN INPUT LOTHOLD-FILE.
	IF LHOLD-STATUS-1 NOT = "0" AND LOTHOLD-FILE-STATUS NOT = "35"
		MOVE "OPEN LHOLD" TO LOG-ERR-ROUTINE
		MOVE LOTHOLD-FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	IF LHOLD-STATUS-1 = "0"
		MOVE "N" TO EOF-SWITCH
		PERFORM RELEASE-LOT-LOOP THRU RELEASE-LOT-LOOP-EXIT
			UNTIL DONE-READING
		CLOSE LOTHOLD-FILE
	END-IF.
	MOVE TOTAL-UNCOLL TO RPT-TOTAL-UNCOLL.
	MOVE CHECK-COUNT TO RPT-CHECK-COUNT.
	MOVE LOT-COUNT TO RPT-LOT-COUNT.
	MOVE RELEASE-AMOUNT TO RPT-RELEASE-AMOUNT.
	MOVE RELEASE-CHECKS TO RPT-RELEASE-CHECKS.
	MOVE RELEASE-LOTS TO RPT-RELEASE-LOTS.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	DISPLAY RPT-RELEASE-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      *  Read one check hold, listing it while it has not
      *  cleared, with the account's total shown when the
      *  account changes
      ******************************************************
       CHECK-LOOP.
	READ CHKHOLD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF STATUS-1 NOT = "0" AND NOT DONE-READING
		MOVE "READ CHK" TO LOG-ERR-ROUTINE
		MOVE FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO CHECK-LOOP-EXIT.
	IF FILE-CHK-CLEAR-DATE NOT > TODAYS-DATE
		GO TO CHECK-LOOP-EXIT.
	IF FILE-CHK-ACCOUNT NOT = PREV-ACCOUNT
		PERFORM SHOW-ACCOUNT-TOTAL
		MOVE FILE-CHK-ACCOUNT TO PREV-ACCOUNT.
	MOVE ZERO TO CHECK-UNCOLL.
	IF FILE-CHK-INVESTED < FILE-CHK-AMOUNT
		COMPUTE CHECK-UNCOLL =
			FILE-CHK-AMOUNT - FILE-CHK-INVESTED.
	ADD CHECK-UNCOLL TO ACCT-UNCOLL.
	ADD CHECK-UNCOLL TO TOTAL-UNCOLL.
	ADD 1 TO CHECK-COUNT.
	PERFORM FORMAT-CHECK-LINE.
	DISPLAY RPT-CHECK-LINE.
       CHECK-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The running account's uncollected balance, once
      *  it has had a check listed
      ******************************************************
       SHOW-ACCOUNT-TOTAL.
	IF PREV-ACCOUNT NOT = SPACES
		MOVE ACCT-UNCOLL TO RPT-ACCT-UNCOLL
		DISPLAY RPT-ACCT-LINE.
	MOVE ZERO TO ACCT-UNCOLL.
      ******************************************************
       FORMAT-CHECK-LINE.
	MOVE FILE-CHK-ACCOUNT TO RPT-CHK-ACCOUNT.
	MOVE FILE-CHK-CHECK-NO TO RPT-CHK-CHECK-NO.
	MOVE FILE-CHK-DEP-DATE TO RPT-CHK-DEP-DATE.
	MOVE FILE-CHK-CLEAR-DATE TO RPT-CHK-CLEAR-DATE.
	MOVE FILE-CHK-AMOUNT TO RPT-CHK-AMOUNT.
	MOVE CHECK-UNCOLL TO RPT-CHK-UNCOLL.
      ******************************************************
      *  Read one lot tag, listing it while its money has
      *  not cleared
      ******************************************************
       LOT-LOOP.
	READ LOTHOLD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF LHOLD-STATUS-1 NOT = "0" AND NOT DONE-READING
		MOVE "READ LHOLD" TO LOG-ERR-ROUTINE
		MOVE LOTHOLD-FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LOT-LOOP-EXIT.
	IF FILE-LHOLD-CLEAR-DATE NOT > TODAYS-DATE
		GO TO LOT-LOOP-EXIT.
	ADD 1 TO LOT-COUNT.
	PERFORM FORMAT-LOT-LINE.
	DISPLAY RPT-LOT-LINE.
       LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
       FORMAT-LOT-LINE.
	MOVE FILE-LHOLD-ACCOUNT TO RPT-LOT-ACCOUNT.
	MOVE FILE-LHOLD-FUND TO RPT-LOT-FUND.
	MOVE FILE-LHOLD-TRADE-DATE TO RPT-LOT-DATE.
	MOVE FILE-LHOLD-CLEAR-DATE TO RPT-LOT-CLEAR-DATE.
	MOVE FILE-LHOLD-SHARES TO RPT-LOT-SHARES.
	MOVE FILE-LHOLD-AMOUNT TO RPT-LOT-AMOUNT.
      ******************************************************
      *  Read one check hold, listing it when it clears on
      *  the next business day
      ******************************************************
       RELEASE-CHECK-LOOP.
	READ CHKHOLD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF STATUS-1 NOT = "0" AND NOT DONE-READING
		MOVE "READ CHK" TO LOG-ERR-ROUTINE
		MOVE FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO RELEASE-CHECK-LOOP-EXIT.
	IF FILE-CHK-CLEAR-DATE NOT = NEXT-BUS-DATE
		GO TO RELEASE-CHECK-LOOP-EXIT.
	MOVE ZERO TO CHECK-UNCOLL.
	IF FILE-CHK-INVESTED < FILE-CHK-AMOUNT
		COMPUTE CHECK-UNCOLL =
			FILE-CHK-AMOUNT - FILE-CHK-INVESTED.
	ADD FILE-CHK-AMOUNT TO RELEASE-AMOUNT.
	ADD 1 TO RELEASE-CHECKS.
	PERFORM FORMAT-CHECK-LINE.
	DISPLAY RPT-CHECK-LINE.
       RELEASE-CHECK-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Read one lot tag, listing it when it releases on
      *  the next business day
      ******************************************************
       RELEASE-LOT-LOOP.
	READ LOTHOLD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF LHOLD-STATUS-1 NOT = "0" AND NOT DONE-READING
		MOVE "READ LHOLD" TO LOG-ERR-ROUTINE
		MOVE LOTHOLD-FILE-STATUS TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO RELEASE-LOT-LOOP-EXIT.
	IF FILE-LHOLD-CLEAR-DATE NOT = NEXT-BUS-DATE
		GO TO RELEASE-LOT-LOOP-EXIT.
	ADD 1 TO RELEASE-LOTS.
	PERFORM FORMAT-LOT-LINE.
	DISPLAY RPT-LOT-LINE.
       RELEASE-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Advance WORK-DATE to the next business day
      ******************************************************
       ADD-ONE-BUSINESS-DAY.
	PERFORM ADD-ONE-WORK-DAY.
	PERFORM CHECK-BUSINESS-DAY.
	IF NOT IS-BUSINESS-DAY
		GO TO ADD-ONE-BUSINESS-DAY.
      ******************************************************
      *  Advance WORK-DATE by a single calendar day, carrying
      *  into the next month/year at month end.  February is
      *  treated as 29 days in a leap year.
      ******************************************************
       ADD-ONE-WORK-DAY.
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
      *  Is WORK-DATE a business day?  Saturday and Sunday
      *  by Zeller's congruence; any other day is a holiday
      *  only if the market calendar says so.
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
		MOVE WORK-DATE-NUM TO FILE-CAL-DATE
		READ CALENDAR-FILE
		IF CAL-STATUS-1 = "0" AND FILE-CAL-TYPE NOT = "T"
			MOVE "N" TO BUSINESS-DAY-SWITCH
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
