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
      * #ident	"@(#) samples/atmi/STOCKAPP/MEDIAPX.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/MEDIAPX.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * MEDIAPX writes the day's price publication file for
      * the newspapers and the quotation services -- the
      * figures somebody used to read them off FUNDRPT over
      * the telephone.  It runs in the end-of-day sequence
      * straight after EODEXEC has struck the day's orders,
      * once the day's prices are final, and writes
      * MEDIAPX.IT in the services' fixed layout under the
      * usual header/detail/trailer envelope:
      *   H  header -- source and price date
      *   D  one record per fund code -- name and CUSIP off
      *      FUNDMAS.IT, NAV (the sell price), offering price
      *      (the buy price), the NAV's change from the prior
      *      day's close, and for a money market fund the
      *      seven-day yields
      *   T  trailer -- record count and NAV total
      * The prior day's close is the earliest QUOTEHST.IT
      * snapshot dated today -- FUNDUPSR archives the price
      * it replaces, so the first replacement today archived
      * yesterday's close.  A fund with no such snapshot was
      * not repriced off an earlier price today and shows no
      * change.
      *
      * A fund whose QUOTE-LAST-DATE is not today is held
      * back from the file -- publishing yesterday's NAV as
      * today's is worse than publishing nothing -- and
      * listed on the report so pricing can chase it.
      *
      * For a fund flagged daily-accrual on FUNDMAS.IT the
      * SEC seven-day yields are worked from the MILRATE.IT
      * daily factors in effect on each of the seven calendar
      * days ending today.  The base-period return is the
      * seven factors' sum over the NAV; the simple yield
      * annualizes it by 365/7, the effective yield
      * compounds it:
      *   simple    = return * (365 / 7) * 100
      *   effective = ((1 + return) ** (365 / 7) - 1) * 100
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MEDIAPX.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-QUOTE-FUND
		STATUS FILE-STATUS.
	SELECT FUNDMAS-FILE ASSIGN "FUNDMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FUND-CODE
		STATUS FUNDMAS-FILE-STATUS.
	SELECT QUOTEHST-FILE ASSIGN "QUOTEHST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-HIST-KEY
		STATUS QUOTEHST-FILE-STATUS.
	SELECT MILRATE-FILE ASSIGN "MILRATE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MIL-KEY
		STATUS MILRATE-FILE-STATUS.
	SELECT MEDIAPX-FILE ASSIGN "MEDIAPX.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS MEDIAPX-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
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
	FD  FUNDMAS-FILE; RECORD 69.
	01  FUNDMAS-ITEM.
	     03  FILE-FUND-CODE		PIC X(10).
	     03  FILE-FUND-NAME		PIC X(30).
	     03  FILE-FUND-CUSIP	PIC X(9).
	     03  FILE-FUND-CATEGORY	PIC X(10).
	     03  FILE-FUND-STATUS	PIC X(01).
	     03  FILE-FUND-REDFEE-RATE	PIC 9V9(4).
	     03  FILE-FUND-REDFEE-DAYS	PIC 9(3).
	     03  FILE-FUND-ACCRUAL	PIC X(01).
		 88  FILE-FUND-DAILY-ACCRUAL	VALUE "Y".
	FD  QUOTEHST-FILE; RECORD 52.
	01  HIST-ITEM.
		02  FILE-HIST-KEY.
			03  FILE-HIST-FUND	PIC X(10).
			03  FILE-HIST-DATE	PIC 9(8).
			03  FILE-HIST-TIME	PIC 9(8).
		02  FILE-HIST-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-OPERATOR		PIC X(08).
      ******************************************************
      * Daily mil rates -- see MILMNT.  Keyed by fund and the
      * complement of the effective date, so the rate in
      * effect on a day is one START and one READ NEXT.
      ******************************************************
	FD  MILRATE-FILE; RECORD 35.
	01  MILRATE-ITEM.
	     03  FILE-MIL-KEY.
		05  FILE-MIL-FUND	PIC X(10).
		05  FILE-MIL-EFF-INV	PIC 9(8).
	     03  FILE-MIL-EFF-DATE	PIC 9(8).
	     03  FILE-MIL-DAILY-RATE	PIC 9V9(8).
      ******************************************************
      * The quotation services' fixed layout -- one 100-byte
      * record per line, the first byte saying which shape
      * the rest takes
      ******************************************************
	FD  MEDIAPX-FILE; RECORD 100.
	01  MEDIAPX-ITEM.
	     03  MPX-REC-TYPE		PIC X(01).
		 88  MPX-IS-HEADER	VALUE "H".
		 88  MPX-IS-DETAIL	VALUE "D".
		 88  MPX-IS-TRAILER	VALUE "T".
	     03  MPX-REC-BODY		PIC X(99).
	01  MEDIAPX-HEADER REDEFINES MEDIAPX-ITEM.
	     03  FILLER			PIC X(01).
	     03  MPX-HDR-SOURCE		PIC X(10).
	     03  MPX-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(81).
	01  MEDIAPX-DETAIL REDEFINES MEDIAPX-ITEM.
	     03  FILLER			PIC X(01).
	     03  MPX-DTL-FUND		PIC X(10).
	     03  MPX-DTL-NAME		PIC X(30).
	     03  MPX-DTL-CUSIP		PIC X(09).
	     03  MPX-DTL-NAV		PIC 9(7)V99.
	     03  MPX-DTL-OFFER		PIC 9(7)V99.
	     03  MPX-DTL-CHG-SIGN	PIC X(01).
	     03  MPX-DTL-CHANGE		PIC 9(7)V99.
	     03  MPX-DTL-MM-FLAG	PIC X(01).
		 88  MPX-DTL-IS-MONEY-MKT	VALUE "Y".
	     03  MPX-DTL-SIMPLE-YLD	PIC 9(3)V99.
	     03  MPX-DTL-EFFECT-YLD	PIC 9(3)V99.
	     03  MPX-DTL-PRICE-DATE	PIC 9(8).
	     03  FILLER			PIC X(03).
	01  MEDIAPX-TRAILER REDEFINES MEDIAPX-ITEM.
	     03  FILLER			PIC X(01).
	     03  MPX-TRL-COUNT		PIC 9(7).
	     03  MPX-TRL-NAV-TOTAL	PIC 9(11)V99.
	     03  FILLER			PIC X(79).
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
			"MEDIAPX =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"MEDIAPX ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status -- the fund master, price history and
      * mil rates are each optional; without them the file
      * goes out without names, changes or yields
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  FUNDMAS-FILE-STATUS.
           	05  FUNDMAS-STATUS-1	PIC X.
           	05  FUNDMAS-STATUS-2	PIC X.
	01  FM-OPEN-SWITCH	PIC X VALUE "N".
		88  FUNDMAS-AVAILABLE	VALUE "Y".
 	01  QUOTEHST-FILE-STATUS.
           	05  HIST-STATUS-1	PIC X.
           	05  HIST-STATUS-2	PIC X.
	01  HIST-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTEHST-AVAILABLE	VALUE "Y".
 	01  MILRATE-FILE-STATUS.
           	05  MIL-STATUS-1	PIC X.
           	05  MIL-STATUS-2	PIC X.
	01  MIL-OPEN-SWITCH	PIC X VALUE "N".
		88  MILRATE-AVAILABLE	VALUE "Y".
 	01  MEDIAPX-FILE-STATUS.
           	05  MPX-STATUS-1	PIC X.
           	05  MPX-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
      ******************************************************
      * The fund in hand
      ******************************************************
	01  PRIOR-NAV		PIC 9(7)V99.
	01  PRIOR-SWITCH	PIC X VALUE "N".
		88  PRIOR-FOUND		VALUE "Y".
	01  NAV-CHANGE		PIC S9(7)V99.
	01  MONEY-MKT-SWITCH	PIC X VALUE "N".
		88  IS-MONEY-MKT	VALUE "Y".
	01  FACTOR-SUM		PIC 9(3)V9(8).
	01  BASE-RETURN		PIC 9(3)V9(10).
	01  SIMPLE-YIELD	PIC 9(3)V99.
	01  EFFECT-YIELD	PIC 9(3)V99.
	01  YIELD-DAY		PIC 9(2) COMP-5.
      ******************************************************
      * Calendar walk for the seven-day window
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
      ******************************************************
      * Counts
      ******************************************************
	01  SENT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  HELD-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  MM-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  NAV-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"MEDIA PRICE PUBLICATION -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-HEADING.
		05  FILLER	PIC X(12) VALUE "FUND".
		05  FILLER	PIC X(12) VALUE "         NAV".
		05  FILLER	PIC X(12) VALUE "       OFFER".
		05  FILLER	PIC X(12) VALUE "      CHANGE".
		05  FILLER	PIC X(10) VALUE "  7D SIMP".
		05  FILLER	PIC X(10) VALUE "   7D EFF".
	01  RPT-FUND-LINE.
		05  RPT-FUND		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-NAV		PIC Z,ZZZ,ZZ9.99.
		05  RPT-OFFER		PIC Z,ZZZ,ZZ9.99.
		05  RPT-CHANGE		PIC -,---,--9.99.
		05  FILLER		PIC X(3) VALUE SPACES.
		05  RPT-SIMPLE		PIC ZZ9.99.
		05  FILLER		PIC X(1) VALUE "%".
		05  FILLER		PIC X(3) VALUE SPACES.
		05  RPT-EFFECT		PIC ZZ9.99.
		05  FILLER		PIC X(1) VALUE "%".
	01  RPT-HELD-LINE.
		05  RPT-HELD-FUND	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(31) VALUE
			"HELD - PRICE NOT CURRENT, LAST".
		05  RPT-HELD-DATE	PIC 9(8).
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "PUBLISHED    =>".
		05  RPT-SENT-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  MONEY MKT  =>".
		05  RPT-MM-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  HELD BACK  =>".
		05  RPT-HELD-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-MEDIAPX.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT QUOTE-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE "N" TO FM-OPEN-SWITCH.
	OPEN INPUT FUNDMAS-FILE.
	IF FUNDMAS-STATUS-1 = "0"
		MOVE "Y" TO FM-OPEN-SWITCH.
	MOVE "N" TO HIST-OPEN-SWITCH.
	OPEN INPUT QUOTEHST-FILE.
	IF HIST-STATUS-1 = "0"
		MOVE "Y" TO HIST-OPEN-SWITCH.
	MOVE "N" TO MIL-OPEN-SWITCH.
	OPEN INPUT MILRATE-FILE.
	IF MIL-STATUS-1 = "0"
		MOVE "Y" TO MIL-OPEN-SWITCH.
	OPEN OUTPUT MEDIAPX-FILE.
	IF MPX-STATUS-1 NOT = "0"
		MOVE "OPEN MPX" TO LOG-ERR-ROUTINE
		MOVE MPX-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-INPUTS
		PERFORM A-999-EXIT.
	MOVE SPACES TO MEDIAPX-ITEM.
	SET MPX-IS-HEADER TO TRUE.
	MOVE "STOCKAPP" TO MPX-HDR-SOURCE.
	MOVE TODAYS-DATE TO MPX-HDR-DATE.
	PERFORM WRITE-MPX-RECORD.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-HEADING.
	PERFORM READ-LOOP UNTIL DONE-READING.
	MOVE SPACES TO MEDIAPX-ITEM.
	SET MPX-IS-TRAILER TO TRUE.
	MOVE SENT-COUNT TO MPX-TRL-COUNT.
	MOVE NAV-TOTAL TO MPX-TRL-NAV-TOTAL.
	PERFORM WRITE-MPX-RECORD.
	CLOSE MEDIAPX-FILE.
	PERFORM CLOSE-INPUTS.
	DISPLAY SPACE.
	MOVE SENT-COUNT TO RPT-SENT-COUNT.
	MOVE MM-COUNT TO RPT-MM-COUNT.
	MOVE HELD-COUNT TO RPT-HELD-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the file.  The return code is
      * set after the last USERLOG call -- a CALL hands the
      * called program's own return back through RETURN-CODE,
      * so setting 16 any earlier would be wiped before STOP
      * RUN and the end-of-day driver would never see the
      * failure.
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Price File" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
       CLOSE-INPUTS.
	CLOSE QUOTE-FILE.
	IF FUNDMAS-AVAILABLE
		CLOSE FUNDMAS-FILE.
	IF QUOTEHST-AVAILABLE
		CLOSE QUOTEHST-FILE.
	IF MILRATE-AVAILABLE
		CLOSE MILRATE-FILE.
      ******************************************************
      *  Read one fund off QUOTE.IT
      ******************************************************
       READ-LOOP.
	READ QUOTE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		PERFORM PUBLISH-ONE-FUND THRU PUBLISH-ONE-FUND-EXIT.
      ******************************************************
      *  One fund onto the file -- or held back when its
      *  price is not today's
      ******************************************************
       PUBLISH-ONE-FUND.
	IF FILE-QUOTE-LAST-DATE NOT = TODAYS-DATE
		ADD 1 TO HELD-COUNT
		MOVE FILE-QUOTE-FUND TO RPT-HELD-FUND
		MOVE FILE-QUOTE-LAST-DATE TO RPT-HELD-DATE
		DISPLAY RPT-HELD-LINE
		GO TO PUBLISH-ONE-FUND-EXIT.
	MOVE SPACES TO MEDIAPX-ITEM.
	SET MPX-IS-DETAIL TO TRUE.
	MOVE FILE-QUOTE-FUND TO MPX-DTL-FUND.
	MOVE "N" TO MONEY-MKT-SWITCH.
	IF FUNDMAS-AVAILABLE
		MOVE FILE-QUOTE-FUND TO FILE-FUND-CODE
		READ FUNDMAS-FILE
		IF FUNDMAS-STATUS-1 = "0"
			MOVE FILE-FUND-NAME TO MPX-DTL-NAME
			MOVE FILE-FUND-CUSIP TO MPX-DTL-CUSIP
			IF FILE-FUND-DAILY-ACCRUAL
				MOVE "Y" TO MONEY-MKT-SWITCH
			END-IF
		END-IF
	END-IF.
	MOVE FILE-QUOTE-SELL-PRICE TO MPX-DTL-NAV.
	MOVE FILE-QUOTE-BUY-PRICE TO MPX-DTL-OFFER.
	MOVE FILE-QUOTE-LAST-DATE TO MPX-DTL-PRICE-DATE.
	PERFORM FIND-PRIOR-NAV THRU FIND-PRIOR-NAV-EXIT.
	IF PRIOR-FOUND
		COMPUTE NAV-CHANGE =
			FILE-QUOTE-SELL-PRICE - PRIOR-NAV
	ELSE
		MOVE ZERO TO NAV-CHANGE.
	IF NAV-CHANGE < ZERO
		MOVE "-" TO MPX-DTL-CHG-SIGN
	ELSE
		MOVE "+" TO MPX-DTL-CHG-SIGN.
	MOVE NAV-CHANGE TO MPX-DTL-CHANGE.
	MOVE ZERO TO SIMPLE-YIELD.
	MOVE ZERO TO EFFECT-YIELD.
	IF IS-MONEY-MKT
		MOVE "Y" TO MPX-DTL-MM-FLAG
		ADD 1 TO MM-COUNT
		PERFORM COMPUTE-YIELDS THRU COMPUTE-YIELDS-EXIT
	ELSE
		MOVE "N" TO MPX-DTL-MM-FLAG.
	MOVE SIMPLE-YIELD TO MPX-DTL-SIMPLE-YLD.
	MOVE EFFECT-YIELD TO MPX-DTL-EFFECT-YLD.
	PERFORM WRITE-MPX-RECORD.
	ADD 1 TO SENT-COUNT.
	ADD FILE-QUOTE-SELL-PRICE TO NAV-TOTAL.
	MOVE FILE-QUOTE-FUND TO RPT-FUND.
	MOVE FILE-QUOTE-SELL-PRICE TO RPT-NAV.
	MOVE FILE-QUOTE-BUY-PRICE TO RPT-OFFER.
	MOVE NAV-CHANGE TO RPT-CHANGE.
	MOVE SIMPLE-YIELD TO RPT-SIMPLE.
	MOVE EFFECT-YIELD TO RPT-EFFECT.
	DISPLAY RPT-FUND-LINE.
       PUBLISH-ONE-FUND-EXIT.
	EXIT.
      ******************************************************
      *  Yesterday's close -- the earliest snapshot taken
      *  today, which is the price today's first repricing
      *  replaced
      ******************************************************
       FIND-PRIOR-NAV.
	MOVE "N" TO PRIOR-SWITCH.
	IF NOT QUOTEHST-AVAILABLE
		GO TO FIND-PRIOR-NAV-EXIT.
	MOVE FILE-QUOTE-FUND TO FILE-HIST-FUND.
	MOVE TODAYS-DATE TO FILE-HIST-DATE.
	MOVE ZERO TO FILE-HIST-TIME.
	START QUOTEHST-FILE KEY IS NOT LESS THAN FILE-HIST-KEY
		INVALID KEY GO TO FIND-PRIOR-NAV-EXIT.
	READ QUOTEHST-FILE NEXT RECORD
		AT END GO TO FIND-PRIOR-NAV-EXIT.
	IF FILE-HIST-FUND = FILE-QUOTE-FUND AND
	   FILE-HIST-DATE = TODAYS-DATE
		MOVE FILE-HIST-SELL-PRICE TO PRIOR-NAV
		MOVE "Y" TO PRIOR-SWITCH.
       FIND-PRIOR-NAV-EXIT.
	EXIT.
      ******************************************************
      *  The SEC seven-day simple and effective yields off
      *  the daily factors in effect on each of the seven
      *  calendar days ending today
      ******************************************************
       COMPUTE-YIELDS.
	IF NOT MILRATE-AVAILABLE OR FILE-QUOTE-SELL-PRICE = ZERO
		GO TO COMPUTE-YIELDS-EXIT.
	MOVE ZERO TO FACTOR-SUM.
	MOVE TODAYS-DATE TO WORK-DATE-NUM.
	PERFORM ADD-ONE-FACTOR
		VARYING YIELD-DAY FROM 1 BY 1
		UNTIL YIELD-DAY > 7.
	COMPUTE BASE-RETURN ROUNDED =
		FACTOR-SUM / FILE-QUOTE-SELL-PRICE.
	COMPUTE SIMPLE-YIELD ROUNDED =
		BASE-RETURN * (365 / 7) * 100.
	COMPUTE EFFECT-YIELD ROUNDED =
		(((1 + BASE-RETURN) ** (365 / 7)) - 1) * 100.
       COMPUTE-YIELDS-EXIT.
	EXIT.
      ******************************************************
      *  The factor in effect on WORK-DATE into the sum, then
      *  back a calendar day for the next
      ******************************************************
       ADD-ONE-FACTOR.
	MOVE FILE-QUOTE-FUND TO FILE-MIL-FUND.
	COMPUTE FILE-MIL-EFF-INV = 99999999 - WORK-DATE-NUM.
	START MILRATE-FILE KEY IS NOT LESS THAN FILE-MIL-KEY
		INVALID KEY MOVE SPACES TO FILE-MIL-FUND.
	IF FILE-MIL-FUND = FILE-QUOTE-FUND
		READ MILRATE-FILE NEXT RECORD
			AT END MOVE SPACES TO FILE-MIL-FUND
		END-READ
		IF FILE-MIL-FUND = FILE-QUOTE-FUND
			ADD FILE-MIL-DAILY-RATE TO FACTOR-SUM
		END-IF
	END-IF.
	PERFORM SUBTRACT-ONE-DAY.
      ******************************************************
      *  Step WORK-DATE back a single calendar day, borrowing
      *  from the prior month/year at a month start.
      *  February is treated as 29 days in a leap year.
      ******************************************************
       SUBTRACT-ONE-DAY.
	IF WORK-DAY > 1
		SUBTRACT 1 FROM WORK-DAY
	ELSE
		IF WORK-MONTH = 1
			MOVE 12 TO WORK-MONTH
			SUBTRACT 1 FROM WORK-YEAR
		ELSE
			SUBTRACT 1 FROM WORK-MONTH
		END-IF
		MOVE DAYS-IN-MONTH-ENTRY (WORK-MONTH) TO
			WORK-MONTH-DAYS
		IF WORK-MONTH = 2
			PERFORM CHECK-LEAP-YEAR
			IF IS-LEAP-YEAR
				MOVE 29 TO WORK-MONTH-DAYS
			END-IF
		END-IF
		MOVE WORK-MONTH-DAYS TO WORK-DAY
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
      *  Common write/error-check for one file record
      ******************************************************
       WRITE-MPX-RECORD.
	WRITE MEDIAPX-ITEM.
	IF MPX-STATUS-1 NOT = "0"
		MOVE "WRITE MPX" TO LOG-ERR-ROUTINE
		MOVE MPX-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE MEDIAPX-FILE
		PERFORM CLOSE-INPUTS
		PERFORM A-999-EXIT.
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
