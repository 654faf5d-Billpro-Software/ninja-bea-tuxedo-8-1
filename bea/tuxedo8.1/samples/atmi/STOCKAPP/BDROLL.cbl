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
      * #ident	"@(#) samples/atmi/STOCKAPP/BDROLL.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/BDROLL.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * BDROLL rolls the system business date on BUSDATE.IT
      * forward to the next processing day.  It is the last
      * step of the EODRUN sequence: once every job has
      * dated its work to the day just closed, the business
      * date moves on, and the servers and the next night's
      * jobs work to the new one whatever the machine clock
      * happens to say.
      *
      * The next processing day is the first calendar day
      * after the current business date that is neither a
      * Saturday nor a Sunday (Zeller's congruence) nor a
      * holiday on the CALENDAR.IT market calendar.  A site
      * with no calendar on file rolls to the next weekday.
      *
      * A site with no business-date record yet starts it
      * from the machine date.  A business date already
      * ahead of the machine date means tonight's roll has
      * been done -- BDROLL refuses rather than skip a day.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BDROLL.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Market calendar -- one record per market holiday
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
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(9) VALUE
			"BDROLL =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"BDROLL ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status -- the calendar is optional
      ******************************************************
	COPY BDATEWS.
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
	01  BDT-FOUND-SWITCH	PIC X VALUE "N".
		88  BDT-RECORD-FOUND	VALUE "Y".
      ******************************************************
      * The machine date/time, and the business date before
      * and after the roll
      ******************************************************
	01  CLOCK-DATE		PIC 9(8).
	01  CLOCK-TIME		PIC 9(8).
	01  OLD-BUSINESS-DATE	PIC 9(8).
	01  DAYS-TRIED		PIC 9(2) COMP-5 VALUE ZERO.
	77  MAX-DAYS-TRIED	PIC 9(2) VALUE 31.
      ******************************************************
      * Calendar walk
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
      * Day-of-week working fields (Zeller's congruence) and
      * the is-it-a-processing-day answer
      ******************************************************
	01  DOW-YEAR		PIC 9(4).
	01  DOW-MONTH		PIC 9(4).
	01  DOW-DAY		PIC 9(2).
	01  DOW-T1		PIC 9(4) COMP-5.
	01  DOW-T2		PIC 9(4) COMP-5.
	01  DOW-T3		PIC 9(4) COMP-5.
	01  DOW-J		PIC 9(4).
	01  DOW-K		PIC 9(4).
	01  DOW-SUM		PIC 9(5) COMP-5.
	01  DOW-Q		PIC 9(5) COMP-5.
	01  DOW-H		PIC 9(4) COMP-5.
	01  BUSINESS-DAY-SWITCH	PIC X VALUE "N".
		88  IS-BUSINESS-DAY	VALUE "Y".
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(26) VALUE
			"BUSINESS DATE ROLL -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(46) VALUE SPACES.
	01  RPT-LINE.
		05  FILLER	PIC X(16) VALUE "ROLLED FROM   =>".
		05  RPT-FROM	PIC 9(8).
		05  FILLER	PIC X(16) VALUE "  TO          =>".
		05  RPT-TO	PIC 9(8).
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-BDROLL.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
	ACCEPT CLOCK-TIME FROM TIME.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O BUSDATE-FILE.
	IF BDT-STATUS-1 = "3"
		OPEN OUTPUT BUSDATE-FILE
		CLOSE BUSDATE-FILE
		OPEN I-O BUSDATE-FILE.
	IF BDT-STATUS-1 NOT = "0"
		MOVE "OPEN BDATE" TO LOG-ERR-ROUTINE
		MOVE BDT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE "N" TO BDT-FOUND-SWITCH.
	MOVE "BUSDATE" TO FILE-BDT-KEY.
	READ BUSDATE-FILE.
	IF BDT-STATUS-1 = "0"
		MOVE "Y" TO BDT-FOUND-SWITCH
	ELSE
		MOVE "First Business Date From Clock" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE SPACES TO BUSDATE-ITEM
		MOVE "BUSDATE" TO FILE-BDT-KEY
		MOVE CLOCK-DATE TO FILE-BDT-DATE
		MOVE ZERO TO FILE-BDT-PRIOR.
	IF FILE-BDT-DATE > CLOCK-DATE
		MOVE "Business Date Already Rolled" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		CLOSE BUSDATE-FILE
		PERFORM A-999-EXIT.
	MOVE FILE-BDT-DATE TO OLD-BUSINESS-DATE.
	MOVE FILE-BDT-DATE TO WORK-DATE-NUM.
	MOVE "N" TO CAL-OPEN-SWITCH.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH
	ELSE
		MOVE "No Market Calendar On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	MOVE "N" TO BUSINESS-DAY-SWITCH.
	PERFORM ROLL-ONE-DAY THRU ROLL-ONE-DAY-EXIT
		UNTIL IS-BUSINESS-DAY
		OR DAYS-TRIED NOT < MAX-DAYS-TRIED.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	IF NOT IS-BUSINESS-DAY
		MOVE "No Processing Day Within A Month" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		CLOSE BUSDATE-FILE
		PERFORM A-999-EXIT.
	PERFORM WRITE-BUSINESS-DATE.
	CLOSE BUSDATE-FILE.
	MOVE CLOCK-DATE TO RPT-DATE.
	MOVE OLD-BUSINESS-DATE TO RPT-FROM.
	MOVE FILE-BDT-DATE TO RPT-TO.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-LINE.
	MOVE "Business Date Rolled" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without rolling
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Roll" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Try the next calendar day -- a weekend day or a
      *  market holiday leaves IS-BUSINESS-DAY off and the
      *  walk carries on to the day after
      ******************************************************
       ROLL-ONE-DAY.
	PERFORM ADD-ONE-DAY.
	ADD 1 TO DAYS-TRIED.
	MOVE "Y" TO BUSINESS-DAY-SWITCH.
	MOVE WORK-YEAR TO DOW-YEAR.
	MOVE WORK-MONTH TO DOW-MONTH.
	MOVE WORK-DAY TO DOW-DAY.
	IF DOW-MONTH < 3
		ADD 12 TO DOW-MONTH
		SUBTRACT 1 FROM DOW-YEAR.
	COMPUTE DOW-T1 = (13 * (DOW-MONTH + 1)) / 5.
	DIVIDE DOW-YEAR BY 100 GIVING DOW-J REMAINDER DOW-K.
	COMPUTE DOW-T2 = DOW-K / 4.
	COMPUTE DOW-T3 = DOW-J / 4.
	COMPUTE DOW-SUM = DOW-DAY + DOW-T1 + DOW-K +
		DOW-T2 + DOW-T3 + (5 * DOW-J).
	DIVIDE DOW-SUM BY 7 GIVING DOW-Q REMAINDER DOW-H.
	IF DOW-H = 0 OR DOW-H = 1
		MOVE "N" TO BUSINESS-DAY-SWITCH
		GO TO ROLL-ONE-DAY-EXIT.
	IF NOT CALENDAR-AVAILABLE
		GO TO ROLL-ONE-DAY-EXIT.
	MOVE WORK-DATE-NUM TO FILE-CAL-DATE.
	READ CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "N" TO BUSINESS-DAY-SWITCH.
       ROLL-ONE-DAY-EXIT.
	EXIT.
      ******************************************************
      *  Advance WORK-DATE by a single calendar day, carrying
      *  into the next month/year at month end.  February is
      *  29 days in a leap year.
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
      *  The rolled date onto the control record -- the day
      *  just closed becomes the prior business date
      ******************************************************
       WRITE-BUSINESS-DATE.
	MOVE OLD-BUSINESS-DATE TO FILE-BDT-PRIOR.
	MOVE WORK-DATE-NUM TO FILE-BDT-DATE.
	MOVE CLOCK-DATE TO FILE-BDT-SET-DATE.
	MOVE CLOCK-TIME TO FILE-BDT-SET-TIME.
	MOVE "BDROLL" TO FILE-BDT-SET-BY.
	MOVE SPACES TO FILE-BDT-APPROVER.
	MOVE "NIGHTLY ROLL" TO FILE-BDT-REASON.
	IF BDT-RECORD-FOUND
		REWRITE BUSDATE-ITEM
	ELSE
		WRITE BUSDATE-ITEM.
	IF BDT-STATUS-1 NOT = "0"
		MOVE "WRITE BDATE" TO LOG-ERR-ROUTINE
		MOVE BDT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE BUSDATE-FILE
		PERFORM A-999-EXIT.
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
