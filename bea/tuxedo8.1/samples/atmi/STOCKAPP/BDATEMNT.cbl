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
      * #ident	"@(#) samples/atmi/STOCKAPP/BDATEMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/BDATEMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * BDATEMNT is the supervisor's screen for the system
      * business date on BUSDATE.IT.  A supervisor (role "S")
      * signs on and sees the business date every server and
      * batch job is working to, the business date before
      * it, and who last set it, when and why.
      *
      * Leaving the new date blank just leaves.  Keying one
      * corrects the business date under dual control:
      *   - the new date must be a processing day -- not a
      *     Saturday or Sunday, not a CALENDAR.IT holiday --
      *     and a reason must be given
      *   - a second supervisor, not the one who keyed it,
      *     must then sign on with their own password to
      *     approve it; without that nothing changes
      * The corrected record names both supervisors, and an
      * OPERAUD.IT audit record (action BUSDATE) carries the
      * old and new dates.
      *
      * The audit keys run on the machine clock; only the
      * business date itself is what this screen changes.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BDATEMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	SELECT OPERAUD-FILE ASSIGN "OPERAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OAUD-KEY
		STATUS OPERAUD-FILE-STATUS.
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
		 88  FILE-OPERATOR-IS-LOCKED	VALUE "L".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
		 88  FILE-OPERATOR-IS-PRICING	VALUE "P".
		 88  FILE-OPERATOR-IS-TRADER	VALUE "T".
		 88  FILE-OPERATOR-IS-INQUIRY	VALUE "I" " ".
		 88  FILE-OPERATOR-IS-SUPER	VALUE "S".
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
		 88  FILE-OPERATOR-MUST-CHANGE	VALUE "Y".
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
      ******************************************************
      * Security audit trail -- every correction lands here
      * with both supervisors' names
      ******************************************************
	FD  OPERAUD-FILE; RECORD 66.
	01  OPERAUD-ITEM.
	     03  FILE-OAUD-KEY.
		05  FILE-OAUD-OPERATOR	PIC X(10).
		05  FILE-OAUD-DATE	PIC 9(8).
		05  FILE-OAUD-TIME	PIC 9(8).
	     03  FILE-OAUD-ACTION	PIC X(10).
	     03  FILE-OAUD-BY		PIC X(10).
	     03  FILE-OAUD-DETAIL	PIC X(20).
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
      * routine the ATMI servers use, so this utility's
      * messages land in the same place theirs do
      ******************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"BDATEMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"BDATEMNT ERR =>".
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
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
 	01  OPERAUD-FILE-STATUS.
           	05  OAUD-STATUS-1	PIC X.
           	05  OAUD-STATUS-2	PIC X.
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	COPY BDATEWS.
	01  BDT-FOUND-SWITCH	PIC X VALUE "N".
		88  BDT-RECORD-FOUND	VALUE "Y".
      ******************************************************
      * Sign-on screen, and the two supervisors -- the one
      * who keys the correction and the one who approves it
      ******************************************************
	01  SIGNON-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(22) VALUE
			"BUSINESS DATE SIGN-ON".
		05  FILLER	PIC X(76).
		05  ASK-OPID	PIC X(22) VALUE
				"OPERATOR ID [        ]".
		05  FILLER	PIC X(58).
		05  ASK-OPPASS	PIC X(22) VALUE
				"PASSWORD    [        ]".
		05  FILLER	PIC X(58).
	01  SIGNON-ENTER REDEFINES SIGNON-HEAD.
		05  FILLER	PIC X(118).
		05  FILLER	PIC X(13).
		05  CRT-OPID	PIC X(10).
		05  FILLER	PIC X(58).
		05  FILLER	PIC X(13).
		05  CRT-OPPASS	PIC X(10).
		05  FILLER	PIC X(58).
	01  ADMIN-SWITCH	PIC X VALUE "N".
		88  SIGNON-FAILED	VALUE "Y".
	01  SESSION-SUPER	PIC X(10).
	01  APPROVING-SUPER	PIC X(10).
      ******************************************************
      * Today's date/time for the audit keys
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Correction screen
      ******************************************************
	01  BDT-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"BUSINESS DATE CORRECTION".
		05  FILLER	PIC X(34).
		05  ASK-NDATE	PIC X(21) VALUE
				"NEW DATE   [        ]".
		05  FILLER	PIC X(59).
		05  ASK-REASON	PIC X(33) VALUE
			"REASON     [                    ]".
		05  FILLER	PIC X(47).
	01  ENTER-BDT REDEFINES BDT-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(12).
		05  CRT-NDATE	PIC X(08).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(12).
		05  CRT-REASON	PIC X(20).
		05  FILLER	PIC X(48).
	01  OLD-BUSINESS-DATE	PIC 9(8).
	01  NEW-BUSINESS-DATE	PIC 9(8).
	01  DATE-OK-SWITCH	PIC X VALUE "N".
		88  NEW-DATE-OK		VALUE "Y".
	01  AUDIT-DETAIL.
		05  AUD-OLD-DATE	PIC 9(8).
		05  FILLER		PIC X(4) VALUE " TO ".
		05  AUD-NEW-DATE	PIC 9(8).
      ******************************************************
      * Calendar check for the new date
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
	01  DOW-DAY		PIC 9(2).
	01  DOW-T1		PIC 9(4) COMP-5.
	01  DOW-T2		PIC 9(4) COMP-5.
	01  DOW-T3		PIC 9(4) COMP-5.
	01  DOW-J		PIC 9(4).
	01  DOW-K		PIC 9(4).
	01  DOW-SUM		PIC 9(5) COMP-5.
	01  DOW-Q		PIC 9(5) COMP-5.
	01  DOW-H		PIC 9(4) COMP-5.
      ******************************************************
	PROCEDURE DIVISION.
       START-BDATEMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPERATOR" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN I-O BUSDATE-FILE.
	IF BDT-STATUS-1 = "3"
		OPEN OUTPUT BUSDATE-FILE
		CLOSE BUSDATE-FILE
		OPEN I-O BUSDATE-FILE.
	IF BDT-STATUS-1 NOT = "0"
		MOVE "OPEN BDATE" TO LOG-ERR-ROUTINE
		MOVE BDT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE OPERATOR-FILE
		PERFORM EXIT-PROGRAM.
      ******************************************************
      * Only a supervisor may see or correct the date
      ******************************************************
	MOVE "N" TO ADMIN-SWITCH.
	PERFORM SIGN-ON.
	IF SIGNON-FAILED
		MOVE "Sign-On Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM CLOSE-FILES
		PERFORM EXIT-PROGRAM.
	MOVE CRT-OPID TO SESSION-SUPER.
	PERFORM SHOW-BUSINESS-DATE.
	DISPLAY SPACE.
	DISPLAY BDT-HEAD.
	MOVE SPACE TO ENTER-BDT.
	DISPLAY ENTER-BDT.
	ACCEPT ENTER-BDT.
	IF CRT-NDATE = SPACES
		PERFORM CLOSE-FILES
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	PERFORM CHECK-NEW-DATE THRU CHECK-NEW-DATE-EXIT.
	IF NOT NEW-DATE-OK
		PERFORM CLOSE-FILES
		MOVE "Correction Refused" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
      ******************************************************
      * Dual control -- a second supervisor approves
      ******************************************************
	DISPLAY SPACE.
	DISPLAY "SECOND SUPERVISOR TO APPROVE "
		OLD-BUSINESS-DATE " TO " NEW-BUSINESS-DATE.
	MOVE "N" TO ADMIN-SWITCH.
	PERFORM SIGN-ON.
	IF NOT SIGNON-FAILED AND CRT-OPID = SESSION-SUPER
		MOVE "Approver Same As Keyer" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "APPROVER MUST BE A DIFFERENT SUPERVISOR"
		SET SIGNON-FAILED TO TRUE.
	IF SIGNON-FAILED
		DISPLAY "NOT APPROVED - BUSINESS DATE NOT CHANGED"
		PERFORM CLOSE-FILES
		MOVE "Correction Not Approved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	MOVE CRT-OPID TO APPROVING-SUPER.
	PERFORM APPLY-CORRECTION THRU APPLY-CORRECTION-EXIT.
	PERFORM CLOSE-FILES.
	MOVE "Ended" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM EXIT-PROGRAM.
      ******************************************************
      *  Supervisor sign-on -- ID, password, active, role "S"
      ******************************************************
       SIGN-ON.
	DISPLAY SPACE.
	DISPLAY SIGNON-HEAD.
	MOVE SPACE TO SIGNON-ENTER.
	DISPLAY SIGNON-ENTER.
	ACCEPT SIGNON-ENTER.
	MOVE CRT-OPID TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "Unknown Operator ID" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		SET SIGNON-FAILED TO TRUE
	ELSE IF CRT-OPPASS NOT = FILE-OPERATOR-PASSWORD
		MOVE "Incorrect Password" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		SET SIGNON-FAILED TO TRUE
	ELSE IF NOT FILE-OPERATOR-IS-ACTIVE
		MOVE "Operator Not Active" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		SET SIGNON-FAILED TO TRUE
	ELSE IF NOT FILE-OPERATOR-IS-SUPER
		MOVE "Not A Supervisor" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		SET SIGNON-FAILED TO TRUE.
      ******************************************************
      *  The business date as it stands -- a site with no
      *  record yet is on the machine date
      ******************************************************
       SHOW-BUSINESS-DATE.
	MOVE "N" TO BDT-FOUND-SWITCH.
	MOVE "BUSDATE" TO FILE-BDT-KEY.
	READ BUSDATE-FILE.
	IF BDT-STATUS-1 = "0"
		MOVE "Y" TO BDT-FOUND-SWITCH
	ELSE
		MOVE SPACES TO BUSDATE-ITEM
		MOVE "BUSDATE" TO FILE-BDT-KEY
		MOVE TODAYS-DATE TO FILE-BDT-DATE
		MOVE ZERO TO FILE-BDT-PRIOR
		MOVE ZERO TO FILE-BDT-SET-DATE
		MOVE ZERO TO FILE-BDT-SET-TIME.
	MOVE FILE-BDT-DATE TO OLD-BUSINESS-DATE.
	DISPLAY SPACE.
	DISPLAY "BUSINESS DATE => " FILE-BDT-DATE.
	IF NOT BDT-RECORD-FOUND
		DISPLAY "NO BUSINESS DATE ON FILE - MACHINE DATE IN USE"
	ELSE
		DISPLAY "PRIOR DATE    => " FILE-BDT-PRIOR
		DISPLAY "SET BY        => " FILE-BDT-SET-BY
			"  APPROVED BY => " FILE-BDT-APPROVER
		DISPLAY "SET ON        => " FILE-BDT-SET-DATE
			"  " FILE-BDT-SET-TIME
		DISPLAY "REASON        => " FILE-BDT-REASON.
      ******************************************************
      *  The new date must be a real calendar date, differ
      *  from the current one, fall on a processing day and
      *  come with a reason
      ******************************************************
       CHECK-NEW-DATE.
	MOVE "N" TO DATE-OK-SWITCH.
	IF CRT-NDATE NOT NUMERIC
		DISPLAY "DATE MUST BE YYYYMMDD"
		GO TO CHECK-NEW-DATE-EXIT.
	MOVE CRT-NDATE TO NEW-BUSINESS-DATE.
	MOVE NEW-BUSINESS-DATE TO WORK-DATE-NUM.
	IF WORK-MONTH < 1 OR WORK-MONTH > 12 OR WORK-DAY < 1
		DISPLAY "NOT A CALENDAR DATE"
		GO TO CHECK-NEW-DATE-EXIT.
	MOVE DAYS-IN-MONTH-ENTRY (WORK-MONTH) TO WORK-MONTH-DAYS.
	IF WORK-MONTH = 2
		PERFORM CHECK-LEAP-YEAR
		IF IS-LEAP-YEAR
			MOVE 29 TO WORK-MONTH-DAYS
		END-IF
	END-IF.
	IF WORK-DAY > WORK-MONTH-DAYS
		DISPLAY "NOT A CALENDAR DATE"
		GO TO CHECK-NEW-DATE-EXIT.
	IF NEW-BUSINESS-DATE = OLD-BUSINESS-DATE
		DISPLAY "ALREADY THE BUSINESS DATE"
		GO TO CHECK-NEW-DATE-EXIT.
	IF CRT-REASON = SPACES
		DISPLAY "A REASON IS REQUIRED"
		GO TO CHECK-NEW-DATE-EXIT.
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
		DISPLAY "NOT A PROCESSING DAY - WEEKEND"
		GO TO CHECK-NEW-DATE-EXIT.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE NEW-BUSINESS-DATE TO FILE-CAL-DATE
		READ CALENDAR-FILE
		IF CAL-STATUS-1 = "0"
			DISPLAY "NOT A PROCESSING DAY - " FILE-CAL-DESC
			CLOSE CALENDAR-FILE
			GO TO CHECK-NEW-DATE-EXIT
		END-IF
		CLOSE CALENDAR-FILE
	END-IF.
	MOVE "Y" TO DATE-OK-SWITCH.
       CHECK-NEW-DATE-EXIT.
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
      *  Both supervisors agree -- the corrected date goes on
      *  the control record, the date it replaces becomes the
      *  prior date, and the correction is audited
      ******************************************************
       APPLY-CORRECTION.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE OLD-BUSINESS-DATE TO FILE-BDT-PRIOR.
	MOVE NEW-BUSINESS-DATE TO FILE-BDT-DATE.
	MOVE TODAYS-DATE TO FILE-BDT-SET-DATE.
	MOVE TODAYS-TIME TO FILE-BDT-SET-TIME.
	MOVE SESSION-SUPER TO FILE-BDT-SET-BY.
	MOVE APPROVING-SUPER TO FILE-BDT-APPROVER.
	MOVE CRT-REASON TO FILE-BDT-REASON.
	IF BDT-RECORD-FOUND
		REWRITE BUSDATE-ITEM
	ELSE
		WRITE BUSDATE-ITEM.
	IF BDT-STATUS-1 NOT = "0"
		MOVE "WRITE BDATE" TO LOG-ERR-ROUTINE
		MOVE BDT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NOT SAVED - BUSINESS DATE NOT CHANGED"
		GO TO APPLY-CORRECTION-EXIT.
	PERFORM WRITE-OPERAUD.
	DISPLAY "BUSINESS DATE NOW " NEW-BUSINESS-DATE.
	MOVE "Business Date Corrected" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       APPLY-CORRECTION-EXIT.
	EXIT.
      ******************************************************
      *  Write the audit record -- keyed to the supervisor
      *  who keyed the correction, BY the one who approved
      *  it.  A failed audit write is logged but the
      *  correction already made stands.
      ******************************************************
       WRITE-OPERAUD.
	OPEN I-O OPERAUD-FILE.
	IF OAUD-STATUS-1 = "3"
		OPEN OUTPUT OPERAUD-FILE
		CLOSE OPERAUD-FILE
		OPEN I-O OPERAUD-FILE.
	IF OAUD-STATUS-1 NOT = "0"
		MOVE "OPEN OPERAUD" TO LOG-ERR-ROUTINE
		MOVE OAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
	ELSE
		MOVE SESSION-SUPER TO FILE-OAUD-OPERATOR
		MOVE TODAYS-DATE TO FILE-OAUD-DATE
		MOVE TODAYS-TIME TO FILE-OAUD-TIME
		MOVE "BUSDATE" TO FILE-OAUD-ACTION
		MOVE APPROVING-SUPER TO FILE-OAUD-BY
		MOVE OLD-BUSINESS-DATE TO AUD-OLD-DATE
		MOVE NEW-BUSINESS-DATE TO AUD-NEW-DATE
		MOVE AUDIT-DETAIL TO FILE-OAUD-DETAIL
		WRITE OPERAUD-ITEM
		IF OAUD-STATUS-1 NOT = "0"
			MOVE "WRITE OPERAUD" TO LOG-ERR-ROUTINE
			MOVE OAUD-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
		END-IF
		CLOSE OPERAUD-FILE
	END-IF.
      ******************************************************
      * Close up
      ******************************************************
       CLOSE-FILES.
	CLOSE OPERATOR-FILE.
	CLOSE BUSDATE-FILE.
      ******************************************************
      * Leave
      ******************************************************
       EXIT-PROGRAM.
	DISPLAY SPACE.
	STOP RUN.
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
