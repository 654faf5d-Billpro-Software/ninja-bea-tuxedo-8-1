      * the nightly jobs set 16 when they exit without doing
      * their work.  Each job's own counts are on its report
      * and in the ULOG; the run-control record keeps the
      * completion status, start and end times and return
      * code.
      *
      * On a weekend or market holiday the driver logs that
      * today is not a processing day and does nothing.
      *
      * RECONCIL, CASHRECO and VALSNAP prove the day's files
      * against each other, so from the start of RECONCIL to
      * the end of VALSNAP the driver holds the trading
      * window on SYSSTAT.IT closed and the posting servers
      * refuse new work (inquiries and ORDCAPSR's capture for
      * the next strike carry on).  A run that stops inside
      * that leg leaves the window closed until the rerun
      * gets past VALSNAP; a supervisor can open it from the
      * MENU meanwhile, and that override stands for the rest
      * of the date.  A window this driver left closed on an
      * earlier date is released when the next night's run
      * starts.
      *
      * The run works to the system business date on
      * BUSDATE.IT, not the machine clock: run control is
      * keyed by it, and a run that finishes after midnight
      * still closes the day it started for.  BDROLL, the last
      * step, rolls the business date forward to the next
      * processing day, so once a night's run is complete the
      * business date stands ahead of the clock and a further
      * start that night finds nothing to do.
      *
      * Each step's printed output is caught in RPTSPOOL.IT
      * and filed in the report archive, RPTARCH.IT -- one
      * record per line, keyed by business date, step and
      * stream -- before it is passed on to this driver's
      * own output, so the night's print is what it always
      * was.  A step that reruns replaces what its earlier
      * attempt filed.  Lines of a customer document (a
      * STMTRPT statement, a CONFIRMS confirm) carry the
      * account, so RPTREPRT can reprint one customer's
      * documents for any date still archived; ARCHPRG
      * purges the archive past its retention.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EODRUN.
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	SELECT SYSSTAT-FILE ASSIGN "SYSSTAT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SYS-NAME
		STATUS SYSSTAT-FILE-STATUS.
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	SELECT RPTSPOOL-FILE ASSIGN "RPTSPOOL.IT"
		ORGANIZATION LINE SEQUENTIAL
		STATUS RPTSPOOL-FILE-STATUS.
	SELECT RPTARCH-FILE ASSIGN "RPTARCH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RPA-KEY
		STATUS RPTARCH-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The status is "R" while the step runs (a record stuck
      * at "R" after a crash reruns, the step having never
      * recorded an ending), "C" when it completed, "F" when
      * it failed.  START-DATE/-TIME is when the step's
      * latest attempt began, so the end less the start is
      * what the step took -- CAPFCST trends it.
      ******************************************************
	FD  RUNCTL-FILE; RECORD 57.
	01  RUNCTL-ITEM.
	     03  FILE-RUN-KEY.
		05  FILE-RUN-DATE		PIC 9(8).
	     03  FILE-RUN-END-DATE		PIC 9(8).
	     03  FILE-RUN-END-TIME		PIC 9(8).
	     03  FILE-RUN-RC			PIC 9(4).
	     03  FILE-RUN-START-DATE		PIC 9(8).
	     03  FILE-RUN-START-TIME		PIC 9(8).
      ******************************************************
      * Stream scope handed to each stream of the reporting
      * leg, and the parameter file the stream count and
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
      ******************************************************
      * System status -- the trading window record.  The
      * state is "C" while postings are refused; a supervisor
      * override ("Y") holds it open for the date stamped.
      ******************************************************
	FD  SYSSTAT-FILE; RECORD 44.
	01  SYSSTAT-ITEM.
	     03  FILE-SYS-NAME		PIC X(08).
	     03  FILE-SYS-STATE		PIC X(01).
		 88  FILE-SYS-IS-CLOSED	VALUE "C".
		 88  FILE-SYS-IS-OPEN	VALUE "O" " ".
	     03  FILE-SYS-OVERRIDE	PIC X(01).
		 88  FILE-SYS-IS-OVERRIDDEN	VALUE "Y".
	     03  FILE-SYS-STEP		PIC X(08).
	     03  FILE-SYS-BY		PIC X(10).
	     03  FILE-SYS-DATE		PIC 9(8).
	     03  FILE-SYS-TIME		PIC 9(8).
      ******************************************************
      * A step's printed output as it ran, and the report
      * archive it is filed in -- one record per line; the
      * account is filled in on the lines of a customer
      * document and blank on every other line
      ******************************************************
	FD  RPTSPOOL-FILE.
	01  RPTSPOOL-LINE		PIC X(132).
	FD  RPTARCH-FILE; RECORD 166.
	01  RPTARCH-ITEM.
	     03  FILE-RPA-KEY.
		05  FILE-RPA-DATE		PIC 9(8).
		05  FILE-RPA-REPORT		PIC X(8).
		05  FILE-RPA-STREAM		PIC 9(2).
		05  FILE-RPA-LINE		PIC 9(6).
	     03  FILE-RPA-ACCOUNT		PIC X(10).
	     03  FILE-RPA-TEXT			PIC X(132).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * The nightly sequence, in the order the steps must
      * run.  EODEXEC drains the order book right after the
      * closing prices land, before anything downstream reads
      * the day's trades, and MEDIAPX publishes the day's
      * final prices to the newspapers once it has;
      * CLASSCNV converts aged B shares to their A class
      * ahead of the extract and ahead of
      * the VALSNAP/TRAILACC valuation; CHKRUN follows
      * DISBURSE, paying by check what DISBURSE could not
      * send by ACH; BLOTEXTR cuts the
      * daily blotter extract once every step that can add
      * to today's blotter has run, so GLFEED and CONFIRMS
      * read the extract instead of the whole blotter, and
      * FUNDFLOW sends fund accounting the day's capital
      * stock activity and closing shares outstanding off it.
      * TRAILPAY and CONCPAY, the month-end payable runs,
      * end clean on any other night; GLFEED books what they
      * fix on the next night's run.  WAIVRPT, the month's
      * sales charge waivers for compliance, follows them on
      * the same month-end footing.
      * BDROLL runs last of all -- every step before it dates
      * its work to the business date it rolls past.
      *
      * INTEGAUD, the cross-file integrity audit, is the one
      * optional step.  It runs while the files are still
      * quiet after CASHRECO unless PARAM.IT INTEGAUD is set
      * to zero, and its findings (return code 4 or 8) are
      * recorded without stopping the run -- even a failure
      * to run at all is left for the morning rather than
      * holding up the night.
      ******************************************************
	01  STEP-NAME-TABLE.
		05  FILLER	PIC X(8) VALUE "PREFLITE".
		05  FILLER	PIC X(8) VALUE "FUNDLOAD".
		05  FILLER	PIC X(8) VALUE "EODEXEC".
		05  FILLER	PIC X(8) VALUE "MEDIAPX".
		05  FILLER	PIC X(8) VALUE "PARTCONF".
		05  FILLER	PIC X(8) VALUE "FUNDRECO".
		05  FILLER	PIC X(8) VALUE "SETTLE".
		05  FILLER	PIC X(8) VALUE "INTPOST".
		05  FILLER	PIC X(8) VALUE "MMPOST".
		05  FILLER	PIC X(8) VALUE "DISBURSE".
		05  FILLER	PIC X(8) VALUE "CHKRUN".
		05  FILLER	PIC X(8) VALUE "CLASSCNV".
		05  FILLER	PIC X(8) VALUE "BLOTEXTR".
		05  FILLER	PIC X(8) VALUE "RECONCIL".
		05  FILLER	PIC X(8) VALUE "CASHRECO".
		05  FILLER	PIC X(8) VALUE "INTEGAUD".
		05  FILLER	PIC X(8) VALUE "GLFEED".
		05  FILLER	PIC X(8) VALUE "FUNDFLOW".
		05  FILLER	PIC X(8) VALUE "STMTRPT".
		05  FILLER	PIC X(8) VALUE "CONFIRMS".
		05  FILLER	PIC X(8) VALUE "VALSNAP".
		05  FILLER	PIC X(8) VALUE "TRAILACC".
		05  FILLER	PIC X(8) VALUE "TRAILPAY".
		05  FILLER	PIC X(8) VALUE "CONCPAY".
		05  FILLER	PIC X(8) VALUE "WAIVRPT".
		05  FILLER	PIC X(8) VALUE "TAEXTRCT".
		05  FILLER	PIC X(8) VALUE "BDROLL".
	01  STEP-NAMES REDEFINES STEP-NAME-TABLE.
		05  STEP-NAME	PIC X(8) OCCURS 32 TIMES.
      ******************************************************
      * FUNDRECON will not fit the 8-byte step name the run
      * control carries, so the table holds the truncated
		05  FILLER	PIC X(10) VALUE "PREFLITE".
		05  FILLER	PIC X(10) VALUE "FUNDLOAD".
		05  FILLER	PIC X(10) VALUE "EODEXEC".
		05  FILLER	PIC X(10) VALUE "MEDIAPX".
		05  FILLER	PIC X(10) VALUE "PARTCONF".
		05  FILLER	PIC X(10) VALUE "FUNDRECON".
		05  FILLER	PIC X(10) VALUE "SETTLE".
		05  FILLER	PIC X(10) VALUE "INTPOST".
		05  FILLER	PIC X(10) VALUE "MMPOST".
		05  FILLER	PIC X(10) VALUE "DISBURSE".
		05  FILLER	PIC X(10) VALUE "CHKRUN".
		05  FILLER	PIC X(10) VALUE "CLASSCNV".
		05  FILLER	PIC X(10) VALUE "BLOTEXTR".
		05  FILLER	PIC X(10) VALUE "RECONCIL".
		05  FILLER	PIC X(10) VALUE "CASHRECO".
		05  FILLER	PIC X(10) VALUE "INTEGAUD".
		05  FILLER	PIC X(10) VALUE "GLFEED".
		05  FILLER	PIC X(10) VALUE "FUNDFLOW".
		05  FILLER	PIC X(10) VALUE "STMTRPT".
		05  FILLER	PIC X(10) VALUE "CONFIRMS".
		05  FILLER	PIC X(10) VALUE "VALSNAP".
		05  FILLER	PIC X(10) VALUE "TRAILACC".
		05  FILLER	PIC X(10) VALUE "TRAILPAY".
		05  FILLER	PIC X(10) VALUE "CONCPAY".
		05  FILLER	PIC X(10) VALUE "WAIVRPT".
		05  FILLER	PIC X(10) VALUE "TAEXTRCT".
		05  FILLER	PIC X(10) VALUE "BDROLL".
	01  STEP-CMDS REDEFINES STEP-CMD-TABLE.
		05  STEP-CMD	PIC X(10) OCCURS 32 TIMES.
	77  STEP-COUNT		PIC 9(2) VALUE 32.
	01  STEP-SUB		PIC 9(2) COMP-5.
	01  STEP-COMMAND	PIC X(10).
      ******************************************************
	    05  STREAM-BOUND	PIC X(10) OCCURS 9 TIMES.
	01  STREAMED-SWITCH	PIC X VALUE "N".
		88  STEP-IS-STREAMED	VALUE "Y".
	01  OPTIONAL-SWITCH	PIC X VALUE "N".
		88  STEP-IS-OPTIONAL	VALUE "Y".
	01  INTEGAUD-SWITCH	PIC X VALUE "Y".
		88  INTEGAUD-SCHEDULED	VALUE "Y".
      ******************************************************
      * Log message definitions
      ******************************************************
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
 	01  SYSSTAT-FILE-STATUS.
           	05  SYS-STATUS-1	PIC X.
           	05  SYS-STATUS-2	PIC X.
	01  SYS-OPEN-SWITCH	PIC X VALUE "N".
		88  SYSSTAT-AVAILABLE	VALUE "Y".
 	01  RPTSPOOL-FILE-STATUS.
           	05  SPOOL-STATUS-1	PIC X.
           	05  SPOOL-STATUS-2	PIC X.
 	01  RPTARCH-FILE-STATUS.
           	05  RPA-STATUS-1	PIC X.
           	05  RPA-STATUS-2	PIC X.
      ******************************************************
      * Filing a step's output -- the command line that
      * catches it, the line count, and the customer
      * document the lines belong to.  A document runs from
      * the line after a blank line to the next blank line;
      * its account is on the statement heading or the
      * confirm's ACCOUNT: line, so the lines filed ahead of
      * that one are stamped once it is read.
      ******************************************************
	01  STEP-COMMAND-LINE.
		05  STEP-COMMAND-NAME	PIC X(10).
		05  FILLER	PIC X(15) VALUE "> RPTSPOOL.IT".
	01  SPOOL-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-SPOOL		VALUE "Y".
	01  PURGE-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PURGE		VALUE "Y".
	01  CUST-DOC-SWITCH	PIC X VALUE "N".
		88  STEP-IS-CUST-DOC	VALUE "Y".
	01  SPOOL-LINE-NO	PIC 9(6).
	01  DOC-ACCOUNT		PIC X(10).
	01  DOC-START-LINE	PIC 9(6).
	01  STAMP-LINE-NO	PIC 9(6).
	01  SYS-FOUND-SWITCH	PIC X VALUE "N".
		88  SYS-RECORD-FOUND	VALUE "Y".
	01  QUIET-SWITCH	PIC X VALUE "N".
		88  FILES-QUIET		VALUE "Y".
      ******************************************************
      * Today's date/time and the run state
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  CLOCK-DATE		PIC 9(8).
	01  TODAYS-TIME		PIC 9(8).
	01  RUN-STOPPED-SWITCH	PIC X VALUE "N".
		88  RUN-STOPPED		VALUE "Y".
       START-EODRUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF TODAYS-DATE > CLOCK-DATE
		MOVE "Business Date Not Yet Reached" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	PERFORM CHECK-PROCESSING-DAY.
	IF NOT IS-BUSINESS-DAY
		MOVE "Not A Processing Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM GET-STREAM-SETUP.
	PERFORM GET-OPTIONAL-SETUP THRU GET-OPTIONAL-SETUP-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	PERFORM RELEASE-STALE-WINDOW THRU RELEASE-STALE-WINDOW-EXIT.
	PERFORM SEQUENCE-ONE-STEP
		VARYING STEP-SUB FROM 1 BY 1
		UNTIL STEP-SUB > STEP-COUNT
		OR RUN-STOPPED.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  One step in its place in the sequence -- the trading
      *  window is held closed from RECONCIL through VALSNAP
      *  and opened again once VALSNAP completes
      ******************************************************
       SEQUENCE-ONE-STEP.
	IF STEP-NAME (STEP-SUB) = "RECONCIL"
		MOVE "Y" TO QUIET-SWITCH.
	IF FILES-QUIET
		PERFORM CLOSE-TRADING-WINDOW THRU
			CLOSE-TRADING-WINDOW-EXIT.
	PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT.
	IF STEP-NAME (STEP-SUB) = "VALSNAP" AND NOT RUN-STOPPED
		MOVE "N" TO QUIET-SWITCH
		PERFORM OPEN-TRADING-WINDOW THRU
			OPEN-TRADING-WINDOW-EXIT.
      ******************************************************
      *  Run one step of the sequence, honoring tonight's
      *  run-control record -- a completed step is skipped, a
      *  failed or interrupted one reruns
      ******************************************************
       RUN-ONE-STEP.
	MOVE "N" TO OPTIONAL-SWITCH.
	IF STEP-NAME (STEP-SUB) = "INTEGAUD"
		MOVE "Y" TO OPTIONAL-SWITCH
		IF NOT INTEGAUD-SCHEDULED
			MOVE STEP-SUB TO RPT-STEP
			MOVE STEP-CMD (STEP-SUB) TO RPT-NAME
			MOVE ZERO TO RPT-STREAM
			MOVE "SKIPPED" TO RPT-RESULT
			DISPLAY RPT-LINE
			GO TO RUN-ONE-STEP-EXIT
		END-IF
	END-IF.
	MOVE "N" TO STREAMED-SWITCH.
	IF STREAM-COUNT > 1
		IF STEP-NAME (STEP-SUB) = "VALSNAP" OR
	IF STATUS-1 = "0"
		SET FILE-RUN-IS-RUNNING TO TRUE
		MOVE ZERO TO FILE-RUN-RC
		ACCEPT FILE-RUN-START-DATE FROM DATE YYYYMMDD
		ACCEPT FILE-RUN-START-TIME FROM TIME
		REWRITE RUNCTL-ITEM
	ELSE
		MOVE TODAYS-DATE TO FILE-RUN-DATE
		MOVE ZERO TO FILE-RUN-END-DATE
		MOVE ZERO TO FILE-RUN-END-TIME
		MOVE ZERO TO FILE-RUN-RC
		ACCEPT FILE-RUN-START-DATE FROM DATE YYYYMMDD
		ACCEPT FILE-RUN-START-TIME FROM TIME
		WRITE RUNCTL-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
	MOVE STEP-CMD (STEP-SUB) TO STEP-COMMAND.
	MOVE STEP-COMMAND TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE STEP-COMMAND TO STEP-COMMAND-NAME.
	MOVE ZERO TO RETURN-CODE.
	CALL "SYSTEM" USING STEP-COMMAND-LINE.
	ADD 1 TO RUN-COUNT.
	MOVE RETURN-CODE TO FILE-RUN-RC.
	MOVE ZERO TO RETURN-CODE.
	PERFORM ARCHIVE-UNIT-OUTPUT THRU ARCHIVE-UNIT-OUTPUT-EXIT.
	ACCEPT FILE-RUN-END-DATE FROM DATE YYYYMMDD.
	ACCEPT FILE-RUN-END-TIME FROM TIME.
	MOVE STEP-SUB TO RPT-STEP.
	IF FILE-RUN-RC = ZERO
		SET FILE-RUN-IS-COMPLETE TO TRUE
		MOVE "COMPLETE" TO RPT-RESULT
	ELSE IF STEP-IS-OPTIONAL AND FILE-RUN-RC < 16
		SET FILE-RUN-IS-COMPLETE TO TRUE
		MOVE "FINDINGS" TO RPT-RESULT
	ELSE IF STEP-IS-OPTIONAL
		SET FILE-RUN-IS-FAILED TO TRUE
		MOVE "FAILED (OPT)" TO RPT-RESULT
	ELSE
		SET FILE-RUN-IS-FAILED TO TRUE
		MOVE "FAILED" TO RPT-RESULT
       RUN-ONE-UNIT-EXIT.
	EXIT.
      ******************************************************
      *  File the unit's printed output in the report archive
      *  and pass it on.  Whatever an earlier attempt at the
      *  same unit filed tonight is cleared first.  Trouble
      *  with the archive is logged but does not fail the
      *  step -- its work is done and judged on its own.
      ******************************************************
       ARCHIVE-UNIT-OUTPUT.
	OPEN INPUT RPTSPOOL-FILE.
	IF SPOOL-STATUS-1 NOT = "0"
		MOVE "OPEN SPOOL" TO LOG-ERR-ROUTINE
		MOVE SPOOL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO ARCHIVE-UNIT-OUTPUT-EXIT.
	OPEN I-O RPTARCH-FILE.
	IF RPA-STATUS-1 = "3"
		OPEN OUTPUT RPTARCH-FILE
		CLOSE RPTARCH-FILE
		OPEN I-O RPTARCH-FILE.
	IF RPA-STATUS-1 NOT = "0"
		MOVE "OPEN RPTARC" TO LOG-ERR-ROUTINE
		MOVE RPA-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "N" TO SPOOL-EOF-SWITCH
		PERFORM PASS-ONE-LINE THRU PASS-ONE-LINE-EXIT
			UNTIL DONE-SPOOL
		CLOSE RPTSPOOL-FILE
		GO TO ARCHIVE-UNIT-OUTPUT-EXIT.
	MOVE "N" TO PURGE-EOF-SWITCH.
	MOVE TODAYS-DATE TO FILE-RPA-DATE.
	MOVE STEP-NAME (STEP-SUB) TO FILE-RPA-REPORT.
	MOVE STREAM-NO TO FILE-RPA-STREAM.
	MOVE ZERO TO FILE-RPA-LINE.
	START RPTARCH-FILE KEY IS NOT LESS THAN FILE-RPA-KEY
		INVALID KEY SET DONE-PURGE TO TRUE.
	PERFORM CLEAR-ONE-ARCH-LINE THRU CLEAR-ONE-ARCH-LINE-EXIT
		UNTIL DONE-PURGE.
	MOVE "N" TO CUST-DOC-SWITCH.
	IF STEP-NAME (STEP-SUB) = "STMTRPT" OR
	   STEP-NAME (STEP-SUB) = "CONFIRMS"
		MOVE "Y" TO CUST-DOC-SWITCH.
	MOVE ZERO TO SPOOL-LINE-NO.
	MOVE SPACES TO DOC-ACCOUNT.
	MOVE 1 TO DOC-START-LINE.
	MOVE "N" TO SPOOL-EOF-SWITCH.
	PERFORM FILE-ONE-LINE THRU FILE-ONE-LINE-EXIT
		UNTIL DONE-SPOOL.
	CLOSE RPTSPOOL-FILE.
	CLOSE RPTARCH-FILE.
       ARCHIVE-UNIT-OUTPUT-EXIT.
	EXIT.
      ******************************************************
      *  One line an earlier attempt at this unit filed
      ******************************************************
       CLEAR-ONE-ARCH-LINE.
	READ RPTARCH-FILE NEXT RECORD
		AT END SET DONE-PURGE TO TRUE.
	IF DONE-PURGE
		GO TO CLEAR-ONE-ARCH-LINE-EXIT.
	IF FILE-RPA-DATE NOT = TODAYS-DATE OR
	   FILE-RPA-REPORT NOT = STEP-NAME (STEP-SUB) OR
	   FILE-RPA-STREAM NOT = STREAM-NO
		SET DONE-PURGE TO TRUE
		GO TO CLEAR-ONE-ARCH-LINE-EXIT.
	DELETE RPTARCH-FILE RECORD.
	IF RPA-STATUS-1 NOT = "0"
		MOVE "DELETE RPA" TO LOG-ERR-ROUTINE
		MOVE RPA-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       CLEAR-ONE-ARCH-LINE-EXIT.
	EXIT.
      ******************************************************
      *  File one line of the unit's output, tagged with the
      *  customer document it belongs to, and pass it on
      ******************************************************
       FILE-ONE-LINE.
	READ RPTSPOOL-FILE
		AT END SET DONE-SPOOL TO TRUE.
	IF DONE-SPOOL
		GO TO FILE-ONE-LINE-EXIT.
	DISPLAY RPTSPOOL-LINE.
	ADD 1 TO SPOOL-LINE-NO.
	IF STEP-IS-CUST-DOC
		PERFORM FIND-DOC-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-RPA-DATE.
	MOVE STEP-NAME (STEP-SUB) TO FILE-RPA-REPORT.
	MOVE STREAM-NO TO FILE-RPA-STREAM.
	MOVE SPOOL-LINE-NO TO FILE-RPA-LINE.
	MOVE DOC-ACCOUNT TO FILE-RPA-ACCOUNT.
	MOVE RPTSPOOL-LINE TO FILE-RPA-TEXT.
	WRITE RPTARCH-ITEM.
	IF RPA-STATUS-1 NOT = "0"
		MOVE "WRITE RPA" TO LOG-ERR-ROUTINE
		MOVE RPA-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       FILE-ONE-LINE-EXIT.
	EXIT.
      ******************************************************
      *  Pass one line on when the archive cannot be opened
      ******************************************************
       PASS-ONE-LINE.
	READ RPTSPOOL-FILE
		AT END SET DONE-SPOOL TO TRUE.
	IF DONE-SPOOL
		GO TO PASS-ONE-LINE-EXIT.
	DISPLAY RPTSPOOL-LINE.
       PASS-ONE-LINE-EXIT.
	EXIT.
      ******************************************************
      *  Which customer document this line belongs to -- a
      *  blank line ends one; a statement heading or a
      *  confirm's ACCOUNT: line names the account, and the
      *  lines of the document already filed are stamped
      ******************************************************
       FIND-DOC-ACCOUNT.
	IF RPTSPOOL-LINE = SPACES
		MOVE SPACES TO DOC-ACCOUNT
		COMPUTE DOC-START-LINE = SPOOL-LINE-NO + 1
	ELSE IF DOC-ACCOUNT = SPACES AND
	   RPTSPOOL-LINE(1:20) = "CUSTOMER STATEMENT -"
		MOVE RPTSPOOL-LINE(22:10) TO DOC-ACCOUNT
		PERFORM STAMP-DOC-LINES
	ELSE IF DOC-ACCOUNT = SPACES AND
	   STEP-NAME (STEP-SUB) = "CONFIRMS" AND
	   RPTSPOOL-LINE(1:8) = "ACCOUNT:"
		MOVE RPTSPOOL-LINE(11:10) TO DOC-ACCOUNT
		PERFORM STAMP-DOC-LINES.
      ******************************************************
       STAMP-DOC-LINES.
	PERFORM STAMP-ONE-LINE
		VARYING STAMP-LINE-NO FROM DOC-START-LINE BY 1
		UNTIL STAMP-LINE-NO NOT < SPOOL-LINE-NO.
      ******************************************************
       STAMP-ONE-LINE.
	MOVE TODAYS-DATE TO FILE-RPA-DATE.
	MOVE STEP-NAME (STEP-SUB) TO FILE-RPA-REPORT.
	MOVE STREAM-NO TO FILE-RPA-STREAM.
	MOVE STAMP-LINE-NO TO FILE-RPA-LINE.
	READ RPTARCH-FILE.
	IF RPA-STATUS-1 = "0"
		MOVE DOC-ACCOUNT TO FILE-RPA-ACCOUNT
		REWRITE RPTARCH-ITEM.
      ******************************************************
      *  Open SYSSTAT.IT, creating it on first use, and read
      *  the window record -- a missing record reads as open
      ******************************************************
       READ-WINDOW.
	MOVE "N" TO SYS-OPEN-SWITCH.
	MOVE "N" TO SYS-FOUND-SWITCH.
	OPEN I-O SYSSTAT-FILE.
	IF SYS-STATUS-1 = "3"
		OPEN OUTPUT SYSSTAT-FILE
		CLOSE SYSSTAT-FILE
		OPEN I-O SYSSTAT-FILE.
	IF SYS-STATUS-1 NOT = "0"
		MOVE "OPEN SYSSTAT" TO LOG-ERR-ROUTINE
		MOVE SYS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO READ-WINDOW-EXIT.
	MOVE "Y" TO SYS-OPEN-SWITCH.
	MOVE "EODWINDW" TO FILE-SYS-NAME.
	READ SYSSTAT-FILE.
	IF SYS-STATUS-1 = "0"
		MOVE "Y" TO SYS-FOUND-SWITCH
	ELSE
		MOVE "EODWINDW" TO FILE-SYS-NAME
		MOVE "O" TO FILE-SYS-STATE
		MOVE SPACE TO FILE-SYS-OVERRIDE
		MOVE SPACES TO FILE-SYS-STEP
		MOVE SPACES TO FILE-SYS-BY
		MOVE ZERO TO FILE-SYS-DATE
		MOVE ZERO TO FILE-SYS-TIME.
       READ-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  Stamp and store the window record, then close the
      *  file READ-WINDOW opened
      ******************************************************
       WRITE-WINDOW.
	MOVE "EODRUN" TO FILE-SYS-BY.
	MOVE TODAYS-DATE TO FILE-SYS-DATE.
	ACCEPT FILE-SYS-TIME FROM TIME.
	IF SYS-RECORD-FOUND
		REWRITE SYSSTAT-ITEM
	ELSE
		WRITE SYSSTAT-ITEM.
	IF SYS-STATUS-1 NOT = "0"
		MOVE "WRITE SYSSTAT" TO LOG-ERR-ROUTINE
		MOVE SYS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	CLOSE SYSSTAT-FILE.
      ******************************************************
      *  Close the window ahead of a step that needs the
      *  files quiet -- left alone when already closed, or
      *  when a supervisor has overridden it open today
      ******************************************************
       CLOSE-TRADING-WINDOW.
	PERFORM READ-WINDOW THRU READ-WINDOW-EXIT.
	IF NOT SYSSTAT-AVAILABLE
		GO TO CLOSE-TRADING-WINDOW-EXIT.
	IF FILE-SYS-IS-CLOSED OR
	   (FILE-SYS-IS-OVERRIDDEN AND FILE-SYS-DATE = TODAYS-DATE)
		CLOSE SYSSTAT-FILE
		GO TO CLOSE-TRADING-WINDOW-EXIT.
	MOVE "C" TO FILE-SYS-STATE.
	MOVE SPACE TO FILE-SYS-OVERRIDE.
	MOVE STEP-NAME (STEP-SUB) TO FILE-SYS-STEP.
	PERFORM WRITE-WINDOW.
	MOVE "Trading Window Closed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       CLOSE-TRADING-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  VALSNAP is done -- open the window again, clearing
      *  any supervisor override along with it
      ******************************************************
       OPEN-TRADING-WINDOW.
	PERFORM READ-WINDOW THRU READ-WINDOW-EXIT.
	IF NOT SYSSTAT-AVAILABLE
		GO TO OPEN-TRADING-WINDOW-EXIT.
	MOVE "O" TO FILE-SYS-STATE.
	MOVE SPACE TO FILE-SYS-OVERRIDE.
	MOVE STEP-NAME (STEP-SUB) TO FILE-SYS-STEP.
	PERFORM WRITE-WINDOW.
	MOVE "Trading Window Opened" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       OPEN-TRADING-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  A window this driver closed on an earlier date was
      *  left by a run that never finished -- tonight is a
      *  new night, so it is opened before anything runs.  A
      *  window a supervisor closed by hand is left alone.
      ******************************************************
       RELEASE-STALE-WINDOW.
	PERFORM READ-WINDOW THRU READ-WINDOW-EXIT.
	IF NOT SYSSTAT-AVAILABLE
		GO TO RELEASE-STALE-WINDOW-EXIT.
	IF NOT FILE-SYS-IS-CLOSED OR FILE-SYS-BY NOT = "EODRUN"
	   OR FILE-SYS-DATE NOT < TODAYS-DATE
		CLOSE SYSSTAT-FILE
		GO TO RELEASE-STALE-WINDOW-EXIT.
	MOVE "O" TO FILE-SYS-STATE.
	MOVE SPACE TO FILE-SYS-OVERRIDE.
	MOVE SPACES TO FILE-SYS-STEP.
	PERFORM WRITE-WINDOW.
	MOVE "Stale Trading Window Released" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       RELEASE-STALE-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  The stream count and range bounds in force -- from
      *  PARAM.IT, defaulting to a single full-range stream
      ******************************************************
		MOVE FILE-PARM-VALUE TO BOUND-NUM
		MOVE BOUND-NUM-X TO STREAM-BOUND (BOUND-SUB).
      ******************************************************
      *  Optional steps -- INTEGAUD runs unless PARAM.IT
      *  INTEGAUD is on file with a value of zero
      ******************************************************
       GET-OPTIONAL-SETUP.
	MOVE "Y" TO INTEGAUD-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		GO TO GET-OPTIONAL-SETUP-EXIT.
	MOVE "INTEGAUD" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE = ZERO
		MOVE "N" TO INTEGAUD-SWITCH.
	CLOSE PARAM-FILE.
       GET-OPTIONAL-SETUP-EXIT.
	EXIT.
      ******************************************************
      *  Is today a processing day?  Saturday and Sunday are
      *  worked out by Zeller's congruence; any other day is
      *  a holiday only if the market calendar says so.  A
       CHECK-PROCESSING-DAY-EXIT.
	EXIT.
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
