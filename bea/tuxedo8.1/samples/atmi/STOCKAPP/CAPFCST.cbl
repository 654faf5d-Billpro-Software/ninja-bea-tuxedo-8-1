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
      * #ident	"@(#) samples/atmi/STOCKAPP/CAPFCST.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CAPFCST.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CAPFCST is the weekly batch window and file growth
      * forecast -- the early warning operations needs to
      * ask for a parallel stream or an archive run before
      * the nightly run spills into the online day.
      *
      * Its history is CAPHIST.IT, kept rolling: records
      * older than the CAPHDAYS record on PARAM.IT (400 days
      * when none is on file) are dropped each run.
      *
      *   S  each EODRUN step's run time for the night, in
      *      seconds -- the end less the start on its
      *      RUNCTL.IT record, the streams of a streamed
      *      step added together.  A step whose record has
      *      no start, or that did not complete, is left out
      *      for that night.
      *   W  the whole window for the night -- the steps'
      *      run times added up, and the time the first step
      *      started.  Only a night that got as far as
      *      BDROLL counts, and time lost between a failed
      *      step and its rerun is not part of it.
      *   F  each file PREFLITE checks, the record count it
      *      found that night (PREFLITE writes these)
      *
      * Each run harvests the last 90 days of RUNCTL.IT onto
      * the history, then reports on 30 and 90 days of it:
      *
      *   step run times -- the 90- and 30-day average, the
      *      longest night of the past week, and the 30-day
      *      average against the 90-day one.  A step whose
      *      longest night this week ran more than JUMPPCT
      *      per cent (50 when none is on file) over its own
      *      90-day average is flagged JUMPED.
      *   the window -- its averages and growth per night
      *      over 30 and 90 days, the usual start, and the
      *      date the window is projected to run into the
      *      online start (ONLINESTRT on PARAM.IT, keyed as
      *      HHMM, 0700 when none is on file) the next
      *      morning.
      *   file growth -- each file's latest count, its
      *      growth per night over 30 and 90 days, and the
      *      date it is projected to pass its capacity line,
      *      the CAP record on PARAM.IT named for the file
      *      (CAPBLOTTER, CAPCUSTLOT, ...).  A file with no
      *      capacity line is trended but not projected.
      *
      * Growth is the straight-line fit through the nights
      * on the history, and a projection uses the steeper of
      * the 30- and 90-day fits, so the forecast errs early.
      * Fewer than five nights is too little to trend.
      *
      * The run ends with return code 4 when a step jumped,
      * or when the window or a file is over its line or
      * projected to pass it within CAPWARN days (90 when
      * none is on file).  It is run on request, weekly,
      * not from EODRUN.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CAPFCST.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT RUNCTL-FILE ASSIGN "RUNCTL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RUN-KEY
		STATUS RUNCTL-FILE-STATUS.
	SELECT CAPHIST-FILE ASSIGN "CAPHIST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAPH-KEY
		STATUS FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * EODRUN's run control -- one record per business
      * date, step and stream
      ******************************************************
	FD  RUNCTL-FILE; RECORD 57.
	01  RUNCTL-ITEM.
	     03  FILE-RUN-KEY.
		05  FILE-RUN-DATE		PIC 9(8).
		05  FILE-RUN-STEP		PIC 9(2).
		05  FILE-RUN-STREAM		PIC 9(2).
	     03  FILE-RUN-NAME			PIC X(8).
	     03  FILE-RUN-STATUS		PIC X(01).
		 88  FILE-RUN-IS-RUNNING	VALUE "R".
		 88  FILE-RUN-IS-COMPLETE	VALUE "C".
		 88  FILE-RUN-IS-FAILED	VALUE "F".
	     03  FILE-RUN-END-DATE		PIC 9(8).
	     03  FILE-RUN-END-TIME		PIC 9(8).
	     03  FILE-RUN-RC			PIC 9(4).
	     03  FILE-RUN-START-DATE		PIC 9(8).
	     03  FILE-RUN-START-TIME		PIC 9(8).
      ******************************************************
      * Capacity history -- one record per night for each
      * step ("S", seconds), the whole window ("W", seconds,
      * with the first step's start time) and each file
      * PREFLITE checks ("F", the record count)
      ******************************************************
	FD  CAPHIST-FILE; RECORD 34.
	01  CAPHIST-ITEM.
	     03  FILE-CAPH-KEY.
		05  FILE-CAPH-KIND		PIC X(01).
		05  FILE-CAPH-NAME		PIC X(8).
		05  FILE-CAPH-DATE		PIC 9(8).
	     03  FILE-CAPH-VALUE		PIC 9(9).
	     03  FILE-CAPH-CLOCK		PIC 9(8).
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
			"CAPFCST =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"CAPFCST ERR =>".
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
 	01  RUNCTL-FILE-STATUS.
           	05  RUN-STATUS-1	PIC X.
           	05  RUN-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
	01  RUN-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-RUNCTL		VALUE "Y".
	01  CAPH-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CAPHIST	VALUE "Y".
      ******************************************************
      * Parameters -- the online start (HHMM), the history
      * kept, the jump that flags a step, and how near a
      * projected crossing has to be to warn
      ******************************************************
	77  DEFAULT-ONLINE-START	PIC 9(4) VALUE 0700.
	77  DEFAULT-HIST-DAYS		PIC 9(5) VALUE 400.
	77  DEFAULT-JUMP-PCT		PIC 9(3) VALUE 50.
	77  DEFAULT-WARN-DAYS		PIC 9(3) VALUE 90.
	01  ONLINE-START	PIC 9(4).
	01  HIST-DAYS		PIC 9(5).
	01  JUMP-PCT		PIC 9(3).
	01  WARN-DAYS		PIC 9(3).
	01  CAP-PARM-NAME.
		05  FILLER	PIC X(3) VALUE "CAP".
		05  CAP-PARM-FILE	PIC X(7).
	01  CAP-LIMIT		PIC 9(9).
      ******************************************************
      * The last 91 calendar dates, today first -- a
      * history record's age in days is where its date sits
      * in the table, less one
      ******************************************************
	01  AGE-TABLE.
		05  AGE-ENTRY	OCCURS 91 TIMES
				INDEXED BY AGX.
			10  AGE-DATE	PIC 9(8).
	01  AGE-SUB		PIC 9(3) COMP-5.
	01  POINT-AGE		PIC 9(3) COMP-5.
	01  AGE-FOUND-SWITCH	PIC X VALUE "N".
		88  AGE-FOUND		VALUE "Y".
	01  CUTOFF-90		PIC 9(8).
	01  PURGE-CUTOFF	PIC 9(8).
	01  PURGE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Calendar arithmetic -- walks a date one day at a
      * time across month and year ends; February is 29
      * days in a leap year
      ******************************************************
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
	01  DAY-COUNTER		PIC 9(5) COMP-5.
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
      * Harvesting run control -- the night and the step
      * being added up, and a step's run time worked out
      * from the HHMMSShh clock readings
      ******************************************************
	01  HV-DATE		PIC 9(8) VALUE ZERO.
	01  HV-STEP-NAME	PIC X(8).
	01  HV-STEP-SECS	PIC 9(9).
	01  HV-STEP-OK-SWITCH	PIC X VALUE "N".
		88  HV-STEP-OK		VALUE "Y".
	01  HV-NIGHT-SECS	PIC 9(9).
	01  HV-NIGHT-CLOCK	PIC 9(8).
	01  HV-NIGHT-OK-SWITCH	PIC X VALUE "N".
		88  HV-NIGHT-OK		VALUE "Y".
	01  HV-LAST-STEP-SWITCH	PIC X VALUE "N".
		88  HV-SAW-LAST-STEP	VALUE "Y".
	01  CLOCK-WORK		PIC 9(8).
	01  CLOCK-PARTS REDEFINES CLOCK-WORK.
		05  CLOCK-HH	PIC 9(2).
		05  CLOCK-MM	PIC 9(2).
		05  CLOCK-SS	PIC 9(2).
		05  CLOCK-HS	PIC 9(2).
	01  CLOCK-SECS		PIC 9(6).
	01  START-SECS		PIC 9(6).
	01  ELAPSED-SECS	PIC S9(7).
	01  PUT-KIND		PIC X(01).
	01  PUT-NAME		PIC X(8).
	01  PUT-DATE		PIC 9(8).
	01  PUT-VALUE		PIC 9(9).
	01  PUT-CLOCK		PIC 9(8).
      ******************************************************
      * One step, window or file's nights being gathered --
      * the sums for a straight-line fit over 30 and over 90
      * days, with the night's age as X (today is zero,
      * older nights negative)
      ******************************************************
	01  REPORT-KIND		PIC X(01).
	01  GRP-NAME		PIC X(8).
	01  POINT-X		PIC S9(3) COMP-3.
	01  POINT-Y		PIC 9(9).
	01  ACC-N30		PIC 9(4) COMP-5.
	01  ACC-SX30		PIC S9(7) COMP-3.
	01  ACC-SXX30		PIC S9(9) COMP-3.
	01  ACC-SY30		PIC S9(13) COMP-3.
	01  ACC-SXY30		PIC S9(15) COMP-3.
	01  ACC-N90		PIC 9(4) COMP-5.
	01  ACC-SX90		PIC S9(7) COMP-3.
	01  ACC-SXX90		PIC S9(9) COMP-3.
	01  ACC-SY90		PIC S9(13) COMP-3.
	01  ACC-SXY90		PIC S9(15) COMP-3.
	01  ACC-PEAK7		PIC 9(9).
	01  ACC-LAST		PIC 9(9).
	01  ACC-START-N		PIC 9(4) COMP-5.
	01  ACC-START-SUM	PIC 9(11) COMP-3.
	01  FIT-N		PIC 9(4) COMP-5.
	01  FIT-SX		PIC S9(7) COMP-3.
	01  FIT-SXX		PIC S9(9) COMP-3.
	01  FIT-SY		PIC S9(13) COMP-3.
	01  FIT-SXY		PIC S9(15) COMP-3.
	01  FIT-NUM		PIC S9(17) COMP-3.
	01  FIT-DEN		PIC S9(11) COMP-3.
	01  FIT-SLOPE		PIC S9(9)V9(4) COMP-3.
	01  FIT-LEVEL		PIC S9(11)V99 COMP-3.
	01  FIT-OK-SWITCH	PIC X VALUE "N".
		88  FIT-OK		VALUE "Y".
	01  SLOPE-30		PIC S9(9)V9(4) COMP-3.
	01  LEVEL-30		PIC S9(11)V99 COMP-3.
	01  FIT30-OK-SWITCH	PIC X VALUE "N".
		88  FIT30-OK		VALUE "Y".
	01  SLOPE-90		PIC S9(9)V9(4) COMP-3.
	01  LEVEL-90		PIC S9(11)V99 COMP-3.
	01  FIT90-OK-SWITCH	PIC X VALUE "N".
		88  FIT90-OK		VALUE "Y".
	01  AVG-30		PIC 9(9)V9 COMP-3.
	01  AVG-90		PIC 9(9)V9 COMP-3.
	01  TREND-PCT		PIC S9(5) COMP-3.
	01  JUMP-LINE		PIC 9(11)V9 COMP-3.
      ******************************************************
      * Projecting a crossing -- where the line stands now,
      * how steeply it climbs, and the line it must not
      * pass; the answer is a date, or why there is none
      ******************************************************
	01  PROJ-LEVEL		PIC S9(11)V99 COMP-3.
	01  PROJ-SLOPE		PIC S9(9)V9(4) COMP-3.
	01  PROJ-LIMIT		PIC S9(11)V99 COMP-3.
	01  PROJ-GAP		PIC S9(11)V99 COMP-3.
	01  PROJ-DAYS		PIC 9(5) COMP-5.
	01  PROJ-DATE		PIC 9(8).
	01  PROJ-TEXT		PIC X(17).
	01  PROJ-WARN-SWITCH	PIC X VALUE "N".
		88  PROJ-WARNS		VALUE "Y".
	01  ONLINE-SECS		PIC 9(6).
	01  START-AVG		PIC 9(6).
	01  FINISH-SECS		PIC 9(7).
	01  WINDOW-SEEN-SWITCH	PIC X VALUE "N".
		88  WINDOW-SEEN		VALUE "Y".
	01  JUMP-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  WARN-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(40) VALUE
			"BATCH WINDOW AND FILE GROWTH FORECAST -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-SECTION.
		05  RPT-SEC-TEXT	PIC X(40).
	01  RPT-STEP-HEAD.
		05  FILLER	PIC X(40) VALUE
			"STEP      NIGHTS  90-DAY  30-DAY   WEEK".
		05  FILLER	PIC X(16) VALUE
			"  30 VS 90".
	01  RPT-STEP-LINE.
		05  RPT-STEP	PIC X(8).
		05  FILLER	PIC X(3) VALUE SPACES.
		05  RPT-NIGHTS	PIC ZZ9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-AVG90	PIC ZZZ9.9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-AVG30	PIC ZZZ9.9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-PEAK7	PIC ZZZ9.9.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  RPT-TREND	PIC -ZZ9.
		05  FILLER	PIC X(3) VALUE "%  ".
		05  RPT-FLAG	PIC X(6).
	01  RPT-MIN-LINE.
		05  RPT-MIN-LABEL	PIC X(30).
		05  RPT-MINUTES	PIC -ZZZ9.99.
		05  FILLER	PIC X(4) VALUE " MIN".
	01  RPT-COUNT-LINE.
		05  RPT-CNT-LABEL	PIC X(30).
		05  RPT-CNT	PIC ZZZZ9.
	01  RPT-CLOCK-LINE.
		05  RPT-CLK-LABEL	PIC X(30).
		05  RPT-CLK-HH	PIC 9(2).
		05  FILLER	PIC X(1) VALUE ":".
		05  RPT-CLK-MM	PIC 9(2).
	01  RPT-CROSS-LINE.
		05  RPT-CRS-LABEL	PIC X(30).
		05  RPT-CRS-DATE	PIC 9(8) BLANK WHEN ZERO.
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-CRS-TEXT	PIC X(17).
	01  RPT-FILE-HEAD.
		05  FILLER	PIC X(10) VALUE "FILE".
		05  FILLER	PIC X(12) VALUE "LAST COUNT".
		05  FILLER	PIC X(11) VALUE "PER NIGHT".
		05  FILLER	PIC X(11) VALUE "PER NIGHT".
		05  FILLER	PIC X(11) VALUE "CAPACITY".
		05  FILLER	PIC X(7) VALUE "CROSSES".
	01  RPT-FILE-SUB.
		05  FILLER	PIC X(22) VALUE SPACES.
		05  FILLER	PIC X(11) VALUE "30 DAYS".
		05  FILLER	PIC X(11) VALUE "90 DAYS".
	01  RPT-FILE-LINE.
		05  RPT-FILE	PIC X(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-LAST	PIC Z(8)9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-PER30	PIC -ZZZZZ9.9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-PER90	PIC -ZZZZZ9.9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-CAP	PIC Z(8)9 BLANK WHEN ZERO.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-CROSS-DATE	PIC 9(8) BLANK WHEN ZERO.
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-CROSS-TEXT	PIC X(17).
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "STEPS JUMPED  =>".
		05  RPT-JUMP-COUNT	PIC ZZZ9.
		05  FILLER	PIC X(16) VALUE "  WARNINGS    =>".
		05  RPT-WARN-COUNT	PIC ZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CAPFCST.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O CAPHIST-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT CAPHIST-FILE
		CLOSE CAPHIST-FILE
		OPEN I-O CAPHIST-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CAPH" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM GET-PARAMETERS.
	PERFORM LOAD-AGE-TABLE.
	PERFORM HARVEST-RUNCTL THRU HARVEST-RUNCTL-EXIT.
	PERFORM PURGE-HISTORY.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
	MOVE "STEP RUN TIMES, MINUTES" TO RPT-SEC-TEXT.
	DISPLAY RPT-SECTION.
	DISPLAY RPT-STEP-HEAD.
	MOVE "S" TO REPORT-KIND.
	PERFORM REPORT-ONE-KIND.
	DISPLAY SPACE.
	MOVE "BATCH WINDOW" TO RPT-SEC-TEXT.
	DISPLAY RPT-SECTION.
	MOVE "W" TO REPORT-KIND.
	PERFORM REPORT-ONE-KIND.
	IF NOT WINDOW-SEEN
		DISPLAY "NO COMPLETE NIGHTS ON THE HISTORY".
	DISPLAY SPACE.
	MOVE "FILE GROWTH, RECORDS" TO RPT-SEC-TEXT.
	DISPLAY RPT-SECTION.
	DISPLAY RPT-FILE-HEAD.
	DISPLAY RPT-FILE-SUB.
	MOVE "F" TO REPORT-KIND.
	PERFORM REPORT-ONE-KIND.
	CLOSE CAPHIST-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	MOVE JUMP-COUNT TO RPT-JUMP-COUNT.
	MOVE WARN-COUNT TO RPT-WARN-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF JUMP-COUNT > ZERO OR WARN-COUNT > ZERO
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      * Leave without reporting
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Forecast" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  The PARAM.IT settings, or their defaults.  The file
      *  stays open for the capacity lines.
      ******************************************************
       GET-PARAMETERS.
	MOVE DEFAULT-ONLINE-START TO ONLINE-START.
	MOVE DEFAULT-HIST-DAYS TO HIST-DAYS.
	MOVE DEFAULT-JUMP-PCT TO JUMP-PCT.
	MOVE DEFAULT-WARN-DAYS TO WARN-DAYS.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		MOVE "No PARAM.IT - Using Defaults" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	ELSE
		MOVE "Y" TO PARM-OPEN-SWITCH
		MOVE "ONLINESTRT" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO ONLINE-START
		END-IF
		MOVE "CAPHDAYS" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO HIST-DAYS
		END-IF
		MOVE "JUMPPCT" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO JUMP-PCT
		END-IF
		MOVE "CAPWARN" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO WARN-DAYS
		END-IF
	END-IF.
	IF HIST-DAYS < 91
		MOVE 91 TO HIST-DAYS.
	DIVIDE ONLINE-START BY 100 GIVING CLOCK-HH
		REMAINDER CLOCK-MM.
	COMPUTE ONLINE-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60.
      ******************************************************
      *  Today and the 90 days before it, and the date the
      *  history is kept back to
      ******************************************************
       LOAD-AGE-TABLE.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM LOAD-ONE-AGE
		VARYING AGE-SUB FROM 1 BY 1
		UNTIL AGE-SUB > 91.
	MOVE AGE-DATE (91) TO CUTOFF-90.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM SUBTRACT-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > HIST-DAYS.
	COMPUTE PURGE-CUTOFF =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
       LOAD-ONE-AGE.
	COMPUTE AGE-DATE (AGE-SUB) =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
	PERFORM SUBTRACT-ONE-DAY.
      ******************************************************
      *  Put the last 90 days of run control on the history
      *  -- run control is walked in date, step and stream
      *  order, so a step's streams come together and a
      *  night's steps come together.  Nights already on
      *  the history are simply written again.
      ******************************************************
       HARVEST-RUNCTL.
	OPEN INPUT RUNCTL-FILE.
	IF RUN-STATUS-1 NOT = "0"
		MOVE "OPEN RUNCTL" TO LOG-ERR-ROUTINE
		MOVE RUN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO HARVEST-RUNCTL-EXIT.
	MOVE "N" TO RUN-EOF-SWITCH.
	MOVE ZERO TO HV-DATE.
	MOVE CUTOFF-90 TO FILE-RUN-DATE.
	MOVE ZERO TO FILE-RUN-STEP.
	MOVE ZERO TO FILE-RUN-STREAM.
	START RUNCTL-FILE KEY IS NOT LESS THAN FILE-RUN-KEY
		INVALID KEY SET DONE-RUNCTL TO TRUE.
	PERFORM HARVEST-ONE-UNIT THRU HARVEST-ONE-UNIT-EXIT
		UNTIL DONE-RUNCTL.
	IF HV-DATE NOT = ZERO
		PERFORM PUT-STEP-HISTORY
		PERFORM PUT-NIGHT-HISTORY.
	CLOSE RUNCTL-FILE.
       HARVEST-RUNCTL-EXIT.
	EXIT.
      ******************************************************
      *  One run-control record -- a new night or a new step
      *  puts the one before it on the history first
      ******************************************************
       HARVEST-ONE-UNIT.
	READ RUNCTL-FILE NEXT RECORD
		AT END SET DONE-RUNCTL TO TRUE.
	IF DONE-RUNCTL
		GO TO HARVEST-ONE-UNIT-EXIT.
	IF FILE-RUN-DATE NOT = HV-DATE
		IF HV-DATE NOT = ZERO
			PERFORM PUT-STEP-HISTORY
			PERFORM PUT-NIGHT-HISTORY
		END-IF
		MOVE FILE-RUN-DATE TO HV-DATE
		MOVE ZERO TO HV-NIGHT-SECS
		MOVE FILE-RUN-START-TIME TO HV-NIGHT-CLOCK
		MOVE "Y" TO HV-NIGHT-OK-SWITCH
		MOVE "N" TO HV-LAST-STEP-SWITCH
		PERFORM START-STEP-HISTORY
	ELSE IF FILE-RUN-NAME NOT = HV-STEP-NAME
		PERFORM PUT-STEP-HISTORY
		PERFORM START-STEP-HISTORY.
	IF FILE-RUN-IS-COMPLETE AND FILE-RUN-NAME = "BDROLL"
		MOVE "Y" TO HV-LAST-STEP-SWITCH.
	IF FILE-RUN-START-DATE = ZERO OR FILE-RUN-END-DATE = ZERO
		MOVE "N" TO HV-STEP-OK-SWITCH
		MOVE "N" TO HV-NIGHT-OK-SWITCH
		GO TO HARVEST-ONE-UNIT-EXIT.
	IF NOT FILE-RUN-IS-COMPLETE
		MOVE "N" TO HV-STEP-OK-SWITCH
		GO TO HARVEST-ONE-UNIT-EXIT.
	PERFORM COMPUTE-ELAPSED.
	ADD ELAPSED-SECS TO HV-STEP-SECS.
	ADD ELAPSED-SECS TO HV-NIGHT-SECS.
       HARVEST-ONE-UNIT-EXIT.
	EXIT.
      ******************************************************
       START-STEP-HISTORY.
	MOVE FILE-RUN-NAME TO HV-STEP-NAME.
	MOVE ZERO TO HV-STEP-SECS.
	MOVE "Y" TO HV-STEP-OK-SWITCH.
      ******************************************************
      *  The unit's end less its start, in seconds -- a unit
      *  that ran past midnight ends the day after it began
      ******************************************************
       COMPUTE-ELAPSED.
	MOVE FILE-RUN-START-TIME TO CLOCK-WORK.
	PERFORM CLOCK-TO-SECS.
	MOVE CLOCK-SECS TO START-SECS.
	MOVE FILE-RUN-END-TIME TO CLOCK-WORK.
	PERFORM CLOCK-TO-SECS.
	COMPUTE ELAPSED-SECS = CLOCK-SECS - START-SECS.
	IF FILE-RUN-END-DATE NOT = FILE-RUN-START-DATE
		ADD 86400 TO ELAPSED-SECS.
	IF ELAPSED-SECS < ZERO
		MOVE ZERO TO ELAPSED-SECS.
      ******************************************************
       CLOCK-TO-SECS.
	COMPUTE CLOCK-SECS =
		CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.
      ******************************************************
       PUT-STEP-HISTORY.
	IF HV-STEP-OK
		MOVE "S" TO PUT-KIND
		MOVE HV-STEP-NAME TO PUT-NAME
		MOVE HV-DATE TO PUT-DATE
		MOVE HV-STEP-SECS TO PUT-VALUE
		MOVE ZERO TO PUT-CLOCK
		PERFORM PUT-HISTORY.
      ******************************************************
       PUT-NIGHT-HISTORY.
	IF HV-NIGHT-OK AND HV-SAW-LAST-STEP
		MOVE "W" TO PUT-KIND
		MOVE "WINDOW" TO PUT-NAME
		MOVE HV-DATE TO PUT-DATE
		MOVE HV-NIGHT-SECS TO PUT-VALUE
		MOVE HV-NIGHT-CLOCK TO PUT-CLOCK
		PERFORM PUT-HISTORY.
      ******************************************************
      *  Write one history record, or write it again
      ******************************************************
       PUT-HISTORY.
	MOVE PUT-KIND TO FILE-CAPH-KIND.
	MOVE PUT-NAME TO FILE-CAPH-NAME.
	MOVE PUT-DATE TO FILE-CAPH-DATE.
	READ CAPHIST-FILE.
	MOVE PUT-VALUE TO FILE-CAPH-VALUE.
	MOVE PUT-CLOCK TO FILE-CAPH-CLOCK.
	IF STATUS-1 = "0"
		REWRITE CAPHIST-ITEM
	ELSE
		MOVE PUT-KIND TO FILE-CAPH-KIND
		MOVE PUT-NAME TO FILE-CAPH-NAME
		MOVE PUT-DATE TO FILE-CAPH-DATE
		WRITE CAPHIST-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE CAPH" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Drop history older than the CAPHDAYS kept
      ******************************************************
       PURGE-HISTORY.
	MOVE "N" TO CAPH-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-CAPH-KEY.
	START CAPHIST-FILE KEY IS NOT LESS THAN FILE-CAPH-KEY
		INVALID KEY SET DONE-CAPHIST TO TRUE.
	PERFORM PURGE-ONE-HISTORY UNTIL DONE-CAPHIST.
	IF PURGE-COUNT > ZERO
		MOVE "Old History Purged" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
      ******************************************************
       PURGE-ONE-HISTORY.
	READ CAPHIST-FILE NEXT RECORD
		AT END SET DONE-CAPHIST TO TRUE.
	IF NOT DONE-CAPHIST AND FILE-CAPH-DATE < PURGE-CUTOFF
		DELETE CAPHIST-FILE RECORD
		ADD 1 TO PURGE-COUNT.
      ******************************************************
      *  Report one kind of history -- its records come in
      *  name and date order, so each name's nights are
      *  gathered together and reported when the name
      *  changes
      ******************************************************
       REPORT-ONE-KIND.
	MOVE "N" TO CAPH-EOF-SWITCH.
	MOVE SPACES TO GRP-NAME.
	MOVE REPORT-KIND TO FILE-CAPH-KIND.
	MOVE LOW-VALUES TO FILE-CAPH-NAME.
	MOVE ZERO TO FILE-CAPH-DATE.
	START CAPHIST-FILE KEY IS NOT LESS THAN FILE-CAPH-KEY
		INVALID KEY SET DONE-CAPHIST TO TRUE.
	PERFORM GATHER-ONE-NIGHT THRU GATHER-ONE-NIGHT-EXIT
		UNTIL DONE-CAPHIST.
	IF GRP-NAME NOT = SPACES
		PERFORM REPORT-ONE-NAME THRU REPORT-ONE-NAME-EXIT.
      ******************************************************
       GATHER-ONE-NIGHT.
	READ CAPHIST-FILE NEXT RECORD
		AT END SET DONE-CAPHIST TO TRUE.
	IF DONE-CAPHIST
		GO TO GATHER-ONE-NIGHT-EXIT.
	IF FILE-CAPH-KIND NOT = REPORT-KIND
		SET DONE-CAPHIST TO TRUE
		GO TO GATHER-ONE-NIGHT-EXIT.
	IF FILE-CAPH-NAME NOT = GRP-NAME
		IF GRP-NAME NOT = SPACES
			PERFORM REPORT-ONE-NAME THRU
				REPORT-ONE-NAME-EXIT
		END-IF
		PERFORM START-ONE-NAME.
	PERFORM FIND-NIGHT-AGE.
	IF AGE-FOUND
		PERFORM ADD-ONE-NIGHT.
       GATHER-ONE-NIGHT-EXIT.
	EXIT.
      ******************************************************
       START-ONE-NAME.
	MOVE FILE-CAPH-NAME TO GRP-NAME.
	MOVE ZERO TO ACC-N30.
	MOVE ZERO TO ACC-SX30.
	MOVE ZERO TO ACC-SXX30.
	MOVE ZERO TO ACC-SY30.
	MOVE ZERO TO ACC-SXY30.
	MOVE ZERO TO ACC-N90.
	MOVE ZERO TO ACC-SX90.
	MOVE ZERO TO ACC-SXX90.
	MOVE ZERO TO ACC-SY90.
	MOVE ZERO TO ACC-SXY90.
	MOVE ZERO TO ACC-PEAK7.
	MOVE ZERO TO ACC-LAST.
	MOVE ZERO TO ACC-START-N.
	MOVE ZERO TO ACC-START-SUM.
      ******************************************************
      *  How many days old the night is -- nights older
      *  than 90 days are on the history but not trended
      ******************************************************
       FIND-NIGHT-AGE.
	MOVE "N" TO AGE-FOUND-SWITCH.
	SET AGX TO 1.
	SEARCH AGE-ENTRY
		AT END CONTINUE
		WHEN AGE-DATE (AGX) = FILE-CAPH-DATE
			SET POINT-AGE TO AGX
			SUBTRACT 1 FROM POINT-AGE
			SET AGE-FOUND TO TRUE
	END-SEARCH.
      ******************************************************
      *  One night into the 90-day sums, and the 30-day and
      *  past week's figures where it is recent enough.  A
      *  window's start is taken in seconds from the noon
      *  before, so a run that starts after midnight still
      *  averages with the ones that start before.
      ******************************************************
       ADD-ONE-NIGHT.
	COMPUTE POINT-X = ZERO - POINT-AGE.
	MOVE FILE-CAPH-VALUE TO POINT-Y.
	MOVE POINT-Y TO ACC-LAST.
	ADD 1 TO ACC-N90.
	ADD POINT-X TO ACC-SX90.
	COMPUTE ACC-SXX90 = ACC-SXX90 + POINT-X * POINT-X.
	ADD POINT-Y TO ACC-SY90.
	COMPUTE ACC-SXY90 = ACC-SXY90 + POINT-X * POINT-Y.
	IF POINT-AGE < 30
		ADD 1 TO ACC-N30
		ADD POINT-X TO ACC-SX30
		COMPUTE ACC-SXX30 = ACC-SXX30 + POINT-X * POINT-X
		ADD POINT-Y TO ACC-SY30
		COMPUTE ACC-SXY30 = ACC-SXY30 + POINT-X * POINT-Y
		IF FILE-CAPH-KIND = "W"
			MOVE FILE-CAPH-CLOCK TO CLOCK-WORK
			PERFORM CLOCK-TO-SECS
			IF CLOCK-HH < 12
				ADD 86400 TO CLOCK-SECS
			END-IF
			SUBTRACT 43200 FROM CLOCK-SECS
			ADD 1 TO ACC-START-N
			ADD CLOCK-SECS TO ACC-START-SUM
		END-IF
	END-IF.
	IF POINT-AGE < 7 AND POINT-Y > ACC-PEAK7
		MOVE POINT-Y TO ACC-PEAK7.
      ******************************************************
      *  The gathered name's averages and its 30- and 90-day
      *  straight-line fits, then its report line
      ******************************************************
       REPORT-ONE-NAME.
	IF ACC-N90 = ZERO
		GO TO REPORT-ONE-NAME-EXIT.
	COMPUTE AVG-90 ROUNDED = ACC-SY90 / ACC-N90.
	MOVE ZERO TO AVG-30.
	IF ACC-N30 > ZERO
		COMPUTE AVG-30 ROUNDED = ACC-SY30 / ACC-N30.
	MOVE ACC-N30 TO FIT-N.
	MOVE ACC-SX30 TO FIT-SX.
	MOVE ACC-SXX30 TO FIT-SXX.
	MOVE ACC-SY30 TO FIT-SY.
	MOVE ACC-SXY30 TO FIT-SXY.
	PERFORM FIT-TREND THRU FIT-TREND-EXIT.
	MOVE FIT-SLOPE TO SLOPE-30.
	MOVE FIT-LEVEL TO LEVEL-30.
	MOVE FIT-OK-SWITCH TO FIT30-OK-SWITCH.
	MOVE ACC-N90 TO FIT-N.
	MOVE ACC-SX90 TO FIT-SX.
	MOVE ACC-SXX90 TO FIT-SXX.
	MOVE ACC-SY90 TO FIT-SY.
	MOVE ACC-SXY90 TO FIT-SXY.
	PERFORM FIT-TREND THRU FIT-TREND-EXIT.
	MOVE FIT-SLOPE TO SLOPE-90.
	MOVE FIT-LEVEL TO LEVEL-90.
	MOVE FIT-OK-SWITCH TO FIT90-OK-SWITCH.
	IF REPORT-KIND = "S"
		PERFORM REPORT-STEP
	ELSE IF REPORT-KIND = "W"
		PERFORM REPORT-WINDOW THRU REPORT-WINDOW-EXIT
	ELSE
		PERFORM REPORT-FILE.
       REPORT-ONE-NAME-EXIT.
	EXIT.
      ******************************************************
      *  Least squares through the nights: the growth per
      *  night, and where the line stands today.  Fewer
      *  than five nights is too few to trust.
      ******************************************************
       FIT-TREND.
	MOVE "N" TO FIT-OK-SWITCH.
	MOVE ZERO TO FIT-SLOPE.
	MOVE ZERO TO FIT-LEVEL.
	IF FIT-N < 5
		GO TO FIT-TREND-EXIT.
	COMPUTE FIT-DEN = FIT-N * FIT-SXX - FIT-SX * FIT-SX.
	IF FIT-DEN NOT > ZERO
		GO TO FIT-TREND-EXIT.
	COMPUTE FIT-NUM = FIT-N * FIT-SXY - FIT-SX * FIT-SY.
	COMPUTE FIT-SLOPE ROUNDED = FIT-NUM / FIT-DEN.
	COMPUTE FIT-LEVEL ROUNDED =
		(FIT-SY - FIT-SLOPE * FIT-SX) / FIT-N.
	MOVE "Y" TO FIT-OK-SWITCH.
       FIT-TREND-EXIT.
	EXIT.
      ******************************************************
      *  One step's line -- flagged when the past week's
      *  longest night ran JUMPPCT per cent over its 90-day
      *  average
      ******************************************************
       REPORT-STEP.
	MOVE GRP-NAME TO RPT-STEP.
	MOVE ACC-N90 TO RPT-NIGHTS.
	COMPUTE RPT-AVG90 ROUNDED = AVG-90 / 60.
	COMPUTE RPT-AVG30 ROUNDED = AVG-30 / 60.
	COMPUTE RPT-PEAK7 ROUNDED = ACC-PEAK7 / 60.
	MOVE ZERO TO TREND-PCT.
	IF AVG-90 > ZERO AND ACC-N30 > ZERO
		COMPUTE TREND-PCT ROUNDED =
			(AVG-30 - AVG-90) * 100 / AVG-90.
	IF TREND-PCT > 999
		MOVE 999 TO TREND-PCT.
	IF TREND-PCT < -99
		MOVE -99 TO TREND-PCT.
	MOVE TREND-PCT TO RPT-TREND.
	MOVE SPACES TO RPT-FLAG.
	COMPUTE JUMP-LINE = AVG-90 * (100 + JUMP-PCT) / 100.
	IF ACC-N90 NOT < 5 AND ACC-PEAK7 > JUMP-LINE
		MOVE "JUMPED" TO RPT-FLAG
		ADD 1 TO JUMP-COUNT.
	DISPLAY RPT-STEP-LINE.
      ******************************************************
      *  The whole window -- the time it has before the
      *  online start is from the usual start of the last
      *  30 nights to the online start the next morning
      ******************************************************
       REPORT-WINDOW.
	MOVE "Y" TO WINDOW-SEEN-SWITCH.
	MOVE "NIGHTS ON HISTORY, 90 DAYS =>" TO RPT-CNT-LABEL.
	MOVE ACC-N90 TO RPT-CNT.
	DISPLAY RPT-COUNT-LINE.
	MOVE "AVERAGE, 90 DAYS          =>" TO RPT-MIN-LABEL.
	COMPUTE RPT-MINUTES ROUNDED = AVG-90 / 60.
	DISPLAY RPT-MIN-LINE.
	MOVE "AVERAGE, 30 DAYS          =>" TO RPT-MIN-LABEL.
	COMPUTE RPT-MINUTES ROUNDED = AVG-30 / 60.
	DISPLAY RPT-MIN-LINE.
	MOVE "GROWTH PER NIGHT, 90 DAYS =>" TO RPT-MIN-LABEL.
	COMPUTE RPT-MINUTES ROUNDED = SLOPE-90 / 60.
	DISPLAY RPT-MIN-LINE.
	MOVE "GROWTH PER NIGHT, 30 DAYS =>" TO RPT-MIN-LABEL.
	COMPUTE RPT-MINUTES ROUNDED = SLOPE-30 / 60.
	DISPLAY RPT-MIN-LINE.
	IF ACC-START-N = ZERO
		MOVE "NONE IN 30 DAYS" TO RPT-CRS-TEXT
		MOVE "CROSSES ONLINE START      =>" TO RPT-CRS-LABEL
		MOVE ZERO TO RPT-CRS-DATE
		DISPLAY RPT-CROSS-LINE
		GO TO REPORT-WINDOW-EXIT.
	COMPUTE START-AVG ROUNDED = ACC-START-SUM / ACC-START-N.
	ADD 43200 TO START-AVG.
	MOVE "USUAL START               =>" TO RPT-CLK-LABEL.
	MOVE START-AVG TO FINISH-SECS.
	PERFORM SHOW-CLOCK.
	MOVE "ONLINE DAY STARTS         =>" TO RPT-CLK-LABEL.
	MOVE ONLINE-SECS TO FINISH-SECS.
	PERFORM SHOW-CLOCK.
	COMPUTE PROJ-LIMIT = ONLINE-SECS + 86400 - START-AVG.
	PERFORM CHOOSE-STEEPER-FIT.
	IF NOT FIT30-OK AND NOT FIT90-OK
		MOVE AVG-30 TO PROJ-LEVEL.
	MOVE "PROJECTED FINISH          =>" TO RPT-CLK-LABEL.
	COMPUTE FINISH-SECS = START-AVG + PROJ-LEVEL.
	PERFORM SHOW-CLOCK.
	PERFORM PROJECT-CROSSING THRU PROJECT-CROSSING-EXIT.
	MOVE "CROSSES ONLINE START      =>" TO RPT-CRS-LABEL.
	MOVE PROJ-DATE TO RPT-CRS-DATE.
	MOVE PROJ-TEXT TO RPT-CRS-TEXT.
	DISPLAY RPT-CROSS-LINE.
       REPORT-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  A clock time off seconds past midnight -- the next
      *  morning's times come round past 24 hours
      ******************************************************
       SHOW-CLOCK.
	IF FINISH-SECS NOT < 86400
		SUBTRACT 86400 FROM FINISH-SECS.
	IF FINISH-SECS NOT < 86400
		SUBTRACT 86400 FROM FINISH-SECS.
	DIVIDE FINISH-SECS BY 3600 GIVING RPT-CLK-HH.
	COMPUTE RPT-CLK-MM =
		(FINISH-SECS - RPT-CLK-HH * 3600) / 60.
	DISPLAY RPT-CLOCK-LINE.
      ******************************************************
      *  One file's line -- projected against its capacity
      *  line from the latest count it had
      ******************************************************
       REPORT-FILE.
	MOVE GRP-NAME TO RPT-FILE.
	MOVE ACC-LAST TO RPT-LAST.
	MOVE SLOPE-30 TO RPT-PER30.
	MOVE SLOPE-90 TO RPT-PER90.
	MOVE ZERO TO RPT-CAP.
	MOVE ZERO TO RPT-CROSS-DATE.
	MOVE SPACES TO RPT-CROSS-TEXT.
	PERFORM GET-CAPACITY-LINE.
	IF CAP-LIMIT = ZERO
		MOVE "NO CAPACITY LINE" TO RPT-CROSS-TEXT
	ELSE
		MOVE CAP-LIMIT TO RPT-CAP
		MOVE CAP-LIMIT TO PROJ-LIMIT
		PERFORM CHOOSE-STEEPER-FIT
		MOVE ACC-LAST TO PROJ-LEVEL
		PERFORM PROJECT-CROSSING THRU PROJECT-CROSSING-EXIT
		MOVE PROJ-DATE TO RPT-CROSS-DATE
		MOVE PROJ-TEXT TO RPT-CROSS-TEXT
	END-IF.
	DISPLAY RPT-FILE-LINE.
      ******************************************************
       GET-CAPACITY-LINE.
	MOVE ZERO TO CAP-LIMIT.
	IF PARAM-AVAILABLE
		MOVE GRP-NAME TO CAP-PARM-FILE
		MOVE CAP-PARM-NAME TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0"
			MOVE FILE-PARM-VALUE TO CAP-LIMIT
		END-IF
	END-IF.
      ******************************************************
      *  The steeper of the two fits, and where it stands
      *  today
      ******************************************************
       CHOOSE-STEEPER-FIT.
	MOVE ZERO TO PROJ-SLOPE.
	MOVE ZERO TO PROJ-LEVEL.
	IF FIT90-OK
		MOVE SLOPE-90 TO PROJ-SLOPE
		MOVE LEVEL-90 TO PROJ-LEVEL.
	IF FIT30-OK
		IF NOT FIT90-OK OR SLOPE-30 > SLOPE-90
			MOVE SLOPE-30 TO PROJ-SLOPE
			MOVE LEVEL-30 TO PROJ-LEVEL
		END-IF
	END-IF.
      ******************************************************
      *  The date the line passes the limit, walking today
      *  forward the days it takes -- or why there is none.
      *  A crossing already passed or within CAPWARN days
      *  counts as a warning.
      ******************************************************
       PROJECT-CROSSING.
	MOVE ZERO TO PROJ-DATE.
	MOVE SPACES TO PROJ-TEXT.
	MOVE "N" TO PROJ-WARN-SWITCH.
	IF PROJ-LEVEL NOT < PROJ-LIMIT
		MOVE "ALREADY PAST" TO PROJ-TEXT
		ADD 1 TO WARN-COUNT
		GO TO PROJECT-CROSSING-EXIT.
	IF NOT FIT30-OK AND NOT FIT90-OK
		MOVE "SHORT HISTORY" TO PROJ-TEXT
		GO TO PROJECT-CROSSING-EXIT.
	IF PROJ-SLOPE NOT > ZERO
		MOVE "NOT GROWING" TO PROJ-TEXT
		GO TO PROJECT-CROSSING-EXIT.
	COMPUTE PROJ-GAP = PROJ-LIMIT - PROJ-LEVEL.
	IF PROJ-GAP > PROJ-SLOPE * 999
		MOVE "BEYOND 999 DAYS" TO PROJ-TEXT
		GO TO PROJECT-CROSSING-EXIT.
	COMPUTE PROJ-DAYS = PROJ-GAP / PROJ-SLOPE.
	IF PROJ-DAYS * PROJ-SLOPE < PROJ-GAP
		ADD 1 TO PROJ-DAYS.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > PROJ-DAYS.
	COMPUTE PROJ-DATE =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
	IF PROJ-DAYS NOT > WARN-DAYS
		MOVE "** WARNING **" TO PROJ-TEXT
		ADD 1 TO WARN-COUNT.
       PROJECT-CROSSING-EXIT.
	EXIT.
      ******************************************************
      *  Step WORK-DATE back a single calendar day, borrowing
      *  from the prior month/year at a month start
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
      *  Advance WORK-DATE by a single calendar day, carrying
      *  into the next month/year at month end
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
