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
      * #ident	"@(#) samples/atmi/STOCKAPP/CMPLRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CMPLRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CMPLRPT reports off the complaint log CMPLSR keeps
      * on COMPLNT.IT, in two parts:
      *
      *   OPEN COMPLAINT AGING -- every complaint still
      *   open on the business date, with the days it has
      *   been open and its aging bucket (0-30, 31-60, 61-90
      *   and over 90 days), and the count in each bucket
      *
      *   QUARTERLY COMPLAINT STATISTICS -- for one calendar
      *   quarter, by problem and product code and then by
      *   rep of record: complaints received (written and
      *   oral), complaints resolved and the make-whole paid
      *   on them, and those still open at quarter end.
      *   These are the figures the quarterly regulatory
      *   complaint filing is made from.
      *
      * The quarter is the last one completed before the
      * business date, so a run early in the month after
      * quarter end reports the quarter just closed.  A
      * PARAM.IT entry CMPLQTR holding YYYYQ (20263 for the
      * third quarter of 2026) reports that quarter instead.
      * Run on demand.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CMPLRPT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT COMPLNT-FILE ASSIGN "COMPLNT.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CMP-KEY
		STATUS FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  COMPLNT-FILE; RECORD 145.
	01  COMPLNT-ITEM.
	     03  FILE-CMP-KEY.
		05  FILE-CMP-ACCOUNT	PIC X(10).
		05  FILE-CMP-DATE	PIC 9(8).
		05  FILE-CMP-SEQ	PIC 9(2).
	     03  FILE-CMP-CATEGORY	PIC X(01).
		 88  FILE-CMP-IS-WRITTEN	VALUE "W".
	     03  FILE-CMP-PROBLEM	PIC X(02).
	     03  FILE-CMP-PRODUCT	PIC X(02).
	     03  FILE-CMP-FUND		PIC X(10).
	     03  FILE-CMP-SUMMARY	PIC X(40).
	     03  FILE-CMP-REP		PIC X(10).
	     03  FILE-CMP-LOGGED-BY	PIC X(10).
	     03  FILE-CMP-STATUS	PIC X(01).
		 88  FILE-CMP-IS-OPEN	VALUE "O".
		 88  FILE-CMP-IS-CLOSED	VALUE "C".
	     03  FILE-CMP-RESOLVED-DATE	PIC 9(8).
	     03  FILE-CMP-MAKE-WHOLE	PIC 9(9)V99.
	     03  FILE-CMP-CLOSED-BY	PIC X(10).
	     03  FILLER			PIC X(20).
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
      * The quarter reported
      ******************************************************
	01  QTR-YEAR		PIC 9(4).
	01  QTR-NUMBER		PIC 9(1).
	01  QTR-PARM		PIC 9(5).
	01  QTR-START		PIC 9(8).
	01  QTR-END		PIC 9(8).
	01  QTR-START-MONTH	PIC 9(2).
	01  QTR-END-MONTH	PIC 9(2).
	01  QTR-END-DAY		PIC 9(2).
	01  CURRENT-MONTH	PIC 9(2).
      ******************************************************
      * Figures by problem and product code, kept in code
      * order as they are found
      ******************************************************
	01  PROB-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  PROB-TABLE.
		05  PROB-ENTRY OCCURS 200 TIMES.
			10  PT-KEY.
				15  PT-PROBLEM	PIC X(02).
				15  PT-PRODUCT	PIC X(02).
			10  PT-FIGURES.
				15  PT-RECEIVED	PIC 9(5) COMP-5.
				15  PT-WRITTEN	PIC 9(5) COMP-5.
				15  PT-ORAL	PIC 9(5) COMP-5.
				15  PT-RESOLVED	PIC 9(5) COMP-5.
				15  PT-MAKE-WHOLE PIC 9(11)V99.
				15  PT-OPEN-END	PIC 9(5) COMP-5.
	01  PT-SUB		PIC 9(4) COMP-5.
	01  PT-HIT		PIC X VALUE "N".
	01  PT-WANT		PIC X(04).
      ******************************************************
      * The same figures by rep of record
      ******************************************************
	01  REP-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  REP-TABLE.
		05  REP-ENTRY OCCURS 500 TIMES.
			10  RP-REP		PIC X(10).
			10  RP-FIGURES.
				15  RP-RECEIVED	PIC 9(5) COMP-5.
				15  RP-WRITTEN	PIC 9(5) COMP-5.
				15  RP-ORAL	PIC 9(5) COMP-5.
				15  RP-RESOLVED	PIC 9(5) COMP-5.
				15  RP-MAKE-WHOLE PIC 9(11)V99.
				15  RP-OPEN-END	PIC 9(5) COMP-5.
	01  RP-SUB		PIC 9(4) COMP-5.
	01  RP-HIT		PIC X VALUE "N".
	01  RP-WANT		PIC X(10).
	01  SHIFT-SUB		PIC 9(4) COMP-5.
      ******************************************************
      * House totals for the quarter, and what one complaint
      * contributes to the figures
      ******************************************************
	01  TOT-FIGURES.
		05  TOT-RECEIVED	PIC 9(5) COMP-5 VALUE ZERO.
		05  TOT-WRITTEN		PIC 9(5) COMP-5 VALUE ZERO.
		05  TOT-ORAL		PIC 9(5) COMP-5 VALUE ZERO.
		05  TOT-RESOLVED	PIC 9(5) COMP-5 VALUE ZERO.
		05  TOT-MAKE-WHOLE	PIC 9(11)V99 VALUE ZERO.
		05  TOT-OPEN-END	PIC 9(5) COMP-5 VALUE ZERO.
	01  ONE-RECEIVED	PIC 9(1).
	01  ONE-WRITTEN		PIC 9(1).
	01  ONE-ORAL		PIC 9(1).
	01  ONE-RESOLVED	PIC 9(1).
	01  ONE-MAKE-WHOLE	PIC 9(9)V99.
	01  ONE-OPEN-END	PIC 9(1).
      ******************************************************
      * Aging buckets
      ******************************************************
	01  DAYS-OPEN		PIC 9(4) COMP-5.
	01  AGE-0-30		PIC 9(6) COMP-5 VALUE ZERO.
	01  AGE-31-60		PIC 9(6) COMP-5 VALUE ZERO.
	01  AGE-61-90		PIC 9(6) COMP-5 VALUE ZERO.
	01  AGE-OVER-90		PIC 9(6) COMP-5 VALUE ZERO.
      ******************************************************
      * The run date and the day-walk work areas
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
	01  WORK-DATE-NUM REDEFINES WORK-DATE PIC 9(8).
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
			"OPEN COMPLAINT AGING".
		05  RPT-RUN-DATE	PIC 9(8).
	01  RPT-AGE-HEAD.
		05  FILLER	PIC X(12) VALUE "ACCOUNT".
		05  FILLER	PIC X(12) VALUE "RECEIVED NO".
		05  FILLER	PIC X(10) VALUE "PROB/PROD".
		05  FILLER	PIC X(12) VALUE "REP".
		05  FILLER	PIC X(12) VALUE "LOGGED BY".
		05  FILLER	PIC X(6) VALUE "DAYS".
		05  FILLER	PIC X(8) VALUE "BUCKET".
	01  RPT-AGE-LINE.
		05  RPT-AGE-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-AGE-DATE	PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-AGE-SEQ		PIC 9(2).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RPT-AGE-PROBLEM	PIC X(02).
		05  FILLER		PIC X(1) VALUE "/".
		05  RPT-AGE-PRODUCT	PIC X(02).
		05  FILLER		PIC X(5) VALUE SPACES.
		05  RPT-AGE-REP		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-AGE-LOGGED-BY	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-AGE-DAYS	PIC ZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-AGE-BUCKET	PIC X(7).
	01  RPT-AGE-TOTAL.
		05  FILLER	PIC X(10) VALUE "  0-30 =>".
		05  RPT-AGE-0-30	PIC ZZZZZ9.
		05  FILLER	PIC X(11) VALUE "  31-60 =>".
		05  RPT-AGE-31-60	PIC ZZZZZ9.
		05  FILLER	PIC X(11) VALUE "  61-90 =>".
		05  RPT-AGE-61-90	PIC ZZZZZ9.
		05  FILLER	PIC X(13) VALUE "  OVER 90 =>".
		05  RPT-AGE-OVER-90	PIC ZZZZZ9.
	01  RPT-QTR-TITLE.
		05  FILLER	PIC X(32) VALUE
			"QUARTERLY COMPLAINT STATISTICS".
		05  RPT-QTR-YEAR	PIC 9(4).
		05  FILLER	PIC X(2) VALUE " Q".
		05  RPT-QTR-NUMBER	PIC 9(1).
		05  FILLER	PIC X(3) VALUE SPACES.
		05  RPT-QTR-START	PIC 9(8).
		05  FILLER	PIC X(4) VALUE " TO ".
		05  RPT-QTR-END		PIC 9(8).
	01  RPT-STAT-HEAD.
		05  RPT-STAT-HEAD-KEY	PIC X(12).
		05  FILLER	PIC X(8) VALUE "RECEIVED".
		05  FILLER	PIC X(9) VALUE "  WRITTEN".
		05  FILLER	PIC X(6) VALUE "  ORAL".
		05  FILLER	PIC X(10) VALUE "  RESOLVED".
		05  FILLER	PIC X(16) VALUE "      MAKE WHOLE".
		05  FILLER	PIC X(8) VALUE " OPEN QE".
	01  RPT-STAT-LINE.
		05  RPT-STAT-KEY	PIC X(12).
		05  RPT-STAT-RECEIVED	PIC ZZZZZZZ9.
		05  RPT-STAT-WRITTEN	PIC ZZZZZZZZ9.
		05  RPT-STAT-ORAL	PIC ZZZZZ9.
		05  RPT-STAT-RESOLVED	PIC ZZZZZZZZZ9.
		05  RPT-STAT-MAKE-WHOLE	PIC $$$$,$$$,$$9.99.
		05  RPT-STAT-OPEN-END	PIC ZZZZZZZ9.
	01  RPT-NOFILE-LINE.
		05  FILLER	PIC X(40) VALUE
			"NO COMPLAINT LOG -- NOTHING TO REPORT".
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"CMPLRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"CMPLRPT ERR =>".
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
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CMPLRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM SET-QUARTER THRU SET-QUARTER-EXIT.
	MOVE TODAYS-DATE TO RPT-RUN-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
      ******************************************************
      * No complaint log yet means none was ever logged --
      * an empty report, not a failure
      ******************************************************
	OPEN INPUT COMPLNT-FILE.
	IF STATUS-1 = "3"
		DISPLAY RPT-NOFILE-LINE
		MOVE "No Complaint Log" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN COMPLNT" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	DISPLAY RPT-AGE-HEAD.
	MOVE "N" TO EOF-SWITCH.
	PERFORM REPORT-LOOP THRU REPORT-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE COMPLNT-FILE.
	MOVE AGE-0-30 TO RPT-AGE-0-30.
	MOVE AGE-31-60 TO RPT-AGE-31-60.
	MOVE AGE-61-90 TO RPT-AGE-61-90.
	MOVE AGE-OVER-90 TO RPT-AGE-OVER-90.
	DISPLAY SPACE.
	DISPLAY RPT-AGE-TOTAL.
	PERFORM SHOW-STATISTICS.
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
      *  The quarter reported -- CMPLQTR off PARAM.IT when
      *  it names a real quarter, otherwise the last whole
      *  quarter before the business date
      ******************************************************
       SET-QUARTER.
	MOVE TODAYS-DATE(1:4) TO QTR-YEAR.
	MOVE TODAYS-DATE(5:2) TO CURRENT-MONTH.
	COMPUTE QTR-NUMBER = (CURRENT-MONTH - 1) / 3.
	IF QTR-NUMBER = ZERO
		MOVE 4 TO QTR-NUMBER
		SUBTRACT 1 FROM QTR-YEAR.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		GO TO SET-QUARTER-DATES.
	MOVE "CMPLQTR" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO QTR-PARM
		IF QTR-PARM(5:1) > "0" AND QTR-PARM(5:1) < "5"
			MOVE QTR-PARM(1:4) TO QTR-YEAR
			MOVE QTR-PARM(5:1) TO QTR-NUMBER
			MOVE "Quarter Taken From PARAM.IT" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
		END-IF
	END-IF.
	CLOSE PARAM-FILE.
       SET-QUARTER-DATES.
	COMPUTE QTR-START-MONTH = QTR-NUMBER * 3 - 2.
	COMPUTE QTR-END-MONTH = QTR-NUMBER * 3.
	IF QTR-END-MONTH = 3 OR QTR-END-MONTH = 12
		MOVE 31 TO QTR-END-DAY
	ELSE
		MOVE 30 TO QTR-END-DAY.
	COMPUTE QTR-START =
	    QTR-YEAR * 10000 + QTR-START-MONTH * 100 + 1.
	COMPUTE QTR-END =
	    QTR-YEAR * 10000 + QTR-END-MONTH * 100 + QTR-END-DAY.
       SET-QUARTER-EXIT.
	EXIT.
      ******************************************************
      *  One complaint -- aged if still open, and counted
      *  into the quarter's statistics where it belongs
      ******************************************************
       REPORT-LOOP.
	READ COMPLNT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO REPORT-LOOP-EXIT.
	IF FILE-CMP-IS-OPEN
		PERFORM AGE-ONE-COMPLAINT.
	PERFORM COUNT-ONE-COMPLAINT THRU COUNT-ONE-COMPLAINT-EXIT.
       REPORT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Days open, walked a day at a time from the date
      *  received to the business date
      ******************************************************
       AGE-ONE-COMPLAINT.
	MOVE ZERO TO DAYS-OPEN.
	MOVE FILE-CMP-DATE TO WORK-DATE-NUM.
	PERFORM STEP-ONE-DAY
		UNTIL WORK-DATE-NUM NOT < TODAYS-DATE
		OR DAYS-OPEN NOT < 9999.
	MOVE FILE-CMP-ACCOUNT TO RPT-AGE-ACCOUNT.
	MOVE FILE-CMP-DATE TO RPT-AGE-DATE.
	MOVE FILE-CMP-SEQ TO RPT-AGE-SEQ.
	MOVE FILE-CMP-PROBLEM TO RPT-AGE-PROBLEM.
	MOVE FILE-CMP-PRODUCT TO RPT-AGE-PRODUCT.
	MOVE FILE-CMP-REP TO RPT-AGE-REP.
	MOVE FILE-CMP-LOGGED-BY TO RPT-AGE-LOGGED-BY.
	MOVE DAYS-OPEN TO RPT-AGE-DAYS.
	IF DAYS-OPEN > 90
		MOVE "OVER 90" TO RPT-AGE-BUCKET
		ADD 1 TO AGE-OVER-90
	ELSE IF DAYS-OPEN > 60
		MOVE "61-90" TO RPT-AGE-BUCKET
		ADD 1 TO AGE-61-90
	ELSE IF DAYS-OPEN > 30
		MOVE "31-60" TO RPT-AGE-BUCKET
		ADD 1 TO AGE-31-60
	ELSE
		MOVE "0-30" TO RPT-AGE-BUCKET
		ADD 1 TO AGE-0-30.
	DISPLAY RPT-AGE-LINE.
      ******************************************************
       STEP-ONE-DAY.
	PERFORM ADD-ONE-DAY.
	ADD 1 TO DAYS-OPEN.
      ******************************************************
      *  What one complaint adds to the quarter -- received
      *  in it (by how it arrived), resolved in it (with the
      *  make-whole paid), or received by quarter end and
      *  not yet resolved then.  One touching none of these
      *  is not counted.
      ******************************************************
       COUNT-ONE-COMPLAINT.
	MOVE ZERO TO ONE-RECEIVED ONE-WRITTEN ONE-ORAL
		ONE-RESOLVED ONE-MAKE-WHOLE ONE-OPEN-END.
	IF FILE-CMP-DATE NOT < QTR-START AND
	   FILE-CMP-DATE NOT > QTR-END
		MOVE 1 TO ONE-RECEIVED
		IF FILE-CMP-IS-WRITTEN
			MOVE 1 TO ONE-WRITTEN
		ELSE
			MOVE 1 TO ONE-ORAL
		END-IF
	END-IF.
	IF FILE-CMP-IS-CLOSED AND
	   FILE-CMP-RESOLVED-DATE NOT < QTR-START AND
	   FILE-CMP-RESOLVED-DATE NOT > QTR-END
		MOVE 1 TO ONE-RESOLVED
		MOVE FILE-CMP-MAKE-WHOLE TO ONE-MAKE-WHOLE.
	IF FILE-CMP-DATE NOT > QTR-END AND
	   (FILE-CMP-IS-OPEN OR FILE-CMP-RESOLVED-DATE > QTR-END)
		MOVE 1 TO ONE-OPEN-END.
	IF ONE-RECEIVED = ZERO AND ONE-RESOLVED = ZERO AND
	   ONE-OPEN-END = ZERO
		GO TO COUNT-ONE-COMPLAINT-EXIT.
	MOVE FILE-CMP-PROBLEM TO PT-WANT(1:2).
	MOVE FILE-CMP-PRODUCT TO PT-WANT(3:2).
	PERFORM FIND-PROBLEM THRU FIND-PROBLEM-EXIT.
	IF PT-HIT = "Y"
		ADD ONE-RECEIVED TO PT-RECEIVED (PT-SUB)
		ADD ONE-WRITTEN TO PT-WRITTEN (PT-SUB)
		ADD ONE-ORAL TO PT-ORAL (PT-SUB)
		ADD ONE-RESOLVED TO PT-RESOLVED (PT-SUB)
		ADD ONE-MAKE-WHOLE TO PT-MAKE-WHOLE (PT-SUB)
		ADD ONE-OPEN-END TO PT-OPEN-END (PT-SUB).
	MOVE FILE-CMP-REP TO RP-WANT.
	IF RP-WANT = SPACES
		MOVE "(NONE)" TO RP-WANT.
	PERFORM FIND-REP THRU FIND-REP-EXIT.
	IF RP-HIT = "Y"
		ADD ONE-RECEIVED TO RP-RECEIVED (RP-SUB)
		ADD ONE-WRITTEN TO RP-WRITTEN (RP-SUB)
		ADD ONE-ORAL TO RP-ORAL (RP-SUB)
		ADD ONE-RESOLVED TO RP-RESOLVED (RP-SUB)
		ADD ONE-MAKE-WHOLE TO RP-MAKE-WHOLE (RP-SUB)
		ADD ONE-OPEN-END TO RP-OPEN-END (RP-SUB).
	ADD ONE-RECEIVED TO TOT-RECEIVED.
	ADD ONE-WRITTEN TO TOT-WRITTEN.
	ADD ONE-ORAL TO TOT-ORAL.
	ADD ONE-RESOLVED TO TOT-RESOLVED.
	ADD ONE-MAKE-WHOLE TO TOT-MAKE-WHOLE.
	ADD ONE-OPEN-END TO TOT-OPEN-END.
       COUNT-ONE-COMPLAINT-EXIT.
	EXIT.
      ******************************************************
      *  Point PT-SUB at the problem/product code's slot,
      *  opening one in code order for a code not yet seen.
      *  A full table is logged and the complaint counted
      *  only in the totals.
      ******************************************************
       FIND-PROBLEM.
	MOVE "N" TO PT-HIT.
	PERFORM MATCH-ONE-PROBLEM
		VARYING PT-SUB FROM 1 BY 1
		UNTIL PT-SUB > PROB-COUNT OR PT-HIT NOT = "N".
	IF PT-HIT = "Y"
		SUBTRACT 1 FROM PT-SUB
		GO TO FIND-PROBLEM-EXIT.
	IF PROB-COUNT NOT < 200
		MOVE "Problem Code Table Full" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE "N" TO PT-HIT
		GO TO FIND-PROBLEM-EXIT.
	IF PT-HIT = "A"
		SUBTRACT 1 FROM PT-SUB.
	PERFORM SHIFT-ONE-PROBLEM
		VARYING SHIFT-SUB FROM PROB-COUNT BY -1
		UNTIL SHIFT-SUB < PT-SUB.
	ADD 1 TO PROB-COUNT.
	MOVE PT-WANT TO PT-KEY (PT-SUB).
	MOVE ZERO TO PT-RECEIVED (PT-SUB) PT-WRITTEN (PT-SUB)
		PT-ORAL (PT-SUB) PT-RESOLVED (PT-SUB)
		PT-MAKE-WHOLE (PT-SUB) PT-OPEN-END (PT-SUB).
	MOVE "Y" TO PT-HIT.
       FIND-PROBLEM-EXIT.
	EXIT.
      ******************************************************
      *  "Y" found; "A" the code belongs ahead of this slot
      ******************************************************
       MATCH-ONE-PROBLEM.
	IF PT-KEY (PT-SUB) = PT-WANT
		MOVE "Y" TO PT-HIT
	ELSE IF PT-KEY (PT-SUB) > PT-WANT
		MOVE "A" TO PT-HIT.
      ******************************************************
       SHIFT-ONE-PROBLEM.
	MOVE PROB-ENTRY (SHIFT-SUB) TO PROB-ENTRY (SHIFT-SUB + 1).
      ******************************************************
      *  The same for the rep of record
      ******************************************************
       FIND-REP.
	MOVE "N" TO RP-HIT.
	PERFORM MATCH-ONE-REP
		VARYING RP-SUB FROM 1 BY 1
		UNTIL RP-SUB > REP-COUNT OR RP-HIT NOT = "N".
	IF RP-HIT = "Y"
		SUBTRACT 1 FROM RP-SUB
		GO TO FIND-REP-EXIT.
	IF REP-COUNT NOT < 500
		MOVE "Rep Table Full" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE "N" TO RP-HIT
		GO TO FIND-REP-EXIT.
	IF RP-HIT = "A"
		SUBTRACT 1 FROM RP-SUB.
	PERFORM SHIFT-ONE-REP
		VARYING SHIFT-SUB FROM REP-COUNT BY -1
		UNTIL SHIFT-SUB < RP-SUB.
	ADD 1 TO REP-COUNT.
	MOVE RP-WANT TO RP-REP (RP-SUB).
	MOVE ZERO TO RP-RECEIVED (RP-SUB) RP-WRITTEN (RP-SUB)
		RP-ORAL (RP-SUB) RP-RESOLVED (RP-SUB)
		RP-MAKE-WHOLE (RP-SUB) RP-OPEN-END (RP-SUB).
	MOVE "Y" TO RP-HIT.
       FIND-REP-EXIT.
	EXIT.
      ******************************************************
       MATCH-ONE-REP.
	IF RP-REP (RP-SUB) = RP-WANT
		MOVE "Y" TO RP-HIT
	ELSE IF RP-REP (RP-SUB) > RP-WANT
		MOVE "A" TO RP-HIT.
      ******************************************************
       SHIFT-ONE-REP.
	MOVE REP-ENTRY (SHIFT-SUB) TO REP-ENTRY (SHIFT-SUB + 1).
      ******************************************************
      *  The quarter's statistics -- by problem and product
      *  code, by rep, then the house total
      ******************************************************
       SHOW-STATISTICS.
	MOVE QTR-YEAR TO RPT-QTR-YEAR.
	MOVE QTR-NUMBER TO RPT-QTR-NUMBER.
	MOVE QTR-START TO RPT-QTR-START.
	MOVE QTR-END TO RPT-QTR-END.
	DISPLAY SPACE.
	DISPLAY RPT-QTR-TITLE.
	DISPLAY SPACE.
	MOVE "PROB/PROD" TO RPT-STAT-HEAD-KEY.
	DISPLAY RPT-STAT-HEAD.
	PERFORM SHOW-ONE-PROBLEM
		VARYING PT-SUB FROM 1 BY 1
		UNTIL PT-SUB > PROB-COUNT.
	DISPLAY SPACE.
	MOVE "REP" TO RPT-STAT-HEAD-KEY.
	DISPLAY RPT-STAT-HEAD.
	PERFORM SHOW-ONE-REP
		VARYING RP-SUB FROM 1 BY 1
		UNTIL RP-SUB > REP-COUNT.
	DISPLAY SPACE.
	MOVE "TOTAL" TO RPT-STAT-KEY.
	MOVE TOT-RECEIVED TO RPT-STAT-RECEIVED.
	MOVE TOT-WRITTEN TO RPT-STAT-WRITTEN.
	MOVE TOT-ORAL TO RPT-STAT-ORAL.
	MOVE TOT-RESOLVED TO RPT-STAT-RESOLVED.
	MOVE TOT-MAKE-WHOLE TO RPT-STAT-MAKE-WHOLE.
	MOVE TOT-OPEN-END TO RPT-STAT-OPEN-END.
	DISPLAY RPT-STAT-LINE.
      ******************************************************
       SHOW-ONE-PROBLEM.
	MOVE SPACES TO RPT-STAT-KEY.
	MOVE PT-PROBLEM (PT-SUB) TO RPT-STAT-KEY(1:2).
	MOVE "/" TO RPT-STAT-KEY(3:1).
	MOVE PT-PRODUCT (PT-SUB) TO RPT-STAT-KEY(4:2).
	MOVE PT-RECEIVED (PT-SUB) TO RPT-STAT-RECEIVED.
	MOVE PT-WRITTEN (PT-SUB) TO RPT-STAT-WRITTEN.
	MOVE PT-ORAL (PT-SUB) TO RPT-STAT-ORAL.
	MOVE PT-RESOLVED (PT-SUB) TO RPT-STAT-RESOLVED.
	MOVE PT-MAKE-WHOLE (PT-SUB) TO RPT-STAT-MAKE-WHOLE.
	MOVE PT-OPEN-END (PT-SUB) TO RPT-STAT-OPEN-END.
	DISPLAY RPT-STAT-LINE.
      ******************************************************
       SHOW-ONE-REP.
	MOVE RP-REP (RP-SUB) TO RPT-STAT-KEY.
	MOVE RP-RECEIVED (RP-SUB) TO RPT-STAT-RECEIVED.
	MOVE RP-WRITTEN (RP-SUB) TO RPT-STAT-WRITTEN.
	MOVE RP-ORAL (RP-SUB) TO RPT-STAT-ORAL.
	MOVE RP-RESOLVED (RP-SUB) TO RPT-STAT-RESOLVED.
	MOVE RP-MAKE-WHOLE (RP-SUB) TO RPT-STAT-MAKE-WHOLE.
	MOVE RP-OPEN-END (RP-SUB) TO RPT-STAT-OPEN-END.
	DISPLAY RPT-STAT-LINE.
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
