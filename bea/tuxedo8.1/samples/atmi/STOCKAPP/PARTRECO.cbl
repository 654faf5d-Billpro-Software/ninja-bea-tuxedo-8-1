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
      * #ident	"@(#) samples/atmi/STOCKAPP/PARTRECO.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/PARTRECO.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * PARTRECO closes the loop PARTCONF opens with each
      * omnibus trading partner.  It is a morning job, run
      * after BANKRECO has loaded the bank statement, and
      * does three things:
      *
      * Position -- the partner's daily position file,
      * PARTPOS.IT, arrives under the same envelope
      * discipline PTNORD.IT does:
      *   H  header -- partner id and as-of date
      *   D  one record per fund -- the shares the
      *      partner's sub-accounting holds in it
      *   T  trailer -- record count and share hash
      * Once the envelope is proved, every fund is compared
      * with the CUST.IT position on the partner's omnibus
      * account, both ways -- a fund the partner reports
      * that we do not hold, or hold differently, and a
      * fund we hold that the partner does not report --
      * and each break is listed.  No file on disk simply
      * skips this step.
      *
      * Receipts -- every partner credit BANKRECO copied to
      * PTNRCPT.IT and not yet fully applied is set against
      * the partner's open "C" settlements on PARTSETL.IT,
      * oldest first.  A settlement fully covered is marked
      * paid ("P"), one part covered short ("S"); money
      * left over stays on the receipt for the next
      * settlement and is listed as unapplied.
      *
      * Aging -- a "C" settlement not fully paid whose due
      * date has passed is aged in business days (weekends
      * and CALENDAR.IT holidays not counted).  Once it is
      * FAILDAYS (PARAM.IT, default 1) business days late it
      * is a fail ("F"), and the partner is flagged on
      * PTNFAIL.IT with its fail count, money outstanding,
      * oldest due date and worst lateness.  PTNFAIL.IT is
      * rebuilt every run, so a partner drops off it the
      * morning its fails are paid.  PARTLOAD warns before
      * booking orders from a flagged partner.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PARTRECO.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT PARTPOS-FILE ASSIGN "PARTPOS.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT PARTNER-FILE ASSIGN "PARTNER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTN-ID
		STATUS PARTNER-FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	SELECT PARTSETL-FILE ASSIGN "PARTSETL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SETL-KEY
		STATUS PARTSETL-FILE-STATUS.
	SELECT PTNRCPT-FILE ASSIGN "PTNRCPT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RCPT-KEY
		STATUS PTNRCPT-FILE-STATUS.
	SELECT PTNFAIL-FILE ASSIGN "PTNFAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PFL-PARTNER
		STATUS PTNFAIL-FILE-STATUS.
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
      * The partner's position file -- one 80-byte record
      * per line, the first byte saying which shape the
      * rest takes
      ******************************************************
	FD  PARTPOS-FILE; RECORD 80.
	01  PARTPOS-ITEM.
	     03  POS-REC-TYPE		PIC X(01).
		 88  POS-IS-HEADER	VALUE "H".
		 88  POS-IS-DETAIL	VALUE "D".
		 88  POS-IS-TRAILER	VALUE "T".
	     03  POS-REC-BODY		PIC X(79).
	01  PARTPOS-HEADER REDEFINES PARTPOS-ITEM.
	     03  FILLER			PIC X(01).
	     03  POS-HDR-PARTNER	PIC X(10).
	     03  POS-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(61).
	01  PARTPOS-DETAIL REDEFINES PARTPOS-ITEM.
	     03  FILLER			PIC X(01).
	     03  POS-DTL-FUND		PIC X(10).
	     03  POS-DTL-SHARES		PIC 9(9)V999.
	     03  FILLER			PIC X(57).
	01  PARTPOS-TRAILER REDEFINES PARTPOS-ITEM.
	     03  FILLER			PIC X(01).
	     03  POS-TRL-COUNT		PIC 9(7).
	     03  POS-TRL-HASH		PIC 9(11)V999.
	     03  FILLER			PIC X(58).
      ******************************************************
      * Trading partner master -- see PARTMNT
      ******************************************************
	FD  PARTNER-FILE; RECORD 53.
	01  PARTNER-ITEM.
	     03  FILE-PTN-ID		PIC X(10).
	     03  FILE-PTN-NAME		PIC X(30).
	     03  FILE-PTN-ACCOUNT	PIC X(10).
	     03  FILE-PTN-SETTLE-DAYS	PIC 9(2).
	     03  FILE-PTN-STATUS	PIC X(01).
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
      ******************************************************
      * Per-partner net settlement -- see PARTCONF.cbl
      ******************************************************
	FD  PARTSETL-FILE; RECORD 88.
	01  PARTSETL-ITEM.
	     03  FILE-SETL-KEY.
		05  FILE-SETL-PARTNER	PIC X(10).
		05  FILE-SETL-DATE	PIC 9(8).
	     03  FILE-SETL-BUYS		PIC 9(11)V99.
	     03  FILE-SETL-SELLS	PIC 9(11)V99.
	     03  FILE-SETL-NET		PIC 9(11)V99.
	     03  FILE-SETL-DIRECTION	PIC X(01).
		 88  FILE-SETL-COLLECT	VALUE "C".
		 88  FILE-SETL-PAY	VALUE "P".
	     03  FILE-SETL-DUE-DATE	PIC 9(8).
	     03  FILE-SETL-PAID		PIC 9(11)V99.
	     03  FILE-SETL-PAID-DATE	PIC 9(8).
	     03  FILE-SETL-STATE	PIC X(01).
		 88  FILE-SETL-IS-OPEN	VALUE " ".
		 88  FILE-SETL-IS-PAID	VALUE "P".
		 88  FILE-SETL-IS-SHORT	VALUE "S".
		 88  FILE-SETL-IS-FAILED	VALUE "F".
      ******************************************************
      * Partner settlement receipts -- see BANKRECO.cbl
      ******************************************************
	FD  PTNRCPT-FILE; RECORD 66.
	01  PTNRCPT-ITEM.
	     03  FILE-RCPT-KEY.
		05  FILE-RCPT-ASOF	PIC 9(8).
		05  FILE-RCPT-SEQ	PIC 9(6).
	     03  FILE-RCPT-PARTNER	PIC X(10).
	     03  FILE-RCPT-AMOUNT	PIC 9(11)V99.
	     03  FILE-RCPT-APPLIED	PIC 9(11)V99.
	     03  FILE-RCPT-BANK-REF	PIC X(16).
      ******************************************************
      * Partners with aged settlement fails -- one record
      * per partner flagged this morning; PARTLOAD reads it
      ******************************************************
	FD  PTNFAIL-FILE; RECORD 60.
	01  PTNFAIL-ITEM.
	     03  FILE-PFL-PARTNER	PIC X(10).
	     03  FILE-PFL-COUNT		PIC 9(5).
	     03  FILE-PFL-AMOUNT	PIC 9(11)V99.
	     03  FILE-PFL-OLDEST-DUE	PIC 9(8).
	     03  FILE-PFL-DAYS-LATE	PIC 9(4).
	     03  FILE-PFL-ASOF		PIC 9(8).
	     03  FILLER			PIC X(12).
      ******************************************************
      * Installation parameters -- FAILDAYS is how many
      * business days late an unpaid settlement may run
      * before it counts as a fail
      ******************************************************
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
      ******************************************************
      * Market calendar -- holidays are not business days
      * in the aging
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
		05  FILLER	PIC X(11) VALUE
			"PARTRECO =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"PARTRECO ERR =>".
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
           	05  PARTNER-STATUS-1	PIC X.
           	05  PARTNER-STATUS-2	PIC X.
 	01  CUST-FILE-STATUS.
           	05  CUST-STATUS-1	PIC X.
           	05  CUST-STATUS-2	PIC X.
 	01  PARTSETL-FILE-STATUS.
           	05  SETL-STATUS-1	PIC X.
           	05  SETL-STATUS-2	PIC X.
	01  SETL-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTSETL-AVAILABLE	VALUE "Y".
 	01  PTNRCPT-FILE-STATUS.
           	05  RCPT-STATUS-1	PIC X.
           	05  RCPT-STATUS-2	PIC X.
	01  RCPT-OPEN-SWITCH	PIC X VALUE "N".
		88  PTNRCPT-AVAILABLE	VALUE "Y".
 	01  PTNFAIL-FILE-STATUS.
           	05  PFL-STATUS-1	PIC X.
           	05  PFL-STATUS-2	PIC X.
	01  PFL-OPEN-SWITCH	PIC X VALUE "N".
		88  PTNFAIL-AVAILABLE	VALUE "Y".
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  CUST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CUST		VALUE "Y".
	01  RCPT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-RECEIPTS	VALUE "Y".
	01  SETL-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-SETTLEMENTS	VALUE "Y".
      ******************************************************
      * Envelope validation -- what the first pass found, and
      * what the trailer said the file should hold
      ******************************************************
	01  ENV-SWITCH		PIC X VALUE "N".
		88  ENVELOPE-BAD	VALUE "Y".
	01  HDR-SEEN-SWITCH	PIC X VALUE "N".
		88  HEADER-SEEN		VALUE "Y".
	01  TRL-SEEN-SWITCH	PIC X VALUE "N".
		88  TRAILER-SEEN	VALUE "Y".
	01  FEED-PARTNER	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SCAN-HASH		PIC 9(11)V999 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
	01  STATED-HASH		PIC 9(11)V999.
      ******************************************************
      * The partner's reported positions, one entry per
      * fund, and the omnibus account they are proved
      * against
      ******************************************************
	01  PTN-ACCOUNT		PIC X(10).
	01  POS-TABLE.
	    05  POS-ENTRY OCCURS 500 TIMES.
		10  POS-FUND		PIC X(10).
		10  POS-SHARES		PIC 9(9)V999.
	01  POS-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  POS-SUB		PIC 9(4) COMP-5.
	01  POS-HIT		PIC 9(4) COMP-5.
	01  POS-OVERFLOW	PIC 9(7) COMP-5 VALUE ZERO.
	01  WORK-FUND		PIC X(10).
	01  OUR-SHARES		PIC 9(9)V999.
	01  THEIR-SHARES	PIC 9(9)V999.
	01  SHARE-DIFF		PIC S9(9)V999.
      ******************************************************
      * Receipt application and aging working fields
      ******************************************************
	01  RCPT-LEFT		PIC 9(11)V99.
	01  RCPT-WAS-LEFT	PIC 9(11)V99.
	01  SETL-OWED		PIC 9(11)V99.
	01  APPLY-AMOUNT	PIC 9(11)V99.
	01  FAIL-DAYS		PIC 9(3).
	77  DEFAULT-FAIL-DAYS	PIC 9(3) VALUE 1.
	01  FAIL-PARTNER	PIC X(10).
	01  FAIL-COUNT		PIC 9(5) VALUE ZERO.
	01  FAIL-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  FAIL-OLDEST-DUE	PIC 9(8) VALUE ZERO.
	01  FAIL-DAYS-LATE	PIC 9(4) VALUE ZERO.
      ******************************************************
      * Aging -- business days from a due date to today,
      * walked a day at a time
      ******************************************************
	01  AGE-FROM-DATE	PIC 9(8).
	01  ITEM-AGE		PIC 9(4).
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
      * the business-day answer, as PARTCONF works them
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
      ******************************************************
      * Run control -- the date and the morning's counts
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  FUND-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  AGREE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  BREAK-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  APPLIED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  APPLIED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  UNAPPLIED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  UNAPPLIED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  AGED-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  AGED-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  FLAGGED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"PARTNER RECONCILIATION -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-SECTION		PIC X(40).
	01  RPT-NO-POS.
		05  FILLER	PIC X(40) VALUE
			"NO PARTNER POSITION FILE ON DISK".
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-PTN-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - PARTNER NOT ON MASTER".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  STATED HASH =>".
		05  RPT-STATED-HASH	PIC ZZZZZZZZZZ9.999.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-HASH	PIC ZZZZZZZZZZ9.999.
	01  RPT-POS-HEAD.
		05  FILLER	PIC X(9) VALUE "PARTNER ".
		05  RPT-PH-PARTNER	PIC X(10).
		05  FILLER	PIC X(11) VALUE "  ACCOUNT ".
		05  RPT-PH-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(8) VALUE "  AS OF ".
		05  RPT-PH-DATE		PIC 9(8).
	01  RPT-POS-COLS.
		05  FILLER	PIC X(40) VALUE
			"FUND             PARTNER           OURS".
		05  FILLER	PIC X(35) VALUE
			"     DIFFERENCE".
	01  RPT-BREAK-LINE.
		05  RPT-BR-FUND		PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-BR-THEIRS	PIC ZZZZZZZZ9.999.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-BR-OURS		PIC ZZZZZZZZ9.999.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-BR-DIFF		PIC -ZZZZZZZZ9.999.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-BR-REASON	PIC X(20).
	01  RPT-APPLY-LINE.
		05  RPT-AP-PARTNER	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-AP-TRADE	PIC 9(8).
		05  FILLER		PIC X(5) VALUE " DUE ".
		05  RPT-AP-DUE		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-AP-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(6) VALUE " BANK ".
		05  RPT-AP-ASOF		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-AP-STATE	PIC X(05).
	01  RPT-UNAPPLIED-LINE.
		05  RPT-UN-PARTNER	PIC X(10).
		05  FILLER		PIC X(6) VALUE " BANK ".
		05  RPT-UN-ASOF		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-UN-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(7) VALUE " LEFT ".
		05  RPT-UN-LEFT		PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-UN-REF		PIC X(16).
	01  RPT-FAIL-LINE.
		05  RPT-FL-PARTNER	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-FL-TRADE	PIC 9(8).
		05  FILLER		PIC X(5) VALUE " DUE ".
		05  RPT-FL-DUE		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-FL-NET		PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(6) VALUE " OWED ".
		05  RPT-FL-OWED		PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(6) VALUE " LATE ".
		05  RPT-FL-AGE		PIC ZZZ9.
	01  RPT-FLAG-LINE.
		05  FILLER	PIC X(8) VALUE "FLAGGED ".
		05  RPT-FG-PARTNER	PIC X(10).
		05  FILLER	PIC X(10) VALUE "  FAILS =>".
		05  RPT-FG-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(9) VALUE "  OWED =>".
		05  RPT-FG-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER	PIC X(12) VALUE "  OLDEST DUE".
		05  RPT-FG-DUE		PIC 9(8).
	01  RPT-TOTAL.
		05  RPT-TOTAL-LABEL	PIC X(20).
		05  RPT-TOTAL-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  AMOUNT =>".
		05  RPT-TOTAL-AMOUNT	PIC ZZZZZZZZZZ9.99.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-PARTRECO.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE TODAYS-DATE TO RPT-DATE.
	OPEN INPUT PARTNER-FILE.
	IF PARTNER-STATUS-1 NOT = "0"
		MOVE "OPEN PTNR" TO LOG-ERR-ROUTINE
		MOVE PARTNER-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE "N" TO CAL-OPEN-SWITCH.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-FAIL-DAYS THRU GET-FAIL-DAYS-EXIT.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
      ******************************************************
      * Position -- the partner's file against CUST.IT
      ******************************************************
	MOVE "POSITION RECONCILIATION" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	PERFORM RECONCILE-POSITIONS THRU RECONCILE-POSITIONS-EXIT.
      ******************************************************
      * Settlements -- apply the receipts, then age what is
      * still owed.  No settlement file means nothing has
      * been netted yet, and nobody can be failing.
      ******************************************************
	MOVE "N" TO SETL-OPEN-SWITCH.
	OPEN I-O PARTSETL-FILE.
	IF SETL-STATUS-1 = "0"
		MOVE "Y" TO SETL-OPEN-SWITCH
	ELSE
		MOVE "No Partner Settlements On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	MOVE "N" TO RCPT-OPEN-SWITCH.
	OPEN I-O PTNRCPT-FILE.
	IF RCPT-STATUS-1 = "0"
		MOVE "Y" TO RCPT-OPEN-SWITCH.
	MOVE "N" TO PFL-OPEN-SWITCH.
	OPEN OUTPUT PTNFAIL-FILE.
	CLOSE PTNFAIL-FILE.
	OPEN I-O PTNFAIL-FILE.
	IF PFL-STATUS-1 = "0"
		MOVE "Y" TO PFL-OPEN-SWITCH
	ELSE
		MOVE "OPEN PFL" TO LOG-ERR-ROUTINE
		MOVE PFL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	MOVE "RECEIPTS APPLIED" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	IF PARTSETL-AVAILABLE AND PTNRCPT-AVAILABLE
		PERFORM APPLY-RECEIPTS.
	MOVE "AGED SETTLEMENT FAILS" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	IF PARTSETL-AVAILABLE
		PERFORM AGE-SETTLEMENTS.
	PERFORM PRINT-TOTALS.
	PERFORM CLOSE-FILES.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without reconciling
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Reconciliation" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
       CLOSE-FILES.
	CLOSE PARTNER-FILE.
	IF PARTSETL-AVAILABLE
		CLOSE PARTSETL-FILE.
	IF PTNRCPT-AVAILABLE
		CLOSE PTNRCPT-FILE.
	IF PTNFAIL-AVAILABLE
		CLOSE PTNFAIL-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
      ******************************************************
       PRINT-TOTALS.
	DISPLAY SPACE.
	MOVE ZERO TO RPT-TOTAL-AMOUNT.
	MOVE "FUNDS COMPARED   =>" TO RPT-TOTAL-LABEL.
	MOVE FUND-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "FUNDS IN AGREEMENT=>" TO RPT-TOTAL-LABEL.
	MOVE AGREE-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "POSITION BREAKS  =>" TO RPT-TOTAL-LABEL.
	MOVE BREAK-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "RECEIPTS APPLIED =>" TO RPT-TOTAL-LABEL.
	MOVE APPLIED-COUNT TO RPT-TOTAL-COUNT.
	MOVE APPLIED-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "UNAPPLIED MONEY  =>" TO RPT-TOTAL-LABEL.
	MOVE UNAPPLIED-COUNT TO RPT-TOTAL-COUNT.
	MOVE UNAPPLIED-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "AGED FAILS       =>" TO RPT-TOTAL-LABEL.
	MOVE AGED-COUNT TO RPT-TOTAL-COUNT.
	MOVE AGED-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE ZERO TO RPT-TOTAL-AMOUNT.
	MOVE "PARTNERS FLAGGED =>" TO RPT-TOTAL-LABEL.
	MOVE FLAGGED-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
      ******************************************************
      *  How many business days late a settlement may run
      *  before it is a fail -- the FAILDAYS record on
      *  PARAM.IT, the built-in default when none is on file
      ******************************************************
       GET-FAIL-DAYS.
	MOVE DEFAULT-FAIL-DAYS TO FAIL-DAYS.
	IF NOT PARAM-AVAILABLE
		GO TO GET-FAIL-DAYS-EXIT.
	MOVE "FAILDAYS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE FILE-PARM-VALUE TO FAIL-DAYS.
       GET-FAIL-DAYS-EXIT.
	EXIT.
      ******************************************************
      *  Prove the partner's position file, then compare it
      *  fund by fund with the omnibus account on CUST.IT
      ******************************************************
       RECONCILE-POSITIONS.
	OPEN INPUT PARTPOS-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY RPT-NO-POS
		MOVE "No Partner Position File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO RECONCILE-POSITIONS-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT UNTIL DONE-READING.
	CLOSE PARTPOS-FILE.
	PERFORM JUDGE-ENVELOPE.
	IF ENVELOPE-BAD
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		MOVE STATED-HASH TO RPT-STATED-HASH
		MOVE SCAN-HASH TO RPT-SCAN-HASH
		DISPLAY RPT-ENV-LINE
		MOVE "Positions Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO RECONCILE-POSITIONS-EXIT.
	MOVE FEED-PARTNER TO FILE-PTN-ID.
	READ PARTNER-FILE.
	IF PARTNER-STATUS-1 NOT = "0" OR FILE-PTN-ACCOUNT = SPACES
		DISPLAY RPT-PTN-BAD
		MOVE "Positions Rejected - Partner" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO RECONCILE-POSITIONS-EXIT.
	MOVE FILE-PTN-ACCOUNT TO PTN-ACCOUNT.
	OPEN INPUT CUST-FILE.
	IF CUST-STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE CUST-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO RECONCILE-POSITIONS-EXIT.
	OPEN INPUT PARTPOS-FILE.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-POSITION-LOOP THRU LOAD-POSITION-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE PARTPOS-FILE.
	IF POS-OVERFLOW > ZERO
		MOVE "Position Table Full - Funds Dropped"
			TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	MOVE FEED-PARTNER TO RPT-PH-PARTNER.
	MOVE PTN-ACCOUNT TO RPT-PH-ACCOUNT.
	MOVE FEED-DATE TO RPT-PH-DATE.
	DISPLAY RPT-POS-HEAD.
	DISPLAY RPT-POS-COLS.
	PERFORM COMPARE-ONE-FUND
		VARYING POS-SUB FROM 1 BY 1
		UNTIL POS-SUB > POS-COUNT.
	MOVE "N" TO CUST-EOF-SWITCH.
	MOVE PTN-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE LOW-VALUES TO FILE-CUST-FUND.
	START CUST-FILE KEY IS NOT LESS THAN FILE-CUST-KEY
		INVALID KEY SET DONE-CUST TO TRUE.
	PERFORM CUST-SIDE-LOOP THRU CUST-SIDE-LOOP-EXIT
		UNTIL DONE-CUST.
	CLOSE CUST-FILE.
       RECONCILE-POSITIONS-EXIT.
	EXIT.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ PARTPOS-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF POS-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE POS-HDR-PARTNER TO FEED-PARTNER
		MOVE POS-HDR-DATE TO FEED-DATE
	ELSE IF POS-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE POS-TRL-COUNT TO STATED-COUNT
		MOVE POS-TRL-HASH TO STATED-HASH
	ELSE IF POS-IS-DETAIL
		ADD 1 TO SCAN-COUNT
		ADD POS-DTL-SHARES TO SCAN-HASH
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Does the envelope hold?  Header and trailer both
      *  present, the detail count matching the stated count,
      *  and the share hash balancing exactly.
      ******************************************************
       JUDGE-ENVELOPE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
		MOVE "Y" TO ENV-SWITCH.
	IF NOT ENVELOPE-BAD
		IF SCAN-COUNT NOT = STATED-COUNT OR
		   SCAN-HASH NOT = STATED-HASH
			MOVE "Y" TO ENV-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  Pass two: take each fund the partner reports into
      *  the table -- a fund reported twice is summed
      ******************************************************
       LOAD-POSITION-LOOP.
	READ PARTPOS-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING OR NOT POS-IS-DETAIL
		GO TO LOAD-POSITION-LOOP-EXIT.
	MOVE POS-DTL-FUND TO WORK-FUND.
	PERFORM FIND-POS-FUND.
	IF POS-HIT > ZERO
		ADD POS-DTL-SHARES TO POS-SHARES (POS-HIT)
		GO TO LOAD-POSITION-LOOP-EXIT.
	IF POS-COUNT NOT < 500
		ADD 1 TO POS-OVERFLOW
		GO TO LOAD-POSITION-LOOP-EXIT.
	ADD 1 TO POS-COUNT.
	MOVE POS-DTL-FUND TO POS-FUND (POS-COUNT).
	MOVE POS-DTL-SHARES TO POS-SHARES (POS-COUNT).
       LOAD-POSITION-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Set POS-HIT to WORK-FUND's place in the table, zero
      *  when the partner did not report it
      ******************************************************
       FIND-POS-FUND.
	MOVE ZERO TO POS-HIT.
	PERFORM MATCH-POS-FUND
		VARYING POS-SUB FROM 1 BY 1
		UNTIL POS-SUB > POS-COUNT
		OR POS-HIT > ZERO.
      ******************************************************
       MATCH-POS-FUND.
	IF POS-FUND (POS-SUB) = WORK-FUND
		MOVE POS-SUB TO POS-HIT.
      ******************************************************
      *  One fund the partner reports, against our position
      ******************************************************
       COMPARE-ONE-FUND.
	ADD 1 TO FUND-COUNT.
	MOVE PTN-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE POS-FUND (POS-SUB) TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF CUST-STATUS-1 = "0"
		MOVE FILE-CUST-AMOUNT TO OUR-SHARES
		MOVE "SHARES DIFFER" TO RPT-BR-REASON
	ELSE
		MOVE ZERO TO OUR-SHARES
		MOVE "NOT ON OUR BOOKS" TO RPT-BR-REASON.
	MOVE POS-SHARES (POS-SUB) TO THEIR-SHARES.
	IF THEIR-SHARES = OUR-SHARES
		ADD 1 TO AGREE-COUNT
	ELSE
		MOVE POS-FUND (POS-SUB) TO RPT-BR-FUND
		PERFORM SHOW-BREAK.
      ******************************************************
      *  The other way round -- every fund the omnibus
      *  account holds that the partner did not report
      ******************************************************
       CUST-SIDE-LOOP.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-CUST TO TRUE.
	IF DONE-CUST
		GO TO CUST-SIDE-LOOP-EXIT.
	IF FILE-CUST-ACCOUNT NOT = PTN-ACCOUNT
		SET DONE-CUST TO TRUE
		GO TO CUST-SIDE-LOOP-EXIT.
	IF FILE-CUST-AMOUNT = ZERO
		GO TO CUST-SIDE-LOOP-EXIT.
	MOVE FILE-CUST-FUND TO WORK-FUND.
	PERFORM FIND-POS-FUND.
	IF POS-HIT > ZERO
		GO TO CUST-SIDE-LOOP-EXIT.
	ADD 1 TO FUND-COUNT.
	MOVE ZERO TO THEIR-SHARES.
	MOVE FILE-CUST-AMOUNT TO OUR-SHARES.
	MOVE FILE-CUST-FUND TO RPT-BR-FUND.
	MOVE "NOT ON PARTNER FILE" TO RPT-BR-REASON.
	PERFORM SHOW-BREAK.
       CUST-SIDE-LOOP-EXIT.
	EXIT.
      ******************************************************
       SHOW-BREAK.
	ADD 1 TO BREAK-COUNT.
	COMPUTE SHARE-DIFF = THEIR-SHARES - OUR-SHARES.
	MOVE THEIR-SHARES TO RPT-BR-THEIRS.
	MOVE OUR-SHARES TO RPT-BR-OURS.
	MOVE SHARE-DIFF TO RPT-BR-DIFF.
	DISPLAY RPT-BREAK-LINE.
      ******************************************************
      *  Walk the receipts still carrying unapplied money
      ******************************************************
       APPLY-RECEIPTS.
	MOVE "N" TO RCPT-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-RCPT-KEY.
	START PTNRCPT-FILE KEY IS NOT LESS THAN FILE-RCPT-KEY
		INVALID KEY SET DONE-RECEIPTS TO TRUE.
	PERFORM RECEIPT-LOOP THRU RECEIPT-LOOP-EXIT
		UNTIL DONE-RECEIPTS.
      ******************************************************
      *  One receipt -- set what is left of it against the
      *  partner's open settlements, oldest first, and keep
      *  what could not be placed for the next run
      ******************************************************
       RECEIPT-LOOP.
	READ PTNRCPT-FILE NEXT RECORD
		AT END SET DONE-RECEIPTS TO TRUE.
	IF DONE-RECEIPTS
		GO TO RECEIPT-LOOP-EXIT.
	IF FILE-RCPT-APPLIED NOT < FILE-RCPT-AMOUNT
		GO TO RECEIPT-LOOP-EXIT.
	COMPUTE RCPT-LEFT = FILE-RCPT-AMOUNT - FILE-RCPT-APPLIED.
	MOVE RCPT-LEFT TO RCPT-WAS-LEFT.
	MOVE "N" TO SETL-EOF-SWITCH.
	MOVE FILE-RCPT-PARTNER TO FILE-SETL-PARTNER.
	MOVE ZERO TO FILE-SETL-DATE.
	START PARTSETL-FILE KEY IS NOT LESS THAN FILE-SETL-KEY
		INVALID KEY SET DONE-SETTLEMENTS TO TRUE.
	PERFORM APPLY-ONE-SETL THRU APPLY-ONE-SETL-EXIT
		UNTIL DONE-SETTLEMENTS OR RCPT-LEFT = ZERO.
	IF RCPT-LEFT NOT = RCPT-WAS-LEFT
		COMPUTE FILE-RCPT-APPLIED =
		    FILE-RCPT-AMOUNT - RCPT-LEFT
		REWRITE PTNRCPT-ITEM
		IF RCPT-STATUS-1 NOT = "0"
			MOVE "REWRT RCPT" TO LOG-ERR-ROUTINE
			MOVE RCPT-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
		END-IF
	END-IF.
	IF RCPT-LEFT > ZERO
		ADD 1 TO UNAPPLIED-COUNT
		ADD RCPT-LEFT TO UNAPPLIED-AMOUNT
		MOVE FILE-RCPT-PARTNER TO RPT-UN-PARTNER
		MOVE FILE-RCPT-ASOF TO RPT-UN-ASOF
		MOVE FILE-RCPT-AMOUNT TO RPT-UN-AMOUNT
		MOVE RCPT-LEFT TO RPT-UN-LEFT
		MOVE FILE-RCPT-BANK-REF TO RPT-UN-REF
		DISPLAY RPT-UNAPPLIED-LINE.
       RECEIPT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  One of the partner's settlements -- only money the
      *  partner owes the house ("C") and has not yet fully
      *  paid takes a receipt
      ******************************************************
       APPLY-ONE-SETL.
	READ PARTSETL-FILE NEXT RECORD
		AT END SET DONE-SETTLEMENTS TO TRUE.
	IF DONE-SETTLEMENTS
		GO TO APPLY-ONE-SETL-EXIT.
	IF FILE-SETL-PARTNER NOT = FILE-RCPT-PARTNER
		SET DONE-SETTLEMENTS TO TRUE
		GO TO APPLY-ONE-SETL-EXIT.
	IF NOT FILE-SETL-COLLECT OR
	   FILE-SETL-PAID NOT < FILE-SETL-NET
		GO TO APPLY-ONE-SETL-EXIT.
	COMPUTE SETL-OWED = FILE-SETL-NET - FILE-SETL-PAID.
	IF SETL-OWED > RCPT-LEFT
		MOVE RCPT-LEFT TO APPLY-AMOUNT
	ELSE
		MOVE SETL-OWED TO APPLY-AMOUNT.
	ADD APPLY-AMOUNT TO FILE-SETL-PAID.
	SUBTRACT APPLY-AMOUNT FROM RCPT-LEFT.
	MOVE FILE-RCPT-ASOF TO FILE-SETL-PAID-DATE.
	IF FILE-SETL-PAID = FILE-SETL-NET
		SET FILE-SETL-IS-PAID TO TRUE
		MOVE "PAID" TO RPT-AP-STATE
	ELSE
		SET FILE-SETL-IS-SHORT TO TRUE
		MOVE "SHORT" TO RPT-AP-STATE.
	REWRITE PARTSETL-ITEM.
	IF SETL-STATUS-1 NOT = "0"
		MOVE "REWRT SETL" TO LOG-ERR-ROUTINE
		MOVE SETL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO APPLIED-COUNT.
	ADD APPLY-AMOUNT TO APPLIED-AMOUNT.
	MOVE FILE-SETL-PARTNER TO RPT-AP-PARTNER.
	MOVE FILE-SETL-DATE TO RPT-AP-TRADE.
	MOVE FILE-SETL-DUE-DATE TO RPT-AP-DUE.
	MOVE APPLY-AMOUNT TO RPT-AP-AMOUNT.
	MOVE FILE-RCPT-ASOF TO RPT-AP-ASOF.
	DISPLAY RPT-APPLY-LINE.
       APPLY-ONE-SETL-EXIT.
	EXIT.
      ******************************************************
      *  Age every settlement still owed, partner by
      *  partner, and flag each partner with a fail
      ******************************************************
       AGE-SETTLEMENTS.
	MOVE SPACES TO FAIL-PARTNER.
	PERFORM CLEAR-FAIL-TOTALS.
	MOVE "N" TO SETL-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-SETL-KEY.
	START PARTSETL-FILE KEY IS NOT LESS THAN FILE-SETL-KEY
		INVALID KEY SET DONE-SETTLEMENTS TO TRUE.
	PERFORM AGE-LOOP THRU AGE-LOOP-EXIT
		UNTIL DONE-SETTLEMENTS.
	PERFORM FLAG-THE-PARTNER THRU FLAG-THE-PARTNER-EXIT.
	MOVE "PARTNERS FLAGGED" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	IF PTNFAIL-AVAILABLE
		MOVE LOW-VALUES TO FILE-PFL-PARTNER
		MOVE "N" TO EOF-SWITCH
		START PTNFAIL-FILE KEY IS NOT LESS THAN
			FILE-PFL-PARTNER
			INVALID KEY SET DONE-READING TO TRUE
		END-START
		PERFORM LIST-FLAG-LOOP THRU LIST-FLAG-LOOP-EXIT
			UNTIL DONE-READING.
      ******************************************************
       CLEAR-FAIL-TOTALS.
	MOVE ZERO TO FAIL-COUNT.
	MOVE ZERO TO FAIL-AMOUNT.
	MOVE ZERO TO FAIL-OLDEST-DUE.
	MOVE ZERO TO FAIL-DAYS-LATE.
      ******************************************************
      *  One settlement -- past due, not fully paid, and
      *  late by FAIL-DAYS business days or more is a fail
      ******************************************************
       AGE-LOOP.
	READ PARTSETL-FILE NEXT RECORD
		AT END SET DONE-SETTLEMENTS TO TRUE.
	IF DONE-SETTLEMENTS
		GO TO AGE-LOOP-EXIT.
	IF FILE-SETL-PARTNER NOT = FAIL-PARTNER
		PERFORM FLAG-THE-PARTNER THRU FLAG-THE-PARTNER-EXIT
		MOVE FILE-SETL-PARTNER TO FAIL-PARTNER
		PERFORM CLEAR-FAIL-TOTALS.
	IF NOT FILE-SETL-COLLECT OR
	   FILE-SETL-PAID NOT < FILE-SETL-NET OR
	   FILE-SETL-DUE-DATE NOT < TODAYS-DATE
		GO TO AGE-LOOP-EXIT.
	MOVE FILE-SETL-DUE-DATE TO AGE-FROM-DATE.
	PERFORM COMPUTE-AGE THRU COMPUTE-AGE-EXIT.
	IF ITEM-AGE < FAIL-DAYS OR ITEM-AGE = ZERO
		GO TO AGE-LOOP-EXIT.
	IF NOT FILE-SETL-IS-FAILED
		SET FILE-SETL-IS-FAILED TO TRUE
		REWRITE PARTSETL-ITEM
		IF SETL-STATUS-1 NOT = "0"
			MOVE "REWRT SETL" TO LOG-ERR-ROUTINE
			MOVE SETL-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
		END-IF
	END-IF.
	COMPUTE SETL-OWED = FILE-SETL-NET - FILE-SETL-PAID.
	ADD 1 TO FAIL-COUNT.
	ADD SETL-OWED TO FAIL-AMOUNT.
	IF FAIL-OLDEST-DUE = ZERO
		MOVE FILE-SETL-DUE-DATE TO FAIL-OLDEST-DUE.
	IF ITEM-AGE > FAIL-DAYS-LATE
		MOVE ITEM-AGE TO FAIL-DAYS-LATE.
	ADD 1 TO AGED-COUNT.
	ADD SETL-OWED TO AGED-AMOUNT.
	MOVE FILE-SETL-PARTNER TO RPT-FL-PARTNER.
	MOVE FILE-SETL-DATE TO RPT-FL-TRADE.
	MOVE FILE-SETL-DUE-DATE TO RPT-FL-DUE.
	MOVE FILE-SETL-NET TO RPT-FL-NET.
	MOVE SETL-OWED TO RPT-FL-OWED.
	MOVE ITEM-AGE TO RPT-FL-AGE.
	DISPLAY RPT-FAIL-LINE.
       AGE-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The partner just finished had fails -- put it on
      *  PTNFAIL.IT for PARTLOAD to see
      ******************************************************
       FLAG-THE-PARTNER.
	IF FAIL-PARTNER = SPACES OR FAIL-COUNT = ZERO
		GO TO FLAG-THE-PARTNER-EXIT.
	ADD 1 TO FLAGGED-COUNT.
	IF NOT PTNFAIL-AVAILABLE
		GO TO FLAG-THE-PARTNER-EXIT.
	MOVE SPACES TO PTNFAIL-ITEM.
	MOVE FAIL-PARTNER TO FILE-PFL-PARTNER.
	MOVE FAIL-COUNT TO FILE-PFL-COUNT.
	MOVE FAIL-AMOUNT TO FILE-PFL-AMOUNT.
	MOVE FAIL-OLDEST-DUE TO FILE-PFL-OLDEST-DUE.
	MOVE FAIL-DAYS-LATE TO FILE-PFL-DAYS-LATE.
	MOVE TODAYS-DATE TO FILE-PFL-ASOF.
	WRITE PTNFAIL-ITEM.
	IF PFL-STATUS-1 NOT = "0"
		MOVE "WRITE PFL" TO LOG-ERR-ROUTINE
		MOVE PFL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       FLAG-THE-PARTNER-EXIT.
	EXIT.
      ******************************************************
       LIST-FLAG-LOOP.
	READ PTNFAIL-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LIST-FLAG-LOOP-EXIT.
	MOVE FILE-PFL-PARTNER TO RPT-FG-PARTNER.
	MOVE FILE-PFL-COUNT TO RPT-FG-COUNT.
	MOVE FILE-PFL-AMOUNT TO RPT-FG-AMOUNT.
	MOVE FILE-PFL-OLDEST-DUE TO RPT-FG-DUE.
	DISPLAY RPT-FLAG-LINE.
       LIST-FLAG-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Business days from AGE-FROM-DATE to today -- zero
      *  for an item dated today, one for yesterday's, and
      *  weekends and holidays do not count
      ******************************************************
       COMPUTE-AGE.
	MOVE ZERO TO ITEM-AGE.
	IF AGE-FROM-DATE NOT < TODAYS-DATE
		GO TO COMPUTE-AGE-EXIT.
	MOVE AGE-FROM-DATE TO WORK-DATE-NUM.
	PERFORM AGE-ONE-DAY UNTIL WORK-DATE-NUM NOT < TODAYS-DATE.
       COMPUTE-AGE-EXIT.
	EXIT.
      ******************************************************
       AGE-ONE-DAY.
	PERFORM ADD-ONE-WORK-DAY.
	PERFORM CHECK-BUSINESS-DAY.
	IF IS-BUSINESS-DAY
		ADD 1 TO ITEM-AGE.
      ******************************************************
      *  Is WORK-DATE a business day?  Saturday and Sunday
      *  are worked out by Zeller's congruence; any other
      *  day is a holiday only if the market calendar says
      *  so.  With no calendar on file every weekday is a
      *  business day, the best that can be done.
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
		IF CAL-STATUS-1 = "0"
			MOVE "N" TO BUSINESS-DAY-SWITCH
		END-IF
	END-IF.
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
