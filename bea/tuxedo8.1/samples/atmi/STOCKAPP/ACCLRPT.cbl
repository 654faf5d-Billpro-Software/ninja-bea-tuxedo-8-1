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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACCLRPT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/ACCLRPT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * ACCLRPT is the customer-data access review.  The
      * inquiry services -- POSSR, VALSR, HISTSR, RMDSR,
      * PREVSR, CUSTSR and the CASHSR balance inquiry --
      * note every look at an account on ACCLOG.IT (see
      * ACCL-PUT); this run reads the log over the review
      * period ending on the business date and prints it
      * twice:
      *
      *   BY ACCOUNT    who looked at each account -- every
      *                 access with its date, time, operator
      *                 and service, under the account's
      *                 name, last activity and flags
      *   BY OPERATOR   each operator's accesses, the number
      *                 of accounts they looked at, and the
      *                 flagged accesses listed beneath
      *
      * An access is flagged when the account looked at is
      *
      *   EMPLOYEE      an employee's -- some operator's own
      *                 account or household on OPERACCT.IT
      *                 (kept by SECADM), or an account with
      *                 an employee sales charge waiver in
      *                 force on WAIVER.IT.  OWN ACCOUNT or
      *                 OWN HHLD when the operator looking
      *                 is that employee.
      *   QUIET         one with no blotter or cash ledger
      *                 activity for ACCLQUIET days -- an
      *                 account nobody has a reason to be
      *                 in.  As in DORMRPT, an account with
      *                 no history at all goes by its open
      *                 date.
      *
      * The customer's own look through the telephone and
      * web channels ("SELFSVC") and the batch jobs' work
      * ("SYSTEM") are listed but never flagged.  The period
      * is ACCLPERIOD days; both limits come from PARAM.IT
      * (PARMAINT) with the defaults below.  Like OPERRPT it
      * is run on request by compliance, not by EODRUN.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCLRPT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT ACCLOG-FILE ASSIGN "ACCLOG.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-ACL-KEY
		STATUS ACCLOG-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
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
	SELECT WAIVER-FILE ASSIGN "WAIVER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WAIV-ACCOUNT
		STATUS WAIVER-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS FILE-STATUS.
	SELECT CASHLED-FILE ASSIGN "CASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS CASHLED-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	COPY ACCLFD.
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
      ******************************************************
      * Standing sales charge waivers, kept by WAIVMNT --
      * category E is the employee waiver
      ******************************************************
	FD  WAIVER-FILE; RECORD 65.
	01  WAIVER-ITEM.
	     03  FILE-WAIV-ACCOUNT	PIC X(10).
	     03  FILE-WAIV-CATEGORY	PIC X(01).
		 88  FILE-WAIV-IS-EMPLOYEE	VALUE "E".
	     03  FILE-WAIV-EFF-DATE	PIC 9(8).
	     03  FILE-WAIV-EXP-DATE	PIC 9(8).
	     03  FILE-WAIV-DOC-REF	PIC X(20).
	     03  FILE-WAIV-AUTH-OPER	PIC X(10).
	     03  FILE-WAIV-SET-DATE	PIC 9(8).
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY.
		05  FILE-BLOTTER-ACCOUNT	PIC X(10).
		05  FILE-BLOTTER-FUND		PIC X(10).
		05  FILE-BLOTTER-DATE		PIC 9(8).
		05  FILE-BLOTTER-TIME		PIC 9(8).
		05  FILE-BLOTTER-ACTION	PIC X(01).
	     03  FILLER				PIC X(89).
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-LED-KEY.
		05  FILE-LED-ACCOUNT		PIC X(10).
		05  FILE-LED-DATE		PIC 9(8).
		05  FILE-LED-TIME		PIC 9(8).
	     03  FILLER				PIC X(53).
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
      * Review limits -- PARAM.IT overrides the defaults
      ******************************************************
	77  DEFAULT-PERIOD-DAYS	PIC 9(3) VALUE 7.
	77  DEFAULT-QUIET-DAYS	PIC 9(3) VALUE 180.
	01  PERIOD-DAYS		PIC 9(3).
	01  QUIET-DAYS		PIC 9(3).
      ******************************************************
      * One slot per operator -- everyone on OPERATOR.IT,
      * plus any ID found on the log but not on file -- with
      * the own account and household off OPERACCT.IT and
      * CUSTMAS.IT, and the period's counts
      ******************************************************
	01  OPER-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  OPER-TABLE.
		05  OPER-ENTRY OCCURS 500 TIMES.
			10  OT-ID		PIC X(10).
			10  OT-NAME		PIC X(30).
			10  OT-OWN-ACCOUNT	PIC X(10).
			10  OT-OWN-HOUSEHOLD	PIC X(10).
			10  OT-ACCESSES	PIC 9(7) COMP-5.
			10  OT-ACCOUNTS	PIC 9(7) COMP-5.
			10  OT-FLAGGED	PIC 9(7) COMP-5.
	01  OT-SUB		PIC 9(4) COMP-5.
	01  OT-HIT		PIC X VALUE "N".
      ******************************************************
      * The operators who have looked at the account in
      * hand, so each operator's account count takes the
      * account once however many times they looked
      ******************************************************
	01  SEEN-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  SEEN-TABLE.
		05  SEEN-OPER-SUB OCCURS 500 TIMES PIC 9(4) COMP-5.
	01  SEEN-SUB		PIC 9(4) COMP-5.
	01  SEEN-HIT		PIC X VALUE "N".
      ******************************************************
      * Every flagged access, held for the by-operator
      * listing.  When the table is full the rest are still
      * counted and shown by account, but not listed again.
      ******************************************************
	01  FLAG-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  FLAG-TABLE.
		05  FLAG-ENTRY OCCURS 2000 TIMES.
			10  FT-OPER-SUB	PIC 9(4) COMP-5.
			10  FT-ACCOUNT	PIC X(10).
			10  FT-DATE		PIC 9(8).
			10  FT-HHMM		PIC 9(4).
			10  FT-SERVICE	PIC X(08).
			10  FT-EMPLOYEE	PIC X(11).
			10  FT-QUIET	PIC X(05).
	01  FT-SUB		PIC 9(5) COMP-5.
	01  FLAG-OVERFLOW		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * The account in hand -- whose employee account it
      * is (A own account, H household, W waiver only) and
      * whether it has gone quiet
      ******************************************************
	01  CURRENT-ACCOUNT	PIC X(10) VALUE SPACES.
	01  ACCT-HOUSEHOLD	PIC X(10).
	01  LAST-ACTIVITY	PIC 9(8).
	01  EMP-KIND		PIC X(01).
		88  EMP-OWN-ACCOUNT	VALUE "A".
		88  EMP-HOUSEHOLD	VALUE "H".
		88  EMP-WAIVER		VALUE "W".
		88  ACCT-IS-EMPLOYEE	VALUE "A" "H" "W".
	01  EMP-OPERATOR		PIC X(10).
	01  QUIET-SWITCH		PIC X VALUE "N".
		88  ACCT-IS-QUIET	VALUE "Y".
	01  ACCESS-EMPLOYEE	PIC X(11).
	01  ACCESS-QUIET		PIC X(05).
      ******************************************************
      * The run date, the period and the quiet cutoff
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  PERIOD-START	PIC 9(8).
	01  QUIET-CUTOFF	PIC 9(8).
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
			"CUSTOMER DATA ACCESS REVIEW".
		05  RPT-RUN-DATE	PIC 9(8).
		05  FILLER	PIC X(42) VALUE SPACES.
	01  RPT-PERIOD-LINE.
		05  FILLER	PIC X(8) VALUE "PERIOD  ".
		05  RPT-FROM-DATE	PIC 9(8).
		05  FILLER	PIC X(4) VALUE " TO ".
		05  RPT-TO-DATE		PIC 9(8).
		05  FILLER	PIC X(16) VALUE "  QUIET BEFORE ".
		05  RPT-QUIET-DATE	PIC 9(8).
	01  RPT-ACCT-HEAD.
		05  FILLER	PIC X(40) VALUE
			"BY ACCOUNT -- WHO LOOKED AT IT".
	01  RPT-ACCT-LINE.
		05  RPT-A-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-A-NAME		PIC X(30).
		05  FILLER		PIC X(7) VALUE "  LAST ".
		05  RPT-A-LAST		PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-A-EMPLOYEE	PIC X(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-A-EMP-OPER	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-A-QUIET		PIC X(5).
	01  RPT-ACCESS-LINE.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  RPT-X-DATE		PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-X-HHMM		PIC 9(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-X-OPERATOR	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-X-SERVICE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-X-EMPLOYEE	PIC X(11).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-X-QUIET		PIC X(5).
	01  RPT-OPER-HEAD.
		05  FILLER	PIC X(12) VALUE "OPERATOR".
		05  FILLER	PIC X(9) VALUE " ACCESSES".
		05  FILLER	PIC X(9) VALUE " ACCOUNTS".
		05  FILLER	PIC X(9) VALUE "  FLAGGED".
	01  RPT-OPER-LINE.
		05  RPT-O-OPERATOR	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-O-ACCESSES	PIC ZZZZZZZZ9.
		05  RPT-O-ACCOUNTS	PIC ZZZZZZZZ9.
		05  RPT-O-FLAGGED	PIC ZZZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-O-NAME		PIC X(30).
	01  RPT-FLAGGED-LINE.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  RPT-F-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-F-DATE		PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-F-HHMM		PIC 9(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-F-SERVICE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-F-EMPLOYEE	PIC X(11).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-F-QUIET		PIC X(5).
	01  RPT-OVERFLOW-LINE.
		05  FILLER	PIC X(28) VALUE
			"FLAGGED ACCESSES NOT LISTED ".
		05  RPT-OVERFLOW	PIC ZZZZZZ9.
	01  RPT-TOTAL.
		05  FILLER	PIC X(12) VALUE "ACCESSES =>".
		05  RPT-ACCESS-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  ACCOUNTS =>".
		05  RPT-ACCOUNT-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(13) VALUE "  FLAGGED =>".
		05  RPT-FLAGGED-COUNT	PIC ZZZZZZ9.
	01  RPT-NOFILE-LINE.
		05  FILLER	PIC X(12) VALUE "NOT ON FILE ".
		05  RPT-NF-FILE	PIC X(12).
		05  FILLER	PIC X(20) VALUE "-- NOT REVIEWED".
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"ACCLRPT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"ACCLRPT ERR =>".
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
 	01  ACCLOG-FILE-STATUS.
           	05  ACCL-STATUS-1	PIC X.
           	05  ACCL-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
 	01  OPERACCT-FILE-STATUS.
           	05  OAC-STATUS-1	PIC X.
           	05  OAC-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  WAIVER-FILE-STATUS.
           	05  WAIV-STATUS-1	PIC X.
           	05  WAIV-STATUS-2	PIC X.
 	01  CASHLED-FILE-STATUS.
           	05  LED-STATUS-1	PIC X.
           	05  LED-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  WAIVER-OPEN-SWITCH	PIC X VALUE "N".
		88  WAIVER-AVAILABLE	VALUE "Y".
	01  CASHLED-OPEN-SWITCH	PIC X VALUE "N".
		88  CASHLED-AVAILABLE	VALUE "Y".
      ******************************************************
      * End-of-file control and counts
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  BLOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-BLOT	VALUE "Y".
	01  LED-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-LED	VALUE "Y".
	01  START-SWITCH	PIC X VALUE "N".
		88  START-FAILED	VALUE "Y".
	01  ACCESS-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  ACCOUNT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  FLAGGED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-ACCLRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-LIMITS THRU GET-LIMITS-EXIT.
	PERFORM COMPUTE-PERIOD.
	OPEN INPUT ACCLOG-FILE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "OPEN ACCLOG" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPERATOR" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACCLOG-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACCLOG-FILE
		CLOSE OPERATOR-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT BLOTTER-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN BLOTTER" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACCLOG-FILE
		CLOSE OPERATOR-FILE
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT CASHLED-FILE.
	IF LED-STATUS-1 = "0"
		MOVE "Y" TO CASHLED-OPEN-SWITCH.
	OPEN INPUT WAIVER-FILE.
	IF WAIV-STATUS-1 = "0"
		MOVE "Y" TO WAIVER-OPEN-SWITCH.
	MOVE TODAYS-DATE TO RPT-RUN-DATE.
	MOVE PERIOD-START TO RPT-FROM-DATE.
	MOVE TODAYS-DATE TO RPT-TO-DATE.
	MOVE QUIET-CUTOFF TO RPT-QUIET-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-PERIOD-LINE.
	DISPLAY SPACE.
	PERFORM LOAD-OPERATORS.
	CLOSE OPERATOR-FILE.
	PERFORM LOAD-OWN-ACCOUNTS THRU LOAD-OWN-ACCOUNTS-EXIT.
	IF NOT WAIVER-AVAILABLE
		MOVE "WAIVER.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE.
	DISPLAY SPACE.
	DISPLAY RPT-ACCT-HEAD.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SCAN-ONE-ACCESS THRU SCAN-ONE-ACCESS-EXIT
		UNTIL DONE-READING.
	CLOSE ACCLOG-FILE.
	CLOSE CUSTMAS-FILE.
	CLOSE BLOTTER-FILE.
	IF CASHLED-AVAILABLE
		CLOSE CASHLED-FILE.
	IF WAIVER-AVAILABLE
		CLOSE WAIVER-FILE.
	DISPLAY SPACE.
	DISPLAY RPT-OPER-HEAD.
	PERFORM SHOW-OPERATOR THRU SHOW-OPERATOR-EXIT
		VARYING OT-SUB FROM 1 BY 1
		UNTIL OT-SUB > OPER-COUNT.
	IF FLAG-OVERFLOW > ZERO
		MOVE FLAG-OVERFLOW TO RPT-OVERFLOW
		DISPLAY SPACE
		DISPLAY RPT-OVERFLOW-LINE.
	MOVE ACCESS-COUNT TO RPT-ACCESS-COUNT.
	MOVE ACCOUNT-COUNT TO RPT-ACCOUNT-COUNT.
	MOVE FLAGGED-COUNT TO RPT-FLAGGED-COUNT.
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
	MOVE DEFAULT-QUIET-DAYS TO QUIET-DAYS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		MOVE "No PARAM.IT - Using Defaults" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO GET-LIMITS-EXIT.
	MOVE "ACCLPERIOD" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO PERIOD-DAYS.
	MOVE "ACCLQUIET" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO QUIET-DAYS.
	CLOSE PARAM-FILE.
       GET-LIMITS-EXIT.
	EXIT.
      ******************************************************
      *  The period runs back PERIOD-DAYS days to and
      *  including the business date; an account is quiet
      *  when its last activity is before QUIET-DAYS days
      *  ahead of the business date
      ******************************************************
       COMPUTE-PERIOD.
	MOVE TODAYS-DATE TO WORK-DATE-NUM.
	PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT
		VARYING DAY-COUNTER FROM 2 BY 1
		UNTIL DAY-COUNTER > PERIOD-DAYS.
	MOVE WORK-DATE-NUM TO PERIOD-START.
	MOVE TODAYS-DATE TO WORK-DATE-NUM.
	PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > QUIET-DAYS.
	MOVE WORK-DATE-NUM TO QUIET-CUTOFF.
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
		MOVE FILE-OPERATOR-ID TO FILE-ACL-OPERATOR
		PERFORM FIND-OPERATOR
		MOVE FILE-OPERATOR-NAME TO OT-NAME (OT-SUB)
	END-IF.
      ******************************************************
      *  Each operator's own account, and the household it
      *  sits in.  With no OPERACCT.IT only the waivers say
      *  which accounts are employees'.
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
		MOVE FILE-OAC-OPERATOR TO FILE-ACL-OPERATOR
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
      *  One access off the log.  Those before the period
      *  are passed over; the first in the period for a new
      *  account heads the account up.
      ******************************************************
       SCAN-ONE-ACCESS.
	READ ACCLOG-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-ONE-ACCESS-EXIT.
	IF FILE-ACL-DATE < PERIOD-START
		GO TO SCAN-ONE-ACCESS-EXIT.
	IF FILE-ACL-ACCOUNT NOT = CURRENT-ACCOUNT
		PERFORM START-ACCOUNT THRU START-ACCOUNT-EXIT.
	ADD 1 TO ACCESS-COUNT.
	PERFORM FIND-OPERATOR.
	ADD 1 TO OT-ACCESSES (OT-SUB).
	PERFORM NOTE-SEEN.
	MOVE SPACES TO ACCESS-EMPLOYEE.
	MOVE SPACES TO ACCESS-QUIET.
	IF FILE-ACL-OPERATOR NOT = "SELFSVC" AND
	   FILE-ACL-OPERATOR NOT = "SYSTEM"
		PERFORM JUDGE-ACCESS.
	MOVE FILE-ACL-DATE TO RPT-X-DATE.
	MOVE FILE-ACL-TIME(1:4) TO RPT-X-HHMM.
	MOVE FILE-ACL-OPERATOR TO RPT-X-OPERATOR.
	MOVE FILE-ACL-SERVICE TO RPT-X-SERVICE.
	MOVE ACCESS-EMPLOYEE TO RPT-X-EMPLOYEE.
	MOVE ACCESS-QUIET TO RPT-X-QUIET.
	DISPLAY RPT-ACCESS-LINE.
	IF ACCESS-EMPLOYEE NOT = SPACES OR ACCESS-QUIET NOT = SPACES
		PERFORM HOLD-FLAGGED.
       SCAN-ONE-ACCESS-EXIT.
	EXIT.
      ******************************************************
      *  A new account -- its name and household, whether it
      *  is an employee's and whether it has gone quiet, and
      *  its heading
      ******************************************************
       START-ACCOUNT.
	MOVE FILE-ACL-ACCOUNT TO CURRENT-ACCOUNT.
	ADD 1 TO ACCOUNT-COUNT.
	MOVE ZERO TO SEEN-COUNT.
	MOVE SPACE TO EMP-KIND.
	MOVE SPACES TO EMP-OPERATOR.
	MOVE "N" TO QUIET-SWITCH.
	MOVE SPACES TO ACCT-HOUSEHOLD.
	MOVE ZERO TO LAST-ACTIVITY.
	MOVE CURRENT-ACCOUNT TO RPT-A-ACCOUNT.
	MOVE CURRENT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE FILE-CUSTMAS-NAME TO RPT-A-NAME
		MOVE FILE-CUSTMAS-HOUSEHOLD TO ACCT-HOUSEHOLD
		MOVE FILE-CUSTMAS-OPEN-DATE TO LAST-ACTIVITY
	ELSE
		MOVE "NOT ON CUSTMAS.IT" TO RPT-A-NAME.
	PERFORM FIND-LAST-ACTIVITY THRU FIND-LAST-ACTIVITY-EXIT.
	IF LAST-ACTIVITY < QUIET-CUTOFF
		SET ACCT-IS-QUIET TO TRUE.
	PERFORM FIND-EMPLOYEE THRU FIND-EMPLOYEE-EXIT.
	MOVE LAST-ACTIVITY TO RPT-A-LAST.
	MOVE SPACES TO RPT-A-EMPLOYEE.
	MOVE SPACES TO RPT-A-EMP-OPER.
	MOVE SPACES TO RPT-A-QUIET.
	IF ACCT-IS-EMPLOYEE
		MOVE "EMPLOYEE" TO RPT-A-EMPLOYEE
		MOVE EMP-OPERATOR TO RPT-A-EMP-OPER.
	IF ACCT-IS-QUIET
		MOVE "QUIET" TO RPT-A-QUIET.
	DISPLAY SPACE.
	DISPLAY RPT-ACCT-LINE.
       START-ACCOUNT-EXIT.
	EXIT.
      ******************************************************
      *  Latest blotter or cash ledger date for the account,
      *  starting from its open date
      ******************************************************
       FIND-LAST-ACTIVITY.
	MOVE "N" TO BLOT-EOF-SWITCH.
	MOVE "N" TO START-SWITCH.
	MOVE CURRENT-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE LOW-VALUES TO FILE-BLOTTER-FUND.
	MOVE LOW-VALUES TO FILE-BLOTTER-DATE.
	MOVE LOW-VALUES TO FILE-BLOTTER-TIME.
	MOVE LOW-VALUES TO FILE-BLOTTER-ACTION.
	START BLOTTER-FILE KEY IS EQUAL TO FILE-BLOTTER-ACCOUNT
		INVALID KEY SET START-FAILED TO TRUE.
	IF NOT START-FAILED
		PERFORM BLOT-SCAN-LOOP THRU BLOT-SCAN-LOOP-EXIT
			UNTIL DONE-READING-BLOT.
	IF NOT CASHLED-AVAILABLE
		GO TO FIND-LAST-ACTIVITY-EXIT.
	MOVE "N" TO LED-EOF-SWITCH.
	MOVE "N" TO START-SWITCH.
	MOVE CURRENT-ACCOUNT TO FILE-LED-ACCOUNT.
	MOVE LOW-VALUES TO FILE-LED-DATE.
	MOVE LOW-VALUES TO FILE-LED-TIME.
	START CASHLED-FILE KEY IS EQUAL TO FILE-LED-ACCOUNT
		INVALID KEY SET START-FAILED TO TRUE.
	IF NOT START-FAILED
		PERFORM LED-SCAN-LOOP THRU LED-SCAN-LOOP-EXIT
			UNTIL DONE-READING-LED.
       FIND-LAST-ACTIVITY-EXIT.
	EXIT.
      ******************************************************
      *  Roll one blotter entry into the last-activity date
      ******************************************************
       BLOT-SCAN-LOOP.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-READING-BLOT TO TRUE.
	IF DONE-READING-BLOT
		GO TO BLOT-SCAN-LOOP-EXIT.
	IF FILE-BLOTTER-ACCOUNT NOT = CURRENT-ACCOUNT
		SET DONE-READING-BLOT TO TRUE
		GO TO BLOT-SCAN-LOOP-EXIT.
	IF FILE-BLOTTER-DATE > LAST-ACTIVITY
		MOVE FILE-BLOTTER-DATE TO LAST-ACTIVITY.
       BLOT-SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Roll one ledger entry into the last-activity date
      ******************************************************
       LED-SCAN-LOOP.
	READ CASHLED-FILE NEXT RECORD
		AT END SET DONE-READING-LED TO TRUE.
	IF DONE-READING-LED
		GO TO LED-SCAN-LOOP-EXIT.
	IF FILE-LED-ACCOUNT NOT = CURRENT-ACCOUNT
		SET DONE-READING-LED TO TRUE
		GO TO LED-SCAN-LOOP-EXIT.
	IF FILE-LED-DATE > LAST-ACTIVITY
		MOVE FILE-LED-DATE TO LAST-ACTIVITY.
       LED-SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Whose employee account this is -- an operator's own
      *  account first, then an operator's household, then
      *  an employee waiver in force on the business date
      ******************************************************
       FIND-EMPLOYEE.
	PERFORM MATCH-OWN-ACCOUNT
		VARYING OT-SUB FROM 1 BY 1
		UNTIL OT-SUB > OPER-COUNT OR ACCT-IS-EMPLOYEE.
	IF ACCT-IS-EMPLOYEE
		GO TO FIND-EMPLOYEE-EXIT.
	IF ACCT-HOUSEHOLD NOT = SPACES
		PERFORM MATCH-OWN-HOUSEHOLD
			VARYING OT-SUB FROM 1 BY 1
			UNTIL OT-SUB > OPER-COUNT OR ACCT-IS-EMPLOYEE.
	IF ACCT-IS-EMPLOYEE OR NOT WAIVER-AVAILABLE
		GO TO FIND-EMPLOYEE-EXIT.
	MOVE CURRENT-ACCOUNT TO FILE-WAIV-ACCOUNT.
	READ WAIVER-FILE.
	IF WAIV-STATUS-1 = "0" AND FILE-WAIV-IS-EMPLOYEE AND
	   FILE-WAIV-EFF-DATE NOT > TODAYS-DATE AND
	   (FILE-WAIV-EXP-DATE = ZERO OR
	    FILE-WAIV-EXP-DATE NOT < TODAYS-DATE)
		SET EMP-WAIVER TO TRUE.
       FIND-EMPLOYEE-EXIT.
	EXIT.
      ******************************************************
       MATCH-OWN-ACCOUNT.
	IF OT-OWN-ACCOUNT (OT-SUB) = CURRENT-ACCOUNT
		SET EMP-OWN-ACCOUNT TO TRUE
		MOVE OT-ID (OT-SUB) TO EMP-OPERATOR.
      ******************************************************
       MATCH-OWN-HOUSEHOLD.
	IF OT-OWN-HOUSEHOLD (OT-SUB) = ACCT-HOUSEHOLD
		SET EMP-HOUSEHOLD TO TRUE
		MOVE OT-ID (OT-SUB) TO EMP-OPERATOR.
      ******************************************************
      *  Flag an operator's look at an employee's account --
      *  as the operator's own when it is -- or at a quiet
      *  one
      ******************************************************
       JUDGE-ACCESS.
	IF EMP-OWN-ACCOUNT AND FILE-ACL-OPERATOR = EMP-OPERATOR
		MOVE "OWN ACCOUNT" TO ACCESS-EMPLOYEE
	ELSE IF EMP-HOUSEHOLD AND FILE-ACL-OPERATOR = EMP-OPERATOR
		MOVE "OWN HHLD" TO ACCESS-EMPLOYEE
	ELSE IF ACCT-IS-EMPLOYEE
		MOVE "EMPLOYEE" TO ACCESS-EMPLOYEE.
	IF ACCT-IS-QUIET
		MOVE "QUIET" TO ACCESS-QUIET.
      ******************************************************
      *  Count the account once toward the operator's total,
      *  however often they looked at it
      ******************************************************
       NOTE-SEEN.
	MOVE "N" TO SEEN-HIT.
	PERFORM MATCH-ONE-SEEN
		VARYING SEEN-SUB FROM 1 BY 1
		UNTIL SEEN-SUB > SEEN-COUNT OR SEEN-HIT = "Y".
	IF SEEN-HIT = "N"
		ADD 1 TO OT-ACCOUNTS (OT-SUB)
		IF SEEN-COUNT < 500
			ADD 1 TO SEEN-COUNT
			MOVE OT-SUB TO SEEN-OPER-SUB (SEEN-COUNT)
		END-IF
	END-IF.
      ******************************************************
       MATCH-ONE-SEEN.
	IF SEEN-OPER-SUB (SEEN-SUB) = OT-SUB
		MOVE "Y" TO SEEN-HIT.
      ******************************************************
      *  Count a flagged access against its operator and
      *  hold it for the by-operator listing
      ******************************************************
       HOLD-FLAGGED.
	ADD 1 TO FLAGGED-COUNT.
	ADD 1 TO OT-FLAGGED (OT-SUB).
	IF FLAG-COUNT NOT < 2000
		ADD 1 TO FLAG-OVERFLOW
	ELSE
		ADD 1 TO FLAG-COUNT
		MOVE OT-SUB TO FT-OPER-SUB (FLAG-COUNT)
		MOVE FILE-ACL-ACCOUNT TO FT-ACCOUNT (FLAG-COUNT)
		MOVE FILE-ACL-DATE TO FT-DATE (FLAG-COUNT)
		MOVE FILE-ACL-TIME(1:4) TO FT-HHMM (FLAG-COUNT)
		MOVE FILE-ACL-SERVICE TO FT-SERVICE (FLAG-COUNT)
		MOVE ACCESS-EMPLOYEE TO FT-EMPLOYEE (FLAG-COUNT)
		MOVE ACCESS-QUIET TO FT-QUIET (FLAG-COUNT)
	END-IF.
      ******************************************************
      *  One operator's accesses for the period, and the
      *  flagged ones beneath -- only those who looked
      ******************************************************
       SHOW-OPERATOR.
	IF OT-ACCESSES (OT-SUB) = ZERO
		GO TO SHOW-OPERATOR-EXIT.
	MOVE OT-ID (OT-SUB) TO RPT-O-OPERATOR.
	MOVE OT-ACCESSES (OT-SUB) TO RPT-O-ACCESSES.
	MOVE OT-ACCOUNTS (OT-SUB) TO RPT-O-ACCOUNTS.
	MOVE OT-FLAGGED (OT-SUB) TO RPT-O-FLAGGED.
	MOVE OT-NAME (OT-SUB) TO RPT-O-NAME.
	DISPLAY RPT-OPER-LINE.
	IF OT-FLAGGED (OT-SUB) = ZERO
		GO TO SHOW-OPERATOR-EXIT.
	PERFORM SHOW-ONE-FLAGGED
		VARYING FT-SUB FROM 1 BY 1
		UNTIL FT-SUB > FLAG-COUNT.
       SHOW-OPERATOR-EXIT.
	EXIT.
      ******************************************************
       SHOW-ONE-FLAGGED.
	IF FT-OPER-SUB (FT-SUB) = OT-SUB
		MOVE FT-ACCOUNT (FT-SUB) TO RPT-F-ACCOUNT
		MOVE FT-DATE (FT-SUB) TO RPT-F-DATE
		MOVE FT-HHMM (FT-SUB) TO RPT-F-HHMM
		MOVE FT-SERVICE (FT-SUB) TO RPT-F-SERVICE
		MOVE FT-EMPLOYEE (FT-SUB) TO RPT-F-EMPLOYEE
		MOVE FT-QUIET (FT-SUB) TO RPT-F-QUIET
		DISPLAY RPT-FLAGGED-LINE.
      ******************************************************
      *  Point OT-SUB at FILE-ACL-OPERATOR's slot, opening
      *  one for an ID not yet seen.  When the table is full
      *  the last slot takes the overflow.
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
			MOVE FILE-ACL-OPERATOR TO OT-ID (OT-SUB)
			MOVE "NOT ON OPERATOR.IT" TO OT-NAME (OT-SUB)
			MOVE SPACES TO OT-OWN-ACCOUNT (OT-SUB)
			MOVE SPACES TO OT-OWN-HOUSEHOLD (OT-SUB)
			MOVE ZERO TO OT-ACCESSES (OT-SUB)
			MOVE ZERO TO OT-ACCOUNTS (OT-SUB)
			MOVE ZERO TO OT-FLAGGED (OT-SUB)
		ELSE
			MOVE "Operator table full -- truncated" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE OPER-COUNT TO OT-SUB
		END-IF
	END-IF.
      ******************************************************
       MATCH-ONE-OPERATOR.
	IF OT-ID (OT-SUB) = FILE-ACL-OPERATOR
		MOVE "Y" TO OT-HIT.
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
