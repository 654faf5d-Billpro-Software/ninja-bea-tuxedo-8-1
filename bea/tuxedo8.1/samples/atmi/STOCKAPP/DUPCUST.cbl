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
      * #ident	"@(#) samples/atmi/STOCKAPP/DUPCUST.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/DUPCUST.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * DUPCUST is the duplicate customer report -- the
      * periodic sweep behind the warning CUSTSR gives when
      * an account is added.  Every pair of accounts on
      * CUSTMAS.IT is scored on how many of five identifiers
      * they share:
      *
      *     the TIN
      *     the normalized name (the way CUSTSR normalizes
      *         it for the watchlist)
      *     the birth date
      *     the five-digit ZIP
      *     the normalized street
      *
      * Blank identifiers never match.  A pair scoring at
      * least the DUPSCORE record on PARAM.IT (2 when none is
      * on file) is listed with both accounts' positions and
      * cash, so the desk can link the two into a household,
      * or move the holdings across with XFERSR and close the
      * spare account.  Closed accounts, and pairs already in
      * the same household, are not listed.
      *
      * The job walks CUSTMAS once and, for each account,
      * rescans it from the next account on -- the way
      * HHSTMT rescans for household members -- so each pair
      * is scored once.  It is run on request, not from
      * EODRUN; the master is shop-sized and the run is not
      * a short one.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DUPCUST.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	SELECT CASH-FILE ASSIGN "CASH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CASH-ACCOUNT
		STATUS CASH-FILE-STATUS.
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
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS.
		05  FILE-CUSTMAS-STREET		PIC X(30).
		05  FILE-CUSTMAS-CITY		PIC X(20).
		05  FILE-CUSTMAS-STATE		PIC X(02).
		05  FILE-CUSTMAS-ZIP		PIC X(10).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
	FD  CASH-FILE; RECORD 40.
	01  CASH-ITEM.
	     03  FILE-CASH-ACCOUNT		PIC X(10).
	     03  FILE-CASH-BALANCE		PIC 9(9)V99.
	     03  FILE-CASH-HOLD-AMOUNT		PIC 9(9)V99.
	     03  FILE-CASH-SETTLE-DATE		PIC 9(8).
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
      * Installation parameters -- DUPSCORE is how many of
      * the five identifiers a pair must share to be listed
      ******************************************************
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this batch job's
      * messages land in the same place theirs do
      ******************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      ******************************************************
      * The account the outer walk is on, its identifiers
      * normalized once, and what the report prints for it
      ******************************************************
	01  BASE-ACCOUNT	PIC X(10).
	01  BASE-NAME		PIC X(30).
	01  BASE-STREET		PIC X(30).
	01  BASE-CITY		PIC X(20).
	01  BASE-STATE		PIC X(02).
	01  BASE-ZIP		PIC X(10).
	01  BASE-TIN		PIC X(9).
	01  BASE-BIRTH-DATE	PIC 9(8).
	01  BASE-HOUSEHOLD	PIC X(10).
	01  BASE-NORM-NAME	PIC X(30).
	01  BASE-NORM-STREET	PIC X(30).
      ******************************************************
      * The account the rescan is on, and how it scored
      * against the base account
      ******************************************************
	01  MATCH-NORM-NAME	PIC X(30).
	01  MATCH-NORM-STREET	PIC X(30).
	01  MATCH-SCORE		PIC 9(1).
	01  MATCH-BASIS		PIC X(40).
	01  BASIS-PTR		PIC 9(4) COMP-5.
	01  DUP-SCORE		PIC 9(1).
	77  DEFAULT-DUP-SCORE	PIC 9(1) VALUE 2.
      ******************************************************
      * Name normalization -- upper-case, commas and periods
      * to spaces, runs of spaces squeezed to one, left-
      * justified, as CUSTSR does it
      ******************************************************
	01  NN-IN		PIC X(30).
	01  NN-OUT		PIC X(30).
	01  NN-I		PIC 9(4) COMP-5.
	01  NN-O		PIC 9(4) COMP-5.
	01  NN-PEND-SWITCH	PIC X.
		88  NN-SPACE-PENDING	VALUE "Y".
      ******************************************************
      * The account whose holdings are being printed, and
      * its running value
      ******************************************************
	01  SHOW-ACCOUNT	PIC X(10).
	01  ACCT-TOTAL		PIC 9(11)V99.
	01  POS-VALUE		PIC 9(11)V99.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-HEAD.
		05  FILLER	PIC X(30) VALUE
			"POSSIBLE DUPLICATE CUSTOMERS".
		05  FILLER	PIC X(20) VALUE
			"MINIMUM SCORE =>".
		05  RPT-HEAD-SCORE	PIC 9.
	01  RPT-PAIR-LINE.
		05  FILLER	PIC X(8) VALUE "SCORE".
		05  RPT-SCORE	PIC 9.
		05  FILLER	PIC X(3) VALUE " -".
		05  RPT-BASIS	PIC X(40).
	01  RPT-ACCT-LINE.
		05  FILLER	PIC X(12) VALUE "  ACCOUNT:".
		05  RPT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NAME	PIC X(30).
		05  FILLER	PIC X(6) VALUE "  TIN ".
		05  RPT-TIN	PIC X(9).
	01  RPT-ADDR-LINE.
		05  FILLER	PIC X(12) VALUE SPACES.
		05  RPT-STREET	PIC X(30).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-CITY	PIC X(20).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-STATE	PIC X(02).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-ZIP	PIC X(10).
	01  RPT-INFO-LINE.
		05  FILLER	PIC X(12) VALUE SPACES.
		05  FILLER	PIC X(6) VALUE "BORN ".
		05  RPT-BIRTH-DATE	PIC 9(8).
		05  FILLER	PIC X(13) VALUE "  HOUSEHOLD ".
		05  RPT-HOUSEHOLD	PIC X(10).
	01  RPT-POS-LINE.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  RPT-FUND		PIC X(10).
		05  FILLER	PIC X(3) VALUE SPACES.
		05  RPT-SHARES		PIC ZZZZZZ9.999.
		05  FILLER	PIC X(3) VALUE SPACES.
		05  RPT-MKT-VALUE	PIC $$$$$$$$9.99.
	01  RPT-CASH-LINE.
		05  FILLER	PIC X(16) VALUE "    CASH:".
		05  RPT-CASH	PIC $$$$$$$$9.99.
	01  RPT-ACCT-TOTAL.
		05  FILLER	PIC X(22) VALUE
			"    ACCOUNT VALUE =>".
		05  RPT-TOTAL-VALUE	PIC $$,$$$,$$$,$$9.99.
	01  RPT-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"ACCOUNTS SCANNED       =>".
		05  RPT-ACCT-COUNT PIC ZZZZZZ9.
	01  RPT-PAIR-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"POSSIBLE DUPLICATES    =>".
		05  RPT-PAIR-COUNT PIC ZZZZZZ9.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"DUPCUST =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"DUPCUST ERR =>".
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
 	01  CUST-FILE-STATUS.
           	05  CUST-STATUS-1	PIC X.
           	05  CUST-STATUS-2	PIC X.
 	01  CASH-FILE-STATUS.
           	05  CASH-STATUS-1	PIC X.
           	05  CASH-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
      ******************************************************
      * End-of-file and browse control for the two walks of
      * CUSTMAS and the position browses
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  SCAN-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-SCANNING	VALUE "Y".
	01  POS-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-POS	VALUE "Y".
	01  START-SWITCH	PIC X VALUE "N".
		88  START-FAILED	VALUE "Y".
	01  ACCT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  PAIR-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-DUPCUST.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-DUP-SCORE THRU GET-DUP-SCORE-EXIT.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CM" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUST-FILE.
	IF CUST-STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE CUST-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT CASH-FILE.
	IF CASH-STATUS-1 NOT = "0"
		MOVE "OPEN CASH" TO LOG-ERR-ROUTINE
		MOVE CASH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		CLOSE CUST-FILE
		CLOSE CASH-FILE
		PERFORM A-999-EXIT.
	MOVE DUP-SCORE TO RPT-HEAD-SCORE.
	DISPLAY RPT-HEAD.
	MOVE LOW-VALUES TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS NOT LESS THAN
			FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM BASE-LOOP THRU BASE-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE CUSTMAS-FILE.
	CLOSE CUST-FILE.
	CLOSE CASH-FILE.
	CLOSE QUOTE-FILE.
	MOVE ACCT-COUNT TO RPT-ACCT-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE PAIR-COUNT TO RPT-PAIR-COUNT.
	DISPLAY RPT-PAIR-TOTAL.
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
      *  How many identifiers a pair must share -- the
      *  DUPSCORE record on PARAM.IT, the built-in default
      *  when none is on file or the one on file is out of
      *  range
      ******************************************************
       GET-DUP-SCORE.
	MOVE DEFAULT-DUP-SCORE TO DUP-SCORE.
	IF NOT PARAM-AVAILABLE
		GO TO GET-DUP-SCORE-EXIT.
	MOVE "DUPSCORE" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND
	   FILE-PARM-VALUE NOT < 1 AND FILE-PARM-VALUE NOT > 5
		MOVE FILE-PARM-VALUE TO DUP-SCORE.
       GET-DUP-SCORE-EXIT.
	EXIT.
      ******************************************************
      *  The outer walk -- take the next open account as the
      *  base, rescan everything after it, then put the walk
      *  back where it was
      ******************************************************
       BASE-LOOP.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO BASE-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		GO TO BASE-LOOP-EXIT.
	ADD 1 TO ACCT-COUNT.
	MOVE FILE-CUSTMAS-ACCOUNT TO BASE-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO BASE-NAME.
	MOVE FILE-CUSTMAS-STREET TO BASE-STREET.
	MOVE FILE-CUSTMAS-CITY TO BASE-CITY.
	MOVE FILE-CUSTMAS-STATE TO BASE-STATE.
	MOVE FILE-CUSTMAS-ZIP TO BASE-ZIP.
	MOVE FILE-CUSTMAS-TIN TO BASE-TIN.
	MOVE FILE-CUSTMAS-BIRTH-DATE TO BASE-BIRTH-DATE.
	MOVE FILE-CUSTMAS-HOUSEHOLD TO BASE-HOUSEHOLD.
	MOVE FILE-CUSTMAS-NAME TO NN-IN.
	PERFORM NORMALIZE-NAME.
	MOVE NN-OUT TO BASE-NORM-NAME.
	MOVE FILE-CUSTMAS-STREET TO NN-IN.
	PERFORM NORMALIZE-NAME.
	MOVE NN-OUT TO BASE-NORM-STREET.
	MOVE "N" TO SCAN-EOF-SWITCH.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT
		UNTIL DONE-SCANNING.
	MOVE BASE-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS GREATER THAN
			FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
       BASE-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The rescan -- the file is already positioned just
      *  past the base account, so each pair is seen once
      ******************************************************
       SCAN-LOOP.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-SCANNING TO TRUE.
	IF DONE-SCANNING
		GO TO SCAN-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		GO TO SCAN-LOOP-EXIT.
	IF BASE-HOUSEHOLD NOT = SPACES AND
	   FILE-CUSTMAS-HOUSEHOLD = BASE-HOUSEHOLD
		GO TO SCAN-LOOP-EXIT.
	PERFORM SCORE-THE-PAIR.
	IF MATCH-SCORE < DUP-SCORE
		GO TO SCAN-LOOP-EXIT.
	ADD 1 TO PAIR-COUNT.
	PERFORM PRINT-THE-PAIR.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Count the identifiers the two accounts share and
      *  name them for the report
      ******************************************************
       SCORE-THE-PAIR.
	MOVE ZERO TO MATCH-SCORE.
	MOVE SPACES TO MATCH-BASIS.
	MOVE 1 TO BASIS-PTR.
	IF BASE-TIN NOT = SPACES AND
	   FILE-CUSTMAS-TIN = BASE-TIN
		ADD 1 TO MATCH-SCORE
		STRING " TIN" DELIMITED BY SIZE
			INTO MATCH-BASIS WITH POINTER BASIS-PTR.
	MOVE FILE-CUSTMAS-NAME TO NN-IN.
	PERFORM NORMALIZE-NAME.
	MOVE NN-OUT TO MATCH-NORM-NAME.
	IF BASE-NORM-NAME NOT = SPACES AND
	   MATCH-NORM-NAME = BASE-NORM-NAME
		ADD 1 TO MATCH-SCORE
		STRING " NAME" DELIMITED BY SIZE
			INTO MATCH-BASIS WITH POINTER BASIS-PTR.
	IF BASE-BIRTH-DATE NOT = ZERO AND
	   FILE-CUSTMAS-BIRTH-DATE = BASE-BIRTH-DATE
		ADD 1 TO MATCH-SCORE
		STRING " BIRTH" DELIMITED BY SIZE
			INTO MATCH-BASIS WITH POINTER BASIS-PTR.
	IF BASE-ZIP(1:5) NOT = SPACES AND
	   FILE-CUSTMAS-ZIP(1:5) = BASE-ZIP(1:5)
		ADD 1 TO MATCH-SCORE
		STRING " ZIP" DELIMITED BY SIZE
			INTO MATCH-BASIS WITH POINTER BASIS-PTR.
	MOVE FILE-CUSTMAS-STREET TO NN-IN.
	PERFORM NORMALIZE-NAME.
	MOVE NN-OUT TO MATCH-NORM-STREET.
	IF BASE-NORM-STREET NOT = SPACES AND
	   MATCH-NORM-STREET = BASE-NORM-STREET
		ADD 1 TO MATCH-SCORE
		STRING " STREET" DELIMITED BY SIZE
			INTO MATCH-BASIS WITH POINTER BASIS-PTR.
      ******************************************************
      *  One likely duplicate -- the score and what matched,
      *  then each account with its positions and cash
      ******************************************************
       PRINT-THE-PAIR.
	DISPLAY SPACE.
	MOVE MATCH-SCORE TO RPT-SCORE.
	MOVE MATCH-BASIS TO RPT-BASIS.
	DISPLAY RPT-PAIR-LINE.
	MOVE BASE-ACCOUNT TO RPT-ACCOUNT.
	MOVE BASE-NAME TO RPT-NAME.
	MOVE BASE-TIN TO RPT-TIN.
	MOVE BASE-STREET TO RPT-STREET.
	MOVE BASE-CITY TO RPT-CITY.
	MOVE BASE-STATE TO RPT-STATE.
	MOVE BASE-ZIP TO RPT-ZIP.
	MOVE BASE-BIRTH-DATE TO RPT-BIRTH-DATE.
	MOVE BASE-HOUSEHOLD TO RPT-HOUSEHOLD.
	MOVE BASE-ACCOUNT TO SHOW-ACCOUNT.
	PERFORM SHOW-ONE-ACCOUNT.
	MOVE FILE-CUSTMAS-ACCOUNT TO RPT-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	MOVE FILE-CUSTMAS-TIN TO RPT-TIN.
	MOVE FILE-CUSTMAS-STREET TO RPT-STREET.
	MOVE FILE-CUSTMAS-CITY TO RPT-CITY.
	MOVE FILE-CUSTMAS-STATE TO RPT-STATE.
	MOVE FILE-CUSTMAS-ZIP TO RPT-ZIP.
	MOVE FILE-CUSTMAS-BIRTH-DATE TO RPT-BIRTH-DATE.
	MOVE FILE-CUSTMAS-HOUSEHOLD TO RPT-HOUSEHOLD.
	MOVE FILE-CUSTMAS-ACCOUNT TO SHOW-ACCOUNT.
	PERFORM SHOW-ONE-ACCOUNT.
      ******************************************************
      *  One account of the pair -- the lines already built
      *  in RPT-, then its holdings
      ******************************************************
       SHOW-ONE-ACCOUNT.
	DISPLAY RPT-ACCT-LINE.
	DISPLAY RPT-ADDR-LINE.
	DISPLAY RPT-INFO-LINE.
	MOVE ZERO TO ACCT-TOTAL.
	PERFORM SHOW-POSITIONS.
	PERFORM SHOW-CASH.
	MOVE ACCT-TOTAL TO RPT-TOTAL-VALUE.
	DISPLAY RPT-ACCT-TOTAL.
      ******************************************************
      *  The account's positions, each valued at the sell
      *  price
      ******************************************************
       SHOW-POSITIONS.
	MOVE "N" TO POS-EOF-SWITCH.
	MOVE "N" TO START-SWITCH.
	MOVE SHOW-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE LOW-VALUES TO FILE-CUST-FUND.
	START CUST-FILE KEY IS NOT LESS THAN FILE-CUST-KEY
		INVALID KEY SET START-FAILED TO TRUE.
	IF NOT START-FAILED
		PERFORM POS-LOOP THRU POS-LOOP-EXIT
			UNTIL DONE-READING-POS.
       POS-LOOP.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-READING-POS TO TRUE.
	IF DONE-READING-POS
		GO TO POS-LOOP-EXIT.
	IF FILE-CUST-ACCOUNT NOT = SHOW-ACCOUNT
		SET DONE-READING-POS TO TRUE
		GO TO POS-LOOP-EXIT.
	MOVE FILE-CUST-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		COMPUTE POS-VALUE ROUNDED =
		    FILE-CUST-AMOUNT * FILE-QUOTE-SELL-PRICE
	ELSE
		MOVE ZERO TO POS-VALUE.
	ADD POS-VALUE TO ACCT-TOTAL.
	MOVE FILE-CUST-FUND TO RPT-FUND.
	MOVE FILE-CUST-AMOUNT TO RPT-SHARES.
	MOVE POS-VALUE TO RPT-MKT-VALUE.
	DISPLAY RPT-POS-LINE.
       POS-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The account's cash -- balance plus the settlement
      *  hold, which is still the customer's money
      ******************************************************
       SHOW-CASH.
	MOVE SHOW-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 = "0"
		COMPUTE POS-VALUE =
		    FILE-CASH-BALANCE + FILE-CASH-HOLD-AMOUNT
		ADD POS-VALUE TO ACCT-TOTAL
		MOVE POS-VALUE TO RPT-CASH
		DISPLAY RPT-CASH-LINE
	END-IF.
      ******************************************************
      *  Normalize the text in NN-IN into NN-OUT
      ******************************************************
       NORMALIZE-NAME.
	INSPECT NN-IN CONVERTING
		"abcdefghijklmnopqrstuvwxyz" TO
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ".
	INSPECT NN-IN REPLACING ALL "," BY SPACE.
	INSPECT NN-IN REPLACING ALL "." BY SPACE.
	MOVE SPACES TO NN-OUT.
	MOVE ZERO TO NN-O.
	MOVE "N" TO NN-PEND-SWITCH.
	PERFORM NORMALIZE-ONE-CHAR THRU NORMALIZE-ONE-CHAR-EXIT
		VARYING NN-I FROM 1 BY 1
		UNTIL NN-I > 30.
      ******************************************************
       NORMALIZE-ONE-CHAR.
	IF NN-IN(NN-I:1) = SPACE
		MOVE "Y" TO NN-PEND-SWITCH
		GO TO NORMALIZE-ONE-CHAR-EXIT.
	IF NN-SPACE-PENDING AND NN-O > ZERO
		ADD 1 TO NN-O.
	MOVE "N" TO NN-PEND-SWITCH.
	IF NN-O < 30
		ADD 1 TO NN-O
		MOVE NN-IN(NN-I:1) TO NN-OUT(NN-O:1).
       NORMALIZE-ONE-CHAR-EXIT.
	EXIT.
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
