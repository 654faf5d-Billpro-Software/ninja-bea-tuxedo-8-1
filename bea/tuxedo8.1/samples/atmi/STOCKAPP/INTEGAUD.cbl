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
      * #ident	"@(#) samples/atmi/STOCKAPP/INTEGAUD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/INTEGAUD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * INTEGAUD is the cross-file referential integrity
      * audit.  PREFLITE proves each file is physically sound
      * and RECONCIL ties CUST.IT to the blotter; this job
      * proves the files agree with one another:
      *
      *   - the CUSTLOT.IT lots of every account/fund add up
      *     to its CUST.IT share amount, and no lots are left
      *     behind for a position that is gone
      *   - every position's fund is on QUOTE.IT and (when
      *     the fund master is kept) on FUNDMAS.IT
      *   - every CUST.IT and CASH.IT record has a CUSTMAS.IT
      *     master
      *   - PLAN.IT, SWEEP.IT, ALLOC.IT, MODASGN.IT,
      *     DISTELEC.IT and BENE.IT instructions point at
      *     accounts (and funds) that exist and are not
      *     closed -- a beneficiary's destination account as
      *     well as the account itself
      *   - no PLEDGE.IT pledge in force and no LOIESCR.IT
      *     escrow is for more shares than the position it
      *     encumbers
      *   - the POSXREF.IT fund/account cross-reference has
      *     a key for every position and no key without one
      *     -- either disagreement is an error, put right by
      *     a POSXBLD rebuild
      *
      * Each finding is printed with a severity:
      *   E  error -- the files contradict each other and
      *      somebody must correct one of them
      *   W  warning -- stale rather than wrong: a standing
      *      instruction on a closed account or fund, a fund
      *      missing only from the optional fund master, or a
      *      position that predates lot keeping
      * The job ends with RETURN-CODE 8 when there is any
      * error, 4 when there are only warnings, 0 when clean,
      * and 16 when a required file could not be read.  It
      * is an optional step of the EODRUN sequence: the
      * driver records the result but never stops the night
      * over it, and PARAM.IT INTEGAUD = 0 leaves it out.
      * The instruction files are each optional; one not on
      * file is noted and passed over.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. INTEGAUD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS FILE-STATUS.
	SELECT LOT-FILE ASSIGN "CUSTLOT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOT-KEY
		STATUS LOT-FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT FUNDMAS-FILE ASSIGN "FUNDMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FUND-CODE
		STATUS FUNDMAS-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT CASH-FILE ASSIGN "CASH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CASH-ACCOUNT
		STATUS CASH-FILE-STATUS.
	SELECT PLAN-FILE ASSIGN "PLAN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PLAN-KEY
		STATUS PLAN-FILE-STATUS.
	SELECT SWEEP-FILE ASSIGN "SWEEP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SWEEP-ACCOUNT
		STATUS SWEEP-FILE-STATUS.
	SELECT ALLOC-FILE ASSIGN "ALLOC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ALLOC-KEY
		STATUS ALLOC-FILE-STATUS.
	SELECT MODASGN-FILE ASSIGN "MODASGN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAS-ACCOUNT
		STATUS MODASGN-FILE-STATUS.
	SELECT DISTELEC-FILE ASSIGN "DISTELEC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-DE-KEY
		STATUS DISTELEC-FILE-STATUS.
	SELECT BENE-FILE ASSIGN "BENE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BENE-KEY
		STATUS BENE-FILE-STATUS.
	SELECT PLEDGE-FILE ASSIGN "PLEDGE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS PLEDGE-FILE-STATUS.
	SELECT LOIESCR-FILE ASSIGN "LOIESCR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LES-KEY
		STATUS LOIESCR-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
	FD  LOT-FILE; RECORD 47.
	01  LOT-ITEM.
	     03  FILE-LOT-KEY.
		05  FILE-LOT-ACCOUNT		PIC X(10).
		05  FILE-LOT-FUND		PIC X(10).
		05  FILE-LOT-TRADE-DATE		PIC 9(8).
	     03  FILE-LOT-AMOUNT		PIC 9(7)V999.
	     03  FILE-LOT-PRICE		PIC 9(7)V99.
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
		 88  FILE-FUND-IS-OPEN		VALUE "O" " ".
		 88  FILE-FUND-IS-CLOSED	VALUE "C".
		 88  FILE-FUND-IS-LIQUIDATING	VALUE "L".
	     03  FILE-FUND-REDFEE-RATE	PIC 9V9(4).
	     03  FILE-FUND-REDFEE-DAYS	PIC 9(3).
	     03  FILE-FUND-ACCRUAL	PIC X(01).
		 88  FILE-FUND-DAILY-ACCRUAL	VALUE "Y".
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
		 88  FILE-ACCOUNT-FROZEN	VALUE "F" "D".
		 88  FILE-ACCOUNT-CLOSING	VALUE "P".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  CASH-FILE; RECORD 40.
	01  CASH-ITEM.
	     03  FILE-CASH-ACCOUNT		PIC X(10).
	     03  FILE-CASH-BALANCE		PIC 9(9)V99.
	     03  FILE-CASH-HOLD-AMOUNT		PIC 9(9)V99.
	     03  FILE-CASH-SETTLE-DATE		PIC 9(8).
      ******************************************************
      * Standing instructions that name an account and fund
      ******************************************************
	FD  PLAN-FILE; RECORD 55.
	01  PLAN-ITEM.
	     03  FILE-PLAN-KEY.
		05  FILE-PLAN-ACCOUNT	PIC X(10).
		05  FILE-PLAN-FUND	PIC X(10).
		05  FILE-PLAN-ACTION	PIC X(01).
	     03  FILE-PLAN-AMOUNT	PIC 9(9)V99.
	     03  FILE-PLAN-FREQ		PIC X(01).
	     03  FILE-PLAN-NEXT-DATE	PIC 9(8).
	     03  FILE-PLAN-OPERATOR	PIC X(10).
	     03  FILE-PLAN-SEQ		PIC 9(4).
	FD  SWEEP-FILE; RECORD 41.
	01  SWEEP-ITEM.
	     03  FILE-SWEEP-ACCOUNT	PIC X(10).
	     03  FILE-SWEEP-FUND	PIC X(10).
	     03  FILE-SWEEP-MIN-BAL	PIC 9(9)V99.
	     03  FILE-SWEEP-OPERATOR	PIC X(10).
	FD  ALLOC-FILE; RECORD 39.
	01  ALLOC-ITEM.
	     03  FILE-ALLOC-KEY.
		05  FILE-ALLOC-ACCOUNT	PIC X(10).
		05  FILE-ALLOC-FUND	PIC X(10).
	     03  FILE-ALLOC-PCT		PIC 9(3)V99.
	     03  FILE-ALLOC-SEQ		PIC 9(4).
	     03  FILE-ALLOC-OPERATOR	PIC X(10).
	FD  MODASGN-FILE; RECORD 30.
	01  MODASGN-ITEM.
	     03  FILE-MAS-ACCOUNT	PIC X(10).
	     03  FILE-MAS-MODEL		PIC X(10).
	     03  FILE-MAS-OPERATOR	PIC X(10).
	FD  DISTELEC-FILE; RECORD 31.
	01  DISTELEC-ITEM.
	     03  FILE-DE-KEY.
		05  FILE-DE-ACCOUNT	PIC X(10).
		05  FILE-DE-FUND	PIC X(10).
	     03  FILE-DE-CHOICE		PIC X(01).
	     03  FILE-DE-OPERATOR	PIC X(10).
	FD  BENE-FILE; RECORD 76.
	01  BENE-ITEM.
	     03  FILE-BENE-KEY.
		05  FILE-BENE-ACCOUNT	PIC X(10).
		05  FILE-BENE-SEQ	PIC 9(2).
	     03  FILE-BENE-NAME		PIC X(30).
	     03  FILE-BENE-TIN		PIC X(9).
	     03  FILE-BENE-REL		PIC X(10).
	     03  FILE-BENE-PCT		PIC 9(3)V99.
	     03  FILE-BENE-DEST-ACCT	PIC X(10).
      ******************************************************
      * Encumbrances on a position
      ******************************************************
	FD  PLEDGE-FILE; RECORD 76.
	01  PLEDGE-ITEM.
	     03  FILE-PLG-KEY.
		05  FILE-PLG-ACCOUNT	PIC X(10).
		05  FILE-PLG-FUND	PIC X(10).
	     03  FILE-PLG-QTY		PIC 9(7)V999.
	     03  FILE-PLG-PLEDGEE	PIC X(30).
	     03  FILE-PLG-EFF-DATE	PIC 9(8).
	     03  FILE-PLG-REL-DATE	PIC 9(8).
	FD  LOIESCR-FILE; RECORD 30.
	01  LOIESCR-ITEM.
	     03  FILE-LES-KEY.
		05  FILE-LES-ACCOUNT	PIC X(10).
		05  FILE-LES-FUND	PIC X(10).
	     03  FILE-LES-SHARES	PIC 9(7)V999.
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
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
			"INTEGAUD =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"INTEGAUD ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status -- the fund master and every instruction
      * and encumbrance file is optional
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  LOT-FILE-STATUS.
           	05  LOT-STATUS-1	PIC X.
           	05  LOT-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  FUNDMAS-FILE-STATUS.
           	05  FUNDMAS-STATUS-1	PIC X.
           	05  FUNDMAS-STATUS-2	PIC X.
	01  FM-OPEN-SWITCH	PIC X VALUE "N".
		88  FUNDMAS-AVAILABLE	VALUE "Y".
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	01  PXR-OPEN-SWITCH	PIC X VALUE "N".
		88  POSXREF-AVAILABLE	VALUE "Y".
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  CASH-FILE-STATUS.
           	05  CASH-STATUS-1	PIC X.
           	05  CASH-STATUS-2	PIC X.
 	01  PLAN-FILE-STATUS.
           	05  PLAN-STATUS-1	PIC X.
           	05  PLAN-STATUS-2	PIC X.
 	01  SWEEP-FILE-STATUS.
           	05  SWEEP-STATUS-1	PIC X.
           	05  SWEEP-STATUS-2	PIC X.
 	01  ALLOC-FILE-STATUS.
           	05  ALLOC-STATUS-1	PIC X.
           	05  ALLOC-STATUS-2	PIC X.
 	01  MODASGN-FILE-STATUS.
           	05  MAS-STATUS-1	PIC X.
           	05  MAS-STATUS-2	PIC X.
 	01  DISTELEC-FILE-STATUS.
           	05  DE-STATUS-1	PIC X.
           	05  DE-STATUS-2	PIC X.
 	01  BENE-FILE-STATUS.
           	05  BENE-STATUS-1	PIC X.
           	05  BENE-STATUS-2	PIC X.
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
           	05  PLG-STATUS-2	PIC X.
 	01  LOIESCR-FILE-STATUS.
           	05  LES-STATUS-1	PIC X.
           	05  LES-STATUS-2	PIC X.
      ******************************************************
      * Walk control and the lot sums
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  LOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-LOTS	VALUE "Y".
	01  LOT-START-SWITCH	PIC X VALUE "N".
		88  LOT-START-FAILED	VALUE "Y".
	01  LOT-SUM		PIC 9(9)V999.
	01  LOT-COUNT		PIC 9(7) COMP-5.
	01  GROUP-ACCOUNT	PIC X(10).
	01  GROUP-FUND		PIC X(10).
	01  POSITION-SHARES	PIC 9(7)V999.
      ******************************************************
      * The reference being checked and the finding raised
      ******************************************************
	01  REF-ACCOUNT		PIC X(10).
	01  REF-FUND		PIC X(10).
	01  FIND-SEVERITY	PIC X(01).
		88  FIND-IS-ERROR	VALUE "E".
		88  FIND-IS-WARNING	VALUE "W".
	01  FIND-FILE		PIC X(8).
	01  FIND-TEXT		PIC X(26).
	01  FIND-FIGURES-SWITCH	PIC X VALUE "N".
		88  FIND-HAS-FIGURES	VALUE "Y".
	01  FIND-FIG-1		PIC 9(9)V999.
	01  FIND-FIG-2		PIC 9(9)V999.
      ******************************************************
      * Counts
      ******************************************************
	01  POS-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  REF-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  ERROR-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  WARN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(34) VALUE
			"REFERENTIAL INTEGRITY AUDIT -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-HEADING.
		05  FILLER	PIC X(11) VALUE "S FILE".
		05  FILLER	PIC X(11) VALUE "ACCOUNT".
		05  FILLER	PIC X(11) VALUE "FUND".
		05  FILLER	PIC X(26) VALUE "FINDING".
	01  RPT-LINE.
		05  RPT-SEVERITY	PIC X(01).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-FILE	PIC X(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-FUND	PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-TEXT	PIC X(26).
		05  RPT-FIGURES	PIC X(30).
		05  RPT-FIGURES-NUM REDEFINES RPT-FIGURES.
		    10  RPT-FIG-1	PIC ZZZZZZZZ9.999.
		    10  FILLER		PIC X(2).
		    10  RPT-FIG-2	PIC ZZZZZZZZ9.999.
		    10  FILLER		PIC X(2).
	01  RPT-NOFILE-LINE.
		05  RPT-NF-FILE	PIC X(12).
		05  FILLER	PIC X(30) VALUE
			"NOT ON FILE - NOT CHECKED".
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "POSITIONS     =>".
		05  RPT-POS-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  REFERENCES  =>".
		05  RPT-REF-COUNT	PIC ZZZZZZ9.
	01  RPT-SEV-TOTAL.
		05  FILLER	PIC X(16) VALUE "ERRORS        =>".
		05  RPT-ERROR-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  WARNINGS    =>".
		05  RPT-WARN-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-INTEGAUD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUST-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT LOT-FILE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "OPEN LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		CLOSE QUOTE-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO FM-OPEN-SWITCH.
	OPEN INPUT FUNDMAS-FILE.
	IF FUNDMAS-STATUS-1 = "0"
		MOVE "Y" TO FM-OPEN-SWITCH.
	MOVE "N" TO PXR-OPEN-SWITCH.
	OPEN INPUT POSXREF-FILE.
	IF PXR-STATUS-1 = "0"
		MOVE "Y" TO PXR-OPEN-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
	DISPLAY RPT-HEADING.
	PERFORM CHECK-POSITIONS THRU CHECK-POSITIONS-EXIT.
	PERFORM CHECK-ORPHAN-LOTS THRU CHECK-ORPHAN-LOTS-EXIT.
	PERFORM CHECK-POSXREF-FILE THRU CHECK-POSXREF-FILE-EXIT.
	PERFORM CHECK-CASH-FILE THRU CHECK-CASH-FILE-EXIT.
	PERFORM CHECK-PLAN-FILE THRU CHECK-PLAN-FILE-EXIT.
	PERFORM CHECK-SWEEP-FILE THRU CHECK-SWEEP-FILE-EXIT.
	PERFORM CHECK-ALLOC-FILE THRU CHECK-ALLOC-FILE-EXIT.
	PERFORM CHECK-MODASGN-FILE THRU CHECK-MODASGN-FILE-EXIT.
	PERFORM CHECK-DISTELEC-FILE THRU CHECK-DISTELEC-FILE-EXIT.
	PERFORM CHECK-BENE-FILE THRU CHECK-BENE-FILE-EXIT.
	PERFORM CHECK-PLEDGE-FILE THRU CHECK-PLEDGE-FILE-EXIT.
	PERFORM CHECK-LOIESCR-FILE THRU CHECK-LOIESCR-FILE-EXIT.
	CLOSE CUST-FILE.
	CLOSE LOT-FILE.
	CLOSE QUOTE-FILE.
	CLOSE CUSTMAS-FILE.
	IF FUNDMAS-AVAILABLE
		CLOSE FUNDMAS-FILE.
	IF POSXREF-AVAILABLE
		CLOSE POSXREF-FILE.
	MOVE POS-COUNT TO RPT-POS-COUNT.
	MOVE REF-COUNT TO RPT-REF-COUNT.
	MOVE ERROR-COUNT TO RPT-ERROR-COUNT.
	MOVE WARN-COUNT TO RPT-WARN-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	DISPLAY RPT-SEV-TOTAL.
	IF ERROR-COUNT > ZERO
		MOVE "Completed - Errors Found" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE 8 TO RETURN-CODE
		STOP RUN.
	IF WARN-COUNT > ZERO
		MOVE "Completed - Warnings Found" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE 4 TO RETURN-CODE
		STOP RUN.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without auditing
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Audit" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Every position -- a master for the account, the fund
      *  on the price and fund masters, and the lots adding
      *  up to the shares
      ******************************************************
       CHECK-POSITIONS.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-POSITION UNTIL DONE-READING.
       CHECK-POSITIONS-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-POSITION.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		ADD 1 TO POS-COUNT
		MOVE "CUST" TO FIND-FILE
		MOVE FILE-CUST-ACCOUNT TO REF-ACCOUNT
		MOVE FILE-CUST-FUND TO REF-FUND
		PERFORM CHECK-MASTER-ONLY
		PERFORM CHECK-POSITION-FUND
		PERFORM CHECK-POSITION-LOTS
		PERFORM CHECK-POSITION-XREF.
      ******************************************************
      *  The position must be on the cross-reference, or the
      *  fund-level jobs will never see it
      ******************************************************
       CHECK-POSITION-XREF.
	IF POSXREF-AVAILABLE
		MOVE REF-FUND TO FILE-PXR-FUND
		MOVE REF-ACCOUNT TO FILE-PXR-ACCOUNT
		READ POSXREF-FILE
		IF PXR-STATUS-1 NOT = "0"
			SET FIND-IS-ERROR TO TRUE
			MOVE "POSITION NOT ON POSXREF.IT" TO FIND-TEXT
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
      *  The position's fund must be priced; the fund master
      *  is checked only where one is kept
      ******************************************************
       CHECK-POSITION-FUND.
	MOVE REF-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		SET FIND-IS-ERROR TO TRUE
		MOVE "FUND NOT ON QUOTE.IT" TO FIND-TEXT
		PERFORM REPORT-FINDING.
	IF FUNDMAS-AVAILABLE
		MOVE REF-FUND TO FILE-FUND-CODE
		READ FUNDMAS-FILE
		IF FUNDMAS-STATUS-1 NOT = "0"
			SET FIND-IS-WARNING TO TRUE
			MOVE "FUND NOT ON FUNDMAS.IT" TO FIND-TEXT
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
      *  Sum the position's lots and compare -- a position
      *  with shares and no lots at all predates lot keeping
      *  and is only a warning
      ******************************************************
       CHECK-POSITION-LOTS.
	MOVE ZERO TO LOT-SUM.
	MOVE ZERO TO LOT-COUNT.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE "N" TO LOT-START-SWITCH.
	MOVE FILE-CUST-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE FILE-CUST-FUND TO FILE-LOT-FUND.
	MOVE ZERO TO FILE-LOT-TRADE-DATE.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY SET LOT-START-FAILED TO TRUE.
	IF NOT LOT-START-FAILED
		PERFORM SUM-ONE-LOT UNTIL DONE-READING-LOTS.
	IF LOT-COUNT = ZERO
		IF FILE-CUST-AMOUNT > ZERO
			SET FIND-IS-WARNING TO TRUE
			MOVE "POSITION HAS NO LOTS" TO FIND-TEXT
			MOVE FILE-CUST-AMOUNT TO FIND-FIG-1
			MOVE ZERO TO FIND-FIG-2
			MOVE "Y" TO FIND-FIGURES-SWITCH
			PERFORM REPORT-FINDING
		END-IF
	ELSE
		IF LOT-SUM NOT = FILE-CUST-AMOUNT
			SET FIND-IS-ERROR TO TRUE
			MOVE "LOTS DISAGREE - POS/LOTS" TO FIND-TEXT
			MOVE FILE-CUST-AMOUNT TO FIND-FIG-1
			MOVE LOT-SUM TO FIND-FIG-2
			MOVE "Y" TO FIND-FIGURES-SWITCH
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
       SUM-ONE-LOT.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-READING-LOTS TO TRUE.
	IF NOT DONE-READING-LOTS
		IF FILE-LOT-ACCOUNT NOT = FILE-CUST-ACCOUNT OR
		   FILE-LOT-FUND NOT = FILE-CUST-FUND
			SET DONE-READING-LOTS TO TRUE
		ELSE
			ADD FILE-LOT-AMOUNT TO LOT-SUM
			ADD 1 TO LOT-COUNT
		END-IF
	END-IF.
      ******************************************************
      *  Lots left behind for an account/fund with no
      *  position on CUST.IT at all
      ******************************************************
       CHECK-ORPHAN-LOTS.
	MOVE LOW-VALUES TO FILE-LOT-KEY.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY GO TO CHECK-ORPHAN-LOTS-EXIT.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE SPACES TO GROUP-ACCOUNT.
	MOVE SPACES TO GROUP-FUND.
	MOVE ZERO TO LOT-SUM.
	PERFORM WALK-ONE-LOT UNTIL DONE-READING-LOTS.
	PERFORM END-LOT-GROUP.
       CHECK-ORPHAN-LOTS-EXIT.
	EXIT.
      ******************************************************
       WALK-ONE-LOT.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-READING-LOTS TO TRUE.
	IF NOT DONE-READING-LOTS
		IF FILE-LOT-ACCOUNT NOT = GROUP-ACCOUNT OR
		   FILE-LOT-FUND NOT = GROUP-FUND
			PERFORM END-LOT-GROUP
			MOVE FILE-LOT-ACCOUNT TO GROUP-ACCOUNT
			MOVE FILE-LOT-FUND TO GROUP-FUND
			MOVE ZERO TO LOT-SUM
		END-IF
		ADD FILE-LOT-AMOUNT TO LOT-SUM
	END-IF.
      ******************************************************
       END-LOT-GROUP.
	IF GROUP-ACCOUNT NOT = SPACES
		MOVE GROUP-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE GROUP-FUND TO FILE-CUST-FUND
		READ CUST-FILE
		IF STATUS-1 NOT = "0"
			MOVE "CUSTLOT" TO FIND-FILE
			MOVE GROUP-ACCOUNT TO REF-ACCOUNT
			MOVE GROUP-FUND TO REF-FUND
			SET FIND-IS-ERROR TO TRUE
			MOVE "LOTS WITH NO POSITION" TO FIND-TEXT
			MOVE ZERO TO FIND-FIG-1
			MOVE LOT-SUM TO FIND-FIG-2
			MOVE "Y" TO FIND-FIGURES-SWITCH
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
      *  Every cross-reference key must have its position --
      *  a stray key sends the fund jobs after a holder that
      *  is not there.  No cross-reference at all is noted;
      *  the fund jobs will refuse to run until it is built.
      ******************************************************
       CHECK-POSXREF-FILE.
	IF NOT POSXREF-AVAILABLE
		MOVE "POSXREF.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-POSXREF-FILE-EXIT.
	MOVE LOW-VALUES TO FILE-PXR-KEY.
	MOVE "N" TO EOF-SWITCH.
	START POSXREF-FILE KEY IS NOT LESS THAN FILE-PXR-KEY
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM CHECK-ONE-XREF UNTIL DONE-READING.
       CHECK-POSXREF-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-XREF.
	READ POSXREF-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE FILE-PXR-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE FILE-PXR-FUND TO FILE-CUST-FUND
		READ CUST-FILE
		IF STATUS-1 NOT = "0"
			MOVE "POSXREF" TO FIND-FILE
			MOVE FILE-PXR-ACCOUNT TO REF-ACCOUNT
			MOVE FILE-PXR-FUND TO REF-FUND
			SET FIND-IS-ERROR TO TRUE
			MOVE "NO POSITION ON CUST.IT" TO FIND-TEXT
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
      *  Every cash balance has an account master
      ******************************************************
       CHECK-CASH-FILE.
	OPEN INPUT CASH-FILE.
	IF CASH-STATUS-1 NOT = "0"
		MOVE "CASH.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-CASH-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-CASH UNTIL DONE-READING.
	CLOSE CASH-FILE.
       CHECK-CASH-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-CASH.
	READ CASH-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "CASH" TO FIND-FILE
		MOVE FILE-CASH-ACCOUNT TO REF-ACCOUNT
		MOVE SPACES TO REF-FUND
		PERFORM CHECK-MASTER-ONLY.
      ******************************************************
      *  Systematic plans
      ******************************************************
       CHECK-PLAN-FILE.
	OPEN INPUT PLAN-FILE.
	IF PLAN-STATUS-1 NOT = "0"
		MOVE "PLAN.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-PLAN-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-PLAN UNTIL DONE-READING.
	CLOSE PLAN-FILE.
       CHECK-PLAN-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-PLAN.
	READ PLAN-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "PLAN" TO FIND-FILE
		MOVE FILE-PLAN-ACCOUNT TO REF-ACCOUNT
		MOVE FILE-PLAN-FUND TO REF-FUND
		PERFORM CHECK-ACCOUNT-REF
		PERFORM CHECK-FUND-REF.
      ******************************************************
      *  Cash sweep instructions
      ******************************************************
       CHECK-SWEEP-FILE.
	OPEN INPUT SWEEP-FILE.
	IF SWEEP-STATUS-1 NOT = "0"
		MOVE "SWEEP.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-SWEEP-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-SWEEP UNTIL DONE-READING.
	CLOSE SWEEP-FILE.
       CHECK-SWEEP-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-SWEEP.
	READ SWEEP-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "SWEEP" TO FIND-FILE
		MOVE FILE-SWEEP-ACCOUNT TO REF-ACCOUNT
		MOVE FILE-SWEEP-FUND TO REF-FUND
		PERFORM CHECK-ACCOUNT-REF
		PERFORM CHECK-FUND-REF.
      ******************************************************
      *  Purchase allocations
      ******************************************************
       CHECK-ALLOC-FILE.
	OPEN INPUT ALLOC-FILE.
	IF ALLOC-STATUS-1 NOT = "0"
		MOVE "ALLOC.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-ALLOC-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-ALLOC UNTIL DONE-READING.
	CLOSE ALLOC-FILE.
       CHECK-ALLOC-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-ALLOC.
	READ ALLOC-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "ALLOC" TO FIND-FILE
		MOVE FILE-ALLOC-ACCOUNT TO REF-ACCOUNT
		MOVE FILE-ALLOC-FUND TO REF-FUND
		PERFORM CHECK-ACCOUNT-REF
		PERFORM CHECK-FUND-REF.
      ******************************************************
      *  Model assignments -- the account only; the model's
      *  funds are MODEL.IT's business
      ******************************************************
       CHECK-MODASGN-FILE.
	OPEN INPUT MODASGN-FILE.
	IF MAS-STATUS-1 NOT = "0"
		MOVE "MODASGN.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-MODASGN-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-MODASGN UNTIL DONE-READING.
	CLOSE MODASGN-FILE.
       CHECK-MODASGN-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-MODASGN.
	READ MODASGN-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "MODASGN" TO FIND-FILE
		MOVE FILE-MAS-ACCOUNT TO REF-ACCOUNT
		MOVE SPACES TO REF-FUND
		PERFORM CHECK-ACCOUNT-REF.
      ******************************************************
      *  Distribution elections
      ******************************************************
       CHECK-DISTELEC-FILE.
	OPEN INPUT DISTELEC-FILE.
	IF DE-STATUS-1 NOT = "0"
		MOVE "DISTELEC.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-DISTELEC-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-DISTELEC UNTIL DONE-READING.
	CLOSE DISTELEC-FILE.
       CHECK-DISTELEC-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-DISTELEC.
	READ DISTELEC-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "DISTELEC" TO FIND-FILE
		MOVE FILE-DE-ACCOUNT TO REF-ACCOUNT
		MOVE FILE-DE-FUND TO REF-FUND
		PERFORM CHECK-ACCOUNT-REF
		PERFORM CHECK-FUND-REF.
      ******************************************************
      *  Beneficiaries -- the account and, where one is
      *  named, the destination account the shares go to
      ******************************************************
       CHECK-BENE-FILE.
	OPEN INPUT BENE-FILE.
	IF BENE-STATUS-1 NOT = "0"
		MOVE "BENE.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-BENE-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-BENE UNTIL DONE-READING.
	CLOSE BENE-FILE.
       CHECK-BENE-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-BENE.
	READ BENE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE "BENE" TO FIND-FILE
		MOVE FILE-BENE-ACCOUNT TO REF-ACCOUNT
		MOVE SPACES TO REF-FUND
		PERFORM CHECK-ACCOUNT-REF
		IF FILE-BENE-DEST-ACCT NOT = SPACES
			MOVE "BENEDEST" TO FIND-FILE
			MOVE FILE-BENE-DEST-ACCT TO REF-ACCOUNT
			PERFORM CHECK-ACCOUNT-REF
		END-IF
	END-IF.
      ******************************************************
      *  Pledges in force on the business date may not
      *  exceed the position they are pledged against
      ******************************************************
       CHECK-PLEDGE-FILE.
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 NOT = "0"
		MOVE "PLEDGE.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-PLEDGE-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-PLEDGE THRU CHECK-ONE-PLEDGE-EXIT
		UNTIL DONE-READING.
	CLOSE PLEDGE-FILE.
       CHECK-PLEDGE-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-PLEDGE.
	READ PLEDGE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO CHECK-ONE-PLEDGE-EXIT.
	IF FILE-PLG-EFF-DATE > TODAYS-DATE
		GO TO CHECK-ONE-PLEDGE-EXIT.
	IF FILE-PLG-REL-DATE NOT = ZERO AND
	   FILE-PLG-REL-DATE NOT > TODAYS-DATE
		GO TO CHECK-ONE-PLEDGE-EXIT.
	ADD 1 TO REF-COUNT.
	MOVE "PLEDGE" TO FIND-FILE.
	MOVE FILE-PLG-ACCOUNT TO REF-ACCOUNT.
	MOVE FILE-PLG-FUND TO REF-FUND.
	PERFORM GET-POSITION-SHARES.
	IF FILE-PLG-QTY > POSITION-SHARES
		SET FIND-IS-ERROR TO TRUE
		MOVE "PLEDGE OVER POS - POS/QTY" TO FIND-TEXT
		MOVE POSITION-SHARES TO FIND-FIG-1
		MOVE FILE-PLG-QTY TO FIND-FIG-2
		MOVE "Y" TO FIND-FIGURES-SWITCH
		PERFORM REPORT-FINDING.
       CHECK-ONE-PLEDGE-EXIT.
	EXIT.
      ******************************************************
      *  Letter-of-intent escrow may not exceed the position
      *  it is held out of
      ******************************************************
       CHECK-LOIESCR-FILE.
	OPEN INPUT LOIESCR-FILE.
	IF LES-STATUS-1 NOT = "0"
		MOVE "LOIESCR.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE
		GO TO CHECK-LOIESCR-FILE-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM CHECK-ONE-LOIESCR UNTIL DONE-READING.
	CLOSE LOIESCR-FILE.
       CHECK-LOIESCR-FILE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-LOIESCR.
	READ LOIESCR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		ADD 1 TO REF-COUNT
		MOVE "LOIESCR" TO FIND-FILE
		MOVE FILE-LES-ACCOUNT TO REF-ACCOUNT
		MOVE FILE-LES-FUND TO REF-FUND
		PERFORM GET-POSITION-SHARES
		IF FILE-LES-SHARES > POSITION-SHARES
			SET FIND-IS-ERROR TO TRUE
			MOVE "ESCROW OVER POS - POS/QTY" TO FIND-TEXT
			MOVE POSITION-SHARES TO FIND-FIG-1
			MOVE FILE-LES-SHARES TO FIND-FIG-2
			MOVE "Y" TO FIND-FIGURES-SWITCH
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
      *  The shares held for REF-ACCOUNT/REF-FUND -- none
      *  when there is no position
      ******************************************************
       GET-POSITION-SHARES.
	MOVE ZERO TO POSITION-SHARES.
	MOVE REF-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE REF-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 = "0"
		MOVE FILE-CUST-AMOUNT TO POSITION-SHARES.
      ******************************************************
      *  A record that must have an account master -- a
      *  position or a cash balance on a closed account is
      *  normal (it runs down before the close completes)
      ******************************************************
       CHECK-MASTER-ONLY.
	MOVE REF-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		SET FIND-IS-ERROR TO TRUE
		MOVE "NO CUSTMAS.IT MASTER" TO FIND-TEXT
		PERFORM REPORT-FINDING.
      ******************************************************
      *  An instruction's account must be on file and not
      *  closed
      ******************************************************
       CHECK-ACCOUNT-REF.
	ADD 1 TO REF-COUNT.
	MOVE REF-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		SET FIND-IS-ERROR TO TRUE
		MOVE "NO CUSTMAS.IT MASTER" TO FIND-TEXT
		PERFORM REPORT-FINDING
	ELSE
		IF FILE-ACCOUNT-CLOSED
			SET FIND-IS-WARNING TO TRUE
			MOVE "ACCOUNT CLOSED" TO FIND-TEXT
			PERFORM REPORT-FINDING
		END-IF
	END-IF.
      ******************************************************
      *  An instruction's fund must be priced and, where the
      *  fund master is kept, on it and not closed
      ******************************************************
       CHECK-FUND-REF.
	MOVE REF-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		SET FIND-IS-ERROR TO TRUE
		MOVE "FUND NOT ON QUOTE.IT" TO FIND-TEXT
		PERFORM REPORT-FINDING.
	IF FUNDMAS-AVAILABLE
		MOVE REF-FUND TO FILE-FUND-CODE
		READ FUNDMAS-FILE
		IF FUNDMAS-STATUS-1 NOT = "0"
			SET FIND-IS-WARNING TO TRUE
			MOVE "FUND NOT ON FUNDMAS.IT" TO FIND-TEXT
			PERFORM REPORT-FINDING
		ELSE
			IF FILE-FUND-IS-CLOSED
				SET FIND-IS-WARNING TO TRUE
				MOVE "FUND CLOSED" TO FIND-TEXT
				PERFORM REPORT-FINDING
			END-IF
		END-IF
	END-IF.
      ******************************************************
      *  Print one finding and count it by severity
      ******************************************************
       REPORT-FINDING.
	IF FIND-IS-ERROR
		ADD 1 TO ERROR-COUNT
	ELSE
		ADD 1 TO WARN-COUNT.
	MOVE FIND-SEVERITY TO RPT-SEVERITY.
	MOVE FIND-FILE TO RPT-FILE.
	MOVE REF-ACCOUNT TO RPT-ACCOUNT.
	MOVE REF-FUND TO RPT-FUND.
	MOVE FIND-TEXT TO RPT-TEXT.
	MOVE SPACES TO RPT-FIGURES.
	IF FIND-HAS-FIGURES
		MOVE FIND-FIG-1 TO RPT-FIG-1
		MOVE FIND-FIG-2 TO RPT-FIG-2.
	DISPLAY RPT-LINE.
	MOVE "N" TO FIND-FIGURES-SWITCH.
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
