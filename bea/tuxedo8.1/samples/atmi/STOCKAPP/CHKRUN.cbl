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
      * #ident	"@(#) samples/atmi/STOCKAPP/CHKRUN.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CHKRUN.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CHKRUN is the nightly check-writing run, the paper
      * leg of DISBURSE.  DISBURSE can only send money by
      * ACH; a "WD" withdrawal or CLOSERUN payaway for an
      * account with no BANKINST.IT instruction used to sit
      * on its exception line until someone typed a manual
      * check.  This job, run right after DISBURSE, takes
      * every such entry still unbatched, and:
      *   - numbers it from the check stock range on
      *     CHKSTOCK.IT (loaded through CHKSR by a
      *     supervisor), one number per check, never reused
      *   - records it on the CHKREG.IT check register,
      *     payable to the registered owner at the address
      *     on the customer master
      *   - stamps the ledger entry's FILE-LED-BATCH with the
      *     check number, so neither this job nor DISBURSE
      *     pays the same money twice
      * The same address-change safeguard DISBURSE applies
      * holds a check as it holds a wire -- a check mailed
      * to a just-changed address is the takeover fraud in
      * its oldest form.  With the stock used up the rest
      * wait, unstamped, for the next range.
      *
      * It then walks the whole register and cuts:
      *   CHKPRINT.IT -- one print image per check issued
      *     today, for the check printer
      *   POSPAY.IT   -- the positive-pay issue file the
      *     bank honors checks against: H header, an "I"
      *     detail for every check issued today, a "V"
      *     detail for every check stopped, voided, reissued
      *     or gone stale today, T trailer with the totals
      * Both are re-cut from the register on every run, so a
      * rerun after a crash reproduces exactly tonight's
      * files.  The check register report lists the same
      * items.
      *
      * Escheatment -- a check still outstanding ESCHDAYS
      * days after issue (PARAM.IT, default 180; zero turns
      * this off) is marked stale, "E", and voided at the
      * bank on tonight's positive-pay file.  The money does
      * not go back to the account: it is owed to the state,
      * and DORMRPT lists every stale check with the escheat
      * candidates.  CHKSR can still void or reissue one for
      * an owner who turns up first.  A check BANKRECO has
      * matched to the bank's paid item is marked paid, "P",
      * and is neither outstanding nor voided.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CHKRUN.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CASHLED-FILE ASSIGN "CASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS FILE-STATUS.
	SELECT BANKINST-FILE ASSIGN "BANKINST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BINST-ACCOUNT
		STATUS BANKINST-FILE-STATUS.
	SELECT CHKSTOCK-FILE ASSIGN "CHKSTOCK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-STK-ID
		STATUS CHKSTOCK-FILE-STATUS.
	SELECT CHKREG-FILE ASSIGN "CHKREG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CKR-CHECK-NO
		STATUS CHKREG-FILE-STATUS.
	SELECT CHKPRINT-FILE ASSIGN "CHKPRINT.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS CHKPRINT-FILE-STATUS.
	SELECT POSPAY-FILE ASSIGN "POSPAY.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS POSPAY-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT CUSTAUD-FILE ASSIGN "CUSTAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAUD-KEY
		STATUS CUSTAUD-FILE-STATUS.
	SELECT PENDAPPR-FILE ASSIGN "PENDAPPR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PEND-KEY
		STATUS PENDAPPR-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Cash transaction ledger -- see CASHSR.cbl for the
      * full reason-code list.  This job reads the "WD"
      * entries DISBURSE could not send and stamps
      * FILE-LED-BATCH with the number of the check that
      * pays each one.
      ******************************************************
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-LED-KEY.
		05  FILE-LED-ACCOUNT		PIC X(10).
		05  FILE-LED-DATE		PIC 9(8).
		05  FILE-LED-TIME		PIC 9(8).
	     03  FILE-LED-REASON		PIC X(02).
	     03  FILE-LED-AMOUNT		PIC 9(9)V99.
	     03  FILE-LED-SIGN			PIC X(01).
	     03  FILE-LED-BALANCE		PIC 9(9)V99.
	     03  FILE-LED-DESC			PIC X(20).
	     03  FILE-LED-BATCH			PIC 9(8).
      ******************************************************
      * Bank instruction master -- an account with a record
      * here is DISBURSE's to pay, not this job's, unless
      * DISBRET has marked the instruction returned
      ******************************************************
	FD  BANKINST-FILE; RECORD 78.
	01  BANKINST-ITEM.
	     03  FILE-BINST-ACCOUNT	PIC X(10).
	     03  FILE-BINST-ABA		PIC 9(9).
	     03  FILE-BINST-BANK-ACCT	PIC X(17).
	     03  FILE-BINST-NAME	PIC X(30).
	     03  FILE-BINST-STATUS	PIC X(01).
		 88  FILE-BINST-IS-RETURNED	VALUE "R".
	     03  FILE-BINST-RET-DATE	PIC 9(8).
	     03  FILE-BINST-RET-REASON	PIC X(03).
      ******************************************************
      * Check stock control -- see CHKSR.cbl
      ******************************************************
	FD  CHKSTOCK-FILE; RECORD 50.
	01  CHKSTOCK-ITEM.
	     03  FILE-STK-ID		PIC X(8).
	     03  FILE-STK-FIRST-NO	PIC 9(8).
	     03  FILE-STK-LAST-NO	PIC 9(8).
	     03  FILE-STK-NEXT-NO	PIC 9(8).
	     03  FILE-STK-LOAD-DATE	PIC 9(8).
	     03  FILE-STK-OPERATOR	PIC X(10).
      ******************************************************
      * Check register -- see CHKSR.cbl
      ******************************************************
	FD  CHKREG-FILE; RECORD 122.
	01  CHKREG-ITEM.
	     03  FILE-CKR-CHECK-NO	PIC 9(8).
	     03  FILE-CKR-ACCOUNT	PIC X(10).
	     03  FILE-CKR-AMOUNT	PIC 9(9)V99.
	     03  FILE-CKR-ISSUE-DATE	PIC 9(8).
	     03  FILE-CKR-PAYEE		PIC X(30).
	     03  FILE-CKR-STATUS	PIC X(01).
		 88  FILE-CKR-IS-OUTSTANDING	VALUE "O".
		 88  FILE-CKR-IS-STOPPED	VALUE "S".
		 88  FILE-CKR-IS-VOIDED		VALUE "V".
		 88  FILE-CKR-IS-REISSUED	VALUE "R".
		 88  FILE-CKR-IS-ESCHEAT	VALUE "E".
		 88  FILE-CKR-IS-PAID		VALUE "P".
	     03  FILE-CKR-STATUS-DATE	PIC 9(8).
	     03  FILE-CKR-LED-DATE	PIC 9(8).
	     03  FILE-CKR-LED-TIME	PIC 9(8).
	     03  FILE-CKR-OPERATOR	PIC X(10).
	     03  FILE-CKR-REASON	PIC X(20).
      ******************************************************
      * Check print images -- one 150-byte record per check,
      * everything the printer lays onto the blank stock
      ******************************************************
	FD  CHKPRINT-FILE; RECORD 150.
	01  CHKPRINT-ITEM.
	     03  PRT-CHECK-NO		PIC 9(8).
	     03  PRT-ISSUE-DATE		PIC 9(8).
	     03  PRT-AMOUNT		PIC 9(9)V99.
	     03  PRT-PAYEE		PIC X(30).
	     03  PRT-STREET		PIC X(30).
	     03  PRT-CITY		PIC X(20).
	     03  PRT-STATE		PIC X(02).
	     03  PRT-ZIP		PIC X(10).
	     03  PRT-ACCOUNT		PIC X(10).
	     03  FILLER			PIC X(21).
      ******************************************************
      * Positive-pay issue file -- one 80-byte record per
      * line, the first byte saying which shape the rest
      * takes, the envelope BANKDISB.IT goes out under
      ******************************************************
	FD  POSPAY-FILE; RECORD 80.
	01  POSPAY-ITEM.
	     03  PPY-REC-TYPE		PIC X(01).
		 88  PPY-IS-HEADER	VALUE "H".
		 88  PPY-IS-DETAIL	VALUE "D".
		 88  PPY-IS-TRAILER	VALUE "T".
	     03  PPY-REC-BODY		PIC X(79).
	01  POSPAY-HEADER REDEFINES POSPAY-ITEM.
	     03  FILLER			PIC X(01).
	     03  PPY-HDR-SOURCE		PIC X(10).
	     03  PPY-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(61).
	01  POSPAY-DETAIL REDEFINES POSPAY-ITEM.
	     03  FILLER			PIC X(01).
	     03  PPY-DTL-ACTION		PIC X(01).
		 88  PPY-DTL-IS-ISSUE	VALUE "I".
		 88  PPY-DTL-IS-VOID	VALUE "V".
	     03  PPY-DTL-CHECK-NO	PIC 9(8).
	     03  PPY-DTL-AMOUNT		PIC 9(9)V99.
	     03  PPY-DTL-ISSUE-DATE	PIC 9(8).
	     03  PPY-DTL-PAYEE		PIC X(30).
	     03  FILLER			PIC X(21).
	01  POSPAY-TRAILER REDEFINES POSPAY-ITEM.
	     03  FILLER			PIC X(01).
	     03  PPY-TRL-ISSUE-COUNT	PIC 9(7).
	     03  PPY-TRL-ISSUE-AMOUNT	PIC 9(11)V99.
	     03  PPY-TRL-VOID-COUNT	PIC 9(7).
	     03  PPY-TRL-VOID-AMOUNT	PIC 9(11)V99.
	     03  FILLER			PIC X(39).
      ******************************************************
      * Customer master -- the payee name and mailing
      * address printed on the check
      ******************************************************
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS.
		05  FILE-CUSTMAS-STREET		PIC X(30).
		05  FILE-CUSTMAS-CITY		PIC X(20).
		05  FILE-CUSTMAS-STATE		PIC X(02).
		05  FILE-CUSTMAS-ZIP		PIC X(10).
	     03  FILE-CUSTMAS-REST		PIC X(50).
      ******************************************************
      * Customer maintenance audit trail, written by CUSTSR
      * -- a check is not cut while the account's address
      * changed inside the hold window
      ******************************************************
	FD  CUSTAUD-FILE; RECORD 243.
	01  CUSTAUD-ITEM.
	     03  FILE-CAUD-KEY.
		05  FILE-CAUD-ACCOUNT	PIC X(10).
		05  FILE-CAUD-DATE	PIC 9(8).
		05  FILE-CAUD-TIME	PIC 9(8).
	     03  FILE-CAUD-OPERATOR	PIC X(10).
	     03  FILE-CAUD-ACTION	PIC X(01).
		 88  FILE-CAUD-IS-ADD	VALUE "A".
		 88  FILE-CAUD-IS-CHANGE VALUE "C".
	     03  FILE-CAUD-OLD-NAME	PIC X(30).
	     03  FILE-CAUD-OLD-ADDRESS	PIC X(62).
	     03  FILE-CAUD-OLD-STATUS	PIC X(01).
	     03  FILE-CAUD-NEW-NAME	PIC X(30).
	     03  FILE-CAUD-NEW-ADDRESS	PIC X(62).
	     03  FILE-CAUD-NEW-STATUS	PIC X(01).
	     03  FILE-CAUD-OLD-REP	PIC X(10).
	     03  FILE-CAUD-NEW-REP	PIC X(10).
      ******************************************************
      * Supervisor approval queue -- an approved "W" release
      * dated on or after the address change lets the check
      * be cut tonight, as it lets DISBURSE send a wire
      ******************************************************
	FD  PENDAPPR-FILE; RECORD 134.
	01  PENDAPPR-ITEM.
	     03  FILE-PEND-KEY.
		05  FILE-PEND-ACCOUNT	PIC X(10).
		05  FILE-PEND-FUND	PIC X(10).
		05  FILE-PEND-DATE	PIC 9(8).
		05  FILE-PEND-TIME	PIC 9(8).
	     03  FILE-PEND-ACTION	PIC X(01).
		 88  FILE-PEND-IS-BUY	VALUE "B".
		 88  FILE-PEND-IS-SELL	VALUE "S".
		 88  FILE-PEND-IS-WDRW	VALUE "W".
		 88  FILE-PEND-IS-EXCH	VALUE "X".
	     03  FILE-PEND-AMOUNT	PIC 9(7)V999.
	     03  FILE-PEND-PRICE	PIC 9(7)V99.
	     03  FILE-PEND-ORDER-REF	PIC X(20).
	     03  FILE-PEND-OPERATOR	PIC X(10).
	     03  FILE-PEND-STATUS	PIC X(01).
		 88  FILE-PEND-IS-PENDING	VALUE "P".
		 88  FILE-PEND-IS-APPROVED	VALUE "A".
		 88  FILE-PEND-IS-REJECTED	VALUE "R".
	     03  FILE-PEND-APPROVER	PIC X(10).
	     03  FILE-PEND-APPR-DATE	PIC 9(8).
	     03  FILE-PEND-HOLD	PIC X(01).
		 88  FILE-PEND-IS-ADDR-HOLD	VALUE "A".
		 88  FILE-PEND-IS-SUIT-HOLD	VALUE "U".
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
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
		05  FILLER	PIC X(9) VALUE
			"CHKRUN =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"CHKRUN ERR =>".
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
 	01  BANKINST-FILE-STATUS.
           	05  BINST-STATUS-1	PIC X.
           	05  BINST-STATUS-2	PIC X.
	01  BINST-OPEN-SWITCH	PIC X VALUE "N".
		88  BANKINST-AVAILABLE	VALUE "Y".
 	01  CHKSTOCK-FILE-STATUS.
           	05  STK-STATUS-1	PIC X.
           	05  STK-STATUS-2	PIC X.
	01  STK-OPEN-SWITCH	PIC X VALUE "N".
		88  CHKSTOCK-AVAILABLE	VALUE "Y".
 	01  CHKREG-FILE-STATUS.
           	05  CKR-STATUS-1	PIC X.
           	05  CKR-STATUS-2	PIC X.
 	01  CHKPRINT-FILE-STATUS.
           	05  PRT-STATUS-1	PIC X.
           	05  PRT-STATUS-2	PIC X.
 	01  POSPAY-FILE-STATUS.
           	05  PPY-STATUS-1	PIC X.
           	05  PPY-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CM-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
 	01  CUSTAUD-FILE-STATUS.
           	05  CAUD-STATUS-1	PIC X.
           	05  CAUD-STATUS-2	PIC X.
	01  CAUD-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTAUD-AVAILABLE	VALUE "Y".
 	01  PENDAPPR-FILE-STATUS.
           	05  PEND-STATUS-1	PIC X.
           	05  PEND-STATUS-2	PIC X.
	01  PEND-OPEN-SWITCH	PIC X VALUE "N".
		88  PENDAPPR-AVAILABLE	VALUE "Y".
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  CKR-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CKR-SCAN	VALUE "Y".
      ******************************************************
      * Check numbering -- whether any stock is on file and
      * the number the check in hand is taking
      ******************************************************
	01  STOCK-SWITCH	PIC X VALUE "N".
		88  STOCK-ON-HAND	VALUE "Y".
	01  THIS-CHECK-NO	PIC 9(8).
      ******************************************************
      * Stale-check cutoff -- today stepped back ESCHDAYS
      * calendar days; a check issued before it and still
      * outstanding goes stale
      ******************************************************
	77  DEFAULT-ESCH-DAYS	PIC 9(4) VALUE 180.
	01  ESCH-DAYS		PIC 9(4).
	01  ESCH-CUTOFF		PIC 9(8).
	01  DAY-COUNTER		PIC 9(4) COMP-5.
      ******************************************************
      * Post-address-change safeguard -- the hold window in
      * force, the account's latest address-change date off
      * the audit trail, the day the hold lifts, whether the
      * check in hand is held, whether a supervisor already
      * released it, and the calendar machinery to walk the
      * windows out
      ******************************************************
	77  DEFAULT-ADDR-HOLD	PIC 9(3) VALUE 15.
	01  ADDR-HOLD-DAYS	PIC 9(3).
	01  ADDR-CHG-DATE	PIC 9(8).
	01  ADDR-HOLD-END	PIC 9(8).
	01  ADDR-DAY-SUB	PIC 9(4) COMP-5.
	01  CAUD-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CAUD-SCAN	VALUE "Y".
	01  ADDR-HOLD-SWITCH	PIC X VALUE "N".
		88  ADDR-HOLD-ON	VALUE "Y".
	01  RELEASE-SWITCH	PIC X VALUE "N".
		88  RELEASE-FOUND	VALUE "Y".
	01  PEND-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PEND-SCAN	VALUE "Y".
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
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
      * Run control -- the business date and the night's
      * counts
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  ISSUE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  ISSUE-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  VOID-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  VOID-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  STALE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  STALE-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  OUTST-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  OUTST-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  AHELD-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  AHELD-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  NOSTK-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  NOSTK-AMOUNT	PIC 9(11)V99 VALUE ZERO.
      ******************************************************
      * Report lines -- the check register
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"CHECK REGISTER -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-HEAD.
		05  FILLER	PIC X(10) VALUE "CHECK NO".
		05  FILLER	PIC X(12) VALUE "ACCOUNT".
		05  FILLER	PIC X(14) VALUE "      AMOUNT".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(30) VALUE "PAYEE / STATUS".
	01  RPT-LINE.
		05  RPT-LINE-CHECK	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-LINE-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-LINE-AMOUNT	PIC ZZZZZZZZ9.99.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  RPT-LINE-TEXT	PIC X(30).
	01  RPT-VOID-TEXT.
		05  RPT-VOID-WHAT	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-VOID-REASON	PIC X(19).
	01  RPT-STALE-TEXT.
		05  FILLER		PIC X(7) VALUE "ISSUED".
		05  RPT-STALE-ISSUED	PIC 9(8).
		05  FILLER		PIC X(15) VALUE
			" STALE-ESCHEAT".
	01  RPT-SECTION		PIC X(40).
	01  RPT-TOTAL.
		05  RPT-TOTAL-LABEL	PIC X(16).
		05  RPT-TOTAL-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  AMOUNT =>".
		05  RPT-TOTAL-AMOUNT	PIC ZZZZZZZZZZ9.99.
	01  RPT-STOCK.
		05  FILLER	PIC X(16) VALUE "NEXT CHECK   =>".
		05  RPT-STOCK-NEXT	PIC 9(8).
		05  FILLER	PIC X(11) VALUE "  LAST =>".
		05  RPT-STOCK-LAST	PIC 9(8).
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CHKRUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      * No ledger at all means no money has ever moved --
      * nothing to pay, leave clean
      ******************************************************
	OPEN I-O CASHLED-FILE.
	IF STATUS-1 = "3"
		MOVE "No Cash Ledger On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CASHLED" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN I-O CHKREG-FILE.
	IF CKR-STATUS-1 = "3"
		OPEN OUTPUT CHKREG-FILE
		CLOSE CHKREG-FILE
		OPEN I-O CHKREG-FILE.
	IF CKR-STATUS-1 NOT = "0"
		MOVE "OPEN CHKREG" TO LOG-ERR-ROUTINE
		MOVE CKR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CASHLED-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO BINST-OPEN-SWITCH.
	OPEN INPUT BANKINST-FILE.
	IF BINST-STATUS-1 = "0"
		MOVE "Y" TO BINST-OPEN-SWITCH.
	MOVE "N" TO STK-OPEN-SWITCH.
	OPEN I-O CHKSTOCK-FILE.
	IF STK-STATUS-1 = "0"
		MOVE "Y" TO STK-OPEN-SWITCH
	ELSE
		MOVE "No Check Stock On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	MOVE "N" TO CM-OPEN-SWITCH.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE "Y" TO CM-OPEN-SWITCH.
	MOVE "N" TO CAUD-OPEN-SWITCH.
	OPEN INPUT CUSTAUD-FILE.
	IF CAUD-STATUS-1 = "0"
		MOVE "Y" TO CAUD-OPEN-SWITCH.
	MOVE "N" TO PEND-OPEN-SWITCH.
	OPEN INPUT PENDAPPR-FILE.
	IF PEND-STATUS-1 = "0"
		MOVE "Y" TO PEND-OPEN-SWITCH.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-ADDR-HOLD-WINDOW THRU GET-ADDR-HOLD-WINDOW-EXIT.
	PERFORM GET-ESCHEAT-CUTOFF THRU GET-ESCHEAT-CUTOFF-EXIT.
	OPEN OUTPUT CHKPRINT-FILE.
	IF PRT-STATUS-1 NOT = "0"
		MOVE "OPEN CHKPRT" TO LOG-ERR-ROUTINE
		MOVE PRT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-MASTERS
		PERFORM A-999-EXIT.
	OPEN OUTPUT POSPAY-FILE.
	IF PPY-STATUS-1 NOT = "0"
		MOVE "OPEN POSPAY" TO LOG-ERR-ROUTINE
		MOVE PPY-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CHKPRINT-FILE
		PERFORM CLOSE-MASTERS
		PERFORM A-999-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
      ******************************************************
      * Pass one -- number and register tonight's checks
      ******************************************************
	MOVE LOW-VALUES TO FILE-LED-KEY.
	START CASHLED-FILE KEY IS NOT LESS THAN FILE-LED-KEY
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM LEDGER-LOOP UNTIL DONE-READING.
      ******************************************************
      * Pass two -- walk the register, cutting the print and
      * positive-pay files and the register report
      ******************************************************
	PERFORM WRITE-HEADER.
	DISPLAY SPACE.
	DISPLAY RPT-HEAD.
	MOVE LOW-VALUES TO FILE-CKR-CHECK-NO.
	START CHKREG-FILE KEY IS NOT LESS THAN FILE-CKR-CHECK-NO
		INVALID KEY SET DONE-CKR-SCAN TO TRUE.
	PERFORM REGISTER-LOOP THRU REGISTER-LOOP-EXIT
		UNTIL DONE-CKR-SCAN.
	PERFORM WRITE-TRAILER.
	CLOSE CHKPRINT-FILE.
	CLOSE POSPAY-FILE.
	DISPLAY SPACE.
	MOVE "ISSUED       =>" TO RPT-TOTAL-LABEL.
	MOVE ISSUE-COUNT TO RPT-TOTAL-COUNT.
	MOVE ISSUE-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "VOIDS SENT   =>" TO RPT-TOTAL-LABEL.
	MOVE VOID-COUNT TO RPT-TOTAL-COUNT.
	MOVE VOID-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "GONE STALE   =>" TO RPT-TOTAL-LABEL.
	MOVE STALE-COUNT TO RPT-TOTAL-COUNT.
	MOVE STALE-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "OUTSTANDING  =>" TO RPT-TOTAL-LABEL.
	MOVE OUTST-COUNT TO RPT-TOTAL-COUNT.
	MOVE OUTST-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "ADDRESS HOLD =>" TO RPT-TOTAL-LABEL.
	MOVE AHELD-COUNT TO RPT-TOTAL-COUNT.
	MOVE AHELD-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "NO STOCK     =>" TO RPT-TOTAL-LABEL.
	MOVE NOSTK-COUNT TO RPT-TOTAL-COUNT.
	MOVE NOSTK-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	IF STOCK-ON-HAND
		MOVE FILE-STK-NEXT-NO TO RPT-STOCK-NEXT
		MOVE FILE-STK-LAST-NO TO RPT-STOCK-LAST
		DISPLAY RPT-STOCK.
	PERFORM CLOSE-MASTERS.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without writing checks
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Check Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
       CLOSE-MASTERS.
	CLOSE CASHLED-FILE.
	CLOSE CHKREG-FILE.
	IF BANKINST-AVAILABLE
		CLOSE BANKINST-FILE.
	IF CHKSTOCK-AVAILABLE
		CLOSE CHKSTOCK-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	IF CUSTAUD-AVAILABLE
		CLOSE CUSTAUD-FILE.
	IF PENDAPPR-AVAILABLE
		CLOSE PENDAPPR-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
      ******************************************************
      *  Walk the whole ledger -- every "WD" entry still
      *  unbatched after DISBURSE has run is money owed to a
      *  customer with no bank instruction, whatever day it
      *  posted
      ******************************************************
       LEDGER-LOOP.
	READ CASHLED-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FILE-LED-REASON = "WD" AND FILE-LED-BATCH = ZERO
			PERFORM ISSUE-ONE-CHECK
				THRU ISSUE-ONE-CHECK-EXIT
		END-IF
	END-IF.
      ******************************************************
      *  Cut one check -- an account DISBURSE can wire is
      *  left to DISBURSE, an address-change hold waits, and
      *  with no stock left the entry waits for the next
      *  range.  The stock record is advanced before the
      *  check is registered, so a number is spent the
      *  moment it is taken.
      ******************************************************
       ISSUE-ONE-CHECK.
	IF BANKINST-AVAILABLE
		MOVE FILE-LED-ACCOUNT TO FILE-BINST-ACCOUNT
		READ BANKINST-FILE
		IF BINST-STATUS-1 = "0" AND
		   NOT FILE-BINST-IS-RETURNED
			GO TO ISSUE-ONE-CHECK-EXIT
		END-IF
	END-IF.
	PERFORM CHECK-ADDRESS-HOLD THRU CHECK-ADDRESS-HOLD-EXIT.
	IF ADDR-HOLD-ON
		ADD 1 TO AHELD-COUNT
		ADD FILE-LED-AMOUNT TO AHELD-AMOUNT
		GO TO ISSUE-ONE-CHECK-EXIT.
	PERFORM TAKE-CHECK-NUMBER THRU TAKE-CHECK-NUMBER-EXIT.
	IF NOT STOCK-ON-HAND
		ADD 1 TO NOSTK-COUNT
		ADD FILE-LED-AMOUNT TO NOSTK-AMOUNT
		GO TO ISSUE-ONE-CHECK-EXIT.
	MOVE THIS-CHECK-NO TO FILE-CKR-CHECK-NO.
	MOVE FILE-LED-ACCOUNT TO FILE-CKR-ACCOUNT.
	MOVE FILE-LED-AMOUNT TO FILE-CKR-AMOUNT.
	MOVE TODAYS-DATE TO FILE-CKR-ISSUE-DATE.
	MOVE SPACES TO FILE-CKR-PAYEE.
	IF CUSTMAS-AVAILABLE
		MOVE FILE-LED-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-NAME TO FILE-CKR-PAYEE
		END-IF
	END-IF.
	SET FILE-CKR-IS-OUTSTANDING TO TRUE.
	MOVE TODAYS-DATE TO FILE-CKR-STATUS-DATE.
	MOVE FILE-LED-DATE TO FILE-CKR-LED-DATE.
	MOVE FILE-LED-TIME TO FILE-CKR-LED-TIME.
	MOVE "CHKRUN" TO FILE-CKR-OPERATOR.
	MOVE SPACES TO FILE-CKR-REASON.
	WRITE CHKREG-ITEM.
	IF CKR-STATUS-1 NOT = "0"
		MOVE "WRITE CHKREG" TO LOG-ERR-ROUTINE
		MOVE CKR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		ADD 1 TO NOSTK-COUNT
		ADD FILE-LED-AMOUNT TO NOSTK-AMOUNT
		GO TO ISSUE-ONE-CHECK-EXIT.
      ******************************************************
      *  Stamp the entry with its check number the moment
      *  the check is registered -- the stamp is what keeps
      *  a rerun from paying the same withdrawal twice
      ******************************************************
	MOVE THIS-CHECK-NO TO FILE-LED-BATCH.
	REWRITE CASHLED-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE LED" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       ISSUE-ONE-CHECK-EXIT.
	EXIT.
      ******************************************************
      *  Take the next number off the stock in hand -- with
      *  no stock record, or the range used up, there is no
      *  number to take
      ******************************************************
       TAKE-CHECK-NUMBER.
	MOVE "N" TO STOCK-SWITCH.
	IF NOT CHKSTOCK-AVAILABLE
		GO TO TAKE-CHECK-NUMBER-EXIT.
	MOVE "CHECKS" TO FILE-STK-ID.
	READ CHKSTOCK-FILE.
	IF STK-STATUS-1 NOT = "0"
		GO TO TAKE-CHECK-NUMBER-EXIT.
	IF FILE-STK-NEXT-NO > FILE-STK-LAST-NO
		GO TO TAKE-CHECK-NUMBER-EXIT.
	MOVE FILE-STK-NEXT-NO TO THIS-CHECK-NO.
	ADD 1 TO FILE-STK-NEXT-NO.
	REWRITE CHKSTOCK-ITEM.
	IF STK-STATUS-1 NOT = "0"
		MOVE "REWRITE STK" TO LOG-ERR-ROUTINE
		MOVE STK-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO TAKE-CHECK-NUMBER-EXIT.
	MOVE "Y" TO STOCK-SWITCH.
       TAKE-CHECK-NUMBER-EXIT.
	EXIT.
      ******************************************************
      *  One check on the register.  An outstanding check
      *  past the stale cutoff goes stale first, so its void
      *  goes to the bank tonight with the rest.  Then:
      *  issued today -- printed, listed and sent as an
      *  issue; stopped, voided, reissued or gone stale
      *  today -- listed and sent as a void; still
      *  outstanding -- counted.
      ******************************************************
       REGISTER-LOOP.
	READ CHKREG-FILE NEXT RECORD
		AT END SET DONE-CKR-SCAN TO TRUE.
	IF DONE-CKR-SCAN
		GO TO REGISTER-LOOP-EXIT.
	IF FILE-CKR-IS-OUTSTANDING AND ESCH-DAYS > ZERO AND
	   FILE-CKR-ISSUE-DATE < ESCH-CUTOFF
		PERFORM MARK-STALE.
	IF FILE-CKR-ISSUE-DATE = TODAYS-DATE
		PERFORM SEND-ISSUE.
	IF NOT FILE-CKR-IS-OUTSTANDING AND NOT FILE-CKR-IS-PAID AND
	   FILE-CKR-STATUS-DATE = TODAYS-DATE
		PERFORM SEND-VOID.
	IF FILE-CKR-IS-OUTSTANDING
		ADD 1 TO OUTST-COUNT
		ADD FILE-CKR-AMOUNT TO OUTST-AMOUNT.
       REGISTER-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  A check outstanding past ESCHDAYS -- stale, held for
      *  escheatment.  The money stays off the account.
      ******************************************************
       MARK-STALE.
	SET FILE-CKR-IS-ESCHEAT TO TRUE.
	MOVE TODAYS-DATE TO FILE-CKR-STATUS-DATE.
	MOVE "CHKRUN" TO FILE-CKR-OPERATOR.
	MOVE "STALE - ESCHEATMENT" TO FILE-CKR-REASON.
	REWRITE CHKREG-ITEM.
	IF CKR-STATUS-1 NOT = "0"
		MOVE "REWRITE CKR" TO LOG-ERR-ROUTINE
		MOVE CKR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO STALE-COUNT.
	ADD FILE-CKR-AMOUNT TO STALE-AMOUNT.
	MOVE FILE-CKR-CHECK-NO TO RPT-LINE-CHECK.
	MOVE FILE-CKR-ACCOUNT TO RPT-LINE-ACCOUNT.
	MOVE FILE-CKR-AMOUNT TO RPT-LINE-AMOUNT.
	MOVE FILE-CKR-ISSUE-DATE TO RPT-STALE-ISSUED.
	MOVE RPT-STALE-TEXT TO RPT-LINE-TEXT.
	DISPLAY RPT-LINE.
      ******************************************************
      *  A check issued today -- its print image, its
      *  register line and its positive-pay issue record
      ******************************************************
       SEND-ISSUE.
	MOVE SPACES TO CHKPRINT-ITEM.
	MOVE FILE-CKR-CHECK-NO TO PRT-CHECK-NO.
	MOVE FILE-CKR-ISSUE-DATE TO PRT-ISSUE-DATE.
	MOVE FILE-CKR-AMOUNT TO PRT-AMOUNT.
	MOVE FILE-CKR-PAYEE TO PRT-PAYEE.
	MOVE FILE-CKR-ACCOUNT TO PRT-ACCOUNT.
	IF CUSTMAS-AVAILABLE
		MOVE FILE-CKR-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-STREET TO PRT-STREET
			MOVE FILE-CUSTMAS-CITY TO PRT-CITY
			MOVE FILE-CUSTMAS-STATE TO PRT-STATE
			MOVE FILE-CUSTMAS-ZIP TO PRT-ZIP
		END-IF
	END-IF.
	WRITE CHKPRINT-ITEM.
	IF PRT-STATUS-1 NOT = "0"
		MOVE "WRITE CHKPRT" TO LOG-ERR-ROUTINE
		MOVE PRT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO ISSUE-COUNT.
	ADD FILE-CKR-AMOUNT TO ISSUE-AMOUNT.
	MOVE FILE-CKR-CHECK-NO TO RPT-LINE-CHECK.
	MOVE FILE-CKR-ACCOUNT TO RPT-LINE-ACCOUNT.
	MOVE FILE-CKR-AMOUNT TO RPT-LINE-AMOUNT.
	MOVE FILE-CKR-PAYEE TO RPT-LINE-TEXT.
	DISPLAY RPT-LINE.
	MOVE SPACES TO POSPAY-ITEM.
	SET PPY-IS-DETAIL TO TRUE.
	SET PPY-DTL-IS-ISSUE TO TRUE.
	PERFORM FILL-POSPAY-DETAIL.
      ******************************************************
      *  A check taken out of circulation today -- its
      *  register line and its positive-pay void record
      ******************************************************
       SEND-VOID.
	ADD 1 TO VOID-COUNT.
	ADD FILE-CKR-AMOUNT TO VOID-AMOUNT.
	IF FILE-CKR-IS-STOPPED
		MOVE "STOPPED" TO RPT-VOID-WHAT
	ELSE IF FILE-CKR-IS-VOIDED
		MOVE "VOIDED" TO RPT-VOID-WHAT
	ELSE IF FILE-CKR-IS-REISSUED
		MOVE "REISSUED" TO RPT-VOID-WHAT
	ELSE
		MOVE "STALE" TO RPT-VOID-WHAT.
	MOVE FILE-CKR-REASON TO RPT-VOID-REASON.
	MOVE FILE-CKR-CHECK-NO TO RPT-LINE-CHECK.
	MOVE FILE-CKR-ACCOUNT TO RPT-LINE-ACCOUNT.
	MOVE FILE-CKR-AMOUNT TO RPT-LINE-AMOUNT.
	MOVE RPT-VOID-TEXT TO RPT-LINE-TEXT.
	DISPLAY RPT-LINE.
	MOVE SPACES TO POSPAY-ITEM.
	SET PPY-IS-DETAIL TO TRUE.
	SET PPY-DTL-IS-VOID TO TRUE.
	PERFORM FILL-POSPAY-DETAIL.
      ******************************************************
       FILL-POSPAY-DETAIL.
	MOVE FILE-CKR-CHECK-NO TO PPY-DTL-CHECK-NO.
	MOVE FILE-CKR-AMOUNT TO PPY-DTL-AMOUNT.
	MOVE FILE-CKR-ISSUE-DATE TO PPY-DTL-ISSUE-DATE.
	MOVE FILE-CKR-PAYEE TO PPY-DTL-PAYEE.
	PERFORM WRITE-POSPAY-REC.
      ******************************************************
      *  The header names the sender and the business date
      ******************************************************
       WRITE-HEADER.
	MOVE SPACES TO POSPAY-ITEM.
	SET PPY-IS-HEADER TO TRUE.
	MOVE "STOCKAPP" TO PPY-HDR-SOURCE.
	MOVE TODAYS-DATE TO PPY-HDR-DATE.
	PERFORM WRITE-POSPAY-REC.
      ******************************************************
      *  The trailer carries the issue and void control
      *  totals the bank balances the file against
      ******************************************************
       WRITE-TRAILER.
	MOVE SPACES TO POSPAY-ITEM.
	SET PPY-IS-TRAILER TO TRUE.
	MOVE ISSUE-COUNT TO PPY-TRL-ISSUE-COUNT.
	MOVE ISSUE-AMOUNT TO PPY-TRL-ISSUE-AMOUNT.
	MOVE VOID-COUNT TO PPY-TRL-VOID-COUNT.
	MOVE VOID-AMOUNT TO PPY-TRL-VOID-AMOUNT.
	PERFORM WRITE-POSPAY-REC.
      ******************************************************
      *  Common write/error-check for one positive-pay
      *  record -- a positive-pay file the bank cannot
      *  trust is worse than none, so a failure ends the run
      ******************************************************
       WRITE-POSPAY-REC.
	WRITE POSPAY-ITEM.
	IF PPY-STATUS-1 NOT = "0"
		MOVE "WRITE POSPAY" TO LOG-ERR-ROUTINE
		MOVE PPY-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CHKPRINT-FILE
		CLOSE POSPAY-FILE
		PERFORM CLOSE-MASTERS
		PERFORM A-999-EXIT.
      ******************************************************
      *  The ADDRHOLD window in force -- from PARAM.IT or
      *  the built-in default.  A record valued zero turns
      *  the safeguard off.
      ******************************************************
       GET-ADDR-HOLD-WINDOW.
	MOVE DEFAULT-ADDR-HOLD TO ADDR-HOLD-DAYS.
	IF NOT PARAM-AVAILABLE
		GO TO GET-ADDR-HOLD-WINDOW-EXIT.
	MOVE "ADDRHOLD" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE FILE-PARM-VALUE TO ADDR-HOLD-DAYS.
       GET-ADDR-HOLD-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  The ESCHDAYS stale-check age -- from PARAM.IT or
      *  the built-in default, zero turning the hook off --
      *  and the cutoff it puts today at
      ******************************************************
       GET-ESCHEAT-CUTOFF.
	MOVE DEFAULT-ESCH-DAYS TO ESCH-DAYS.
	IF PARAM-AVAILABLE
		MOVE "ESCHDAYS" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0"
			MOVE FILE-PARM-VALUE TO ESCH-DAYS
		END-IF
	END-IF.
	MOVE ZERO TO ESCH-CUTOFF.
	IF ESCH-DAYS = ZERO
		GO TO GET-ESCHEAT-CUTOFF-EXIT.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM SUBTRACT-ONE-DAY
		VARYING DAY-COUNTER FROM 1 BY 1
		UNTIL DAY-COUNTER > ESCH-DAYS.
	COMPUTE ESCH-CUTOFF =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
       GET-ESCHEAT-CUTOFF-EXIT.
	EXIT.
      ******************************************************
      *  Is the check in hand leaving an account whose
      *  address changed inside the hold window?  A
      *  supervisor release on the approval queue dated on
      *  or after the change lets it go; otherwise it waits
      *  the window out, as DISBURSE holds a wire.
      ******************************************************
       CHECK-ADDRESS-HOLD.
	MOVE "N" TO ADDR-HOLD-SWITCH.
	IF NOT CUSTAUD-AVAILABLE OR ADDR-HOLD-DAYS = ZERO
		GO TO CHECK-ADDRESS-HOLD-EXIT.
	PERFORM FIND-ADDRESS-CHANGE.
	IF ADDR-CHG-DATE = ZERO
		GO TO CHECK-ADDRESS-HOLD-EXIT.
	MOVE ADDR-CHG-DATE(1:4) TO WORK-YEAR.
	MOVE ADDR-CHG-DATE(5:2) TO WORK-MONTH.
	MOVE ADDR-CHG-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-WORK-DAY
		VARYING ADDR-DAY-SUB FROM 1 BY 1
		UNTIL ADDR-DAY-SUB > ADDR-HOLD-DAYS.
	COMPUTE ADDR-HOLD-END =
		WORK-YEAR * 10000 +
		WORK-MONTH * 100 +
		WORK-DAY.
	IF TODAYS-DATE > ADDR-HOLD-END
		GO TO CHECK-ADDRESS-HOLD-EXIT.
	PERFORM FIND-RELEASE THRU FIND-RELEASE-EXIT.
	IF NOT RELEASE-FOUND
		MOVE "Y" TO ADDR-HOLD-SWITCH.
       CHECK-ADDRESS-HOLD-EXIT.
	EXIT.
      ******************************************************
      *  The date of the account's most recent address
      *  change on the maintenance audit trail -- zero when
      *  it has never moved
      ******************************************************
       FIND-ADDRESS-CHANGE.
	MOVE ZERO TO ADDR-CHG-DATE.
	MOVE "N" TO CAUD-EOF-SWITCH.
	MOVE FILE-LED-ACCOUNT TO FILE-CAUD-ACCOUNT.
	MOVE ZERO TO FILE-CAUD-DATE.
	MOVE ZERO TO FILE-CAUD-TIME.
	START CUSTAUD-FILE KEY IS NOT LESS THAN FILE-CAUD-KEY
		INVALID KEY SET DONE-CAUD-SCAN TO TRUE.
	PERFORM SCAN-ONE-AUDIT-REC THRU SCAN-ONE-AUDIT-REC-EXIT
		UNTIL DONE-CAUD-SCAN.
      ******************************************************
       SCAN-ONE-AUDIT-REC.
	READ CUSTAUD-FILE NEXT RECORD
		AT END SET DONE-CAUD-SCAN TO TRUE.
	IF DONE-CAUD-SCAN
		GO TO SCAN-ONE-AUDIT-REC-EXIT.
	IF FILE-CAUD-ACCOUNT NOT = FILE-LED-ACCOUNT
		SET DONE-CAUD-SCAN TO TRUE
		GO TO SCAN-ONE-AUDIT-REC-EXIT.
	IF FILE-CAUD-IS-CHANGE AND
	   FILE-CAUD-OLD-ADDRESS NOT = FILE-CAUD-NEW-ADDRESS
		MOVE FILE-CAUD-DATE TO ADDR-CHG-DATE.
       SCAN-ONE-AUDIT-REC-EXIT.
	EXIT.
      ******************************************************
      *  Has a supervisor already released money out of this
      *  account since the address changed?  An approved "W"
      *  queue record dated on or after the change counts.
      ******************************************************
       FIND-RELEASE.
	MOVE "N" TO RELEASE-SWITCH.
	IF NOT PENDAPPR-AVAILABLE
		GO TO FIND-RELEASE-EXIT.
	MOVE "N" TO PEND-EOF-SWITCH.
	MOVE FILE-LED-ACCOUNT TO FILE-PEND-ACCOUNT.
	MOVE SPACES TO FILE-PEND-FUND.
	MOVE ZERO TO FILE-PEND-DATE.
	MOVE ZERO TO FILE-PEND-TIME.
	START PENDAPPR-FILE KEY IS NOT LESS THAN FILE-PEND-KEY
		INVALID KEY SET DONE-PEND-SCAN TO TRUE.
	PERFORM SCAN-ONE-PEND-REC THRU SCAN-ONE-PEND-REC-EXIT
		UNTIL DONE-PEND-SCAN.
       FIND-RELEASE-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-PEND-REC.
	READ PENDAPPR-FILE NEXT RECORD
		AT END SET DONE-PEND-SCAN TO TRUE.
	IF DONE-PEND-SCAN
		GO TO SCAN-ONE-PEND-REC-EXIT.
	IF FILE-PEND-ACCOUNT NOT = FILE-LED-ACCOUNT
		SET DONE-PEND-SCAN TO TRUE
		GO TO SCAN-ONE-PEND-REC-EXIT.
	IF FILE-PEND-IS-WDRW AND FILE-PEND-IS-APPROVED AND
	   FILE-PEND-APPR-DATE NOT < ADDR-CHG-DATE
		MOVE "Y" TO RELEASE-SWITCH
		SET DONE-PEND-SCAN TO TRUE.
       SCAN-ONE-PEND-REC-EXIT.
	EXIT.
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
