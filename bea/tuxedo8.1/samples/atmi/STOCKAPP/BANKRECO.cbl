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
      * #ident	"@(#) samples/atmi/STOCKAPP/BANKRECO.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/BANKRECO.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * BANKRECO reconciles the omnibus cash account at the
      * bank against our books.  CASHRECO proves CASHLED.IT
      * against CASH.IT; this proves the money the books say
      * moved against the money the bank says moved.  It is
      * a morning job, run once the bank's BAI2 statement
      * for the prior business day has landed as BAI2STMT.IT,
      * so a break shows the morning after it happens.
      *
      * The book side is one open item per batch of money
      * that should cross the account, captured from the
      * files that sent or received it:
      *   DEP  DEPLOAD's BANKDEP.IT envelope total (credit)
      *   RET  DEPRET's BANKRET.IT envelope total (debit)
      *   DSB  DISBURSE's BANKDISB.IT batch (debit), keyed
      *        by its batch number
      *   DRT  DISBRET's DISBRET.IT envelope total (credit)
      *        -- payments the receiving banks sent back
      *   PTN  PARTCONF's PARTSETL.IT net settlement per
      *        partner, once due -- a wire in for "C", out
      *        for "P"
      *   CHK  each check CHKRUN issued (debit when paid),
      *        keyed by check number; a check stopped,
      *        voided, reissued or gone stale before the
      *        bank paid it is withdrawn from the book side
      * Each source is captured once -- CHKPOINT.IT carries
      * the last envelope date, batch, due date and check
      * number taken from each -- so a file left on disk is
      * never booked twice.  The open items live on
      * BOOKOPEN.IT until matched.
      *
      * The bank side is every BAI2 "16" transaction detail
      * on the statement -- type codes 100-399 credits,
      * 400-699 debits, anything else not money that
      * crossed the account.  The statement is proved
      * before a single item loads, the way DEPLOAD proves
      * its envelope: it must open with an "01" file header
      * and close with a "99" file trailer whose record
      * count agrees.  A statement already loaded (as-of
      * date not past the last one) loads nothing.  The
      * open items live on BANKOPEN.IT until matched.
      *
      * Every open bank item is then matched to a book item
      * going the same way for the same money -- first on
      * reference (the batch number, partner or check
      * serial the bank hands back in its customer
      * reference field), then, except for a paid check,
      * on amount alone against the oldest open book item
      * that carries no serial.  A matched pair drops off
      * both files; a matched check is marked paid ("P") on
      * CHKREG.IT so it can no longer be stopped or go
      * stale.  The report lists today's matches, then every
      * item still open on either side with its age in
      * business days (weekends and CALENDAR.IT holidays
      * not counted), and totals the breaks by age.
      *
      * A credit whose customer reference names a partner
      * on PARTNER.IT is also copied to PTNRCPT.IT as that
      * partner's settlement receipt, for PARTRECO to apply
      * against the partner's net settlements whether or
      * not it matches a book item here.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BANKRECO.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT BAISTMT-FILE ASSIGN "BAI2STMT.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT BANKDEP-FILE ASSIGN "BANKDEP.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS BANKDEP-FILE-STATUS.
	SELECT BANKRET-FILE ASSIGN "BANKRET.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS BANKRET-FILE-STATUS.
	SELECT DISBRET-FILE ASSIGN "DISBRET.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS DISBRET-FILE-STATUS.
	SELECT BANKDISB-FILE ASSIGN "BANKDISB.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS BANKDISB-FILE-STATUS.
	SELECT PARTSETL-FILE ASSIGN "PARTSETL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SETL-KEY
		STATUS PARTSETL-FILE-STATUS.
	SELECT PARTNER-FILE ASSIGN "PARTNER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTN-ID
		STATUS PARTNER-FILE-STATUS.
	SELECT PTNRCPT-FILE ASSIGN "PTNRCPT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RCPT-KEY
		STATUS PTNRCPT-FILE-STATUS.
	SELECT CHKREG-FILE ASSIGN "CHKREG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CKR-CHECK-NO
		STATUS CHKREG-FILE-STATUS.
	SELECT BOOKOPEN-FILE ASSIGN "BOOKOPEN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BKO-KEY
		STATUS BOOKOPEN-FILE-STATUS.
	SELECT BANKOPEN-FILE ASSIGN "BANKOPEN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BNO-KEY
		STATUS BANKOPEN-FILE-STATUS.
	SELECT CHKPOINT-FILE ASSIGN "CHKPOINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	SELECT CALENDAR-FILE ASSIGN "CALENDAR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The bank's BAI2 statement -- 80-byte physical
      * records, comma-separated fields, each logical record
      * ended by "/".  Only the record code is fixed in
      * place; the rest is parsed field by field.
      ******************************************************
	FD  BAISTMT-FILE; RECORD 80.
	01  BAISTMT-ITEM.
	     03  BAI-REC-CODE		PIC X(02).
		 88  BAI-IS-FILE-HDR	VALUE "01".
		 88  BAI-IS-GROUP-HDR	VALUE "02".
		 88  BAI-IS-DETAIL	VALUE "16".
		 88  BAI-IS-FILE-TRL	VALUE "99".
	     03  BAI-REC-REST		PIC X(78).
      ******************************************************
      * DEPLOAD's morning deposit file -- see DEPLOAD.cbl
      ******************************************************
	FD  BANKDEP-FILE; RECORD 72.
	01  BANKDEP-ITEM.
	     03  DEP-REC-TYPE		PIC X(01).
		 88  DEP-IS-HEADER	VALUE "H".
		 88  DEP-IS-DETAIL	VALUE "D".
		 88  DEP-IS-TRAILER	VALUE "T".
	     03  DEP-REC-BODY		PIC X(71).
	01  BANKDEP-HEADER REDEFINES BANKDEP-ITEM.
	     03  FILLER			PIC X(01).
	     03  DEP-HDR-SOURCE		PIC X(10).
	     03  DEP-HDR-DATE		PIC 9(8).
	     03  DEP-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(43).
	01  BANKDEP-TRAILER REDEFINES BANKDEP-ITEM.
	     03  FILLER			PIC X(01).
	     03  DEP-TRL-COUNT		PIC 9(7).
	     03  DEP-TRL-AMOUNT		PIC 9(11)V99.
	     03  FILLER			PIC X(51).
      ******************************************************
      * DEPRET's ACH return file -- see DEPRET.cbl
      ******************************************************
	FD  BANKRET-FILE; RECORD 46.
	01  BANKRET-ITEM.
	     03  RET-REC-TYPE		PIC X(01).
		 88  RET-IS-HEADER	VALUE "H".
		 88  RET-IS-DETAIL	VALUE "D".
		 88  RET-IS-TRAILER	VALUE "T".
	     03  RET-REC-BODY		PIC X(45).
	01  BANKRET-HEADER REDEFINES BANKRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  RET-HDR-SOURCE		PIC X(10).
	     03  RET-HDR-DATE		PIC 9(8).
	     03  RET-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(17).
	01  BANKRET-TRAILER REDEFINES BANKRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  RET-TRL-COUNT		PIC 9(7).
	     03  RET-TRL-AMOUNT		PIC 9(11)V99.
	     03  FILLER			PIC X(25).
      ******************************************************
      * DISBRET's outbound-return file -- see DISBRET.cbl
      ******************************************************
	FD  DISBRET-FILE; RECORD 46.
	01  DISBRET-ITEM.
	     03  DRT-REC-TYPE		PIC X(01).
		 88  DRT-IS-HEADER	VALUE "H".
		 88  DRT-IS-DETAIL	VALUE "D".
		 88  DRT-IS-TRAILER	VALUE "T".
	     03  DRT-REC-BODY		PIC X(45).
	01  DISBRET-HEADER REDEFINES DISBRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  DRT-HDR-SOURCE		PIC X(10).
	     03  DRT-HDR-DATE		PIC 9(8).
	     03  DRT-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(17).
	01  DISBRET-TRAILER REDEFINES DISBRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  DRT-TRL-COUNT		PIC 9(7).
	     03  DRT-TRL-AMOUNT		PIC 9(11)V99.
	     03  FILLER			PIC X(25).
      ******************************************************
      * DISBURSE's outbound disbursement file -- see
      * DISBURSE.cbl
      ******************************************************
	FD  BANKDISB-FILE; RECORD 60.
	01  BANKDISB-ITEM.
	     03  DSB-REC-TYPE		PIC X(01).
		 88  DSB-IS-HEADER	VALUE "H".
		 88  DSB-IS-DETAIL	VALUE "D".
		 88  DSB-IS-TRAILER	VALUE "T".
	     03  DSB-REC-BODY		PIC X(59).
	01  BANKDISB-HEADER REDEFINES BANKDISB-ITEM.
	     03  FILLER			PIC X(01).
	     03  DSB-HDR-SOURCE		PIC X(10).
	     03  DSB-HDR-DATE		PIC 9(8).
	     03  DSB-HDR-BATCH		PIC 9(8).
	     03  FILLER			PIC X(33).
	01  BANKDISB-TRAILER REDEFINES BANKDISB-ITEM.
	     03  FILLER			PIC X(01).
	     03  DSB-TRL-COUNT		PIC 9(7).
	     03  DSB-TRL-AMOUNT		PIC 9(11)V99.
	     03  FILLER			PIC X(39).
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
      ******************************************************
      * Partner settlement receipts -- one record per
      * statement credit that named a partner, keyed as the
      * bank item is; FILE-RCPT-APPLIED is how much of it
      * PARTRECO has set against the partner's settlements
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
		 88  FILE-CKR-IS-PAID		VALUE "P".
	     03  FILE-CKR-STATUS-DATE	PIC 9(8).
	     03  FILE-CKR-LED-DATE	PIC 9(8).
	     03  FILE-CKR-LED-TIME	PIC 9(8).
	     03  FILE-CKR-OPERATOR	PIC X(10).
	     03  FILE-CKR-REASON	PIC X(20).
      ******************************************************
      * Open book items -- money the books say should cross
      * the account and the bank has not yet shown.  Keyed
      * by source and its own reference (envelope date,
      * batch, partner and trade date, check number);
      * FILE-BKO-MATCH-REF is what the bank is expected to
      * hand back, spaces where it hands back nothing of
      * ours.
      ******************************************************
	FD  BOOKOPEN-FILE; RECORD 80.
	01  BOOKOPEN-ITEM.
	     03  FILE-BKO-KEY.
		05  FILE-BKO-SOURCE	PIC X(03).
		05  FILE-BKO-REF	PIC X(18).
	     03  FILE-BKO-DATE		PIC 9(8).
	     03  FILE-BKO-DIRECTION	PIC X(01).
		 88  FILE-BKO-IS-CREDIT	VALUE "C".
		 88  FILE-BKO-IS-DEBIT	VALUE "D".
	     03  FILE-BKO-AMOUNT	PIC 9(11)V99.
	     03  FILE-BKO-MATCH-REF	PIC X(10).
	     03  FILE-BKO-DESC		PIC X(20).
	     03  FILLER			PIC X(07).
      ******************************************************
      * Open bank items -- money the bank shows crossing the
      * account that the books have not yet accounted for.
      * Keyed by statement as-of date and the detail's
      * place on the statement.
      ******************************************************
	FD  BANKOPEN-FILE; RECORD 100.
	01  BANKOPEN-ITEM.
	     03  FILE-BNO-KEY.
		05  FILE-BNO-ASOF	PIC 9(8).
		05  FILE-BNO-SEQ	PIC 9(6).
	     03  FILE-BNO-TYPE		PIC 9(3).
	     03  FILE-BNO-DIRECTION	PIC X(01).
		 88  FILE-BNO-IS-CREDIT	VALUE "C".
		 88  FILE-BNO-IS-DEBIT	VALUE "D".
	     03  FILE-BNO-AMOUNT	PIC 9(11)V99.
	     03  FILE-BNO-BANK-REF	PIC X(16).
	     03  FILE-BNO-CUST-REF	PIC X(16).
	     03  FILE-BNO-TEXT		PIC X(30).
	     03  FILLER			PIC X(07).
      ******************************************************
      * Capture checkpoints -- one record per source, the
      * last envelope date, batch, due date or check number
      * already booked, and the last statement loaded
      ******************************************************
	FD  CHKPOINT-FILE; RECORD 33.
	01  CHKPOINT-ITEM.
	     03  FILE-CHK-NAME		PIC X(8).
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
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
			"BANKRECO =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"BANKRECO ERR =>".
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
 	01  BANKDEP-FILE-STATUS.
           	05  DEP-STATUS-1	PIC X.
           	05  DEP-STATUS-2	PIC X.
 	01  BANKRET-FILE-STATUS.
           	05  RET-STATUS-1	PIC X.
           	05  RET-STATUS-2	PIC X.
 	01  DISBRET-FILE-STATUS.
           	05  DRT-STATUS-1	PIC X.
           	05  DRT-STATUS-2	PIC X.
 	01  BANKDISB-FILE-STATUS.
           	05  DSB-STATUS-1	PIC X.
           	05  DSB-STATUS-2	PIC X.
 	01  PARTSETL-FILE-STATUS.
           	05  SETL-STATUS-1	PIC X.
           	05  SETL-STATUS-2	PIC X.
 	01  PARTNER-FILE-STATUS.
           	05  PARTNER-STATUS-1	PIC X.
           	05  PARTNER-STATUS-2	PIC X.
	01  PTN-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTNER-AVAILABLE	VALUE "Y".
 	01  PTNRCPT-FILE-STATUS.
           	05  RCPT-STATUS-1	PIC X.
           	05  RCPT-STATUS-2	PIC X.
	01  RCPT-OPEN-SWITCH	PIC X VALUE "N".
		88  PTNRCPT-AVAILABLE	VALUE "Y".
 	01  CHKREG-FILE-STATUS.
           	05  CKR-STATUS-1	PIC X.
           	05  CKR-STATUS-2	PIC X.
	01  CKR-OPEN-SWITCH	PIC X VALUE "N".
		88  CHKREG-AVAILABLE	VALUE "Y".
 	01  BOOKOPEN-FILE-STATUS.
           	05  BKO-STATUS-1	PIC X.
           	05  BKO-STATUS-2	PIC X.
 	01  BANKOPEN-FILE-STATUS.
           	05  BNO-STATUS-1	PIC X.
           	05  BNO-STATUS-2	PIC X.
 	01  CHKPOINT-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
 	01  CALENDAR-FILE-STATUS.
           	05  CAL-STATUS-1	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  SRC-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-SOURCE		VALUE "Y".
	01  BKO-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-BOOK-SCAN	VALUE "Y".
	01  BNO-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-BANK-SCAN	VALUE "Y".
      ******************************************************
      * Statement proof -- whether there is a statement at
      * all, the envelope as found, and the records counted
      ******************************************************
	01  STMT-SWITCH		PIC X VALUE "N".
		88  STMT-PRESENT	VALUE "Y".
	01  ENV-BAD-SWITCH	PIC X VALUE "N".
		88  ENVELOPE-BAD	VALUE "Y".
	01  FILE-HDR-SWITCH	PIC X VALUE "N".
		88  FILE-HDR-SEEN	VALUE "Y".
	01  FILE-TRL-SWITCH	PIC X VALUE "N".
		88  FILE-TRL-SEEN	VALUE "Y".
	01  STMT-DATE		PIC 9(8) VALUE ZERO.
	01  GROUP-DATE		PIC 9(8) VALUE ZERO.
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7) VALUE ZERO.
      ******************************************************
      * One BAI2 record split at its commas -- the detail's
      * fields move along when the funds type carries
      * availability figures, so the reference fields are
      * found by subscript
      ******************************************************
	01  BAI-FIELD-TABLE.
	    05  BAI-FIELD	PIC X(30) OCCURS 14 TIMES.
	01  BAI-YYMMDD		PIC 9(6).
	01  BAI-TYPE		PIC 9(3).
	01  BAI-CENTS		PIC 9(13).
	01  BAI-AMOUNT REDEFINES BAI-CENTS	PIC 9(11)V99.
	01  BAI-DIST-COUNT	PIC 9(2).
	01  REF-SUB		PIC 9(2) COMP-5.
	01  CUST-SUB		PIC 9(2) COMP-5.
	01  TEXT-SUB		PIC 9(2) COMP-5.
	01  DETAIL-SEQ		PIC 9(6) VALUE ZERO.
      ******************************************************
      * Capture working fields -- the source envelope as
      * read, and the checkpoint being consulted
      ******************************************************
	01  ENV-HDR-SWITCH	PIC X VALUE "N".
		88  ENV-HDR-SEEN	VALUE "Y".
	01  ENV-TRL-SWITCH	PIC X VALUE "N".
		88  ENV-TRL-SEEN	VALUE "Y".
	01  ENV-DATE		PIC 9(8).
	01  ENV-BATCH		PIC 9(8).
	01  ENV-AMOUNT		PIC 9(11)V99.
	01  CKP-NAME		PIC X(8).
	01  CKP-VALUE		PIC 9(8).
	01  HIGH-CHECK-NO	PIC 9(8).
      ******************************************************
      * Matching -- the reference the bank handed back, as
      * comparable to ours, and whether a book item was
      * found for it
      ******************************************************
	01  BANK-MATCH-REF	PIC X(10).
	01  REF-DIGITS		PIC X(8) JUSTIFIED RIGHT.
	01  REF-LEN		PIC 9(2) COMP-5.
	01  MATCH-MODE		PIC X(01).
		88  MATCH-ON-REF	VALUE "R".
		88  MATCH-ON-AMOUNT	VALUE "A".
	01  BOOK-FOUND-SWITCH	PIC X VALUE "N".
		88  BOOK-FOUND		VALUE "Y".
      ******************************************************
      * Aging -- business days from an item's date to today,
      * walked a day at a time
      ******************************************************
	01  AGE-FROM-DATE	PIC 9(8).
	01  ITEM-AGE		PIC 9(4).
	01  AGE-ITEM-AMOUNT	PIC 9(11)V99.
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
	01  BOOKED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  WITHDRAWN-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  LOADED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  RECEIPT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  RECEIPT-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  MATCH-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  MATCH-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  OPEN-BANK-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  OPEN-BANK-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  OPEN-BOOK-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  OPEN-BOOK-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  AGE1-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  AGE1-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  AGE5-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  AGE5-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  AGEX-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  AGEX-AMOUNT		PIC 9(11)V99 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"BANK RECONCILIATION -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-STMT.
		05  FILLER	PIC X(16) VALUE "STATEMENT AS OF".
		05  RPT-STMT-DATE	PIC 9(8).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"STATEMENT REJECTED - ENVELOPE BAD".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "HEADER/TRAILER:".
		05  RPT-ENV-HDR	PIC X(01).
		05  FILLER	PIC X(01) VALUE "/".
		05  RPT-ENV-TRL	PIC X(01).
		05  FILLER	PIC X(20) VALUE
			"  STATED RECORDS =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
	01  RPT-SECTION		PIC X(40).
	01  RPT-MATCH-LINE.
		05  RPT-M-SOURCE	PIC X(03).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-M-REF		PIC X(18).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-M-DIR		PIC X(01).
		05  RPT-M-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(6) VALUE "  BANK".
		05  RPT-M-ASOF		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-M-TYPE		PIC 9(3).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-M-HOW		PIC X(9).
	01  RPT-BANK-LINE.
		05  RPT-K-ASOF		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-K-TYPE		PIC 9(3).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-K-DIR		PIC X(01).
		05  RPT-K-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-K-REF		PIC X(16).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-K-TEXT		PIC X(20).
		05  FILLER		PIC X(5) VALUE " AGE ".
		05  RPT-K-AGE		PIC ZZZ9.
	01  RPT-BOOK-LINE.
		05  RPT-B-DATE		PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-B-SOURCE	PIC X(03).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-B-DIR		PIC X(01).
		05  RPT-B-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-B-REF		PIC X(18).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-B-DESC		PIC X(20).
		05  FILLER		PIC X(5) VALUE " AGE ".
		05  RPT-B-AGE		PIC ZZZ9.
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
       START-BANKRECO.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE TODAYS-DATE TO RPT-DATE.
      ******************************************************
      * Pass one -- prove the statement before a single
      * item loads.  No statement at all still reconciles
      * and ages what is already open.
      ******************************************************
	OPEN INPUT BAISTMT-FILE.
	IF STATUS-1 = "0"
		MOVE "Y" TO STMT-SWITCH
		PERFORM STMT-SCAN-LOOP THRU STMT-SCAN-LOOP-EXIT
			UNTIL DONE-READING
		CLOSE BAISTMT-FILE
	ELSE
		MOVE "No Bank Statement On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	IF STMT-PRESENT
		IF NOT FILE-HDR-SEEN OR NOT FILE-TRL-SEEN OR
		   STATED-COUNT NOT = SCAN-COUNT OR
		   STMT-DATE = ZERO
			MOVE "Y" TO ENV-BAD-SWITCH
		END-IF
	END-IF.
	IF ENVELOPE-BAD
		DISPLAY SPACE
		DISPLAY RPT-TITLE
		DISPLAY RPT-ENV-BAD
		MOVE FILE-HDR-SWITCH TO RPT-ENV-HDR
		MOVE FILE-TRL-SWITCH TO RPT-ENV-TRL
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		DISPLAY RPT-ENV-LINE
		MOVE "Statement Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      ******************************************************
      * Statement proved -- open the working files
      ******************************************************
	OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 = "3"
		OPEN OUTPUT CHKPOINT-FILE
		CLOSE CHKPOINT-FILE
		OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "OPEN CHKPT" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN I-O BOOKOPEN-FILE.
	IF BKO-STATUS-1 = "3"
		OPEN OUTPUT BOOKOPEN-FILE
		CLOSE BOOKOPEN-FILE
		OPEN I-O BOOKOPEN-FILE.
	IF BKO-STATUS-1 NOT = "0"
		MOVE "OPEN BKO" TO LOG-ERR-ROUTINE
		MOVE BKO-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CHKPOINT-FILE
		PERFORM A-999-EXIT.
	OPEN I-O BANKOPEN-FILE.
	IF BNO-STATUS-1 = "3"
		OPEN OUTPUT BANKOPEN-FILE
		CLOSE BANKOPEN-FILE
		OPEN I-O BANKOPEN-FILE.
	IF BNO-STATUS-1 NOT = "0"
		MOVE "OPEN BNO" TO LOG-ERR-ROUTINE
		MOVE BNO-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CHKPOINT-FILE
		CLOSE BOOKOPEN-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO CKR-OPEN-SWITCH.
	OPEN I-O CHKREG-FILE.
	IF CKR-STATUS-1 = "0"
		MOVE "Y" TO CKR-OPEN-SWITCH.
	MOVE "N" TO CAL-OPEN-SWITCH.
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH.
	MOVE "N" TO PTN-OPEN-SWITCH.
	OPEN INPUT PARTNER-FILE.
	IF PARTNER-STATUS-1 = "0"
		MOVE "Y" TO PTN-OPEN-SWITCH.
	MOVE "N" TO RCPT-OPEN-SWITCH.
	OPEN I-O PTNRCPT-FILE.
	IF RCPT-STATUS-1 = "3"
		OPEN OUTPUT PTNRCPT-FILE
		CLOSE PTNRCPT-FILE
		OPEN I-O PTNRCPT-FILE.
	IF RCPT-STATUS-1 = "0"
		MOVE "Y" TO RCPT-OPEN-SWITCH
	ELSE
		MOVE "OPEN RCPT" TO LOG-ERR-ROUTINE
		MOVE RCPT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	IF STMT-PRESENT
		MOVE STMT-DATE TO RPT-STMT-DATE
		DISPLAY RPT-STMT.
      ******************************************************
      * Book side -- take in whatever each source has sent
      * or received since it was last captured
      ******************************************************
	PERFORM CAPTURE-DEPOSITS THRU CAPTURE-DEPOSITS-EXIT.
	PERFORM CAPTURE-RETURNS THRU CAPTURE-RETURNS-EXIT.
	PERFORM CAPTURE-DISB-RETURNS THRU CAPTURE-DISB-RETURNS-EXIT.
	PERFORM CAPTURE-DISBURSEMENTS
		THRU CAPTURE-DISBURSEMENTS-EXIT.
	PERFORM CAPTURE-SETTLEMENTS THRU CAPTURE-SETTLEMENTS-EXIT.
	PERFORM CAPTURE-CHECKS THRU CAPTURE-CHECKS-EXIT.
      ******************************************************
      * Bank side -- load the statement's detail once
      ******************************************************
	IF STMT-PRESENT
		PERFORM LOAD-STATEMENT THRU LOAD-STATEMENT-EXIT.
      ******************************************************
      * Match, then list what is still open on each side
      ******************************************************
	MOVE "MATCHED TODAY" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	MOVE "N" TO BNO-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-BNO-KEY.
	START BANKOPEN-FILE KEY IS NOT LESS THAN FILE-BNO-KEY
		INVALID KEY SET DONE-BANK-SCAN TO TRUE.
	PERFORM MATCH-LOOP THRU MATCH-LOOP-EXIT
		UNTIL DONE-BANK-SCAN.
	MOVE "UNMATCHED BANK ITEMS" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	MOVE "N" TO BNO-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-BNO-KEY.
	START BANKOPEN-FILE KEY IS NOT LESS THAN FILE-BNO-KEY
		INVALID KEY SET DONE-BANK-SCAN TO TRUE.
	PERFORM LIST-BANK-LOOP THRU LIST-BANK-LOOP-EXIT
		UNTIL DONE-BANK-SCAN.
	MOVE "UNMATCHED BOOK ITEMS" TO RPT-SECTION.
	DISPLAY SPACE.
	DISPLAY RPT-SECTION.
	MOVE "N" TO BKO-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-BKO-KEY.
	START BOOKOPEN-FILE KEY IS NOT LESS THAN FILE-BKO-KEY
		INVALID KEY SET DONE-BOOK-SCAN TO TRUE.
	PERFORM LIST-BOOK-LOOP THRU LIST-BOOK-LOOP-EXIT
		UNTIL DONE-BOOK-SCAN.
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
	CLOSE CHKPOINT-FILE.
	CLOSE BOOKOPEN-FILE.
	CLOSE BANKOPEN-FILE.
	IF CHKREG-AVAILABLE
		CLOSE CHKREG-FILE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	IF PARTNER-AVAILABLE
		CLOSE PARTNER-FILE.
	IF PTNRCPT-AVAILABLE
		CLOSE PTNRCPT-FILE.
      ******************************************************
       PRINT-TOTALS.
	DISPLAY SPACE.
	MOVE "BOOK ITEMS TAKEN =>" TO RPT-TOTAL-LABEL.
	MOVE BOOKED-COUNT TO RPT-TOTAL-COUNT.
	MOVE ZERO TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "CHECKS WITHDRAWN =>" TO RPT-TOTAL-LABEL.
	MOVE WITHDRAWN-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "BANK ITEMS LOADED=>" TO RPT-TOTAL-LABEL.
	MOVE LOADED-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "NOT MONEY (TYPE) =>" TO RPT-TOTAL-LABEL.
	MOVE SKIPPED-COUNT TO RPT-TOTAL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "PARTNER RECEIPTS =>" TO RPT-TOTAL-LABEL.
	MOVE RECEIPT-COUNT TO RPT-TOTAL-COUNT.
	MOVE RECEIPT-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE ZERO TO RPT-TOTAL-AMOUNT.
	MOVE "MATCHED         =>" TO RPT-TOTAL-LABEL.
	MOVE MATCH-COUNT TO RPT-TOTAL-COUNT.
	MOVE MATCH-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "OPEN BANK ITEMS =>" TO RPT-TOTAL-LABEL.
	MOVE OPEN-BANK-COUNT TO RPT-TOTAL-COUNT.
	MOVE OPEN-BANK-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "OPEN BOOK ITEMS =>" TO RPT-TOTAL-LABEL.
	MOVE OPEN-BOOK-COUNT TO RPT-TOTAL-COUNT.
	MOVE OPEN-BOOK-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	DISPLAY SPACE.
	MOVE "AGE 0-1 DAYS    =>" TO RPT-TOTAL-LABEL.
	MOVE AGE1-COUNT TO RPT-TOTAL-COUNT.
	MOVE AGE1-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "AGE 2-5 DAYS    =>" TO RPT-TOTAL-LABEL.
	MOVE AGE5-COUNT TO RPT-TOTAL-COUNT.
	MOVE AGE5-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
	MOVE "AGE OVER 5 DAYS =>" TO RPT-TOTAL-LABEL.
	MOVE AGEX-COUNT TO RPT-TOTAL-COUNT.
	MOVE AGEX-AMOUNT TO RPT-TOTAL-AMOUNT.
	DISPLAY RPT-TOTAL.
      ******************************************************
      *  Pass one: every physical record counts toward the
      *  "99" record count; the first must be the "01"
      *  header, and the first "02" group header's as-of
      *  date is the statement date
      ******************************************************
       STMT-SCAN-LOOP.
	READ BAISTMT-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO STMT-SCAN-LOOP-EXIT.
	ADD 1 TO SCAN-COUNT.
	IF SCAN-COUNT = 1 AND BAI-IS-FILE-HDR
		MOVE "Y" TO FILE-HDR-SWITCH.
	IF BAI-IS-GROUP-HDR AND STMT-DATE = ZERO
		PERFORM SPLIT-BAI-RECORD
		PERFORM TAKE-GROUP-DATE
		MOVE GROUP-DATE TO STMT-DATE.
	IF BAI-IS-FILE-TRL
		MOVE "Y" TO FILE-TRL-SWITCH
		PERFORM SPLIT-BAI-RECORD
		MOVE ZERO TO STATED-COUNT
		UNSTRING BAI-FIELD (4) DELIMITED BY SPACE
			INTO STATED-COUNT.
       STMT-SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Break one BAI2 record into its fields
      ******************************************************
       SPLIT-BAI-RECORD.
	MOVE SPACES TO BAI-FIELD-TABLE.
	UNSTRING BAISTMT-ITEM DELIMITED BY "," OR "/"
		INTO BAI-FIELD (1) BAI-FIELD (2) BAI-FIELD (3)
		     BAI-FIELD (4) BAI-FIELD (5) BAI-FIELD (6)
		     BAI-FIELD (7) BAI-FIELD (8) BAI-FIELD (9)
		     BAI-FIELD (10) BAI-FIELD (11) BAI-FIELD (12)
		     BAI-FIELD (13) BAI-FIELD (14).
      ******************************************************
      *  The group's as-of date, YYMMDD on the "02" record,
      *  carried as a full date
      ******************************************************
       TAKE-GROUP-DATE.
	MOVE ZERO TO BAI-YYMMDD.
	UNSTRING BAI-FIELD (5) DELIMITED BY SPACE
		INTO BAI-YYMMDD.
	COMPUTE GROUP-DATE = 20000000 + BAI-YYMMDD.
      ******************************************************
      *  Load the statement's "16" details onto BANKOPEN.IT
      *  -- unless a statement this old has been loaded
      *  before
      ******************************************************
       LOAD-STATEMENT.
	MOVE "BRECOBAI" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	IF STMT-DATE NOT > CKP-VALUE
		MOVE "Statement Already Loaded" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO LOAD-STATEMENT-EXIT.
	OPEN INPUT BAISTMT-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN BAI" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO LOAD-STATEMENT-EXIT.
	MOVE "N" TO EOF-SWITCH.
	MOVE ZERO TO DETAIL-SEQ.
	MOVE STMT-DATE TO GROUP-DATE.
	PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-EXIT
		UNTIL DONE-READING.
	CLOSE BAISTMT-FILE.
	MOVE STMT-DATE TO CKP-VALUE.
	PERFORM PUT-CHECKPOINT.
       LOAD-STATEMENT-EXIT.
	EXIT.
      ******************************************************
      *  One statement record -- a group header moves the
      *  as-of date along; a detail that moved money lands
      *  as an open bank item
      ******************************************************
       LOAD-ONE-RECORD.
	READ BAISTMT-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LOAD-ONE-RECORD-EXIT.
	IF BAI-IS-GROUP-HDR
		PERFORM SPLIT-BAI-RECORD
		PERFORM TAKE-GROUP-DATE
		GO TO LOAD-ONE-RECORD-EXIT.
	IF NOT BAI-IS-DETAIL
		GO TO LOAD-ONE-RECORD-EXIT.
	ADD 1 TO DETAIL-SEQ.
	PERFORM SPLIT-BAI-RECORD.
	MOVE ZERO TO BAI-TYPE.
	UNSTRING BAI-FIELD (2) DELIMITED BY SPACE INTO BAI-TYPE.
	IF BAI-TYPE < 100 OR BAI-TYPE > 699
		ADD 1 TO SKIPPED-COUNT
		GO TO LOAD-ONE-RECORD-EXIT.
	MOVE ZERO TO BAI-CENTS.
	UNSTRING BAI-FIELD (3) DELIMITED BY SPACE INTO BAI-CENTS.
      *
      * Where the references sit depends on the funds type:
      * "V" adds a value date and time, "S" three
      * availability amounts, "D" a count and that many
      * day/amount pairs
      *
	IF BAI-FIELD (4) = "V"
		MOVE 7 TO REF-SUB
	ELSE IF BAI-FIELD (4) = "S"
		MOVE 8 TO REF-SUB
	ELSE IF BAI-FIELD (4) = "D"
		MOVE ZERO TO BAI-DIST-COUNT
		UNSTRING BAI-FIELD (5) DELIMITED BY SPACE
			INTO BAI-DIST-COUNT
		COMPUTE REF-SUB = 6 + (2 * BAI-DIST-COUNT)
		IF REF-SUB > 12
			MOVE 12 TO REF-SUB
		END-IF
	ELSE
		MOVE 5 TO REF-SUB.
	COMPUTE CUST-SUB = REF-SUB + 1.
	COMPUTE TEXT-SUB = REF-SUB + 2.
	MOVE GROUP-DATE TO FILE-BNO-ASOF.
	MOVE DETAIL-SEQ TO FILE-BNO-SEQ.
	MOVE BAI-TYPE TO FILE-BNO-TYPE.
	IF BAI-TYPE < 400
		SET FILE-BNO-IS-CREDIT TO TRUE
	ELSE
		SET FILE-BNO-IS-DEBIT TO TRUE.
	MOVE BAI-AMOUNT TO FILE-BNO-AMOUNT.
	MOVE BAI-FIELD (REF-SUB) TO FILE-BNO-BANK-REF.
	MOVE BAI-FIELD (CUST-SUB) TO FILE-BNO-CUST-REF.
	MOVE BAI-FIELD (TEXT-SUB) TO FILE-BNO-TEXT.
	WRITE BANKOPEN-ITEM.
	IF BNO-STATUS-1 NOT = "0"
		MOVE "WRITE BNO" TO LOG-ERR-ROUTINE
		MOVE BNO-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO LOAD-ONE-RECORD-EXIT.
	ADD 1 TO LOADED-COUNT.
	IF FILE-BNO-IS-CREDIT AND PARTNER-AVAILABLE AND
	   PTNRCPT-AVAILABLE
		PERFORM NOTE-PARTNER-RECEIPT
			THRU NOTE-PARTNER-RECEIPT-EXIT.
       LOAD-ONE-RECORD-EXIT.
	EXIT.
      ******************************************************
      *  A credit whose customer reference is a partner on
      *  the master is that partner's settlement money --
      *  keep it for PARTRECO to apply
      ******************************************************
       NOTE-PARTNER-RECEIPT.
	PERFORM NORMALIZE-BANK-REF.
	IF BANK-MATCH-REF = SPACES
		GO TO NOTE-PARTNER-RECEIPT-EXIT.
	MOVE BANK-MATCH-REF TO FILE-PTN-ID.
	READ PARTNER-FILE.
	IF PARTNER-STATUS-1 NOT = "0"
		GO TO NOTE-PARTNER-RECEIPT-EXIT.
	MOVE FILE-BNO-ASOF TO FILE-RCPT-ASOF.
	MOVE FILE-BNO-SEQ TO FILE-RCPT-SEQ.
	MOVE FILE-PTN-ID TO FILE-RCPT-PARTNER.
	MOVE FILE-BNO-AMOUNT TO FILE-RCPT-AMOUNT.
	MOVE ZERO TO FILE-RCPT-APPLIED.
	MOVE FILE-BNO-BANK-REF TO FILE-RCPT-BANK-REF.
	WRITE PTNRCPT-ITEM.
	IF RCPT-STATUS-1 NOT = "0"
		MOVE "WRITE RCPT" TO LOG-ERR-ROUTINE
		MOVE RCPT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO NOTE-PARTNER-RECEIPT-EXIT.
	ADD 1 TO RECEIPT-COUNT.
	ADD FILE-RCPT-AMOUNT TO RECEIPT-AMOUNT.
       NOTE-PARTNER-RECEIPT-EXIT.
	EXIT.
      ******************************************************
      *  DEPLOAD's deposit envelope -- one credit for the
      *  envelope total, once per envelope date
      ******************************************************
       CAPTURE-DEPOSITS.
	OPEN INPUT BANKDEP-FILE.
	IF DEP-STATUS-1 NOT = "0"
		GO TO CAPTURE-DEPOSITS-EXIT.
	MOVE "N" TO ENV-HDR-SWITCH.
	MOVE "N" TO ENV-TRL-SWITCH.
	MOVE "N" TO SRC-EOF-SWITCH.
	PERFORM READ-ONE-DEP UNTIL DONE-SOURCE.
	CLOSE BANKDEP-FILE.
	IF NOT ENV-HDR-SEEN OR NOT ENV-TRL-SEEN
		MOVE "Deposit File Incomplete - Not Taken" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO CAPTURE-DEPOSITS-EXIT.
	MOVE "BRECODEP" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	IF ENV-DATE NOT > CKP-VALUE
		GO TO CAPTURE-DEPOSITS-EXIT.
	IF ENV-AMOUNT > ZERO
		MOVE "DEP" TO FILE-BKO-SOURCE
		MOVE SPACES TO FILE-BKO-REF
		MOVE ENV-DATE TO FILE-BKO-REF(1:8)
		MOVE ENV-DATE TO FILE-BKO-DATE
		SET FILE-BKO-IS-CREDIT TO TRUE
		MOVE ENV-AMOUNT TO FILE-BKO-AMOUNT
		MOVE SPACES TO FILE-BKO-MATCH-REF
		MOVE "ACH DEPOSITS" TO FILE-BKO-DESC
		PERFORM WRITE-BOOK-ITEM.
	MOVE ENV-DATE TO CKP-VALUE.
	PERFORM PUT-CHECKPOINT.
       CAPTURE-DEPOSITS-EXIT.
	EXIT.
      ******************************************************
       READ-ONE-DEP.
	READ BANKDEP-FILE
		AT END SET DONE-SOURCE TO TRUE.
	IF NOT DONE-SOURCE
		IF DEP-IS-HEADER
			MOVE "Y" TO ENV-HDR-SWITCH
			MOVE DEP-HDR-DATE TO ENV-DATE
		ELSE IF DEP-IS-TRAILER
			MOVE "Y" TO ENV-TRL-SWITCH
			MOVE DEP-TRL-AMOUNT TO ENV-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  DEPRET's return envelope -- one debit for the
      *  envelope total, once per envelope date
      ******************************************************
       CAPTURE-RETURNS.
	OPEN INPUT BANKRET-FILE.
	IF RET-STATUS-1 NOT = "0"
		GO TO CAPTURE-RETURNS-EXIT.
	MOVE "N" TO ENV-HDR-SWITCH.
	MOVE "N" TO ENV-TRL-SWITCH.
	MOVE "N" TO SRC-EOF-SWITCH.
	PERFORM READ-ONE-RET UNTIL DONE-SOURCE.
	CLOSE BANKRET-FILE.
	IF NOT ENV-HDR-SEEN OR NOT ENV-TRL-SEEN
		MOVE "Return File Incomplete - Not Taken" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO CAPTURE-RETURNS-EXIT.
	MOVE "BRECORET" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	IF ENV-DATE NOT > CKP-VALUE
		GO TO CAPTURE-RETURNS-EXIT.
	IF ENV-AMOUNT > ZERO
		MOVE "RET" TO FILE-BKO-SOURCE
		MOVE SPACES TO FILE-BKO-REF
		MOVE ENV-DATE TO FILE-BKO-REF(1:8)
		MOVE ENV-DATE TO FILE-BKO-DATE
		SET FILE-BKO-IS-DEBIT TO TRUE
		MOVE ENV-AMOUNT TO FILE-BKO-AMOUNT
		MOVE SPACES TO FILE-BKO-MATCH-REF
		MOVE "ACH RETURNS" TO FILE-BKO-DESC
		PERFORM WRITE-BOOK-ITEM.
	MOVE ENV-DATE TO CKP-VALUE.
	PERFORM PUT-CHECKPOINT.
       CAPTURE-RETURNS-EXIT.
	EXIT.
      ******************************************************
       READ-ONE-RET.
	READ BANKRET-FILE
		AT END SET DONE-SOURCE TO TRUE.
	IF NOT DONE-SOURCE
		IF RET-IS-HEADER
			MOVE "Y" TO ENV-HDR-SWITCH
			MOVE RET-HDR-DATE TO ENV-DATE
		ELSE IF RET-IS-TRAILER
			MOVE "Y" TO ENV-TRL-SWITCH
			MOVE RET-TRL-AMOUNT TO ENV-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  DISBRET's return envelope -- one credit for the
      *  envelope total, once per envelope date
      ******************************************************
       CAPTURE-DISB-RETURNS.
	OPEN INPUT DISBRET-FILE.
	IF DRT-STATUS-1 NOT = "0"
		GO TO CAPTURE-DISB-RETURNS-EXIT.
	MOVE "N" TO ENV-HDR-SWITCH.
	MOVE "N" TO ENV-TRL-SWITCH.
	MOVE "N" TO SRC-EOF-SWITCH.
	PERFORM READ-ONE-DRT UNTIL DONE-SOURCE.
	CLOSE DISBRET-FILE.
	IF NOT ENV-HDR-SEEN OR NOT ENV-TRL-SEEN
		MOVE "Disb Return File Incomplete - Not Taken" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO CAPTURE-DISB-RETURNS-EXIT.
	MOVE "BRECODRT" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	IF ENV-DATE NOT > CKP-VALUE
		GO TO CAPTURE-DISB-RETURNS-EXIT.
	IF ENV-AMOUNT > ZERO
		MOVE "DRT" TO FILE-BKO-SOURCE
		MOVE SPACES TO FILE-BKO-REF
		MOVE ENV-DATE TO FILE-BKO-REF(1:8)
		MOVE ENV-DATE TO FILE-BKO-DATE
		SET FILE-BKO-IS-CREDIT TO TRUE
		MOVE ENV-AMOUNT TO FILE-BKO-AMOUNT
		MOVE SPACES TO FILE-BKO-MATCH-REF
		MOVE "ACH DISB RETURNS" TO FILE-BKO-DESC
		PERFORM WRITE-BOOK-ITEM.
	MOVE ENV-DATE TO CKP-VALUE.
	PERFORM PUT-CHECKPOINT.
       CAPTURE-DISB-RETURNS-EXIT.
	EXIT.
      ******************************************************
       READ-ONE-DRT.
	READ DISBRET-FILE
		AT END SET DONE-SOURCE TO TRUE.
	IF NOT DONE-SOURCE
		IF DRT-IS-HEADER
			MOVE "Y" TO ENV-HDR-SWITCH
			MOVE DRT-HDR-DATE TO ENV-DATE
		ELSE IF DRT-IS-TRAILER
			MOVE "Y" TO ENV-TRL-SWITCH
			MOVE DRT-TRL-AMOUNT TO ENV-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  DISBURSE's batch -- one debit for the batch total,
      *  once per batch number, which is also what the bank
      *  hands back as its reference
      ******************************************************
       CAPTURE-DISBURSEMENTS.
	OPEN INPUT BANKDISB-FILE.
	IF DSB-STATUS-1 NOT = "0"
		GO TO CAPTURE-DISBURSEMENTS-EXIT.
	MOVE "N" TO ENV-HDR-SWITCH.
	MOVE "N" TO ENV-TRL-SWITCH.
	MOVE "N" TO SRC-EOF-SWITCH.
	PERFORM READ-ONE-DSB UNTIL DONE-SOURCE.
	CLOSE BANKDISB-FILE.
	IF NOT ENV-HDR-SEEN OR NOT ENV-TRL-SEEN
		MOVE "Disbursement File Incomplete - Not Taken" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO CAPTURE-DISBURSEMENTS-EXIT.
	MOVE "BRECODSB" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	IF ENV-BATCH NOT > CKP-VALUE
		GO TO CAPTURE-DISBURSEMENTS-EXIT.
	IF ENV-AMOUNT > ZERO
		MOVE "DSB" TO FILE-BKO-SOURCE
		MOVE SPACES TO FILE-BKO-REF
		MOVE ENV-BATCH TO FILE-BKO-REF(1:8)
		MOVE ENV-DATE TO FILE-BKO-DATE
		SET FILE-BKO-IS-DEBIT TO TRUE
		MOVE ENV-AMOUNT TO FILE-BKO-AMOUNT
		MOVE SPACES TO FILE-BKO-MATCH-REF
		MOVE ENV-BATCH TO FILE-BKO-MATCH-REF(1:8)
		MOVE "ACH DISBURSEMENTS" TO FILE-BKO-DESC
		PERFORM WRITE-BOOK-ITEM.
	MOVE ENV-BATCH TO CKP-VALUE.
	PERFORM PUT-CHECKPOINT.
       CAPTURE-DISBURSEMENTS-EXIT.
	EXIT.
      ******************************************************
       READ-ONE-DSB.
	READ BANKDISB-FILE
		AT END SET DONE-SOURCE TO TRUE.
	IF NOT DONE-SOURCE
		IF DSB-IS-HEADER
			MOVE "Y" TO ENV-HDR-SWITCH
			MOVE DSB-HDR-DATE TO ENV-DATE
			MOVE DSB-HDR-BATCH TO ENV-BATCH
		ELSE IF DSB-IS-TRAILER
			MOVE "Y" TO ENV-TRL-SWITCH
			MOVE DSB-TRL-AMOUNT TO ENV-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  PARTCONF's net settlements -- each one that has
      *  fallen due since the last capture, a wire in from a
      *  partner who owes the house or out to one the house
      *  owes
      ******************************************************
       CAPTURE-SETTLEMENTS.
	OPEN INPUT PARTSETL-FILE.
	IF SETL-STATUS-1 NOT = "0"
		GO TO CAPTURE-SETTLEMENTS-EXIT.
	MOVE "BRECOPTN" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	IF CKP-VALUE NOT < TODAYS-DATE
		CLOSE PARTSETL-FILE
		GO TO CAPTURE-SETTLEMENTS-EXIT.
	MOVE "N" TO SRC-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-SETL-KEY.
	START PARTSETL-FILE KEY IS NOT LESS THAN FILE-SETL-KEY
		INVALID KEY SET DONE-SOURCE TO TRUE.
	PERFORM READ-ONE-SETL THRU READ-ONE-SETL-EXIT
		UNTIL DONE-SOURCE.
	CLOSE PARTSETL-FILE.
	MOVE TODAYS-DATE TO CKP-VALUE.
	PERFORM PUT-CHECKPOINT.
       CAPTURE-SETTLEMENTS-EXIT.
	EXIT.
      ******************************************************
       READ-ONE-SETL.
	READ PARTSETL-FILE NEXT RECORD
		AT END SET DONE-SOURCE TO TRUE.
	IF DONE-SOURCE
		GO TO READ-ONE-SETL-EXIT.
	IF FILE-SETL-DUE-DATE NOT > CKP-VALUE OR
	   FILE-SETL-DUE-DATE > TODAYS-DATE OR
	   FILE-SETL-NET = ZERO
		GO TO READ-ONE-SETL-EXIT.
	MOVE "PTN" TO FILE-BKO-SOURCE.
	MOVE SPACES TO FILE-BKO-REF.
	MOVE FILE-SETL-PARTNER TO FILE-BKO-REF(1:10).
	MOVE FILE-SETL-DATE TO FILE-BKO-REF(11:8).
	MOVE FILE-SETL-DUE-DATE TO FILE-BKO-DATE.
	IF FILE-SETL-COLLECT
		SET FILE-BKO-IS-CREDIT TO TRUE
	ELSE
		SET FILE-BKO-IS-DEBIT TO TRUE.
	MOVE FILE-SETL-NET TO FILE-BKO-AMOUNT.
	MOVE FILE-SETL-PARTNER TO FILE-BKO-MATCH-REF.
	MOVE "PARTNER SETTLEMENT" TO FILE-BKO-DESC.
	PERFORM WRITE-BOOK-ITEM.
       READ-ONE-SETL-EXIT.
	EXIT.
      ******************************************************
      *  CHKRUN's checks -- each new outstanding check is a
      *  debit waiting to be presented, and any check taken
      *  out of circulation before the bank paid it comes
      *  off the book side
      ******************************************************
       CAPTURE-CHECKS.
	IF NOT CHKREG-AVAILABLE
		GO TO CAPTURE-CHECKS-EXIT.
	MOVE "BRECOCHK" TO CKP-NAME.
	PERFORM GET-CHECKPOINT.
	MOVE CKP-VALUE TO HIGH-CHECK-NO.
	MOVE "N" TO SRC-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-CKR-CHECK-NO.
	START CHKREG-FILE KEY IS NOT LESS THAN FILE-CKR-CHECK-NO
		INVALID KEY SET DONE-SOURCE TO TRUE.
	PERFORM READ-ONE-CHECK THRU READ-ONE-CHECK-EXIT
		UNTIL DONE-SOURCE.
	IF HIGH-CHECK-NO > CKP-VALUE
		MOVE HIGH-CHECK-NO TO CKP-VALUE
		PERFORM PUT-CHECKPOINT.
       CAPTURE-CHECKS-EXIT.
	EXIT.
      ******************************************************
       READ-ONE-CHECK.
	READ CHKREG-FILE NEXT RECORD
		AT END SET DONE-SOURCE TO TRUE.
	IF DONE-SOURCE
		GO TO READ-ONE-CHECK-EXIT.
	IF FILE-CKR-CHECK-NO > HIGH-CHECK-NO
		MOVE FILE-CKR-CHECK-NO TO HIGH-CHECK-NO.
	MOVE "CHK" TO FILE-BKO-SOURCE.
	MOVE SPACES TO FILE-BKO-REF.
	MOVE FILE-CKR-CHECK-NO TO FILE-BKO-REF(1:8).
	IF FILE-CKR-CHECK-NO > CKP-VALUE
		IF FILE-CKR-IS-OUTSTANDING
			MOVE FILE-CKR-ISSUE-DATE TO FILE-BKO-DATE
			SET FILE-BKO-IS-DEBIT TO TRUE
			MOVE FILE-CKR-AMOUNT TO FILE-BKO-AMOUNT
			MOVE SPACES TO FILE-BKO-MATCH-REF
			MOVE FILE-CKR-CHECK-NO TO
				FILE-BKO-MATCH-REF(1:8)
			MOVE FILE-CKR-PAYEE TO FILE-BKO-DESC
			PERFORM WRITE-BOOK-ITEM
		END-IF
		GO TO READ-ONE-CHECK-EXIT.
	IF NOT FILE-CKR-IS-OUTSTANDING AND NOT FILE-CKR-IS-PAID
		DELETE BOOKOPEN-FILE RECORD
		IF BKO-STATUS-1 = "0"
			ADD 1 TO WITHDRAWN-COUNT
		END-IF
	END-IF.
       READ-ONE-CHECK-EXIT.
	EXIT.
      ******************************************************
      *  Common write for one open book item -- one already
      *  on file is left as it stands
      ******************************************************
       WRITE-BOOK-ITEM.
	WRITE BOOKOPEN-ITEM.
	IF BKO-STATUS-1 = "0"
		ADD 1 TO BOOKED-COUNT
	ELSE IF BKO-STATUS-1 NOT = "2"
		MOVE "WRITE BKO" TO LOG-ERR-ROUTINE
		MOVE BKO-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Match one open bank item.  On reference first --
      *  the bank's customer reference against the serial
      *  the book item expects back -- then on amount and
      *  direction against the oldest book item that
      *  carries no serial.  A paid check only ever matches
      *  on its serial.
      ******************************************************
       MATCH-LOOP.
	READ BANKOPEN-FILE NEXT RECORD
		AT END SET DONE-BANK-SCAN TO TRUE.
	IF DONE-BANK-SCAN
		GO TO MATCH-LOOP-EXIT.
	PERFORM NORMALIZE-BANK-REF.
	MOVE "N" TO BOOK-FOUND-SWITCH.
	IF BANK-MATCH-REF NOT = SPACES
		SET MATCH-ON-REF TO TRUE
		PERFORM SCAN-BOOK-ITEMS.
	IF NOT BOOK-FOUND AND FILE-BNO-TYPE NOT = 475
		SET MATCH-ON-AMOUNT TO TRUE
		PERFORM SCAN-BOOK-ITEMS.
	IF NOT BOOK-FOUND
		GO TO MATCH-LOOP-EXIT.
	MOVE FILE-BKO-SOURCE TO RPT-M-SOURCE.
	MOVE FILE-BKO-REF TO RPT-M-REF.
	MOVE FILE-BKO-DIRECTION TO RPT-M-DIR.
	MOVE FILE-BKO-AMOUNT TO RPT-M-AMOUNT.
	MOVE FILE-BNO-ASOF TO RPT-M-ASOF.
	MOVE FILE-BNO-TYPE TO RPT-M-TYPE.
	IF MATCH-ON-REF
		MOVE "REFERENCE" TO RPT-M-HOW
	ELSE
		MOVE "AMOUNT" TO RPT-M-HOW.
	DISPLAY RPT-MATCH-LINE.
	ADD 1 TO MATCH-COUNT.
	ADD FILE-BKO-AMOUNT TO MATCH-AMOUNT.
	IF FILE-BKO-SOURCE = "CHK"
		PERFORM MARK-CHECK-PAID THRU MARK-CHECK-PAID-EXIT.
	DELETE BOOKOPEN-FILE RECORD.
	IF BKO-STATUS-1 NOT = "0"
		MOVE "DELETE BKO" TO LOG-ERR-ROUTINE
		MOVE BKO-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	DELETE BANKOPEN-FILE RECORD.
	IF BNO-STATUS-1 NOT = "0"
		MOVE "DELETE BNO" TO LOG-ERR-ROUTINE
		MOVE BNO-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       MATCH-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The bank's customer reference, made comparable to
      *  ours -- a serial of up to eight digits is zero-
      *  filled the way our batch and check numbers are
      *  carried; anything else is taken as it stands
      ******************************************************
       NORMALIZE-BANK-REF.
	MOVE SPACES TO BANK-MATCH-REF.
	MOVE SPACES TO REF-DIGITS.
	MOVE ZERO TO REF-LEN.
	UNSTRING FILE-BNO-CUST-REF DELIMITED BY SPACE
		INTO REF-DIGITS COUNT IN REF-LEN.
	INSPECT REF-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF REF-LEN > ZERO AND REF-LEN NOT > 8 AND
	   REF-DIGITS IS NUMERIC
		MOVE REF-DIGITS TO BANK-MATCH-REF
	ELSE
		MOVE FILE-BNO-CUST-REF TO BANK-MATCH-REF.
      ******************************************************
      *  Walk the open book items for the bank item in hand
      ******************************************************
       SCAN-BOOK-ITEMS.
	MOVE "N" TO BKO-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-BKO-KEY.
	START BOOKOPEN-FILE KEY IS NOT LESS THAN FILE-BKO-KEY
		INVALID KEY SET DONE-BOOK-SCAN TO TRUE.
	PERFORM SCAN-ONE-BOOK THRU SCAN-ONE-BOOK-EXIT
		UNTIL DONE-BOOK-SCAN.
      ******************************************************
       SCAN-ONE-BOOK.
	READ BOOKOPEN-FILE NEXT RECORD
		AT END SET DONE-BOOK-SCAN TO TRUE.
	IF DONE-BOOK-SCAN
		GO TO SCAN-ONE-BOOK-EXIT.
	IF FILE-BKO-DIRECTION NOT = FILE-BNO-DIRECTION OR
	   FILE-BKO-AMOUNT NOT = FILE-BNO-AMOUNT
		GO TO SCAN-ONE-BOOK-EXIT.
	IF MATCH-ON-REF
		IF FILE-BKO-MATCH-REF = BANK-MATCH-REF
			MOVE "Y" TO BOOK-FOUND-SWITCH
			SET DONE-BOOK-SCAN TO TRUE
		END-IF
	ELSE
		IF FILE-BKO-SOURCE NOT = "CHK"
			MOVE "Y" TO BOOK-FOUND-SWITCH
			SET DONE-BOOK-SCAN TO TRUE
		END-IF
	END-IF.
       SCAN-ONE-BOOK-EXIT.
	EXIT.
      ******************************************************
      *  The bank has paid the check -- mark it so on the
      *  register, where it can no longer be stopped, voided
      *  or go stale
      ******************************************************
       MARK-CHECK-PAID.
	IF NOT CHKREG-AVAILABLE
		GO TO MARK-CHECK-PAID-EXIT.
	MOVE FILE-BKO-REF(1:8) TO FILE-CKR-CHECK-NO.
	READ CHKREG-FILE.
	IF CKR-STATUS-1 NOT = "0" OR NOT FILE-CKR-IS-OUTSTANDING
		GO TO MARK-CHECK-PAID-EXIT.
	SET FILE-CKR-IS-PAID TO TRUE.
	MOVE TODAYS-DATE TO FILE-CKR-STATUS-DATE.
	MOVE "BANKRECO" TO FILE-CKR-OPERATOR.
	MOVE "PAID BY BANK" TO FILE-CKR-REASON.
	REWRITE CHKREG-ITEM.
	IF CKR-STATUS-1 NOT = "0"
		MOVE "REWRT CKR" TO LOG-ERR-ROUTINE
		MOVE CKR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       MARK-CHECK-PAID-EXIT.
	EXIT.
      ******************************************************
      *  One bank item still open, with its age
      ******************************************************
       LIST-BANK-LOOP.
	READ BANKOPEN-FILE NEXT RECORD
		AT END SET DONE-BANK-SCAN TO TRUE.
	IF DONE-BANK-SCAN
		GO TO LIST-BANK-LOOP-EXIT.
	MOVE FILE-BNO-ASOF TO AGE-FROM-DATE.
	MOVE FILE-BNO-AMOUNT TO AGE-ITEM-AMOUNT.
	PERFORM COMPUTE-AGE THRU COMPUTE-AGE-EXIT.
	PERFORM ADD-TO-AGE-BUCKET.
	ADD 1 TO OPEN-BANK-COUNT.
	ADD FILE-BNO-AMOUNT TO OPEN-BANK-AMOUNT.
	MOVE FILE-BNO-ASOF TO RPT-K-ASOF.
	MOVE FILE-BNO-TYPE TO RPT-K-TYPE.
	MOVE FILE-BNO-DIRECTION TO RPT-K-DIR.
	MOVE FILE-BNO-AMOUNT TO RPT-K-AMOUNT.
	IF FILE-BNO-CUST-REF NOT = SPACES
		MOVE FILE-BNO-CUST-REF TO RPT-K-REF
	ELSE
		MOVE FILE-BNO-BANK-REF TO RPT-K-REF.
	MOVE FILE-BNO-TEXT TO RPT-K-TEXT.
	MOVE ITEM-AGE TO RPT-K-AGE.
	DISPLAY RPT-BANK-LINE.
       LIST-BANK-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  One book item still open, with its age
      ******************************************************
       LIST-BOOK-LOOP.
	READ BOOKOPEN-FILE NEXT RECORD
		AT END SET DONE-BOOK-SCAN TO TRUE.
	IF DONE-BOOK-SCAN
		GO TO LIST-BOOK-LOOP-EXIT.
	MOVE FILE-BKO-DATE TO AGE-FROM-DATE.
	MOVE FILE-BKO-AMOUNT TO AGE-ITEM-AMOUNT.
	PERFORM COMPUTE-AGE THRU COMPUTE-AGE-EXIT.
	PERFORM ADD-TO-AGE-BUCKET.
	ADD 1 TO OPEN-BOOK-COUNT.
	ADD FILE-BKO-AMOUNT TO OPEN-BOOK-AMOUNT.
	MOVE FILE-BKO-DATE TO RPT-B-DATE.
	MOVE FILE-BKO-SOURCE TO RPT-B-SOURCE.
	MOVE FILE-BKO-DIRECTION TO RPT-B-DIR.
	MOVE FILE-BKO-AMOUNT TO RPT-B-AMOUNT.
	MOVE FILE-BKO-REF TO RPT-B-REF.
	MOVE FILE-BKO-DESC TO RPT-B-DESC.
	MOVE ITEM-AGE TO RPT-B-AGE.
	DISPLAY RPT-BOOK-LINE.
       LIST-BOOK-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Roll the open item in hand into its age bucket --
      *  bank and book items alike, since either one left
      *  unmatched is a break
      ******************************************************
       ADD-TO-AGE-BUCKET.
	IF ITEM-AGE NOT > 1
		ADD 1 TO AGE1-COUNT
		ADD AGE-ITEM-AMOUNT TO AGE1-AMOUNT
	ELSE IF ITEM-AGE NOT > 5
		ADD 1 TO AGE5-COUNT
		ADD AGE-ITEM-AMOUNT TO AGE5-AMOUNT
	ELSE
		ADD 1 TO AGEX-COUNT
		ADD AGE-ITEM-AMOUNT TO AGEX-AMOUNT.
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
      *  Read the checkpoint named in CKP-NAME into
      *  CKP-VALUE -- zero when the source has never been
      *  captured
      ******************************************************
       GET-CHECKPOINT.
	MOVE ZERO TO CKP-VALUE.
	MOVE CKP-NAME TO FILE-CHK-NAME.
	READ CHKPOINT-FILE.
	IF CHK-STATUS-1 = "0"
		MOVE FILE-CHK-DATE TO CKP-VALUE.
      ******************************************************
      *  Record CKP-VALUE as the checkpoint named in
      *  CKP-NAME
      ******************************************************
       PUT-CHECKPOINT.
	MOVE CKP-NAME TO FILE-CHK-NAME.
	READ CHKPOINT-FILE.
	MOVE CKP-NAME TO FILE-CHK-NAME.
	MOVE CKP-VALUE TO FILE-CHK-DATE.
	MOVE ZERO TO FILE-CHK-COUNT.
	MOVE SPACES TO FILE-CHK-SUBKEY.
	IF CHK-STATUS-1 = "0"
		REWRITE CHKPOINT-ITEM
	ELSE
		WRITE CHKPOINT-ITEM.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "PUT CHKPT" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
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
