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
      * #ident	"@(#) samples/atmi/STOCKAPP/SECMLOAD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/SECMLOAD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * SECMLOAD loads the fund company's security-master
      * file into the fund reference data that FUNDMNT,
      * FEEMNT and BSKYMNT otherwise key by hand from the
      * prospectus supplements.  SECMAST.IT arrives wrapped
      * in the envelope DEPLOAD takes:
      *   H  header -- source and file date
      *   D  one item, its kind in the byte after the type:
      *      F  a fund or class -- name, CUSIP, category,
      *         redemption-fee rate and holding days, and
      *         the base fund and class it prices under
      *      B  a fee schedule -- effective date (the file
      *         date when zero), type, rate, flat amount,
      *         minimum investment and the five breakpoint
      *         tiers, as FEE.IT holds them
      *      S  a state registration -- state and expiry
      *   T  trailer -- item count
      * The whole envelope is proved before anything is
      * compared, let alone changed.
      *
      * Every incoming field is compared with what is on
      * file -- the fund with FUNDMAS.IT, the schedule with
      * the one FEE.IT has in effect on its effective date,
      * the registration with BLUESKY.IT -- and each item
      * that differs is listed with every field that
      * differs, was and now.  An item that matches is only
      * counted.  A schedule that only restates the terms
      * already in effect is not staged again.
      *
      * Run in mode "P" it only prints that change report.
      * The preview leaves its mark on CHKPOINT.IT under the
      * loader's name -- the file date, the item count and
      * the operator who ran it.  Run in mode "X" it applies
      * the changes, and it will only do so for the file the
      * preview was run against, for an active operator with
      * the pricing role -- the same role FEESR demands.  The
      * changes go in the way the screens put them in: a
      * schedule through FEESR, effective-dated exactly as
      * FEEMNT stages it; the fund master and registrations
      * directly, as FUNDMNT and BSKYMNT do, under the same
      * USERLOG trail.  A fund's status, daily accrual and
      * risk rating are the shop's, not the fund company's,
      * and stay with FUNDMNT.  Nothing is ever deleted -- a
      * registration lapses by its expiry, and a superseded
      * schedule stays behind its successor for as-of work.
      * An applied item matches on a rerun, so a rerun is
      * harmless; the mark is cleared once every change went
      * in, and kept while any was refused.
      *
      * An "F" item whose fund has no QUOTE.IT record yet is
      * flagged, as a new class when another class of the
      * same base fund is already priced and as a new fund
      * when none is -- it cannot be bought or priced until
      * its first price is loaded through FUNDPR.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SECMLOAD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT SECM-FILE ASSIGN "SECMAST.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT FUNDMAS-FILE ASSIGN "FUNDMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FUND-CODE
		STATUS FUNDMAS-FILE-STATUS.
	SELECT FEE-FILE ASSIGN "FEE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FEE-KEY
		STATUS FEE-FILE-STATUS.
	SELECT BLUESKY-FILE ASSIGN "BLUESKY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BSK-KEY
		STATUS BLUESKY-FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	SELECT CHKPOINT-FILE ASSIGN "CHKPOINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The security-master file -- one 150-byte record per
      * line, the first byte saying which shape the rest
      * takes and, on a detail, the second byte which kind
      * of reference data it carries
      ******************************************************
	FD  SECM-FILE; RECORD 150.
	01  SECM-ITEM.
	     03  SECM-REC-TYPE		PIC X(01).
		 88  SECM-IS-HEADER	VALUE "H".
		 88  SECM-IS-DETAIL	VALUE "D".
		 88  SECM-IS-TRAILER	VALUE "T".
	     03  SECM-DTL-KIND		PIC X(01).
		 88  SECM-IS-FUND		VALUE "F".
		 88  SECM-IS-SCHEDULE	VALUE "B".
		 88  SECM-IS-STATE	VALUE "S".
	     03  SECM-DTL-FUND		PIC X(10).
	     03  SECM-DTL-BODY		PIC X(138).
	01  SECM-HEADER REDEFINES SECM-ITEM.
	     03  FILLER			PIC X(01).
	     03  SECM-HDR-SOURCE	PIC X(10).
	     03  SECM-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(131).
	01  SECM-FUND-DETAIL REDEFINES SECM-ITEM.
	     03  FILLER			PIC X(12).
	     03  SECM-FND-NAME		PIC X(30).
	     03  SECM-FND-CUSIP	PIC X(9).
	     03  SECM-FND-CATEGORY	PIC X(10).
	     03  SECM-FND-REDFEE-RATE	PIC 9V9(4).
	     03  SECM-FND-REDFEE-DAYS	PIC 9(3).
	     03  SECM-FND-BASE-FUND	PIC X(10).
	     03  SECM-FND-CLASS	PIC X(02).
	     03  FILLER			PIC X(69).
	01  SECM-FEE-DETAIL REDEFINES SECM-ITEM.
	     03  FILLER			PIC X(12).
	     03  SECM-FEE-EFF-DATE	PIC 9(8).
	     03  SECM-FEE-TYPE		PIC X(01).
	     03  SECM-FEE-RATE		PIC 9V9(4).
	     03  SECM-FEE-FLAT-AMOUNT	PIC 9(5)V99.
	     03  SECM-FEE-MIN-INVEST	PIC 9(7)V99.
	     03  SECM-FEE-TIER OCCURS 5 TIMES.
		05  SECM-FEE-TIER-THRESH	PIC 9(9)V99.
		05  SECM-FEE-TIER-RATE	PIC 9V9(4).
	     03  FILLER			PIC X(28).
	01  SECM-STATE-DETAIL REDEFINES SECM-ITEM.
	     03  FILLER			PIC X(12).
	     03  SECM-BSK-STATE	PIC X(02).
	     03  SECM-BSK-EXPIRY	PIC 9(8).
	     03  FILLER			PIC X(128).
	01  SECM-TRAILER REDEFINES SECM-ITEM.
	     03  FILLER			PIC X(01).
	     03  SECM-TRL-COUNT	PIC 9(7).
	     03  FILLER			PIC X(142).
      ******************************************************
      * Fund reference master -- see FUNDMNT
      ******************************************************
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
      ******************************************************
      * Effective-dated fee schedule -- read only here; the
      * changes go through FEESR.  See FEESR.
      ******************************************************
	FD  FEE-FILE; RECORD 128.
	01  FEE-ITEM.
	     03  FILE-FEE-KEY.
		05  FILE-FEE-FUND		PIC X(10).
		05  FILE-FEE-EFF-INV		PIC 9(8).
	     03  FILE-FEE-EFF-DATE		PIC 9(8).
	     03  FILE-FEE-TYPE			PIC X(01).
	     03  FILE-FEE-RATE			PIC 9V9(4).
	     03  FILE-FEE-FLAT-AMOUNT		PIC 9(5)V99.
	     03  FILE-FEE-MIN-INVEST		PIC 9(7)V99.
	     03  FILE-FEE-TIER OCCURS 5 TIMES.
		05  FILE-FEE-TIER-THRESH	PIC 9(9)V99.
		05  FILE-FEE-TIER-RATE		PIC 9V9(4).
      ******************************************************
      * Blue-sky registrations -- see BSKYMNT
      ******************************************************
	FD  BLUESKY-FILE; RECORD 20.
	01  BLUESKY-ITEM.
	     03  FILE-BSK-KEY.
		05  FILE-BSK-FUND	PIC X(10).
		05  FILE-BSK-STATE	PIC X(02).
	     03  FILE-BSK-EXPIRY	PIC 9(8).
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
      * Loader checkpoint -- see FUNDLOAD.  Here the record
      * under SECMLOAD is the preview's mark: the file date,
      * the item count and, in the subkey, the operator who
      * ran the preview.
      ******************************************************
	FD  CHKPOINT-FILE; RECORD 33.
	01  CHKPOINT-ITEM.
	     03  FILE-CHK-NAME		PIC X(8).
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
      *****************************************************
	01  TPTYPE-REC.
	COPY TPTYPE.
      *
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      *
	01  TPSVCDEF-REC.
	COPY TPSVCDEF.
      *
	01  TPINFDEF-REC VALUE LOW-VALUES.
	COPY TPINFDEF.
      *****************************************************
      * Log messages definitions
      *****************************************************
	01  LOGMSG.
		05  FILLER	PIC X(12) VALUE
			"SECMLOAD  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"SECMLOAD ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
	01  LOGREC.
		05  FILLER	PIC X(7) VALUE
			"SECM =>".
		05  REC-KIND	PIC X(01).
		05  FILLER	PIC X(01) VALUE SPACE.
		05  REC-FUND	PIC X(10).
		05  FILLER	PIC X(01) VALUE SPACE.
		05  REC-KEY	PIC X(10).
		05  FILLER	PIC X(9) VALUE
			" RESULT=>".
		05  REC-RESULT	PIC X(20).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
	01  LOGREC-LEN		PIC S9(9)  COMP-5.
      *
	01  USER-DATA-REC 	PIC X(75).
      *****************************************************
      * VIEW record exchanged with FEESR
      *****************************************************
	01 FEE-REC.
	COPY FEE.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  FUNDMAS-FILE-STATUS.
           	05  FUNDMAS-STATUS-1	PIC X.
           	05  FUNDMAS-STATUS-2	PIC X.
 	01  FEE-FILE-STATUS.
           	05  FEE-STATUS-1	PIC X.
           	05  FEE-STATUS-2	PIC X.
 	01  BLUESKY-FILE-STATUS.
           	05  BSK-STATUS-1	PIC X.
           	05  BSK-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
 	01  CHKPOINT-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
	01  FUNDMAS-OPEN-SWITCH	PIC X VALUE "N".
		88  FUNDMAS-AVAILABLE	VALUE "Y".
	01  FEE-OPEN-SWITCH	PIC X VALUE "N".
		88  FEE-AVAILABLE		VALUE "Y".
	01  BLUESKY-OPEN-SWITCH	PIC X VALUE "N".
		88  BLUESKY-AVAILABLE	VALUE "Y".
	01  QUOTE-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTE-AVAILABLE	VALUE "Y".
      ******************************************************
      * Run mode and operator, taken at the console -- "X"
      * applies, anything else only previews
      ******************************************************
	01  ASK-MODE-LINE	PIC X(31) VALUE
			"MODE (P=PREVIEW X=APPLY)    [ ]".
	01  RUN-MODE		PIC X(01).
		88  APPLY-MODE		VALUE "X".
	01  ASK-OPER-LINE	PIC X(24) VALUE
			"OPERATOR    [          ]".
	01  RUN-OPERATOR	PIC X(10).
	01  PREVIEW-OPERATOR	PIC X(10).
      ******************************************************
      * Envelope validation -- what the first pass found, and
      * what the trailer said the file should hold
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ENV-SWITCH		PIC X VALUE "N".
		88  ENVELOPE-BAD	VALUE "Y".
	01  HDR-SEEN-SWITCH	PIC X VALUE "N".
		88  HEADER-SEEN		VALUE "Y".
	01  TRL-SEEN-SWITCH	PIC X VALUE "N".
		88  TRAILER-SEEN		VALUE "Y".
	01  FEED-SOURCE	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
      ******************************************************
      * The item in hand -- new to the file, changed, the
      * same as on file, or not to be applied -- and the
      * fields that differ, was and now
      ******************************************************
	01  ITEM-SWITCH		PIC X(01).
		88  ITEM-NEW		VALUE "N".
		88  ITEM-CHANGED	VALUE "C".
		88  ITEM-SAME		VALUE "S".
		88  ITEM-NOT-APPLIED	VALUE "X".
	01  APPLY-SWITCH	PIC X(01).
		88  APPLY-REFUSED	VALUE "R".
	01  ITEM-EFF-DATE	PIC 9(8).
	01  FEE-FOUND-SWITCH	PIC X VALUE "N".
		88  FEE-ON-FILE		VALUE "Y".
	01  FEE-START-SWITCH	PIC X VALUE "N".
		88  FEE-START-FAILED	VALUE "Y".
	01  TIER-SUB		PIC 9(4) COMP-5.
	01  TIER-LABEL.
		05  FILLER		PIC X(4) VALUE "TIER".
		05  TIER-NO		PIC 9.
		05  TIER-WHAT	PIC X(5).
	01  LAST-THRESH		PIC 9(9)V99.
	01  CMP-FIELD		PIC X(12).
	01  CMP-WAS		PIC X(30).
	01  CMP-NOW		PIC X(30).
	01  EDIT-RATE		PIC 9.9999.
	01  EDIT-DAYS		PIC ZZ9.
	01  EDIT-AMOUNT	PIC ZZZZZZZZ9.99.
	01  EDIT-DATE		PIC 9(8).
	01  CHG-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  CHG-TABLE.
		05  CHG-ENTRY OCCURS 15 TIMES.
			10  CHG-FIELD	PIC X(12).
			10  CHG-WAS		PIC X(30).
			10  CHG-NOW		PIC X(30).
	01  CHG-SUB		PIC 9(4) COMP-5.
      ******************************************************
      * A fund with no price yet -- is another class of the
      * same base fund already on QUOTE.IT?
      ******************************************************
	01  QSCAN-SWITCH	PIC X VALUE "N".
		88  DONE-QUOTE-SCAN	VALUE "Y".
	01  SIBLING-SWITCH	PIC X VALUE "N".
		88  SIBLING-FOUND	VALUE "Y".
      ******************************************************
      * Counts for the control totals
      ******************************************************
	01  NEW-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  CHANGED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  SAME-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  NOT-APPLIED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  NO-QUOTE-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"FUND REFERENCE FEED LOAD -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(8) VALUE "  MODE".
		05  RPT-MODE	PIC X(8).
	01  RPT-FEED-LINE.
		05  FILLER	PIC X(8) VALUE "SOURCE ".
		05  RPT-SOURCE	PIC X(10).
		05  FILLER	PIC X(12) VALUE "  FILE DATE ".
		05  RPT-FEED-DATE	PIC 9(8).
		05  FILLER	PIC X(12) VALUE "  OPERATOR ".
		05  RPT-OPERATOR	PIC X(10).
	01  RPT-PREVIEWED.
		05  FILLER	PIC X(30) VALUE
			"CHANGES PREVIEWED BY        =>".
		05  RPT-PREV-OPERATOR	PIC X(10).
	01  RPT-NOT-APPROVED.
		05  FILLER	PIC X(14) VALUE
			"NOT APPLIED - ".
		05  RPT-NA-REASON	PIC X(40).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
	01  RPT-NOFILE-LINE.
		05  FILLER	PIC X(12) VALUE "NOT ON FILE ".
		05  RPT-NF-FILE	PIC X(12).
		05  FILLER	PIC X(20) VALUE "-- ALL ITEMS NEW".
	01  RPT-ITEM-LINE.
		05  RPT-KIND		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-FUND		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-KEY		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-DISPOSITION	PIC X(26).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-RESULT		PIC X(10).
	01  RPT-FIELD-LINE.
		05  FILLER		PIC X(6) VALUE SPACES.
		05  RPT-FLD-NAME	PIC X(12).
		05  FILLER		PIC X(5) VALUE " WAS ".
		05  RPT-FLD-WAS	PIC X(30).
		05  FILLER		PIC X(5) VALUE " NOW ".
		05  RPT-FLD-NOW	PIC X(30).
	01  RPT-QUOTE-LINE.
		05  FILLER		PIC X(6) VALUE SPACES.
		05  FILLER		PIC X(22) VALUE
			"NO QUOTE.IT RECORD -- ".
		05  RPT-Q-WHAT	PIC X(9).
		05  FILLER		PIC X(6) VALUE " BASE ".
		05  RPT-Q-BASE	PIC X(10).
		05  FILLER		PIC X(7) VALUE " CLASS ".
		05  RPT-Q-CLASS	PIC X(02).
	01  RPT-NEW.
		05  FILLER	PIC X(24) VALUE
			"NEW                  =>".
		05  RPT-NEW-COUNT	PIC ZZZZZZ9.
	01  RPT-CHANGED.
		05  FILLER	PIC X(24) VALUE
			"CHANGED              =>".
		05  RPT-CHANGED-COUNT	PIC ZZZZZZ9.
	01  RPT-SAME.
		05  FILLER	PIC X(24) VALUE
			"ALREADY ON FILE      =>".
		05  RPT-SAME-COUNT	PIC ZZZZZZ9.
	01  RPT-NOT-APPLIED.
		05  FILLER	PIC X(24) VALUE
			"NOT APPLIED          =>".
		05  RPT-NOT-APPLIED-COUNT PIC ZZZZZZ9.
	01  RPT-NO-QUOTE.
		05  FILLER	PIC X(24) VALUE
			"NO QUOTE.IT RECORD   =>".
		05  RPT-NO-QUOTE-COUNT	PIC ZZZZZZ9.
	01  RPT-BALANCE.
		05  FILLER	PIC X(20) VALUE
			"AGAINST FILE COUNT:".
		05  RPT-BAL-FLAG	PIC X(14).
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-SECMLOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	DISPLAY ASK-MODE-LINE.
	MOVE SPACE TO RUN-MODE.
	ACCEPT RUN-MODE.
	DISPLAY ASK-OPER-LINE.
	MOVE SPACES TO RUN-OPERATOR.
	ACCEPT RUN-OPERATOR.
      *****************************************************
      * Pass one -- prove the envelope before comparing a
      * single item
      *****************************************************
	OPEN INPUT SECM-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN SECM" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE SECM-FILE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
	   OR SCAN-COUNT NOT = STATED-COUNT
		MOVE "Y" TO ENV-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	IF APPLY-MODE
		MOVE "APPLY" TO RPT-MODE
	ELSE
		MOVE "PREVIEW" TO RPT-MODE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	IF ENVELOPE-BAD
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
	MOVE FEED-SOURCE TO RPT-SOURCE.
	MOVE FEED-DATE TO RPT-FEED-DATE.
	MOVE RUN-OPERATOR TO RPT-OPERATOR.
	DISPLAY RPT-FEED-LINE.
	PERFORM OPEN-CHECKPOINT.
	IF APPLY-MODE
		PERFORM CHECK-APPROVAL THRU CHECK-APPROVAL-EXIT.
      *****************************************************
      * Envelope proved -- open the reference files, register
      * as a client when applying, and compare pass two
      *****************************************************
	PERFORM OPEN-REFERENCE-FILES.
	IF APPLY-MODE
		PERFORM REGISTER-CLIENT.
	DISPLAY SPACE.
	MOVE "N" TO EOF-SWITCH.
	OPEN INPUT SECM-FILE.
	PERFORM POST-LOOP THRU POST-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE SECM-FILE.
	PERFORM CLOSE-REFERENCE-FILES.
	IF APPLY-MODE
		CALL "TPTERM" USING TPSTATUS-REC
		IF NOT TPOK
			MOVE "TPTERM " TO LOG-ERR-ROUTINE
			MOVE TP-STATUS TO LOG-ERR-TP-STATUS
			PERFORM DO-USERLOG-ERR
		END-IF
		PERFORM CLEAR-PREVIEW-MARK
	ELSE
		PERFORM SET-PREVIEW-MARK.
	CLOSE CHKPOINT-FILE.
      *****************************************************
      * The end-of-run balance -- every item on the file was
      * new, changed, found already on file, or listed
      *****************************************************
	DISPLAY SPACE.
	MOVE NEW-COUNT TO RPT-NEW-COUNT.
	DISPLAY RPT-NEW.
	MOVE CHANGED-COUNT TO RPT-CHANGED-COUNT.
	DISPLAY RPT-CHANGED.
	MOVE SAME-COUNT TO RPT-SAME-COUNT.
	DISPLAY RPT-SAME.
	MOVE NOT-APPLIED-COUNT TO RPT-NOT-APPLIED-COUNT.
	DISPLAY RPT-NOT-APPLIED.
	MOVE NO-QUOTE-COUNT TO RPT-NO-QUOTE-COUNT.
	DISPLAY RPT-NO-QUOTE.
	IF (NEW-COUNT + CHANGED-COUNT + SAME-COUNT
	    + NOT-APPLIED-COUNT) = STATED-COUNT
		MOVE "IN BALANCE" TO RPT-BAL-FLAG
	ELSE
		MOVE "OUT OF BALANCE" TO RPT-BAL-FLAG.
	DISPLAY RPT-BALANCE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without loading
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Load" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ SECM-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF SECM-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE SECM-HDR-SOURCE TO FEED-SOURCE
		MOVE SECM-HDR-DATE TO FEED-DATE
	ELSE IF SECM-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE SECM-TRL-COUNT TO STATED-COUNT
	ELSE IF SECM-IS-DETAIL
		ADD 1 TO SCAN-COUNT
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Open (creating on first use) the checkpoint file
      *  that carries the preview's mark
      ******************************************************
       OPEN-CHECKPOINT.
	OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 = "3"
		OPEN OUTPUT CHKPOINT-FILE
		CLOSE CHKPOINT-FILE
		OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "OPEN CHKPT" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      *  Applying needs the preview of this same file on
      *  record, and an active operator with the pricing
      *  role to answer for the changes
      ******************************************************
       CHECK-APPROVAL.
	MOVE "SECMLOAD" TO FILE-CHK-NAME.
	READ CHKPOINT-FILE.
	IF CHK-STATUS-1 NOT = "0" OR FILE-CHK-DATE NOT = FEED-DATE
	   OR FILE-CHK-COUNT NOT = STATED-COUNT
		MOVE "NO PREVIEW OF THIS FILE ON RECORD" TO
			RPT-NA-REASON
		GO TO CHECK-APPROVAL-REFUSED.
	MOVE FILE-CHK-SUBKEY TO PREVIEW-OPERATOR.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPERATOR" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CHKPOINT-FILE
		PERFORM A-999-EXIT.
	MOVE RUN-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0" OR NOT FILE-OPERATOR-IS-ACTIVE
	   OR NOT FILE-OPERATOR-IS-PRICING
		CLOSE OPERATOR-FILE
		MOVE "OPERATOR NOT AUTHORIZED TO APPLY" TO
			RPT-NA-REASON
		GO TO CHECK-APPROVAL-REFUSED.
	CLOSE OPERATOR-FILE.
	MOVE PREVIEW-OPERATOR TO RPT-PREV-OPERATOR.
	DISPLAY RPT-PREVIEWED.
	GO TO CHECK-APPROVAL-EXIT.
       CHECK-APPROVAL-REFUSED.
	DISPLAY RPT-NOT-APPROVED.
	MOVE "Apply Refused" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	CLOSE CHKPOINT-FILE.
	PERFORM A-999-EXIT.
       CHECK-APPROVAL-EXIT.
	EXIT.
      ******************************************************
      *  The reference files.  Applying writes the fund
      *  master and registrations, so they are opened for
      *  update, created on first use; a preview only reads,
      *  and a file not there yet makes every item new.
      ******************************************************
       OPEN-REFERENCE-FILES.
	IF APPLY-MODE
		OPEN I-O FUNDMAS-FILE
		IF FUNDMAS-STATUS-1 = "3"
			OPEN OUTPUT FUNDMAS-FILE
			CLOSE FUNDMAS-FILE
			OPEN I-O FUNDMAS-FILE
		END-IF
		OPEN I-O BLUESKY-FILE
		IF BSK-STATUS-1 = "3"
			OPEN OUTPUT BLUESKY-FILE
			CLOSE BLUESKY-FILE
			OPEN I-O BLUESKY-FILE
		END-IF
	ELSE
		OPEN INPUT FUNDMAS-FILE
		OPEN INPUT BLUESKY-FILE
	END-IF.
	IF FUNDMAS-STATUS-1 = "0"
		MOVE "Y" TO FUNDMAS-OPEN-SWITCH
	ELSE
		MOVE "FUNDMAS.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE.
	IF BSK-STATUS-1 = "0"
		MOVE "Y" TO BLUESKY-OPEN-SWITCH
	ELSE
		MOVE "BLUESKY.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE.
	IF APPLY-MODE AND
	   (NOT FUNDMAS-AVAILABLE OR NOT BLUESKY-AVAILABLE)
		MOVE "OPEN MASTER" TO LOG-ERR-ROUTINE
		MOVE FUNDMAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-REFERENCE-FILES
		CLOSE CHKPOINT-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT FEE-FILE.
	IF FEE-STATUS-1 = "0"
		MOVE "Y" TO FEE-OPEN-SWITCH
	ELSE
		MOVE "FEE.IT" TO RPT-NF-FILE
		DISPLAY RPT-NOFILE-LINE.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		MOVE "Y" TO QUOTE-OPEN-SWITCH.
      ******************************************************
       CLOSE-REFERENCE-FILES.
	IF FUNDMAS-AVAILABLE
		CLOSE FUNDMAS-FILE.
	IF BLUESKY-AVAILABLE
		CLOSE BLUESKY-FILE.
	IF FEE-AVAILABLE
		CLOSE FEE-FILE.
	IF QUOTE-AVAILABLE
		CLOSE QUOTE-FILE.
      *****************************************************
      * Register as an ATMI client, the same way the batch
      * loaders do -- a schedule goes in through FEESR
      *****************************************************
       REGISTER-CLIENT.
	MOVE SPACES TO USRNAME.
	MOVE SPACES TO CLTNAME.
	MOVE SPACES TO PASSWD.
	MOVE SPACES TO GRPNAME.
	MOVE ZERO TO DATALEN.
	SET TPU-DIP TO TRUE.
      *
        CALL "TPINITIALIZE" USING TPINFDEF-REC
		USER-DATA-REC
		TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPINITIALI" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-REFERENCE-FILES
		CLOSE CHKPOINT-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      *  Pass two: one record -- header and trailer ride
      *  through, each item is compared, listed when it
      *  differs, and applied when applying
      ******************************************************
       POST-LOOP.
	READ SECM-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO POST-LOOP-EXIT.
	IF NOT SECM-IS-DETAIL
		GO TO POST-LOOP-EXIT.
	MOVE ZERO TO CHG-COUNT.
	MOVE SPACE TO APPLY-SWITCH.
	MOVE SPACE TO ITEM-SWITCH.
	MOVE SECM-DTL-FUND TO RPT-FUND.
	MOVE SPACES TO RPT-KEY.
	MOVE SPACES TO RPT-RESULT.
	IF SECM-IS-FUND
		MOVE "FUND" TO RPT-KIND
	ELSE IF SECM-IS-SCHEDULE
		MOVE "FEE" TO RPT-KIND
	ELSE IF SECM-IS-STATE
		MOVE "BLUESKY" TO RPT-KIND
	ELSE
		MOVE SECM-DTL-KIND TO RPT-KIND.
	IF SECM-DTL-FUND = SPACES
		MOVE "NO FUND CODE" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO POST-LOOP-EXIT.
	IF SECM-IS-FUND
		PERFORM DO-FUND-ITEM THRU DO-FUND-ITEM-EXIT
	ELSE IF SECM-IS-SCHEDULE
		PERFORM DO-FEE-ITEM THRU DO-FEE-ITEM-EXIT
	ELSE IF SECM-IS-STATE
		PERFORM DO-STATE-ITEM THRU DO-STATE-ITEM-EXIT
	ELSE
		MOVE "UNKNOWN ITEM KIND" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED.
       POST-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  A fund or class -- compared with FUNDMAS.IT, saved
      *  the way FUNDMNT saves it, then checked for a price
      ******************************************************
       DO-FUND-ITEM.
	IF SECM-FND-NAME = SPACES
		MOVE "FUND NAME REQUIRED" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO DO-FUND-ITEM-EXIT.
	SET ITEM-NEW TO TRUE.
	IF FUNDMAS-AVAILABLE
		MOVE SECM-DTL-FUND TO FILE-FUND-CODE
		READ FUNDMAS-FILE
		IF FUNDMAS-STATUS-1 = "0"
			SET ITEM-CHANGED TO TRUE
		END-IF
	END-IF.
	MOVE "NAME" TO CMP-FIELD.
	MOVE FILE-FUND-NAME TO CMP-WAS.
	MOVE SECM-FND-NAME TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "CUSIP" TO CMP-FIELD.
	MOVE FILE-FUND-CUSIP TO CMP-WAS.
	MOVE SECM-FND-CUSIP TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "CATEGORY" TO CMP-FIELD.
	MOVE FILE-FUND-CATEGORY TO CMP-WAS.
	MOVE SECM-FND-CATEGORY TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "REDM RATE" TO CMP-FIELD.
	MOVE FILE-FUND-REDFEE-RATE TO EDIT-RATE.
	MOVE EDIT-RATE TO CMP-WAS.
	MOVE SECM-FND-REDFEE-RATE TO EDIT-RATE.
	MOVE EDIT-RATE TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "REDM DAYS" TO CMP-FIELD.
	MOVE FILE-FUND-REDFEE-DAYS TO EDIT-DAYS.
	MOVE EDIT-DAYS TO CMP-WAS.
	MOVE SECM-FND-REDFEE-DAYS TO EDIT-DAYS.
	MOVE EDIT-DAYS TO CMP-NOW.
	PERFORM NOTE-FIELD.
	IF ITEM-CHANGED AND CHG-COUNT = ZERO
		SET ITEM-SAME TO TRUE
		ADD 1 TO SAME-COUNT
	ELSE
		IF ITEM-NEW
			MOVE "NEW FUND" TO RPT-DISPOSITION
		ELSE
			MOVE "FUND CHANGED" TO RPT-DISPOSITION
		END-IF
		IF APPLY-MODE
			PERFORM SAVE-FUND
		END-IF
		PERFORM LIST-ITEM
	END-IF.
	PERFORM CHECK-QUOTE THRU CHECK-QUOTE-EXIT.
       DO-FUND-ITEM-EXIT.
	EXIT.
      ******************************************************
      *  Add or replace the fund master record.  A new fund
      *  goes on open, without daily accrual; an existing
      *  one keeps its status and accrual.
      ******************************************************
       SAVE-FUND.
	IF ITEM-NEW
		MOVE SECM-DTL-FUND TO FILE-FUND-CODE
		MOVE "O" TO FILE-FUND-STATUS
		MOVE SPACE TO FILE-FUND-ACCRUAL
	END-IF.
	MOVE SECM-FND-NAME TO FILE-FUND-NAME.
	MOVE SECM-FND-CUSIP TO FILE-FUND-CUSIP.
	MOVE SECM-FND-CATEGORY TO FILE-FUND-CATEGORY.
	MOVE SECM-FND-REDFEE-RATE TO FILE-FUND-REDFEE-RATE.
	MOVE SECM-FND-REDFEE-DAYS TO FILE-FUND-REDFEE-DAYS.
	IF ITEM-NEW
		WRITE FUNDMAS-ITEM
	ELSE
		REWRITE FUNDMAS-ITEM.
	IF FUNDMAS-STATUS-1 NOT = "0"
		MOVE "WRITE FUND" TO LOG-ERR-ROUTINE
		MOVE FUNDMAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		SET APPLY-REFUSED TO TRUE
		MOVE "NOT SAVED" TO RPT-RESULT
	ELSE
		MOVE "Fund Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE "APPLIED" TO RPT-RESULT.
      ******************************************************
      *  A fund with no QUOTE.IT record cannot be priced or
      *  bought -- flag it, as a new class when another
      *  class of its base fund is already priced
      ******************************************************
       CHECK-QUOTE.
	IF NOT QUOTE-AVAILABLE
		GO TO CHECK-QUOTE-EXIT.
	MOVE SECM-DTL-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		GO TO CHECK-QUOTE-EXIT.
	ADD 1 TO NO-QUOTE-COUNT.
	MOVE "N" TO SIBLING-SWITCH.
	IF SECM-FND-BASE-FUND NOT = SPACES AND
	   SECM-FND-BASE-FUND NOT = SECM-DTL-FUND
		MOVE "N" TO QSCAN-SWITCH
		MOVE LOW-VALUES TO FILE-QUOTE-FUND
		START QUOTE-FILE KEY IS NOT LESS THAN FILE-QUOTE-FUND
			INVALID KEY SET DONE-QUOTE-SCAN TO TRUE
		END-START
		PERFORM FIND-SIBLING-CLASS
			UNTIL DONE-QUOTE-SCAN OR SIBLING-FOUND
	END-IF.
	IF SIBLING-FOUND
		MOVE "NEW CLASS" TO RPT-Q-WHAT
	ELSE
		MOVE "NEW FUND" TO RPT-Q-WHAT.
	MOVE SECM-FND-BASE-FUND TO RPT-Q-BASE.
	MOVE SECM-FND-CLASS TO RPT-Q-CLASS.
	IF ITEM-SAME
		MOVE "ALREADY ON FILE" TO RPT-DISPOSITION
		DISPLAY RPT-ITEM-LINE.
	DISPLAY RPT-QUOTE-LINE.
       CHECK-QUOTE-EXIT.
	EXIT.
      ******************************************************
       FIND-SIBLING-CLASS.
	READ QUOTE-FILE NEXT RECORD
		AT END SET DONE-QUOTE-SCAN TO TRUE.
	IF NOT DONE-QUOTE-SCAN
		IF FILE-QUOTE-BASE-FUND = SECM-FND-BASE-FUND
			SET SIBLING-FOUND TO TRUE
		END-IF
	END-IF.
      ******************************************************
      *  A fee schedule -- compared with the one FEE.IT has
      *  in effect on its effective date.  The same terms
      *  are already there; different terms from the same
      *  date replace that schedule; from a later date they
      *  stage a new one behind it.
      ******************************************************
       DO-FEE-ITEM.
	IF SECM-FEE-EFF-DATE = ZERO
		MOVE FEED-DATE TO ITEM-EFF-DATE
	ELSE
		MOVE SECM-FEE-EFF-DATE TO ITEM-EFF-DATE.
	MOVE ITEM-EFF-DATE TO RPT-KEY.
	IF SECM-FEE-TYPE NOT = "F" AND NOT = "P" AND NOT = "T"
	   AND NOT = SPACE
		MOVE "FEE TYPE NOT F, P OR T" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO DO-FEE-ITEM-EXIT.
	MOVE ZERO TO LAST-THRESH.
	PERFORM CHECK-ONE-TIER
		VARYING TIER-SUB FROM 1 BY 1
		UNTIL TIER-SUB > 5.
	IF ITEM-NOT-APPLIED
		MOVE "TIERS NOT ASCENDING" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO DO-FEE-ITEM-EXIT.
	PERFORM FIND-SCHEDULE-IN-EFFECT.
	IF FEE-ON-FILE
		SET ITEM-CHANGED TO TRUE
	ELSE
		SET ITEM-NEW TO TRUE.
	MOVE "TYPE" TO CMP-FIELD.
	MOVE FILE-FEE-TYPE TO CMP-WAS.
	MOVE SECM-FEE-TYPE TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "RATE" TO CMP-FIELD.
	MOVE FILE-FEE-RATE TO EDIT-RATE.
	MOVE EDIT-RATE TO CMP-WAS.
	MOVE SECM-FEE-RATE TO EDIT-RATE.
	MOVE EDIT-RATE TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "FLAT" TO CMP-FIELD.
	MOVE FILE-FEE-FLAT-AMOUNT TO EDIT-AMOUNT.
	MOVE EDIT-AMOUNT TO CMP-WAS.
	MOVE SECM-FEE-FLAT-AMOUNT TO EDIT-AMOUNT.
	MOVE EDIT-AMOUNT TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE "MIN INVEST" TO CMP-FIELD.
	MOVE FILE-FEE-MIN-INVEST TO EDIT-AMOUNT.
	MOVE EDIT-AMOUNT TO CMP-WAS.
	MOVE SECM-FEE-MIN-INVEST TO EDIT-AMOUNT.
	MOVE EDIT-AMOUNT TO CMP-NOW.
	PERFORM NOTE-FIELD.
	PERFORM COMPARE-ONE-TIER
		VARYING TIER-SUB FROM 1 BY 1
		UNTIL TIER-SUB > 5.
	IF ITEM-CHANGED AND CHG-COUNT = ZERO
		ADD 1 TO SAME-COUNT
		GO TO DO-FEE-ITEM-EXIT.
	IF ITEM-NEW
		MOVE "NEW SCHEDULE" TO RPT-DISPOSITION
	ELSE IF FILE-FEE-EFF-DATE = ITEM-EFF-DATE
		MOVE "SCHEDULE REPLACED" TO RPT-DISPOSITION
	ELSE
		SET ITEM-NEW TO TRUE
		MOVE "NEW SCHEDULE" TO RPT-DISPOSITION
		MOVE "IN EFFECT" TO CMP-FIELD
		MOVE FILE-FEE-EFF-DATE TO EDIT-DATE
		MOVE EDIT-DATE TO CMP-WAS
		MOVE ITEM-EFF-DATE TO EDIT-DATE
		MOVE EDIT-DATE TO CMP-NOW
		PERFORM ADD-CHANGE.
	IF APPLY-MODE
		PERFORM SAVE-SCHEDULE.
	PERFORM LIST-ITEM.
       DO-FEE-ITEM-EXIT.
	EXIT.
      ******************************************************
      *  Breakpoints climb -- a used tier's threshold above
      *  the one before it
      ******************************************************
       CHECK-ONE-TIER.
	IF SECM-FEE-TIER-THRESH (TIER-SUB) > ZERO
		IF SECM-FEE-TIER-THRESH (TIER-SUB) NOT > LAST-THRESH
			SET ITEM-NOT-APPLIED TO TRUE
		END-IF
		MOVE SECM-FEE-TIER-THRESH (TIER-SUB) TO LAST-THRESH
	END-IF.
      ******************************************************
      *  The latest schedule whose effective date had
      *  arrived by the item's -- found the way FEESR's
      *  inquiry finds it
      ******************************************************
       FIND-SCHEDULE-IN-EFFECT.
	MOVE "N" TO FEE-FOUND-SWITCH.
	MOVE "N" TO FEE-START-SWITCH.
	IF NOT FEE-AVAILABLE
		SET FEE-START-FAILED TO TRUE.
	MOVE SECM-DTL-FUND TO FILE-FEE-FUND.
	COMPUTE FILE-FEE-EFF-INV = 99999999 - ITEM-EFF-DATE.
	IF NOT FEE-START-FAILED
		START FEE-FILE KEY IS NOT LESS THAN FILE-FEE-KEY
			INVALID KEY SET FEE-START-FAILED TO TRUE
		END-START
	END-IF.
	IF NOT FEE-START-FAILED
		READ FEE-FILE NEXT RECORD
			AT END SET FEE-START-FAILED TO TRUE
		END-READ
	END-IF.
	IF NOT FEE-START-FAILED AND FILE-FEE-FUND = SECM-DTL-FUND
		SET FEE-ON-FILE TO TRUE.
      ******************************************************
      *  Compare one breakpoint tier
      ******************************************************
       COMPARE-ONE-TIER.
	MOVE TIER-SUB TO TIER-NO.
	MOVE " FROM" TO TIER-WHAT.
	MOVE TIER-LABEL TO CMP-FIELD.
	MOVE FILE-FEE-TIER-THRESH (TIER-SUB) TO EDIT-AMOUNT.
	MOVE EDIT-AMOUNT TO CMP-WAS.
	MOVE SECM-FEE-TIER-THRESH (TIER-SUB) TO EDIT-AMOUNT.
	MOVE EDIT-AMOUNT TO CMP-NOW.
	PERFORM NOTE-FIELD.
	MOVE " RATE" TO TIER-WHAT.
	MOVE TIER-LABEL TO CMP-FIELD.
	MOVE FILE-FEE-TIER-RATE (TIER-SUB) TO EDIT-RATE.
	MOVE EDIT-RATE TO CMP-WAS.
	MOVE SECM-FEE-TIER-RATE (TIER-SUB) TO EDIT-RATE.
	MOVE EDIT-RATE TO CMP-NOW.
	PERFORM NOTE-FIELD.
      ******************************************************
      *  Stage the schedule through FEESR, as FEEMNT does,
      *  under the operator applying the file
      ******************************************************
       SAVE-SCHEDULE.
	MOVE SECM-DTL-FUND TO FEE-FUND.
	MOVE ITEM-EFF-DATE TO FEE-EFF-DATE.
	MOVE "A" TO FEE-ACTION.
	MOVE SECM-FEE-TYPE TO FEE-TYPE.
	MOVE SECM-FEE-RATE TO FEE-RATE.
	MOVE SECM-FEE-FLAT-AMOUNT TO FEE-FLAT-AMOUNT.
	MOVE SECM-FEE-MIN-INVEST TO FEE-MIN-INVEST.
	PERFORM SET-ONE-TIER
		VARYING TIER-SUB FROM 1 BY 1
		UNTIL TIER-SUB > 5.
	MOVE RUN-OPERATOR TO FEE-OPERATOR.
      *
	MOVE LENGTH OF FEE-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "fee" TO SUB-TYPE.
	MOVE "FEESR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			FEE-REC
			TPTYPE-REC
			FEE-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL FEE" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		SET APPLY-REFUSED TO TRUE
		MOVE "REFUSED" TO RPT-RESULT
	ELSE
		MOVE "APPLIED" TO RPT-RESULT.
      ******************************************************
      *  Move one breakpoint tier into the view
      ******************************************************
       SET-ONE-TIER.
	MOVE SECM-FEE-TIER-THRESH (TIER-SUB) TO
		FEE-TIER-THRESH (TIER-SUB).
	MOVE SECM-FEE-TIER-RATE (TIER-SUB) TO
		FEE-TIER-RATE (TIER-SUB).
      ******************************************************
      *  A state registration -- compared with BLUESKY.IT,
      *  saved the way BSKYMNT saves it
      ******************************************************
       DO-STATE-ITEM.
	MOVE SECM-BSK-STATE TO RPT-KEY.
	IF SECM-BSK-STATE = SPACES OR SECM-BSK-EXPIRY = ZERO
		MOVE "STATE AND EXPIRY REQUIRED" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO DO-STATE-ITEM-EXIT.
	SET ITEM-NEW TO TRUE.
	IF BLUESKY-AVAILABLE
		MOVE SECM-DTL-FUND TO FILE-BSK-FUND
		MOVE SECM-BSK-STATE TO FILE-BSK-STATE
		READ BLUESKY-FILE
		IF BSK-STATUS-1 = "0"
			SET ITEM-CHANGED TO TRUE
		END-IF
	END-IF.
	MOVE "EXPIRES" TO CMP-FIELD.
	MOVE FILE-BSK-EXPIRY TO EDIT-DATE.
	MOVE EDIT-DATE TO CMP-WAS.
	MOVE SECM-BSK-EXPIRY TO EDIT-DATE.
	MOVE EDIT-DATE TO CMP-NOW.
	PERFORM NOTE-FIELD.
	IF ITEM-CHANGED AND CHG-COUNT = ZERO
		ADD 1 TO SAME-COUNT
		GO TO DO-STATE-ITEM-EXIT.
	IF ITEM-NEW
		MOVE "NEW REGISTRATION" TO RPT-DISPOSITION
	ELSE
		MOVE "EXPIRY CHANGED" TO RPT-DISPOSITION.
	IF APPLY-MODE
		PERFORM SAVE-REGISTRATION.
	PERFORM LIST-ITEM.
       DO-STATE-ITEM-EXIT.
	EXIT.
      ******************************************************
      *  Add or replace the registration
      ******************************************************
       SAVE-REGISTRATION.
	MOVE SECM-DTL-FUND TO FILE-BSK-FUND.
	MOVE SECM-BSK-STATE TO FILE-BSK-STATE.
	MOVE SECM-BSK-EXPIRY TO FILE-BSK-EXPIRY.
	IF ITEM-NEW
		WRITE BLUESKY-ITEM
	ELSE
		REWRITE BLUESKY-ITEM.
	IF BSK-STATUS-1 NOT = "0"
		MOVE "WRITE BSKY" TO LOG-ERR-ROUTINE
		MOVE BSK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		SET APPLY-REFUSED TO TRUE
		MOVE "NOT SAVED" TO RPT-RESULT
	ELSE
		MOVE "Registration Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE "APPLIED" TO RPT-RESULT.
      ******************************************************
      *  Note one field that differs from the file -- on a
      *  new item every field, with nothing on file before
      ******************************************************
       NOTE-FIELD.
	IF ITEM-NEW
		MOVE SPACES TO CMP-WAS.
	IF ITEM-NEW OR CMP-WAS NOT = CMP-NOW
		PERFORM ADD-CHANGE.
      ******************************************************
       ADD-CHANGE.
	IF CHG-COUNT < 15
		ADD 1 TO CHG-COUNT
		MOVE CMP-FIELD TO CHG-FIELD (CHG-COUNT)
		MOVE CMP-WAS TO CHG-WAS (CHG-COUNT)
		MOVE CMP-NOW TO CHG-NOW (CHG-COUNT)
	END-IF.
      ******************************************************
      *  List one item that differs from the file, with its
      *  fields was and now, and count it -- as not applied
      *  when applying it was refused
      ******************************************************
       LIST-ITEM.
	IF APPLY-REFUSED
		ADD 1 TO NOT-APPLIED-COUNT
	ELSE IF ITEM-NEW
		ADD 1 TO NEW-COUNT
	ELSE
		ADD 1 TO CHANGED-COUNT.
	IF APPLY-MODE
		MOVE SECM-DTL-KIND TO REC-KIND
		MOVE SECM-DTL-FUND TO REC-FUND
		MOVE RPT-KEY TO REC-KEY
		MOVE RPT-RESULT TO REC-RESULT
		CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	DISPLAY RPT-ITEM-LINE.
	PERFORM LIST-ONE-CHANGE
		VARYING CHG-SUB FROM 1 BY 1
		UNTIL CHG-SUB > CHG-COUNT.
      ******************************************************
       LIST-ONE-CHANGE.
	MOVE CHG-FIELD (CHG-SUB) TO RPT-FLD-NAME.
	MOVE CHG-WAS (CHG-SUB) TO RPT-FLD-WAS.
	MOVE CHG-NOW (CHG-SUB) TO RPT-FLD-NOW.
	DISPLAY RPT-FIELD-LINE.
      ******************************************************
      *  List one item that cannot be applied
      ******************************************************
       LIST-NOT-APPLIED.
	SET ITEM-NOT-APPLIED TO TRUE.
	ADD 1 TO NOT-APPLIED-COUNT.
	DISPLAY RPT-ITEM-LINE.
      ******************************************************
      *  Leave the preview's mark -- the file date, its count
      *  and who ran it -- for the apply run to find
      ******************************************************
       SET-PREVIEW-MARK.
	MOVE "SECMLOAD" TO FILE-CHK-NAME.
	READ CHKPOINT-FILE.
	MOVE "SECMLOAD" TO FILE-CHK-NAME.
	MOVE FEED-DATE TO FILE-CHK-DATE.
	MOVE STATED-COUNT TO FILE-CHK-COUNT.
	MOVE RUN-OPERATOR TO FILE-CHK-SUBKEY.
	IF CHK-STATUS-1 = "0"
		REWRITE CHKPOINT-ITEM
	ELSE
		WRITE CHKPOINT-ITEM.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "WRITE CHK" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Every change went in -- the next file needs a fresh
      *  preview.  While any was refused the mark stays, so
      *  the rerun can finish the file.
      ******************************************************
       CLEAR-PREVIEW-MARK.
	IF NOT-APPLIED-COUNT = ZERO
		MOVE "SECMLOAD" TO FILE-CHK-NAME
		DELETE CHKPOINT-FILE RECORD
		IF CHK-STATUS-1 NOT = "0"
			MOVE "DELETE CHK" TO LOG-ERR-ROUTINE
			MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
			PERFORM DO-USERLOG-ERR
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
