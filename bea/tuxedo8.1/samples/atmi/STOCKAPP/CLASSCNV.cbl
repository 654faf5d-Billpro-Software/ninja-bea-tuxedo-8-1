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
      * #ident	"@(#) samples/atmi/STOCKAPP/CLASSCNV.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CLASSCNV.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CLASSCNV is the nightly B-to-A share-class conversion.
      * A back-end-load "B" class is meant to convert to the
      * same fund's front-end "A" class once its shares have
      * been held for the prospectus period; until they do,
      * they stay in the higher-12b-1 class and TRAILACC
      * accrues trail on them at the B rate.
      *
      * Every QUOTE.IT class "B" fund is paired with the
      * class "A" fund that shares its QUOTE-BASE-FUND; a B
      * class with no A sibling (or either class with no NAV
      * on file) is left alone and named on the report.
      * CUSTLOT.IT is then walked, and every lot of a paired
      * B fund bought on or before today stepped back
      * BCONVYRS years (PARAM.IT, default 8) converts.  The
      * conversion is FUNDCORP's merger, lot by lot: the
      * ratio is the B NAV over the A NAV, each lot's shares
      * multiply by it and its price divides by it, so the
      * trade date and cost basis cross intact and no gain
      * is realized; an A lot of the same trade date blends
      * at a weighted price.  Both CUST.IT positions move,
      * and the two blotter legs carry the same conversion
      * link reference ("CV", the date and the B fund) and
      * value equally, so GLFEED books them through clearing
      * the way an exchange books.  A lot bought with a
      * reinvested distribution converts on its own trade
      * date like any other lot.
      *
      * A position is held back, and named on the report,
      * when converting would cut into shares pledged as
      * collateral, when its lots add up to more than the
      * position holds, or when it has more eligible lots
      * than one pass can carry.  The report lists every
      * account converted, fund by fund, with a control
      * total of B shares out and A shares in.  A rerun
      * finds the converted lots already gone and does
      * nothing twice.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CLASSCNV.
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
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT PLEDGE-FILE ASSIGN "PLEDGE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS PLEDGE-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
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
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY.
		05  FILE-BLOTTER-ACCOUNT	PIC X(10).
		05  FILE-BLOTTER-FUND		PIC X(10).
		05  FILE-BLOTTER-DATE		PIC 9(8).
		05  FILE-BLOTTER-TIME		PIC 9(8).
		05  FILE-BLOTTER-ACTION	PIC X(01).
		    88  FILE-BLOTTER-IS-BUY	VALUE "B".
		    88  FILE-BLOTTER-IS-SELL	VALUE "S".
		    88  FILE-BLOTTER-IS-DIST	VALUE "D".
		    88  FILE-BLOTTER-IS-XFER-OUT	VALUE "O".
		    88  FILE-BLOTTER-IS-XFER-IN	VALUE "I".
	     03  FILE-BLOTTER-AMOUNT		PIC 9(7)V999.
	     03  FILE-BLOTTER-PRICE		PIC 9(7)V99.
	     03  FILE-BLOTTER-ORDER-REF		PIC X(20).
	     03  FILE-BLOTTER-LINK-REF		PIC X(20).
	     03  FILE-BLOTTER-STATUS		PIC X(01).
		 88  FILE-BLOTTER-IS-LIVE	VALUE " ".
		 88  FILE-BLOTTER-IS-CANCELLED	VALUE "C".
		 88  FILE-BLOTTER-IS-REVERSAL	VALUE "X".
		 88  FILE-BLOTTER-IS-REBOOK	VALUE "R".
	     03  FILE-BLOTTER-OPERATOR		PIC X(10).
	     03  FILE-BLOTTER-FEE		PIC 9(7)V99.
	     03  FILE-BLOTTER-REP		PIC X(10).
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
      * Share pledges -- see PLEDGSR
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
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
      ******************************************************
      * Fund/account cross-reference -- a position opened
      * here gets its key too, so the fund-level jobs that
      * read through it can find the new holder
      ******************************************************
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
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  LOT-FILE-STATUS.
           	05  LOT-STATUS-1	PIC X.
           	05  LOT-STATUS-2	PIC X.
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
           	05  PLG-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PLEDGE-OPEN-SWITCH	PIC X VALUE "N".
		88  PLEDGE-AVAILABLE	VALUE "Y".
      ******************************************************
      * Conversion cutoff -- today stepped back BCONVYRS
      * years (February 29 clamps to 28)
      ******************************************************
	77  DEFAULT-CONV-YEARS	PIC 9(2) VALUE 8.
	01  CONV-YEARS		PIC 9(2).
	01  CUTOFF-DATE		PIC 9(8).
	01  WORK-YEAR		PIC 9(4).
	01  WORK-MONTH		PIC 9(2).
	01  WORK-DAY		PIC 9(2).
	01  TODAYS-DATE		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Every QUOTE.IT class, loaded once, and the B-to-A
      * pairs found among them
      ******************************************************
	01  QUOTE-EOF-SWITCH	PIC X VALUE "N".
	    88  DONE-READING-QUOTES	VALUE "Y".
	01  CLASS-COUNT		PIC 9(4) COMP-5.
	01  CLASS-SUB		PIC 9(4) COMP-5.
	01  CLASS-TABLE.
	    05  CLASS-ENTRY OCCURS 500 TIMES.
		10  CLASS-FUND		PIC X(10).
		10  CLASS-BASE-FUND	PIC X(10).
		10  CLASS-CODE		PIC X(02).
		10  CLASS-NAV		PIC 9(7)V99.
	01  PAIR-COUNT		PIC 9(4) COMP-5.
	01  PAIR-SUB		PIC 9(4) COMP-5.
	01  PAIR-TABLE.
	    05  PAIR-ENTRY OCCURS 200 TIMES.
		10  PAIR-FROM-FUND	PIC X(10).
		10  PAIR-TO-FUND		PIC X(10).
		10  PAIR-FROM-NAV	PIC 9(7)V99.
		10  PAIR-TO-NAV		PIC 9(7)V99.
		10  PAIR-RATIO		PIC 9(3)V9(6).
	01  SIBLING-SWITCH	PIC X VALUE "N".
		88  SIBLING-FOUND	VALUE "Y".
	01  SIBLING-SUB		PIC 9(4) COMP-5.
	01  PAIR-FOUND-SWITCH	PIC X VALUE "N".
		88  PAIR-FOUND		VALUE "Y".
	01  FOUND-PAIR		PIC 9(4) COMP-5.
      ******************************************************
      * The lot scan.  The file is walked in key order; after
      * each B position is worked (which moves the file
      * position with keyed work on the A side), the scan
      * re-STARTs just past that account's B lots.
      ******************************************************
	01  SCAN-SWITCH		PIC X VALUE "N".
		88  SCAN-DONE		VALUE "Y".
	01  HIT-SWITCH		PIC X VALUE "N".
		88  ELIGIBLE-HIT		VALUE "Y".
	01  WORK-ACCOUNT	PIC X(10).
	01  WORK-SOURCE		PIC X(10).
	01  WORK-SUCCESSOR	PIC X(10).
	01  WORK-FROM-NAV	PIC 9(7)V99.
	01  WORK-TO-NAV		PIC 9(7)V99.
	01  WORK-RATIO		PIC 9(3)V9(6).
	01  WORK-SHARES		PIC 9(7)V999.
	01  NEW-SHARES		PIC 9(7)V999.
	01  SLICE-NEW-QTY	PIC 9(7)V999.
	01  SLICE-NEW-PRICE	PIC 9(7)V99.
	01  PLEDGE-FREE-QTY	PIC S9(7)V999.
	01  LAST-ACCOUNT	PIC X(10) VALUE SPACES.
	01  HELD-REASON		PIC X(24).
      ******************************************************
      * Eligible B lots of one position, held across the
      * keyed work on the A side -- same judgement FUNDCORP
      * makes for the shared lot file
      ******************************************************
	01  LOT-EOF-SWITCH	PIC X VALUE "N".
	    88  DONE-READING-LOTS	VALUE "Y".
	01  LOT-START-SWITCH	PIC X VALUE "N".
	    88  LOT-START-FAILED	VALUE "Y".
	01  SLICE-FULL-SWITCH	PIC X VALUE "N".
	    88  SLICE-TABLE-FULL	VALUE "Y".
	01  SLICE-COUNT		PIC 9(4) COMP-5.
	01  SLICE-SUB		PIC 9(4) COMP-5.
	01  SLICE-TABLE.
	    05  SLICE-ENTRY OCCURS 100 TIMES.
		10  SLICE-DATE		PIC 9(8).
		10  SLICE-QTY		PIC 9(7)V999.
		10  SLICE-PRICE		PIC 9(7)V99.
      ******************************************************
      * The conversion reference stamped on both legs
      ******************************************************
	01  CONV-REF.
	    05  FILLER		PIC X(2) VALUE "CV".
	    05  REF-DATE	PIC 9(8).
	    05  REF-FUND	PIC X(10).
      ******************************************************
      * Control totals -- the before/after proof
      ******************************************************
	01  ACCT-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  POS-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  HELD-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  TOT-OUT-SHARES	PIC 9(11)V999 VALUE ZERO.
	01  TOT-IN-SHARES	PIC 9(11)V999 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(26) VALUE
			"SHARE CLASS CONVERSION -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(10) VALUE "  CUTOFF ".
		05  RPT-CUTOFF	PIC 9(8).
	01  RPT-PAIR-LINE.
		05  FILLER	PIC X(8) VALUE "  PAIR ".
		05  RPT-PAIR-FROM	PIC X(10).
		05  FILLER	PIC X(4) VALUE " => ".
		05  RPT-PAIR-TO	PIC X(10).
		05  FILLER	PIC X(7) VALUE "  NAV ".
		05  RPT-PAIR-FROM-NAV	PIC ZZZZZZ9.99.
		05  FILLER	PIC X(3) VALUE " / ".
		05  RPT-PAIR-TO-NAV	PIC ZZZZZZ9.99.
	01  RPT-UNPAIRED-LINE.
		05  FILLER	PIC X(8) VALUE "  B CLS ".
		05  RPT-UNPAIRED-FUND	PIC X(10).
		05  FILLER	PIC X(30) VALUE
			"  NOT CONVERTED - NO A OR NAV".
	01  RPT-ACCT-LINE.
		05  FILLER	PIC X(8) VALUE "ACCOUNT ".
		05  RPT-ACCOUNT	PIC X(10).
	01  RPT-DETAIL.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  RPT-FROM-FUND	PIC X(10).
		05  RPT-FROM-SHARES	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(4) VALUE " => ".
		05  RPT-TO-FUND	PIC X(10).
		05  RPT-TO-SHARES	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(8) VALUE "  LOTS ".
		05  RPT-LOTS	PIC ZZ9.
	01  RPT-HELD.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  RPT-HELD-FUND	PIC X(10).
		05  FILLER	PIC X(8) VALUE "  HELD -".
		05  RPT-HELD-REASON	PIC X(24).
	01  RPT-TOTAL-1.
		05  FILLER	PIC X(18) VALUE "ACCOUNTS       =>".
		05  RPT-ACCT-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  POSITIONS    =>".
		05  RPT-POS-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  HELD BACK    =>".
		05  RPT-HELD-COUNT	PIC ZZZZ9.
	01  RPT-TOTAL-2.
		05  FILLER	PIC X(18) VALUE "B SHARES OUT   =>".
		05  RPT-OUT-SHARES	PIC ZZZZZZZZZZ9.999.
		05  FILLER	PIC X(18) VALUE "  A SHARES IN  =>".
		05  RPT-IN-SHARES	PIC ZZZZZZZZZZ9.999.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"CLASSCNV =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"CLASSCNV ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CLASSCNV.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-CONV-YEARS THRU GET-CONV-YEARS-EXIT.
	PERFORM COMPUTE-CUTOFF.
	PERFORM OPEN-WORK-FILES.
	MOVE TODAYS-DATE TO RPT-DATE.
	MOVE CUTOFF-DATE TO RPT-CUTOFF.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	PERFORM LOAD-CLASS-PAIRS.
	IF PAIR-COUNT = ZERO
		MOVE "No B Class Has An A Sibling" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	ELSE
		PERFORM SCAN-LOTS.
	PERFORM CLOSE-WORK-FILES.
	MOVE ACCT-COUNT TO RPT-ACCT-COUNT.
	MOVE POS-COUNT TO RPT-POS-COUNT.
	MOVE HELD-COUNT TO RPT-HELD-COUNT.
	MOVE TOT-OUT-SHARES TO RPT-OUT-SHARES.
	MOVE TOT-IN-SHARES TO RPT-IN-SHARES.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL-1.
	DISPLAY RPT-TOTAL-2.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the run
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Conversion years -- from PARAM.IT or the default
      ******************************************************
       GET-CONV-YEARS.
	MOVE DEFAULT-CONV-YEARS TO CONV-YEARS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 NOT = "0"
		GO TO GET-CONV-YEARS-EXIT.
	MOVE "BCONVYRS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
		MOVE FILE-PARM-VALUE TO CONV-YEARS.
	CLOSE PARAM-FILE.
       GET-CONV-YEARS-EXIT.
	EXIT.
      ******************************************************
      *  Today stepped back CONV-YEARS years, February 29
      *  clamped to 28 -- a lot bought on or before this date
      *  has been held the full period
      ******************************************************
       COMPUTE-CUTOFF.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	SUBTRACT CONV-YEARS FROM WORK-YEAR.
	IF WORK-MONTH = 2 AND WORK-DAY = 29
		MOVE 28 TO WORK-DAY.
	COMPUTE CUTOFF-DATE =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
      ******************************************************
      *  Open every working file -- the pledge file is
      *  optional, with none on file nothing is pledged
      ******************************************************
       OPEN-WORK-FILES.
	OPEN I-O CUST-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN I-O LOT-FILE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "OPEN LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN I-O BLOTTER-FILE.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		PERFORM A-999-EXIT.
	OPEN I-O POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		CLOSE BLOTTER-FILE
		CLOSE QUOTE-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
		SET PLEDGE-AVAILABLE TO TRUE.
      ******************************************************
      *  Close every working file
      ******************************************************
       CLOSE-WORK-FILES.
	CLOSE CUST-FILE.
	CLOSE LOT-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE QUOTE-FILE.
	CLOSE POSXREF-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
      ******************************************************
      *  Load every QUOTE.IT class, then pair each class "B"
      *  with the class "A" of the same base fund.  A quote
      *  file bigger than the table stops the run before
      *  anything moves.
      ******************************************************
       LOAD-CLASS-PAIRS.
	MOVE ZERO TO CLASS-COUNT.
	MOVE ZERO TO PAIR-COUNT.
	MOVE LOW-VALUES TO FILE-QUOTE-FUND.
	START QUOTE-FILE KEY IS NOT LESS THAN FILE-QUOTE-FUND
		INVALID KEY SET DONE-READING-QUOTES TO TRUE.
	PERFORM LOAD-ONE-CLASS THRU LOAD-ONE-CLASS-EXIT
		UNTIL DONE-READING-QUOTES.
	PERFORM PAIR-ONE-CLASS THRU PAIR-ONE-CLASS-EXIT
		VARYING CLASS-SUB FROM 1 BY 1
		UNTIL CLASS-SUB > CLASS-COUNT.
      ******************************************************
      *  Take one quote record into the class table
      ******************************************************
       LOAD-ONE-CLASS.
	READ QUOTE-FILE NEXT RECORD
		AT END SET DONE-READING-QUOTES TO TRUE.
	IF DONE-READING-QUOTES
		GO TO LOAD-ONE-CLASS-EXIT.
	IF CLASS-COUNT NOT < 500
		MOVE "Quote File Exceeds Class Table" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	ADD 1 TO CLASS-COUNT.
	MOVE FILE-QUOTE-FUND TO CLASS-FUND (CLASS-COUNT).
	MOVE FILE-QUOTE-BASE-FUND TO CLASS-BASE-FUND (CLASS-COUNT).
	MOVE FILE-QUOTE-CLASS TO CLASS-CODE (CLASS-COUNT).
	MOVE FILE-QUOTE-SELL-PRICE TO CLASS-NAV (CLASS-COUNT).
       LOAD-ONE-CLASS-EXIT.
	EXIT.
      ******************************************************
      *  Find the A sibling of one B class and record the
      *  pair, with the NAV ratio the conversion runs at
      ******************************************************
       PAIR-ONE-CLASS.
	IF CLASS-CODE (CLASS-SUB) NOT = "B"
		GO TO PAIR-ONE-CLASS-EXIT.
	MOVE "N" TO SIBLING-SWITCH.
	PERFORM FIND-SIBLING
		VARYING SIBLING-SUB FROM 1 BY 1
		UNTIL SIBLING-SUB > CLASS-COUNT OR SIBLING-FOUND.
	IF NOT SIBLING-FOUND OR CLASS-NAV (CLASS-SUB) = ZERO
		MOVE CLASS-FUND (CLASS-SUB) TO RPT-UNPAIRED-FUND
		DISPLAY RPT-UNPAIRED-LINE
		GO TO PAIR-ONE-CLASS-EXIT.
	SUBTRACT 1 FROM SIBLING-SUB.
	IF CLASS-NAV (SIBLING-SUB) = ZERO
		MOVE CLASS-FUND (CLASS-SUB) TO RPT-UNPAIRED-FUND
		DISPLAY RPT-UNPAIRED-LINE
		GO TO PAIR-ONE-CLASS-EXIT.
	IF PAIR-COUNT NOT < 200
		MOVE "Too Many B Classes For One Run" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO PAIR-ONE-CLASS-EXIT.
	ADD 1 TO PAIR-COUNT.
	MOVE CLASS-FUND (CLASS-SUB) TO PAIR-FROM-FUND (PAIR-COUNT).
	MOVE CLASS-FUND (SIBLING-SUB) TO PAIR-TO-FUND (PAIR-COUNT).
	MOVE CLASS-NAV (CLASS-SUB) TO PAIR-FROM-NAV (PAIR-COUNT).
	MOVE CLASS-NAV (SIBLING-SUB) TO PAIR-TO-NAV (PAIR-COUNT).
	COMPUTE PAIR-RATIO (PAIR-COUNT) ROUNDED =
	    CLASS-NAV (CLASS-SUB) / CLASS-NAV (SIBLING-SUB).
	MOVE PAIR-FROM-FUND (PAIR-COUNT) TO RPT-PAIR-FROM.
	MOVE PAIR-TO-FUND (PAIR-COUNT) TO RPT-PAIR-TO.
	MOVE PAIR-FROM-NAV (PAIR-COUNT) TO RPT-PAIR-FROM-NAV.
	MOVE PAIR-TO-NAV (PAIR-COUNT) TO RPT-PAIR-TO-NAV.
	DISPLAY RPT-PAIR-LINE.
       PAIR-ONE-CLASS-EXIT.
	EXIT.
      ******************************************************
      *  One step of the sibling search -- the VARYING steps
      *  once past the hit, which the caller backs out
      ******************************************************
       FIND-SIBLING.
	IF CLASS-CODE (SIBLING-SUB) = "A" AND
	   CLASS-BASE-FUND (SIBLING-SUB) =
	   CLASS-BASE-FUND (CLASS-SUB)
		SET SIBLING-FOUND TO TRUE.
      ******************************************************
      *  Is the fund in FILE-LOT-FUND a paired B class?
      ******************************************************
       LOOKUP-PAIR.
	MOVE "N" TO PAIR-FOUND-SWITCH.
	PERFORM CHECK-ONE-PAIR
		VARYING PAIR-SUB FROM 1 BY 1
		UNTIL PAIR-SUB > PAIR-COUNT OR PAIR-FOUND.
       CHECK-ONE-PAIR.
	IF PAIR-FROM-FUND (PAIR-SUB) = FILE-LOT-FUND
		SET PAIR-FOUND TO TRUE
		MOVE PAIR-SUB TO FOUND-PAIR.
      ******************************************************
      *  Walk the lot file for lots old enough to convert.
      *  Each hit is worked (which loses the scan position to
      *  keyed work on the A side), then the scan re-STARTs
      *  just past that position's lots.
      ******************************************************
       SCAN-LOTS.
	MOVE LOW-VALUES TO FILE-LOT-KEY.
	PERFORM FIND-NEXT-ELIGIBLE.
	PERFORM WORK-ONE-HIT UNTIL SCAN-DONE.
      ******************************************************
      *  Position past the key in FILE-LOT-KEY and read
      *  forward to the next eligible lot
      ******************************************************
       FIND-NEXT-ELIGIBLE.
	MOVE "N" TO HIT-SWITCH.
	START LOT-FILE KEY GREATER THAN FILE-LOT-KEY
		INVALID KEY SET SCAN-DONE TO TRUE.
	IF NOT SCAN-DONE
		PERFORM READ-FOR-ELIGIBLE
			UNTIL ELIGIBLE-HIT OR SCAN-DONE.
      ******************************************************
      *  One read of the forward scan
      ******************************************************
       READ-FOR-ELIGIBLE.
	READ LOT-FILE NEXT RECORD
		AT END SET SCAN-DONE TO TRUE.
	IF NOT SCAN-DONE
		IF FILE-LOT-TRADE-DATE NOT > CUTOFF-DATE AND
		   FILE-LOT-AMOUNT > ZERO
			PERFORM LOOKUP-PAIR
			IF PAIR-FOUND
				SET ELIGIBLE-HIT TO TRUE
			END-IF
		END-IF
	END-IF.
      ******************************************************
      *  Convert the position just found, then move the scan
      *  past all of its B lots -- the ones too young to
      *  convert wait for a later night
      ******************************************************
       WORK-ONE-HIT.
	MOVE FILE-LOT-ACCOUNT TO WORK-ACCOUNT.
	MOVE PAIR-FROM-FUND (FOUND-PAIR) TO WORK-SOURCE.
	MOVE PAIR-TO-FUND (FOUND-PAIR) TO WORK-SUCCESSOR.
	MOVE PAIR-FROM-NAV (FOUND-PAIR) TO WORK-FROM-NAV.
	MOVE PAIR-TO-NAV (FOUND-PAIR) TO WORK-TO-NAV.
	MOVE PAIR-RATIO (FOUND-PAIR) TO WORK-RATIO.
	IF WORK-ACCOUNT NOT = LAST-ACCOUNT
		MOVE WORK-ACCOUNT TO LAST-ACCOUNT
		MOVE WORK-ACCOUNT TO RPT-ACCOUNT
		DISPLAY SPACE
		DISPLAY RPT-ACCT-LINE
		ADD 1 TO ACCT-COUNT.
	PERFORM CONVERT-POSITION THRU CONVERT-POSITION-EXIT.
	MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-LOT-FUND.
	MOVE 99999999 TO FILE-LOT-TRADE-DATE.
	PERFORM FIND-NEXT-ELIGIBLE.
      ******************************************************
      *  Convert one account's eligible B lots -- the lots
      *  are drawn and the position checked before anything
      *  is changed, so a position held back is left exactly
      *  as it was
      ******************************************************
       CONVERT-POSITION.
	MOVE WORK-SOURCE TO RPT-HELD-FUND.
	PERFORM DRAW-ELIGIBLE-LOTS.
	IF SLICE-TABLE-FULL
		MOVE "TOO MANY LOTS" TO HELD-REASON
		PERFORM REPORT-HELD
		GO TO CONVERT-POSITION-EXIT.
	IF SLICE-COUNT = ZERO
		GO TO CONVERT-POSITION-EXIT.
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 NOT = "0"
		MOVE ZERO TO FILE-CUST-AMOUNT.
	IF FILE-CUST-AMOUNT < WORK-SHARES
		MOVE "LOTS EXCEED POSITION" TO HELD-REASON
		PERFORM REPORT-HELD
		GO TO CONVERT-POSITION-EXIT.
	PERFORM CHECK-PLEDGE THRU CHECK-PLEDGE-EXIT.
	IF HELD-REASON NOT = SPACES
		PERFORM REPORT-HELD
		GO TO CONVERT-POSITION-EXIT.
      ******************************************************
      *  The B position gives up the converted shares
      ******************************************************
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-CUST-FUND.
	READ CUST-FILE.
	SUBTRACT WORK-SHARES FROM FILE-CUST-AMOUNT.
	REWRITE CUST-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE CUST" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
      ******************************************************
      *  The A position takes them at the NAV ratio
      ******************************************************
	COMPUTE NEW-SHARES ROUNDED = WORK-SHARES * WORK-RATIO.
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE WORK-SUCCESSOR TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 = "0"
		ADD NEW-SHARES TO FILE-CUST-AMOUNT
		REWRITE CUST-ITEM
	ELSE
		MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE WORK-SUCCESSOR TO FILE-CUST-FUND
		MOVE NEW-SHARES TO FILE-CUST-AMOUNT
		WRITE CUST-ITEM
		IF STATUS-1 = "0"
			PERFORM ADD-POSXREF
		END-IF
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE POS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	PERFORM MOVE-ONE-SLICE
		VARYING SLICE-SUB FROM 1 BY 1
		UNTIL SLICE-SUB > SLICE-COUNT.
      ******************************************************
      *  The two linked conversion legs
      ******************************************************
	MOVE TODAYS-DATE TO REF-DATE.
	MOVE WORK-SOURCE TO REF-FUND.
	MOVE WORK-SOURCE TO FILE-BLOTTER-FUND.
	SET FILE-BLOTTER-IS-SELL TO TRUE.
	MOVE WORK-SHARES TO FILE-BLOTTER-AMOUNT.
	MOVE WORK-FROM-NAV TO FILE-BLOTTER-PRICE.
	MOVE CONV-REF TO FILE-BLOTTER-LINK-REF.
	PERFORM WRITE-ONE-LEG.
	MOVE WORK-SUCCESSOR TO FILE-BLOTTER-FUND.
	SET FILE-BLOTTER-IS-BUY TO TRUE.
	MOVE NEW-SHARES TO FILE-BLOTTER-AMOUNT.
	MOVE WORK-TO-NAV TO FILE-BLOTTER-PRICE.
	MOVE CONV-REF TO FILE-BLOTTER-LINK-REF.
	PERFORM WRITE-ONE-LEG.
	ADD 1 TO POS-COUNT.
	ADD WORK-SHARES TO TOT-OUT-SHARES.
	ADD NEW-SHARES TO TOT-IN-SHARES.
	MOVE WORK-SOURCE TO RPT-FROM-FUND.
	MOVE WORK-SHARES TO RPT-FROM-SHARES.
	MOVE WORK-SUCCESSOR TO RPT-TO-FUND.
	MOVE NEW-SHARES TO RPT-TO-SHARES.
	MOVE SLICE-COUNT TO RPT-LOTS.
	DISPLAY RPT-DETAIL.
       CONVERT-POSITION-EXIT.
	EXIT.
      ******************************************************
      *  A position written afresh goes on the fund/account
      *  cross-reference as well.  A duplicate means the
      *  entry is already there from an earlier holding.
      ******************************************************
       ADD-POSXREF.
	MOVE FILE-CUST-FUND TO FILE-PXR-FUND.
	MOVE FILE-CUST-ACCOUNT TO FILE-PXR-ACCOUNT.
	WRITE POSXREF-ITEM.
	IF PXR-STATUS-1 NOT = "0" AND PXR-STATUS-1 NOT = "2"
		MOVE "WRITE PXR" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
      ******************************************************
      *  Pull the account's eligible B lots into the slice
      *  table.  Lots are in trade-date order, so the first
      *  one younger than the cutoff ends the draw.
      ******************************************************
       DRAW-ELIGIBLE-LOTS.
	MOVE ZERO TO SLICE-COUNT.
	MOVE ZERO TO WORK-SHARES.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE "N" TO LOT-START-SWITCH.
	MOVE "N" TO SLICE-FULL-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-LOT-FUND.
	MOVE LOW-VALUES TO FILE-LOT-TRADE-DATE.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY SET LOT-START-FAILED TO TRUE.
	IF NOT LOT-START-FAILED
		PERFORM DRAW-LOT-LOOP THRU DRAW-LOT-LOOP-EXIT
			UNTIL DONE-READING-LOTS.
      ******************************************************
      *  Take one eligible lot into the table
      ******************************************************
       DRAW-LOT-LOOP.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-READING-LOTS TO TRUE.
	IF DONE-READING-LOTS
		GO TO DRAW-LOT-LOOP-EXIT.
	IF FILE-LOT-ACCOUNT NOT = WORK-ACCOUNT OR
	   FILE-LOT-FUND NOT = WORK-SOURCE OR
	   FILE-LOT-TRADE-DATE > CUTOFF-DATE
		SET DONE-READING-LOTS TO TRUE
		GO TO DRAW-LOT-LOOP-EXIT.
	IF FILE-LOT-AMOUNT = ZERO
		GO TO DRAW-LOT-LOOP-EXIT.
	IF SLICE-COUNT NOT < 100
		SET SLICE-TABLE-FULL TO TRUE
		SET DONE-READING-LOTS TO TRUE
		GO TO DRAW-LOT-LOOP-EXIT.
	ADD 1 TO SLICE-COUNT.
	MOVE FILE-LOT-TRADE-DATE TO SLICE-DATE (SLICE-COUNT).
	MOVE FILE-LOT-AMOUNT TO SLICE-QTY (SLICE-COUNT).
	MOVE FILE-LOT-PRICE TO SLICE-PRICE (SLICE-COUNT).
	ADD FILE-LOT-AMOUNT TO WORK-SHARES.
       DRAW-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Pledged shares may not leave the position -- the
      *  conversion is held back when it would cut the B
      *  position below the pledged quantity.  The position
      *  is in CUST-ITEM.
      ******************************************************
       CHECK-PLEDGE.
	MOVE SPACES TO HELD-REASON.
	IF NOT PLEDGE-AVAILABLE
		GO TO CHECK-PLEDGE-EXIT.
	MOVE WORK-ACCOUNT TO FILE-PLG-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-PLG-FUND.
	READ PLEDGE-FILE.
	IF PLG-STATUS-1 NOT = "0"
		GO TO CHECK-PLEDGE-EXIT.
	IF FILE-PLG-EFF-DATE > TODAYS-DATE
		GO TO CHECK-PLEDGE-EXIT.
	IF FILE-PLG-REL-DATE NOT = ZERO AND
	   FILE-PLG-REL-DATE NOT > TODAYS-DATE
		GO TO CHECK-PLEDGE-EXIT.
	COMPUTE PLEDGE-FREE-QTY =
		FILE-CUST-AMOUNT - FILE-PLG-QTY.
	IF WORK-SHARES > PLEDGE-FREE-QTY
		MOVE "SHARES PLEDGED" TO HELD-REASON.
       CHECK-PLEDGE-EXIT.
	EXIT.
      ******************************************************
      *  Name a held-back position on the report
      ******************************************************
       REPORT-HELD.
	ADD 1 TO HELD-COUNT.
	MOVE HELD-REASON TO RPT-HELD-REASON.
	DISPLAY RPT-HELD.
      ******************************************************
      *  Carry one lot slice into the A class -- the B lot
      *  goes, and the A lot of the same trade date takes the
      *  shares times the ratio at the price over the ratio,
      *  so the slice's basis crosses intact; an A lot
      *  already on that date blends at a weighted price
      ******************************************************
       MOVE-ONE-SLICE.
	MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-LOT-FUND.
	MOVE SLICE-DATE (SLICE-SUB) TO FILE-LOT-TRADE-DATE.
	DELETE LOT-FILE RECORD.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "DELETE LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	COMPUTE SLICE-NEW-QTY ROUNDED =
	    SLICE-QTY (SLICE-SUB) * WORK-RATIO.
	COMPUTE SLICE-NEW-PRICE ROUNDED =
	    SLICE-PRICE (SLICE-SUB) / WORK-RATIO.
	MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE WORK-SUCCESSOR TO FILE-LOT-FUND.
	MOVE SLICE-DATE (SLICE-SUB) TO FILE-LOT-TRADE-DATE.
	READ LOT-FILE.
	IF LOT-STATUS-1 = "0"
		COMPUTE FILE-LOT-PRICE ROUNDED =
		    ((FILE-LOT-AMOUNT * FILE-LOT-PRICE) +
		     (SLICE-NEW-QTY * SLICE-NEW-PRICE))
		    / (FILE-LOT-AMOUNT + SLICE-NEW-QTY)
		ADD SLICE-NEW-QTY TO FILE-LOT-AMOUNT
		REWRITE LOT-ITEM
	ELSE
		MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT
		MOVE WORK-SUCCESSOR TO FILE-LOT-FUND
		MOVE SLICE-DATE (SLICE-SUB) TO FILE-LOT-TRADE-DATE
		MOVE SLICE-NEW-QTY TO FILE-LOT-AMOUNT
		MOVE SLICE-NEW-PRICE TO FILE-LOT-PRICE
		WRITE LOT-ITEM
	END-IF.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "WRITE LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
      ******************************************************
      *  Common write/error-check for one blotter leg -- the
      *  caller has set the fund, action, amount, price and
      *  link reference
      ******************************************************
       WRITE-ONE-LEG.
	MOVE WORK-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-BLOTTER-DATE.
	MOVE TODAYS-TIME TO FILE-BLOTTER-TIME.
	MOVE SPACES TO FILE-BLOTTER-ORDER-REF.
	SET FILE-BLOTTER-IS-LIVE TO TRUE.
	MOVE ZERO TO FILE-BLOTTER-FEE.
	MOVE "SYSTEM" TO FILE-BLOTTER-OPERATOR.
	MOVE SPACES TO FILE-BLOTTER-REP.
	WRITE BLOTTER-ITEM.
	IF BLOTTER-STATUS-1 NOT = "0"
		MOVE "WRITE BLOT" TO LOG-ERR-ROUTINE
		MOVE BLOTTER-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
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
