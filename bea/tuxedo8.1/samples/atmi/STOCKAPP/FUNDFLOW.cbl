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
      * #ident	"@(#) samples/atmi/STOCKAPP/FUNDFLOW.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/FUNDFLOW.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * FUNDFLOW is the nightly capital stock activity job --
      * what the fund accountants and portfolio managers used
      * to ring up for every evening.  It runs in the
      * end-of-day sequence once BLOTEXTR has cut DAYBLOT.IT
      * and nothing more will touch a position tonight, and
      * rolls the day's blotter into one line per QUOTE.IT
      * fund code (that is, per share class), in shares and
      * in dollars at the price each entry carried:
      *   PURCHASES    buys with no link reference
      *   REDEMPTIONS  sells with no link reference
      *   EXCHANGE IN  buys carrying a link reference --
      *                EXCHSR's exchange legs, CLASSCNV's
      *                conversions, FUNDCORP's mergers
      *   EXCHANGE OUT the matching sells
      *   TRANSFER IN  share-journal "I" legs (XFERSR, and
      *                FUNDCORP's split legs)
      *   TRANSFER OUT share-journal "O" legs
      *   REINVESTED   "D" distribution entries on the fund
      *                -- a distribution paid in money posts
      *                on pseudo-fund CASH and is not a
      *                share of anything
      * A cancel's reversal entry ("X") backs its trade out
      * of the bucket the trade went into, so a day's figure
      * can be negative when a prior day's trade was
      * cancelled.  Purchases and redemptions on an omnibus
      * trading partner's account (PARTNER.IT) are counted
      * in the totals and broken out again on their own
      * lines, since the partner's money moves by wire on
      * the partner's settlement terms.
      *
      * The closing shares outstanding are summed across
      * CUST.IT, and the day goes three places:
      *   FUNDFLOW.IT  the file for fund accounting, under
      *                the usual header/detail/trailer
      *                envelope, one detail per share class
      *   FLOWHIST.IT  one record per fund and business
      *                date, holding our closing shares
      *                outstanding for SHRPROOF to prove
      *                the fund accountant's figure against
      *   the report   each class with activity, and the
      *                totals for its base fund
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FUNDFLOW.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-QUOTE-FUND
		STATUS FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "DAYBLOT.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS BLOTTER-FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	SELECT PARTNER-FILE ASSIGN "PARTNER.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-PTN-ID
		STATUS PARTNER-FILE-STATUS.
	SELECT FUNDFLOW-FILE ASSIGN "FUNDFLOW.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FUNDFLOW-FILE-STATUS.
	SELECT FLOWHIST-FILE ASSIGN "FLOWHIST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FLH-KEY
		STATUS FLOWHIST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
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
      * The daily extract carries the same record BLOTTER.IT
      * does, today's records only
      ******************************************************
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
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
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
      * The capital stock file for fund accounting -- one
      * detail per share class, the nine activity buckets in
      * the order the report prints them, each in shares
      * and dollars
      ******************************************************
	FD  FUNDFLOW-FILE; RECORD 307.
	01  FUNDFLOW-ITEM.
	     03  FLW-REC-TYPE		PIC X(01).
		 88  FLW-IS-HEADER	VALUE "H".
		 88  FLW-IS-DETAIL	VALUE "D".
		 88  FLW-IS-TRAILER	VALUE "T".
	     03  FLW-REC-BODY		PIC X(306).
	01  FUNDFLOW-HEADER REDEFINES FUNDFLOW-ITEM.
	     03  FILLER			PIC X(01).
	     03  FLW-HDR-SOURCE		PIC X(10).
	     03  FLW-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(288).
	01  FUNDFLOW-DETAIL REDEFINES FUNDFLOW-ITEM.
	     03  FILLER			PIC X(01).
	     03  FLW-DTL-FUND		PIC X(10).
	     03  FLW-DTL-BASE-FUND	PIC X(10).
	     03  FLW-DTL-CLASS		PIC X(02).
	     03  FLW-DTL-BUCKET OCCURS 9 TIMES.
		05  FLW-DTL-SHARES	PIC S9(11)V999.
		05  FLW-DTL-DOLLARS	PIC S9(11)V99.
	     03  FLW-DTL-NET-SHARES	PIC S9(11)V999.
	     03  FLW-DTL-NET-DOLLARS	PIC S9(11)V99.
	     03  FLW-DTL-OUTSTANDING	PIC 9(11)V999.
	01  FUNDFLOW-TRAILER REDEFINES FUNDFLOW-ITEM.
	     03  FILLER			PIC X(01).
	     03  FLW-TRL-COUNT		PIC 9(7).
	     03  FLW-TRL-OUTSTANDING	PIC 9(13)V999.
	     03  FILLER			PIC X(283).
      ******************************************************
      * Shares-outstanding history -- our closing figure per
      * fund and business date, and what the fund accountant
      * reported back for the same date (see SHRPROOF)
      ******************************************************
	FD  FLOWHIST-FILE; RECORD 69.
	01  FLOWHIST-ITEM.
	     03  FILE-FLH-KEY.
		05  FILE-FLH-FUND	PIC X(10).
		05  FILE-FLH-DATE	PIC 9(8).
	     03  FILE-FLH-OUTSTANDING	PIC 9(11)V999.
	     03  FILE-FLH-NET-SHARES	PIC S9(11)V999.
	     03  FILE-FLH-FA-SHARES	PIC 9(11)V999.
	     03  FILE-FLH-FA-DATE	PIC 9(8).
	     03  FILE-FLH-PROOF		PIC X(01).
		 88  FILE-FLH-NOT-PROVED	VALUE " ".
		 88  FILE-FLH-AGREES	VALUE "A".
		 88  FILE-FLH-BREAK	VALUE "B".
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
      * In-memory flow table, one entry per QUOTE.IT fund
      * code, filled in key order.  A shop with more share
      * classes than fit is truncated and the fact logged
      * rather than overrun.
      ******************************************************
	01  FLOW-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  FLOW-TABLE.
	    05  FLOW-ENTRY OCCURS 300 TIMES.
		10  FL-FUND		PIC X(10).
		10  FL-BASE-FUND	PIC X(10).
		10  FL-CLASS		PIC X(02).
		10  FL-ACTIVE		PIC X(01).
		10  FL-OUTSTANDING	PIC 9(11)V999.
		10  FL-BUCKET OCCURS 9 TIMES.
		    15  FL-SHARES	PIC S9(11)V999.
		    15  FL-DOLLARS	PIC S9(11)V99.
		10  FL-NET-SHARES	PIC S9(11)V999.
		10  FL-NET-DOLLARS	PIC S9(11)V99.
	01  FLOW-SUB		PIC 9(4) COMP-5.
	01  FLOW-HIT		PIC X VALUE "N".
	01  WORK-FUND		PIC X(10).
      ******************************************************
      * The nine buckets -- label and how each counts toward
      * the day's net: "+" adds, "-" subtracts, and the two
      * omnibus lines count nothing more, being a breakout
      * of purchases and redemptions already counted
      ******************************************************
	01  BUCKET-NAME-TABLE.
		05  FILLER	PIC X(14) VALUE "PURCHASES".
		05  FILLER	PIC X(14) VALUE "REDEMPTIONS".
		05  FILLER	PIC X(14) VALUE "EXCHANGE IN".
		05  FILLER	PIC X(14) VALUE "EXCHANGE OUT".
		05  FILLER	PIC X(14) VALUE "TRANSFER IN".
		05  FILLER	PIC X(14) VALUE "TRANSFER OUT".
		05  FILLER	PIC X(14) VALUE "REINVESTED".
		05  FILLER	PIC X(14) VALUE "  OMNI PURCH".
		05  FILLER	PIC X(14) VALUE "  OMNI REDEEM".
	01  BUCKET-NAMES REDEFINES BUCKET-NAME-TABLE.
		05  BUCKET-NAME	PIC X(14) OCCURS 9 TIMES.
	01  BUCKET-SIGN-TABLE	PIC X(9) VALUE "+-+-+-+  ".
	01  BUCKET-SIGNS REDEFINES BUCKET-SIGN-TABLE.
		05  BUCKET-SIGN	PIC X(01) OCCURS 9 TIMES.
	01  BUCKET-SUB		PIC 9(4) COMP-5.
	01  OMNI-SUB		PIC 9(4) COMP-5.
	01  ENTRY-SHARES	PIC S9(11)V999.
	01  ENTRY-DOLLARS	PIC S9(11)V99.
      ******************************************************
      * Omnibus accounts off PARTNER.IT -- a site with no
      * partners simply has no breakout
      ******************************************************
	01  OMNI-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  OMNI-TABLE.
	    05  OMNI-ACCOUNT	PIC X(10) OCCURS 100 TIMES.
	01  OMNI-HIT		PIC X VALUE "N".
      ******************************************************
      * Base-fund control break for the report
      ******************************************************
	01  BREAK-BASE		PIC X(10) VALUE SPACES.
	01  BASE-NET-SHARES	PIC S9(11)V999 VALUE ZERO.
	01  BASE-NET-DOLLARS	PIC S9(11)V99 VALUE ZERO.
	01  BASE-OUTSTANDING	PIC 9(11)V999 VALUE ZERO.
	01  BASE-CLASSES	PIC 9(4) COMP-5 VALUE ZERO.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"FUNDFLOW =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"FUNDFLOW ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status and counts
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
 	01  CUST-FILE-STATUS.
           	05  CUST-STATUS-1	PIC X.
           	05  CUST-STATUS-2	PIC X.
 	01  PARTNER-FILE-STATUS.
           	05  PTN-STATUS-1	PIC X.
           	05  PTN-STATUS-2	PIC X.
 	01  FUNDFLOW-FILE-STATUS.
           	05  FLW-STATUS-1	PIC X.
           	05  FLW-STATUS-2	PIC X.
 	01  FLOWHIST-FILE-STATUS.
           	05  FLH-STATUS-1	PIC X.
           	05  FLH-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ENTRY-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  DETAIL-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  TOTAL-OUTSTANDING	PIC 9(13)V999 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"DAILY CAPITAL STOCK ACTIVITY -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-CLASS-LINE.
		05  FILLER		PIC X(6) VALUE "FUND".
		05  RPT-CLS-FUND	PIC X(10).
		05  FILLER		PIC X(7) VALUE "  CLASS".
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-CLS-CLASS	PIC X(02).
		05  FILLER		PIC X(15) VALUE
			"  OUTSTANDING".
		05  RPT-CLS-OUT		PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
	01  RPT-BUCKET-LINE.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  RPT-BKT-NAME	PIC X(14).
		05  RPT-BKT-SHARES	PIC ---,---,---,--9.999.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-BKT-DOLLARS	PIC ---,---,---,--9.99.
	01  RPT-BASE-LINE.
		05  FILLER		PIC X(11) VALUE "BASE FUND".
		05  RPT-BASE-FUND	PIC X(10).
		05  FILLER		PIC X(9) VALUE "  NET SH".
		05  RPT-BASE-SHARES	PIC ---,---,---,--9.999.
		05  FILLER		PIC X(7) VALUE "  NET $".
		05  RPT-BASE-DOLLARS	PIC ---,---,---,--9.99.
	01  RPT-BASE-OUT-LINE.
		05  FILLER		PIC X(30) VALUE
			"  OUTSTANDING, ALL CLASSES".
		05  RPT-BASE-OUT	PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
	01  RPT-TOTAL.
		05  FILLER	PIC X(20) VALUE "BLOTTER ENTRIES  =>".
		05  RPT-ENTRY-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(20) VALUE "  CLASSES SENT =>".
		05  RPT-DETAIL-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-FUNDFLOW.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      * Every share class on QUOTE.IT gets an entry, so a
      * quiet class still reports its shares outstanding
      ******************************************************
	OPEN INPUT QUOTE-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM LOAD-ONE-FUND UNTIL DONE-READING.
	CLOSE QUOTE-FILE.
	PERFORM LOAD-PARTNERS THRU LOAD-PARTNERS-EXIT.
      ******************************************************
      * The day's activity off the extract
      ******************************************************
	OPEN INPUT BLOTTER-FILE.
	IF BLOTTER-STATUS-1 NOT = "0"
		MOVE "OPEN DAYBLOT" TO LOG-ERR-ROUTINE
		MOVE BLOTTER-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM READ-BLOTTER-LOOP UNTIL DONE-READING.
	CLOSE BLOTTER-FILE.
      ******************************************************
      * Closing shares outstanding off CUST.IT
      ******************************************************
	OPEN INPUT CUST-FILE.
	IF CUST-STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE CUST-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM READ-CUST-LOOP UNTIL DONE-READING.
	CLOSE CUST-FILE.
      ******************************************************
      * Write the file, the history and the report
      ******************************************************
	OPEN OUTPUT FUNDFLOW-FILE.
	IF FLW-STATUS-1 NOT = "0"
		MOVE "OPEN FLOW" TO LOG-ERR-ROUTINE
		MOVE FLW-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN I-O FLOWHIST-FILE.
	IF FLH-STATUS-1 = "3"
		OPEN OUTPUT FLOWHIST-FILE
		CLOSE FLOWHIST-FILE
		OPEN I-O FLOWHIST-FILE.
	IF FLH-STATUS-1 NOT = "0"
		MOVE "OPEN FLH" TO LOG-ERR-ROUTINE
		MOVE FLH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE FUNDFLOW-FILE
		PERFORM A-999-EXIT.
	MOVE SPACES TO FUNDFLOW-ITEM.
	SET FLW-IS-HEADER TO TRUE.
	MOVE "STOCKAPP" TO FLW-HDR-SOURCE.
	MOVE TODAYS-DATE TO FLW-HDR-DATE.
	PERFORM WRITE-FLOW-RECORD.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	PERFORM SEND-ONE-CLASS
		VARYING FLOW-SUB FROM 1 BY 1
		UNTIL FLOW-SUB > FLOW-COUNT.
	PERFORM PRINT-BASE-TOTAL THRU PRINT-BASE-TOTAL-EXIT.
	MOVE SPACES TO FUNDFLOW-ITEM.
	SET FLW-IS-TRAILER TO TRUE.
	MOVE DETAIL-COUNT TO FLW-TRL-COUNT.
	MOVE TOTAL-OUTSTANDING TO FLW-TRL-OUTSTANDING.
	PERFORM WRITE-FLOW-RECORD.
	CLOSE FUNDFLOW-FILE.
	CLOSE FLOWHIST-FILE.
	DISPLAY SPACE.
	MOVE ENTRY-COUNT TO RPT-ENTRY-COUNT.
	MOVE DETAIL-COUNT TO RPT-DETAIL-COUNT.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the file.  The return code is
      * set after the last USERLOG call -- a CALL hands the
      * called program's own return back through RETURN-CODE,
      * so setting 16 any earlier would be wiped before STOP
      * RUN and the end-of-day driver would never see the
      * failure.
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Flow File" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  One fund code off QUOTE.IT into the table, every
      *  bucket zero.  A fund with no base fund of its own is
      *  its own base.
      ******************************************************
       LOAD-ONE-FUND.
	READ QUOTE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FLOW-COUNT < 300
			ADD 1 TO FLOW-COUNT
			MOVE FILE-QUOTE-FUND TO FL-FUND (FLOW-COUNT)
			IF FILE-QUOTE-BASE-FUND = SPACES
				MOVE FILE-QUOTE-FUND TO
					FL-BASE-FUND (FLOW-COUNT)
			ELSE
				MOVE FILE-QUOTE-BASE-FUND TO
					FL-BASE-FUND (FLOW-COUNT)
			END-IF
			MOVE FILE-QUOTE-CLASS TO FL-CLASS (FLOW-COUNT)
			MOVE "N" TO FL-ACTIVE (FLOW-COUNT)
			MOVE ZERO TO FL-OUTSTANDING (FLOW-COUNT)
			MOVE ZERO TO FL-NET-SHARES (FLOW-COUNT)
			MOVE ZERO TO FL-NET-DOLLARS (FLOW-COUNT)
			PERFORM CLEAR-ONE-BUCKET
				VARYING BUCKET-SUB FROM 1 BY 1
				UNTIL BUCKET-SUB > 9
		ELSE
			MOVE "Flow table full -- truncated" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
		END-IF
	END-IF.
      ******************************************************
       CLEAR-ONE-BUCKET.
	MOVE ZERO TO FL-SHARES (FLOW-COUNT BUCKET-SUB).
	MOVE ZERO TO FL-DOLLARS (FLOW-COUNT BUCKET-SUB).
      ******************************************************
      *  The partners' omnibus accounts, when the partner
      *  master is on file
      ******************************************************
       LOAD-PARTNERS.
	OPEN INPUT PARTNER-FILE.
	IF PTN-STATUS-1 NOT = "0"
		GO TO LOAD-PARTNERS-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-ONE-PARTNER UNTIL DONE-READING.
	CLOSE PARTNER-FILE.
       LOAD-PARTNERS-EXIT.
	EXIT.
      ******************************************************
       LOAD-ONE-PARTNER.
	READ PARTNER-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING AND FILE-PTN-ACCOUNT NOT = SPACES
		IF OMNI-COUNT < 100
			ADD 1 TO OMNI-COUNT
			MOVE FILE-PTN-ACCOUNT TO
				OMNI-ACCOUNT (OMNI-COUNT)
		END-IF
	END-IF.
      ******************************************************
      *  Read one blotter entry off the extract
      ******************************************************
       READ-BLOTTER-LOOP.
	READ BLOTTER-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		PERFORM ROLL-ONE-ENTRY THRU ROLL-ONE-ENTRY-EXIT.
      ******************************************************
      *  Put one entry in its bucket.  A fund code not on
      *  QUOTE.IT -- pseudo-fund CASH's money distributions
      *  and interest -- is not capital stock and is passed
      *  over.
      ******************************************************
       ROLL-ONE-ENTRY.
	MOVE FILE-BLOTTER-FUND TO WORK-FUND.
	PERFORM FIND-FLOW-ENTRY.
	IF FLOW-HIT NOT = "Y"
		GO TO ROLL-ONE-ENTRY-EXIT.
	IF FILE-BLOTTER-IS-BUY AND FILE-BLOTTER-LINK-REF = SPACES
		MOVE 1 TO BUCKET-SUB
	ELSE IF FILE-BLOTTER-IS-SELL AND
			FILE-BLOTTER-LINK-REF = SPACES
		MOVE 2 TO BUCKET-SUB
	ELSE IF FILE-BLOTTER-IS-BUY
		MOVE 3 TO BUCKET-SUB
	ELSE IF FILE-BLOTTER-IS-SELL
		MOVE 4 TO BUCKET-SUB
	ELSE IF FILE-BLOTTER-IS-XFER-IN
		MOVE 5 TO BUCKET-SUB
	ELSE IF FILE-BLOTTER-IS-XFER-OUT
		MOVE 6 TO BUCKET-SUB
	ELSE IF FILE-BLOTTER-IS-DIST
		MOVE 7 TO BUCKET-SUB
	ELSE
		GO TO ROLL-ONE-ENTRY-EXIT.
	ADD 1 TO ENTRY-COUNT.
	MOVE FILE-BLOTTER-AMOUNT TO ENTRY-SHARES.
	COMPUTE ENTRY-DOLLARS ROUNDED =
		FILE-BLOTTER-AMOUNT * FILE-BLOTTER-PRICE.
	IF FILE-BLOTTER-IS-REVERSAL
		COMPUTE ENTRY-SHARES = ENTRY-SHARES * -1
		COMPUTE ENTRY-DOLLARS = ENTRY-DOLLARS * -1.
	MOVE "Y" TO FL-ACTIVE (FLOW-SUB).
	ADD ENTRY-SHARES TO FL-SHARES (FLOW-SUB BUCKET-SUB).
	ADD ENTRY-DOLLARS TO FL-DOLLARS (FLOW-SUB BUCKET-SUB).
	IF BUCKET-SIGN (BUCKET-SUB) = "+"
		ADD ENTRY-SHARES TO FL-NET-SHARES (FLOW-SUB)
		ADD ENTRY-DOLLARS TO FL-NET-DOLLARS (FLOW-SUB)
	ELSE
		SUBTRACT ENTRY-SHARES FROM FL-NET-SHARES (FLOW-SUB)
		SUBTRACT ENTRY-DOLLARS FROM FL-NET-DOLLARS (FLOW-SUB).
	IF BUCKET-SUB > 2
		GO TO ROLL-ONE-ENTRY-EXIT.
	PERFORM CHECK-OMNIBUS.
	IF OMNI-HIT = "Y"
		COMPUTE BUCKET-SUB = BUCKET-SUB + 7
		ADD ENTRY-SHARES TO FL-SHARES (FLOW-SUB BUCKET-SUB)
		ADD ENTRY-DOLLARS TO
			FL-DOLLARS (FLOW-SUB BUCKET-SUB).
       ROLL-ONE-ENTRY-EXIT.
	EXIT.
      ******************************************************
      *  Find WORK-FUND's entry -- FLOW-SUB is left on it
      ******************************************************
       FIND-FLOW-ENTRY.
	MOVE "N" TO FLOW-HIT.
	PERFORM FIND-FLOW-SLOT
		VARYING FLOW-SUB FROM 1 BY 1
		UNTIL FLOW-SUB > FLOW-COUNT OR FLOW-HIT = "Y".
	IF FLOW-HIT = "Y"
		SUBTRACT 1 FROM FLOW-SUB.
      ******************************************************
       FIND-FLOW-SLOT.
	IF FL-FUND (FLOW-SUB) = WORK-FUND
		MOVE "Y" TO FLOW-HIT.
      ******************************************************
      *  Is the entry's account a partner's omnibus account?
      ******************************************************
       CHECK-OMNIBUS.
	MOVE "N" TO OMNI-HIT.
	PERFORM CHECK-ONE-OMNIBUS
		VARYING OMNI-SUB FROM 1 BY 1
		UNTIL OMNI-SUB > OMNI-COUNT OR OMNI-HIT = "Y".
      ******************************************************
       CHECK-ONE-OMNIBUS.
	IF OMNI-ACCOUNT (OMNI-SUB) = FILE-BLOTTER-ACCOUNT
		MOVE "Y" TO OMNI-HIT.
      ******************************************************
      *  Add one position to its fund's shares outstanding
      ******************************************************
       READ-CUST-LOOP.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE FILE-CUST-FUND TO WORK-FUND
		PERFORM FIND-FLOW-ENTRY
		IF FLOW-HIT = "Y"
			ADD FILE-CUST-AMOUNT TO
				FL-OUTSTANDING (FLOW-SUB)
		END-IF
	END-IF.
      ******************************************************
      *  One share class to the file, the history and -- when
      *  it had activity -- the report.  Classes print in
      *  fund-code order with a total each time the base
      *  fund changes.
      ******************************************************
       SEND-ONE-CLASS.
	IF FL-BASE-FUND (FLOW-SUB) NOT = BREAK-BASE
		PERFORM PRINT-BASE-TOTAL THRU PRINT-BASE-TOTAL-EXIT
		MOVE FL-BASE-FUND (FLOW-SUB) TO BREAK-BASE.
	MOVE SPACES TO FUNDFLOW-ITEM.
	SET FLW-IS-DETAIL TO TRUE.
	MOVE FL-FUND (FLOW-SUB) TO FLW-DTL-FUND.
	MOVE FL-BASE-FUND (FLOW-SUB) TO FLW-DTL-BASE-FUND.
	MOVE FL-CLASS (FLOW-SUB) TO FLW-DTL-CLASS.
	PERFORM MOVE-ONE-BUCKET
		VARYING BUCKET-SUB FROM 1 BY 1
		UNTIL BUCKET-SUB > 9.
	MOVE FL-NET-SHARES (FLOW-SUB) TO FLW-DTL-NET-SHARES.
	MOVE FL-NET-DOLLARS (FLOW-SUB) TO FLW-DTL-NET-DOLLARS.
	MOVE FL-OUTSTANDING (FLOW-SUB) TO FLW-DTL-OUTSTANDING.
	PERFORM WRITE-FLOW-RECORD.
	ADD 1 TO DETAIL-COUNT.
	ADD FL-OUTSTANDING (FLOW-SUB) TO TOTAL-OUTSTANDING.
	PERFORM WRITE-HISTORY.
	ADD 1 TO BASE-CLASSES.
	ADD FL-NET-SHARES (FLOW-SUB) TO BASE-NET-SHARES.
	ADD FL-NET-DOLLARS (FLOW-SUB) TO BASE-NET-DOLLARS.
	ADD FL-OUTSTANDING (FLOW-SUB) TO BASE-OUTSTANDING.
	IF FL-ACTIVE (FLOW-SUB) = "Y"
		MOVE FL-FUND (FLOW-SUB) TO RPT-CLS-FUND
		MOVE FL-CLASS (FLOW-SUB) TO RPT-CLS-CLASS
		MOVE FL-OUTSTANDING (FLOW-SUB) TO RPT-CLS-OUT
		DISPLAY RPT-CLASS-LINE
		PERFORM PRINT-ONE-BUCKET
			VARYING BUCKET-SUB FROM 1 BY 1
			UNTIL BUCKET-SUB > 9.
      ******************************************************
       MOVE-ONE-BUCKET.
	MOVE FL-SHARES (FLOW-SUB BUCKET-SUB) TO
		FLW-DTL-SHARES (BUCKET-SUB).
	MOVE FL-DOLLARS (FLOW-SUB BUCKET-SUB) TO
		FLW-DTL-DOLLARS (BUCKET-SUB).
      ******************************************************
       PRINT-ONE-BUCKET.
	IF FL-SHARES (FLOW-SUB BUCKET-SUB) NOT = ZERO OR
	   FL-DOLLARS (FLOW-SUB BUCKET-SUB) NOT = ZERO
		MOVE BUCKET-NAME (BUCKET-SUB) TO RPT-BKT-NAME
		MOVE FL-SHARES (FLOW-SUB BUCKET-SUB) TO
			RPT-BKT-SHARES
		MOVE FL-DOLLARS (FLOW-SUB BUCKET-SUB) TO
			RPT-BKT-DOLLARS
		DISPLAY RPT-BUCKET-LINE.
      ******************************************************
      *  The base fund's net across its classes, and its
      *  shares outstanding -- nothing before the first fund
      ******************************************************
       PRINT-BASE-TOTAL.
	IF BASE-CLASSES = ZERO
		GO TO PRINT-BASE-TOTAL-EXIT.
	MOVE BREAK-BASE TO RPT-BASE-FUND.
	MOVE BASE-NET-SHARES TO RPT-BASE-SHARES.
	MOVE BASE-NET-DOLLARS TO RPT-BASE-DOLLARS.
	DISPLAY RPT-BASE-LINE.
	MOVE BASE-OUTSTANDING TO RPT-BASE-OUT.
	DISPLAY RPT-BASE-OUT-LINE.
	DISPLAY SPACE.
	MOVE ZERO TO BASE-CLASSES.
	MOVE ZERO TO BASE-NET-SHARES.
	MOVE ZERO TO BASE-NET-DOLLARS.
	MOVE ZERO TO BASE-OUTSTANDING.
       PRINT-BASE-TOTAL-EXIT.
	EXIT.
      ******************************************************
      *  Tonight's closing figure on the history.  A rerun
      *  tonight refreshes it, keeping anything the fund
      *  accountant's figure already proved.
      ******************************************************
       WRITE-HISTORY.
	MOVE FL-FUND (FLOW-SUB) TO FILE-FLH-FUND.
	MOVE TODAYS-DATE TO FILE-FLH-DATE.
	READ FLOWHIST-FILE.
	IF FLH-STATUS-1 = "0"
		MOVE FL-OUTSTANDING (FLOW-SUB) TO FILE-FLH-OUTSTANDING
		MOVE FL-NET-SHARES (FLOW-SUB) TO FILE-FLH-NET-SHARES
		REWRITE FLOWHIST-ITEM
	ELSE
		MOVE FL-FUND (FLOW-SUB) TO FILE-FLH-FUND
		MOVE TODAYS-DATE TO FILE-FLH-DATE
		MOVE FL-OUTSTANDING (FLOW-SUB) TO FILE-FLH-OUTSTANDING
		MOVE FL-NET-SHARES (FLOW-SUB) TO FILE-FLH-NET-SHARES
		MOVE ZERO TO FILE-FLH-FA-SHARES
		MOVE ZERO TO FILE-FLH-FA-DATE
		SET FILE-FLH-NOT-PROVED TO TRUE
		WRITE FLOWHIST-ITEM.
	IF FLH-STATUS-1 NOT = "0"
		MOVE "WRITE FLH" TO LOG-ERR-ROUTINE
		MOVE FLH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Common write/error-check for one flow file record
      ******************************************************
       WRITE-FLOW-RECORD.
	WRITE FUNDFLOW-ITEM.
	IF FLW-STATUS-1 NOT = "0"
		MOVE "WRITE FLOW" TO LOG-ERR-ROUTINE
		MOVE FLW-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE FUNDFLOW-FILE
		CLOSE FLOWHIST-FILE
		PERFORM A-999-EXIT.
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
