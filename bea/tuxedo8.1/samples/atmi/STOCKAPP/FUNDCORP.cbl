      *      a liquidating fund pays at once), the realized
      *      gain captured on GAINLOG.IT from the lots, and a
      *      plain sell leg on the blotter.
      *   S  split, R  reverse split -- the fund stays; every
      *      position and lot is restated at the ratio (new
      *      shares per old share, over one for a split and
      *      under one for a reverse split), shares multiplied
      *      and prices divided, lots keeping their dates and
      *      basis.  The share difference rides the blotter as
      *      a share-journal leg ("I" for a split, "O" for a
      *      reverse split) at a zero price under the
      *      corporate-action link reference, so RECONCIL and
      *      POSREBLD replay the new share count while GLFEED
      *      books nothing -- no value moved.  A reverse split
      *      leaves whole shares only: the fraction is paid out
      *      as cash in lieu at the post-split NAV, credited
      *      with a "CA" ledger entry, its gain realized on
      *      GAINLOG.IT off the oldest lots, and sold on a
      *      plain sell leg.  The split also restates the
      *      fund's QUOTE.IT prices, its QUOTEHST.IT and
      *      QHSARCH.IT price history (so FUNDPERF and
      *      POSREBLD see no false drop), PLEDGE.IT pledged
      *      quantities, LOIESCR.IT escrowed shares, the
      *      CDSCFREE.IT free allowances, and every pending
      *      share-denominated order on ORDERBK.IT.  The
      *      restated quote is stamped operator "SPLIT", and a
      *      second split of the same fund the same day is
      *      refused.
      * The source fund's holders are found through the
      * POSXREF.IT fund/account cross-reference instead of a
      * pass over every CUST.IT position, and a merger's new
      * successor positions are added to it.
      * A merger or liquidation retires the source fund from
      * QUOTE.IT so nothing can trade it again, and the
      * control report proves shares in equals shares out; a
      * split's report also proves the fund's total value --
      * shares at NAV, plus cash in lieu -- did not change.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FUNDCORP.
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT QUOTEHST-FILE ASSIGN "QUOTEHST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-HIST-KEY
		STATUS HIST-FILE-STATUS.
	SELECT QHSARCH-FILE ASSIGN "QHSARCH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QHSA-KEY
		STATUS QHSARCH-FILE-STATUS.
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
	SELECT ORDBK-FILE ASSIGN "ORDERBK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ORDBK-KEY
		STATUS ORDBK-FILE-STATUS.
	SELECT CDSCFREE-FILE ASSIGN "CDSCFREE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDF-KEY
		STATUS CDSCFREE-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  CORP-TYPE		PIC X(01).
		 88  CORP-IS-MERGER	VALUE "M".
		 88  CORP-IS-LIQUIDATION VALUE "L".
		 88  CORP-IS-SPLIT	VALUE "S".
		 88  CORP-IS-REVERSE-SPLIT VALUE "R".
	     03  CORP-SOURCE-FUND	PIC X(10).
	     03  CORP-SUCCESSOR		PIC X(10).
	     03  CORP-RATIO		PIC 9(3)V9(6).
	     03  FILE-LED-BALANCE		PIC 9(9)V99.
	     03  FILE-LED-DESC			PIC X(20).
	     03  FILE-LED-BATCH			PIC 9(8).
	FD  GAINLOG-FILE; RECORD 94.
	01  GAIN-ITEM.
	     03  FILE-GAIN-KEY.
		05  FILE-GAIN-ACCOUNT		PIC X(10).
	     03  FILE-GAIN-WASH-FLAG		PIC X(01).
		 88  FILE-GAIN-IS-WASH		VALUE "W".
	     03  FILE-GAIN-DISALLOWED		PIC 9(9)V99.
	     03  FILE-GAIN-TERM		PIC X(01).
		 88  FILE-GAIN-IS-LONG-TERM	VALUE "L".
	     03  FILE-GAIN-BASIS-ADJ		PIC X(01).
	FD  QUOTE-FILE; RECORD 64.
	01  QUOTE-ITEM.
		02  FILE-QUOTE-FUND 		PIC X(10).
		02  FILE-QUOTE-LAST-TIME	PIC 9(8).
		02  FILE-QUOTE-BASE-FUND	PIC X(10).
		02  FILE-QUOTE-CLASS		PIC X(02).
      ******************************************************
      * Files a split restates besides positions and lots
      ******************************************************
	FD  QUOTEHST-FILE; RECORD 52.
	01  HIST-ITEM.
		02  FILE-HIST-KEY.
			03  FILE-HIST-FUND	PIC X(10).
			03  FILE-HIST-DATE	PIC 9(8).
			03  FILE-HIST-TIME	PIC 9(8).
		02  FILE-HIST-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-OPERATOR		PIC X(08).
	FD  QHSARCH-FILE; RECORD 60.
	01  QHSARCH-ITEM.
		02  FILE-QHSA-KEY.
			03  FILE-QHSA-FUND	PIC X(10).
			03  FILE-QHSA-DATE	PIC 9(8).
			03  FILE-QHSA-TIME	PIC 9(8).
		02  FILE-QHSA-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-QHSA-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-QHSA-OPERATOR		PIC X(08).
		02  FILE-QHSA-ARCH-DATE		PIC 9(8).
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
	FD  ORDBK-FILE; RECORD 133.
	01  ORDBK-ITEM.
	     03  FILE-ORDBK-KEY.
		05  FILE-ORDBK-ACCOUNT		PIC X(10).
		05  FILE-ORDBK-FUND		PIC X(10).
		05  FILE-ORDBK-DATE		PIC 9(8).
		05  FILE-ORDBK-TIME		PIC 9(8).
	     03  FILE-ORDBK-ACTION		PIC X(01).
	     03  FILE-ORDBK-AMOUNT		PIC 9(7)V999.
	     03  FILE-ORDBK-ORDER-REF		PIC X(20).
	     03  FILE-ORDBK-STATUS		PIC X(01).
		 88  FILE-ORDBK-IS-PENDING	VALUE "P".
	     03  FILE-ORDBK-FILL-PRICE		PIC 9(7)V99.
	     03  FILE-ORDBK-OPERATOR		PIC X(10).
	     03  FILE-ORDBK-LOT-DATE		PIC 9(8).
	     03  FILE-ORDBK-ORDER-TYPE		PIC X(01).
		 88  FILE-ORDBK-IN-SHARES	VALUE "S" " ".
	     03  FILE-ORDBK-DOLLARS		PIC 9(9)V99.
	     03  FILE-ORDBK-CHG-OPERATOR	PIC X(10).
	     03  FILE-ORDBK-CHG-DATE		PIC 9(8).
	     03  FILE-ORDBK-CHG-TIME		PIC 9(8).
	FD  CDSCFREE-FILE; RECORD 44.
	01  CDSCFREE-ITEM.
	     03  FILE-CDF-KEY.
		05  FILE-CDF-ACCOUNT	PIC X(10).
		05  FILE-CDF-FUND	PIC X(10).
		05  FILE-CDF-YEAR	PIC 9(4).
	     03  FILE-CDF-ALLOWANCE	PIC 9(7)V999.
	     03  FILE-CDF-USED		PIC 9(7)V999.
      ******************************************************
      * Fund/account cross-reference -- the way in to the
      * source fund's holders, and where a merger's new
      * successor positions are recorded
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
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
 	01  HIST-FILE-STATUS.
           	05  HIST-STATUS-1	PIC X.
           	05  HIST-STATUS-2	PIC X.
 	01  QHSARCH-FILE-STATUS.
           	05  QHSA-STATUS-1	PIC X.
           	05  QHSA-STATUS-2	PIC X.
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
           	05  PLG-STATUS-2	PIC X.
 	01  LOIESCR-FILE-STATUS.
           	05  LES-STATUS-1	PIC X.
           	05  LES-STATUS-2	PIC X.
 	01  ORDBK-FILE-STATUS.
           	05  ORDBK-STATUS-1	PIC X.
           	05  ORDBK-STATUS-2	PIC X.
 	01  CDSCFREE-FILE-STATUS.
           	05  CDF-STATUS-1	PIC X.
           	05  CDF-STATUS-2	PIC X.
      ******************************************************
      * Which of a split's restated files are on hand -- a
      * site without one of them has nothing in it to restate
      ******************************************************
	01  HIST-OPEN-SWITCH	PIC X VALUE "N".
		88  HIST-AVAILABLE	VALUE "Y".
	01  QHSA-OPEN-SWITCH	PIC X VALUE "N".
		88  QHSARCH-AVAILABLE	VALUE "Y".
	01  PLEDGE-OPEN-SWITCH	PIC X VALUE "N".
		88  PLEDGE-AVAILABLE	VALUE "Y".
	01  LES-OPEN-SWITCH	PIC X VALUE "N".
		88  LOIESCR-AVAILABLE	VALUE "Y".
	01  ORDBK-OPEN-SWITCH	PIC X VALUE "N".
		88  ORDBK-AVAILABLE	VALUE "Y".
	01  CDF-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSCFREE-AVAILABLE	VALUE "Y".
      ******************************************************
      * The event being worked, saved off the control record
      ******************************************************
	01  WORK-TYPE		PIC X(01).
		88  WORK-IS-MERGER	VALUE "M".
		88  WORK-IS-LIQUIDATION	VALUE "L".
		88  WORK-IS-SPLIT		VALUE "S".
		88  WORK-IS-REVERSE-SPLIT	VALUE "R".
		88  WORK-IS-ANY-SPLIT	VALUE "S" "R".
	01  WORK-SOURCE		PIC X(10).
	01  WORK-SUCCESSOR	PIC X(10).
	01  WORK-RATIO		PIC 9(3)V9(6).
	01  SLICE-NEW-PRICE	PIC 9(7)V99.
	01  PROCEEDS		PIC 9(9)V99.
	01  LOT-BASIS		PIC 9(11)V99.
	01  GAIN-SHARES		PIC 9(7)V999.
	01  GAIN-BASIS		PIC 9(11)V99.
	01  LEDGER-DESC		PIC X(20).
      ******************************************************
      * Split working fields -- the NAV either side of the
      * split, the position's share count at the ratio, its
      * whole shares and the fraction a reverse split pays
      * out, and the share-journal difference
      ******************************************************
	01  OLD-NAV		PIC 9(7)V99.
	01  NEW-NAV		PIC 9(7)V99.
	01  RAW-SHARES		PIC 9(7)V999.
	01  WHOLE-SHARES		PIC 9(7).
	01  FRACTION-SHARES	PIC 9(7)V999.
	01  FRACTION-LEFT	PIC 9(7)V999.
	01  FRACTION-USE		PIC 9(7)V999.
	01  JOURNAL-SHARES	PIC 9(7)V999.
	01  RESTATE-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-RESTATING	VALUE "Y".
      ******************************************************
      * Lot slices drawn from the source fund, held across
      * the keyed work on the successor side -- same
      * stamped on every blotter leg
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
	01  CORP-REF.
	    05  FILLER		PIC X(2) VALUE "CA".
	01  TOT-OUT-SHARES	PIC 9(11)V999 VALUE ZERO.
	01  TOT-PROCEEDS	PIC 9(11)V99 VALUE ZERO.
	01  PROOF-SHARES	PIC 9(11)V999.
	01  TOT-FRACTIONS	PIC 9(11)V999 VALUE ZERO.
	01  VALUE-BEFORE	PIC 9(13)V99.
	01  VALUE-AFTER		PIC 9(13)V99.
	01  VALUE-DIFF		PIC S9(13)V99.
	01  PRICE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  PLEDGE-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  ESCROW-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  ORDER-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  ALLOW-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TOTAL-3.
		05  FILLER	PIC X(18) VALUE "CASH PAID OUT  =>".
		05  RPT-PROCEEDS	PIC ZZZZZZZZZZ9.99.
		05  FILLER	PIC X(18) VALUE "  FRACTIONS    =>".
		05  RPT-FRACTIONS	PIC ZZZZZZZZZZ9.999.
	01  RPT-VALUE-1.
		05  FILLER	PIC X(18) VALUE "VALUE BEFORE   =>".
		05  RPT-VALUE-BEFORE	PIC ZZZZZZZZZZZZ9.99.
		05  FILLER	PIC X(18) VALUE "  NAV BEFORE   =>".
		05  RPT-OLD-NAV	PIC ZZZZZZ9.99.
	01  RPT-VALUE-2.
		05  FILLER	PIC X(18) VALUE "VALUE AFTER    =>".
		05  RPT-VALUE-AFTER	PIC ZZZZZZZZZZZZ9.99.
		05  FILLER	PIC X(18) VALUE "  NAV AFTER    =>".
		05  RPT-NEW-NAV	PIC ZZZZZZ9.99.
	01  RPT-VALUE-3.
		05  FILLER	PIC X(18) VALUE "DIFFERENCE     =>".
		05  RPT-VALUE-DIFF	PIC ZZZZZZZZZZZZ9.99-.
	01  RPT-RESTATED-1.
		05  FILLER	PIC X(18) VALUE "PRICES RESTATED=>".
		05  RPT-PRICE-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(18) VALUE "  PLEDGES      =>".
		05  RPT-PLEDGE-COUNT	PIC ZZZZ9.
	01  RPT-RESTATED-2.
		05  FILLER	PIC X(18) VALUE "ESCROWS        =>".
		05  RPT-ESCROW-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  OPEN ORDERS  =>".
		05  RPT-ORDER-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(18) VALUE "  CDSC FREE    =>".
		05  RPT-ALLOW-COUNT	PIC ZZZZ9.
      ******************************************************
      * Log message definitions
      ******************************************************
       START-FUNDCORP.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM READ-CONTROL-RECORD.
	PERFORM OPEN-WORK-FILES.
	IF WORK-IS-ANY-SPLIT
		PERFORM GET-SPLIT-PRICES
		PERFORM OPEN-SPLIT-FILES.
	MOVE TODAYS-DATE TO REF-DATE.
	MOVE WORK-SOURCE TO REF-FUND.
	PERFORM SCAN-POSITIONS.
	IF WORK-IS-ANY-SPLIT
		PERFORM RESTATE-FUND-RECORDS
	ELSE
		PERFORM RETIRE-SOURCE-FUND.
	PERFORM CLOSE-WORK-FILES.
	IF WORK-IS-MERGER
		MOVE "MERGER" TO RPT-TYPE
	ELSE IF WORK-IS-LIQUIDATION
		MOVE "LIQUIDATION" TO RPT-TYPE
	ELSE IF WORK-IS-SPLIT
		MOVE "SPLIT" TO RPT-TYPE
	ELSE
		MOVE "REVERSE SPLT" TO RPT-TYPE.
	MOVE WORK-SOURCE TO RPT-SOURCE.
	MOVE ACCT-COUNT TO RPT-ACCT-COUNT.
	MOVE TOT-IN-SHARES TO RPT-IN-SHARES.
		    TOT-IN-SHARES * WORK-RATIO
		MOVE PROOF-SHARES TO RPT-PROOF
		DISPLAY RPT-TOTAL-2
	ELSE IF WORK-IS-LIQUIDATION
		MOVE TOT-PROCEEDS TO RPT-PROCEEDS
		MOVE ZERO TO RPT-FRACTIONS
		DISPLAY RPT-TOTAL-3
	ELSE
		PERFORM REPORT-SPLIT.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
	MOVE CORP-FINAL-NAV TO WORK-NAV.
	MOVE CORP-OPERATOR TO WORK-OPERATOR.
	CLOSE CORPACT-FILE.
	IF NOT WORK-IS-MERGER AND NOT WORK-IS-LIQUIDATION AND
	   NOT WORK-IS-ANY-SPLIT
		MOVE "Type Not M, L, S Or R" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
	IF WORK-SOURCE = SPACES
		MOVE "Liquidation Needs A Final NAV" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      ******************************************************
      *  A split multiplies the share count, a reverse split
      *  divides it -- a ratio on the wrong side of one is a
      *  keying error, not an event
      ******************************************************
	IF WORK-IS-SPLIT AND WORK-RATIO NOT > 1
		MOVE "Split Ratio Must Exceed One" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
	IF WORK-IS-REVERSE-SPLIT AND
	   (WORK-RATIO = ZERO OR WORK-RATIO NOT < 1)
		MOVE "Reverse Split Ratio Not Under One" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
	IF WORK-OPERATOR = SPACES
		MOVE "SYSTEM" TO WORK-OPERATOR.
      ******************************************************
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN I-O POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN I-O LOT-FILE.
	OPEN I-O BLOTTER-FILE.
	OPEN I-O CASH-FILE.
      ******************************************************
       CLOSE-WORK-FILES.
	CLOSE CUST-FILE.
	CLOSE POSXREF-FILE.
	CLOSE LOT-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE CASHLED-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE QUOTE-FILE.
	IF HIST-AVAILABLE
		CLOSE QUOTEHST-FILE.
	IF QHSARCH-AVAILABLE
		CLOSE QHSARCH-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF LOIESCR-AVAILABLE
		CLOSE LOIESCR-FILE.
	IF ORDBK-AVAILABLE
		CLOSE ORDBK-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
      ******************************************************
      *  Walk the source fund's holders on the cross-
      *  reference.  Each hit is processed (which loses the
      *  scan position to keyed work on the successor), then
      *  the scan re-STARTs just past the processed holder.
      ******************************************************
       SCAN-POSITIONS.
	MOVE WORK-SOURCE TO FILE-PXR-FUND.
	MOVE LOW-VALUES TO FILE-PXR-ACCOUNT.
	PERFORM FIND-NEXT-SOURCE.
	PERFORM WORK-ONE-HIT UNTIL SCAN-DONE.
      ******************************************************
      *  Position past the key in FILE-PXR-KEY and read
      *  forward to the next live source-fund position
      ******************************************************
       FIND-NEXT-SOURCE.
	MOVE "N" TO HIT-SWITCH.
	START POSXREF-FILE KEY GREATER THAN FILE-PXR-KEY
		INVALID KEY SET SCAN-DONE TO TRUE.
	IF NOT SCAN-DONE
		PERFORM READ-FOR-SOURCE
			UNTIL SOURCE-HIT OR SCAN-DONE.
      ******************************************************
      *  One read of the forward scan -- the next holder on
      *  the cross-reference, its position read by key.  The
      *  first key of another fund ends the scan.
      ******************************************************
       READ-FOR-SOURCE.
	READ POSXREF-FILE NEXT RECORD
		AT END SET SCAN-DONE TO TRUE.
	IF NOT SCAN-DONE AND FILE-PXR-FUND NOT = WORK-SOURCE
		SET SCAN-DONE TO TRUE.
	IF NOT SCAN-DONE
		MOVE FILE-PXR-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE FILE-PXR-FUND TO FILE-CUST-FUND
		READ CUST-FILE
		IF STATUS-1 = "0" AND
		   FILE-CUST-AMOUNT > ZERO
			SET SOURCE-HIT TO TRUE
		END-IF
	PERFORM DRAW-SOURCE-LOTS.
	IF WORK-IS-MERGER
		PERFORM CONVERT-ONE-ACCOUNT
	ELSE IF WORK-IS-LIQUIDATION
		PERFORM REDEEM-ONE-ACCOUNT
	ELSE
		PERFORM SPLIT-ONE-ACCOUNT.
      ******************************************************
      *  Re-establish the scan just past the processed record
      ******************************************************
	MOVE WORK-SOURCE TO FILE-PXR-FUND.
	MOVE WORK-ACCOUNT TO FILE-PXR-ACCOUNT.
	PERFORM FIND-NEXT-SOURCE.
      ******************************************************
      *  Pull the account's source-fund lots into the slice
		MOVE WORK-SUCCESSOR TO FILE-CUST-FUND
		MOVE NEW-SHARES TO FILE-CUST-AMOUNT
		WRITE CUST-ITEM
		IF STATUS-1 = "0"
			PERFORM ADD-POSXREF
		END-IF
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE POS" TO LOG-ERR-ROUTINE
	MOVE CORP-REF TO FILE-BLOTTER-LINK-REF.
	PERFORM WRITE-ONE-LEG.
      ******************************************************
      *  A successor position written afresh goes on the
      *  fund/account cross-reference as well.  A duplicate
      *  means the entry is already there.
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
      *  Carry one lot slice into the successor -- shares
      *  multiply by the ratio, the price divides by it, so
      *  the slice's basis crosses intact; a successor lot of
       REDEEM-ONE-ACCOUNT.
	COMPUTE PROCEEDS ROUNDED = WORK-SHARES * WORK-NAV.
	ADD PROCEEDS TO TOT-PROCEEDS.
	PERFORM CREDIT-PROCEEDS.
	MOVE "FUND LIQUIDATION" TO LEDGER-DESC.
	PERFORM POST-CASH-LEDGER.
	MOVE WORK-SHARES TO GAIN-SHARES.
	MOVE LOT-BASIS TO GAIN-BASIS.
	PERFORM WRITE-GAINLOG.
	MOVE WORK-SOURCE TO FILE-BLOTTER-FUND.
	SET FILE-BLOTTER-IS-SELL TO TRUE.
	MOVE WORK-SHARES TO FILE-BLOTTER-AMOUNT.
	MOVE WORK-NAV TO FILE-BLOTTER-PRICE.
	MOVE SPACES TO FILE-BLOTTER-LINK-REF.
	PERFORM WRITE-ONE-LEG.
      ******************************************************
      *  Credit the payout in PROCEEDS to the account's
      *  available cash
      ******************************************************
       CREDIT-PROCEEDS.
	MOVE WORK-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 = "0"
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
      ******************************************************
      *  The "CA" corporate-action ledger entry for the
      *  payout just credited, described by LEDGER-DESC
      ******************************************************
       POST-CASH-LEDGER.
	MOVE WORK-ACCOUNT TO FILE-LED-ACCOUNT.
	MOVE PROCEEDS TO FILE-LED-AMOUNT.
	MOVE "+" TO FILE-LED-SIGN.
	MOVE FILE-CASH-BALANCE TO FILE-LED-BALANCE.
	MOVE LEDGER-DESC TO FILE-LED-DESC.
	MOVE ZERO TO FILE-LED-BATCH.
	WRITE CASHLED-ITEM.
	IF LED-STATUS-1 NOT = "0"
		PERFORM DO-USERLOG-ERR
	END-IF.
      ******************************************************
      *  Capture the realized gain on GAIN-SHARES against
      *  GAIN-BASIS off the drawn lots -- shares beyond what
      *  the lot file covered carry no basis, the same
      *  judgement a sale makes
      ******************************************************
       WRITE-GAINLOG.
	MOVE WORK-ACCOUNT TO FILE-GAIN-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-GAIN-FUND.
	MOVE TODAYS-DATE TO FILE-GAIN-DATE.
	MOVE TODAYS-TIME TO FILE-GAIN-TIME.
	MOVE GAIN-SHARES TO FILE-GAIN-SHARES.
	MOVE PROCEEDS TO FILE-GAIN-PROCEEDS.
	MOVE GAIN-BASIS TO FILE-GAIN-BASIS.
	COMPUTE FILE-GAIN-AMOUNT = PROCEEDS - GAIN-BASIS.
	MOVE "F" TO FILE-GAIN-METHOD.
	MOVE SPACE TO FILE-GAIN-WASH-FLAG.
	MOVE ZERO TO FILE-GAIN-DISALLOWED.
	MOVE SPACE TO FILE-GAIN-TERM.
	MOVE SPACE TO FILE-GAIN-BASIS-ADJ.
	WRITE GAIN-ITEM.
	IF GAINLOG-STATUS-1 NOT = "0"
		MOVE "WRITE GAIN" TO LOG-ERR-ROUTINE
		PERFORM DO-USERLOG-ERR
	END-IF.
      ******************************************************
      *  The fund's NAV before the split, off QUOTE.IT, and
      *  the NAV after it.  A quote already restated by a
      *  split today means this event has been run.
      ******************************************************
       GET-SPLIT-PRICES.
	MOVE WORK-SOURCE TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "Split Fund Has No Quote Record" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	IF FILE-QUOTE-LAST-OPERATOR = "SPLIT" AND
	   FILE-QUOTE-LAST-DATE = TODAYS-DATE
		MOVE "Fund Already Split Today" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	IF FILE-QUOTE-SELL-PRICE = ZERO
		MOVE "Split Fund Has No NAV" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	MOVE FILE-QUOTE-SELL-PRICE TO OLD-NAV.
	COMPUTE NEW-NAV ROUNDED = OLD-NAV / WORK-RATIO.
      ******************************************************
      *  Open the files a split restates beyond positions and
      *  lots -- each is optional
      ******************************************************
       OPEN-SPLIT-FILES.
	OPEN I-O QUOTEHST-FILE.
	IF HIST-STATUS-1 = "0"
		SET HIST-AVAILABLE TO TRUE.
	OPEN I-O QHSARCH-FILE.
	IF QHSA-STATUS-1 = "0"
		SET QHSARCH-AVAILABLE TO TRUE.
	OPEN I-O PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
		SET PLEDGE-AVAILABLE TO TRUE.
	OPEN I-O LOIESCR-FILE.
	IF LES-STATUS-1 = "0"
		SET LOIESCR-AVAILABLE TO TRUE.
	OPEN I-O ORDBK-FILE.
	IF ORDBK-STATUS-1 = "0"
		SET ORDBK-AVAILABLE TO TRUE.
	OPEN I-O CDSCFREE-FILE.
	IF CDF-STATUS-1 = "0"
		SET CDSCFREE-AVAILABLE TO TRUE.
      ******************************************************
      *  Split or reverse split: restate the position and
      *  its lots at the ratio, journal the share difference,
      *  and on a reverse split pay the fraction in cash
      ******************************************************
       SPLIT-ONE-ACCOUNT.
	COMPUTE RAW-SHARES ROUNDED = WORK-SHARES * WORK-RATIO.
	MOVE ZERO TO FRACTION-SHARES.
	IF WORK-IS-REVERSE-SPLIT
		MOVE RAW-SHARES TO WHOLE-SHARES
		COMPUTE FRACTION-SHARES = RAW-SHARES - WHOLE-SHARES.
	COMPUTE NEW-SHARES = RAW-SHARES - FRACTION-SHARES.
	ADD NEW-SHARES TO TOT-OUT-SHARES.
	ADD FRACTION-SHARES TO TOT-FRACTIONS.
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE WORK-SOURCE TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 = "0"
		MOVE NEW-SHARES TO FILE-CUST-AMOUNT
		REWRITE CUST-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE POS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-WORK-FILES
		PERFORM A-999-EXIT.
	PERFORM RESTATE-ONE-SLICE
		VARYING SLICE-SUB FROM 1 BY 1
		UNTIL SLICE-SUB > SLICE-COUNT.
	MOVE ZERO TO GAIN-BASIS.
	MOVE FRACTION-SHARES TO FRACTION-LEFT.
	PERFORM RELIEVE-FRACTION
		VARYING SLICE-SUB FROM 1 BY 1
		UNTIL SLICE-SUB > SLICE-COUNT OR FRACTION-LEFT = ZERO.
	PERFORM WRITE-SPLIT-LOT
		VARYING SLICE-SUB FROM 1 BY 1
		UNTIL SLICE-SUB > SLICE-COUNT.
	MOVE WORK-SOURCE TO FILE-BLOTTER-FUND.
	IF WORK-IS-SPLIT
		SET FILE-BLOTTER-IS-XFER-IN TO TRUE
		COMPUTE JOURNAL-SHARES = RAW-SHARES - WORK-SHARES
	ELSE
		SET FILE-BLOTTER-IS-XFER-OUT TO TRUE
		COMPUTE JOURNAL-SHARES = WORK-SHARES - RAW-SHARES
	END-IF.
	MOVE JOURNAL-SHARES TO FILE-BLOTTER-AMOUNT.
	MOVE ZERO TO FILE-BLOTTER-PRICE.
	MOVE CORP-REF TO FILE-BLOTTER-LINK-REF.
	PERFORM WRITE-ONE-LEG.
	IF FRACTION-SHARES > ZERO
		PERFORM PAY-CASH-IN-LIEU.
      ******************************************************
      *  Restate one drawn lot at the ratio -- the shares
      *  multiply and the price divides, so the basis holds
      ******************************************************
       RESTATE-ONE-SLICE.
	COMPUTE SLICE-QTY (SLICE-SUB) ROUNDED =
	    SLICE-QTY (SLICE-SUB) * WORK-RATIO.
	COMPUTE SLICE-PRICE (SLICE-SUB) ROUNDED =
	    SLICE-PRICE (SLICE-SUB) / WORK-RATIO.
      ******************************************************
      *  Take the cash-in-lieu fraction out of the oldest
      *  restated lots first, gathering the basis it carries
      ******************************************************
       RELIEVE-FRACTION.
	IF SLICE-QTY (SLICE-SUB) < FRACTION-LEFT
		MOVE SLICE-QTY (SLICE-SUB) TO FRACTION-USE
	ELSE
		MOVE FRACTION-LEFT TO FRACTION-USE.
	COMPUTE GAIN-BASIS ROUNDED = GAIN-BASIS +
	    (FRACTION-USE * SLICE-PRICE (SLICE-SUB)).
	SUBTRACT FRACTION-USE FROM SLICE-QTY (SLICE-SUB).
	SUBTRACT FRACTION-USE FROM FRACTION-LEFT.
      ******************************************************
      *  Put one restated lot back -- a lot the fraction
      *  used up entirely is gone
      ******************************************************
       WRITE-SPLIT-LOT.
	IF SLICE-QTY (SLICE-SUB) > ZERO
		MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT
		MOVE WORK-SOURCE TO FILE-LOT-FUND
		MOVE SLICE-DATE (SLICE-SUB) TO FILE-LOT-TRADE-DATE
		MOVE SLICE-QTY (SLICE-SUB) TO FILE-LOT-AMOUNT
		MOVE SLICE-PRICE (SLICE-SUB) TO FILE-LOT-PRICE
		WRITE LOT-ITEM
		IF LOT-STATUS-1 NOT = "0"
			MOVE "WRITE LOT" TO LOG-ERR-ROUTINE
			MOVE LOT-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
			PERFORM CLOSE-WORK-FILES
			PERFORM A-999-EXIT
		END-IF
	END-IF.
      ******************************************************
      *  Pay a reverse split's fractional share out at the
      *  post-split NAV -- credited to available cash, the
      *  gain realized off the lots it came from, and sold on
      *  a plain sell leg
      ******************************************************
       PAY-CASH-IN-LIEU.
	COMPUTE PROCEEDS ROUNDED = FRACTION-SHARES * NEW-NAV.
	ADD PROCEEDS TO TOT-PROCEEDS.
	IF PROCEEDS > ZERO
		PERFORM CREDIT-PROCEEDS
		MOVE "CASH IN LIEU" TO LEDGER-DESC
		PERFORM POST-CASH-LEDGER.
	MOVE FRACTION-SHARES TO GAIN-SHARES.
	PERFORM WRITE-GAINLOG.
	MOVE WORK-SOURCE TO FILE-BLOTTER-FUND.
	SET FILE-BLOTTER-IS-SELL TO TRUE.
	MOVE FRACTION-SHARES TO FILE-BLOTTER-AMOUNT.
	MOVE NEW-NAV TO FILE-BLOTTER-PRICE.
	MOVE SPACES TO FILE-BLOTTER-LINK-REF.
	PERFORM WRITE-ONE-LEG.
      ******************************************************
      *  Everything outside the positions that counts the
      *  fund's shares or quotes its price
      ******************************************************
       RESTATE-FUND-RECORDS.
	PERFORM RESTATE-QUOTE.
	IF HIST-AVAILABLE
		PERFORM RESTATE-HISTORY.
	IF QHSARCH-AVAILABLE
		PERFORM RESTATE-ARCHIVE.
	IF PLEDGE-AVAILABLE
		PERFORM RESTATE-PLEDGES.
	IF LOIESCR-AVAILABLE
		PERFORM RESTATE-ESCROW.
	IF ORDBK-AVAILABLE
		PERFORM RESTATE-ORDERS.
	IF CDSCFREE-AVAILABLE
		PERFORM RESTATE-ALLOWANCES.
      ******************************************************
      *  The current quote -- both prices divide by the ratio
      *  and the record is stamped as a split's
      ******************************************************
       RESTATE-QUOTE.
	MOVE WORK-SOURCE TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		MOVE NEW-NAV TO FILE-QUOTE-SELL-PRICE
		COMPUTE FILE-QUOTE-BUY-PRICE ROUNDED =
		    FILE-QUOTE-BUY-PRICE / WORK-RATIO
		MOVE "SPLIT" TO FILE-QUOTE-LAST-OPERATOR
		MOVE TODAYS-DATE TO FILE-QUOTE-LAST-DATE
		MOVE TODAYS-TIME TO FILE-QUOTE-LAST-TIME
		REWRITE QUOTE-ITEM
	END-IF.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "WRITE QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
	END-IF.
      ******************************************************
      *  Every price snapshot the fund carries, live and
      *  archived, on the post-split share basis
      ******************************************************
       RESTATE-HISTORY.
	MOVE "N" TO RESTATE-EOF-SWITCH.
	MOVE WORK-SOURCE TO FILE-HIST-FUND.
	MOVE ZERO TO FILE-HIST-DATE.
	MOVE ZERO TO FILE-HIST-TIME.
	START QUOTEHST-FILE KEY IS NOT LESS THAN FILE-HIST-KEY
		INVALID KEY SET DONE-RESTATING TO TRUE.
	PERFORM RESTATE-ONE-HISTORY THRU RESTATE-ONE-HISTORY-EXIT
		UNTIL DONE-RESTATING.
       RESTATE-ONE-HISTORY.
	READ QUOTEHST-FILE NEXT RECORD
		AT END SET DONE-RESTATING TO TRUE.
	IF DONE-RESTATING
		GO TO RESTATE-ONE-HISTORY-EXIT.
	IF FILE-HIST-FUND NOT = WORK-SOURCE
		SET DONE-RESTATING TO TRUE
		GO TO RESTATE-ONE-HISTORY-EXIT.
	COMPUTE FILE-HIST-SELL-PRICE ROUNDED =
	    FILE-HIST-SELL-PRICE / WORK-RATIO.
	COMPUTE FILE-HIST-BUY-PRICE ROUNDED =
	    FILE-HIST-BUY-PRICE / WORK-RATIO.
	REWRITE HIST-ITEM.
	ADD 1 TO PRICE-COUNT.
       RESTATE-ONE-HISTORY-EXIT.
	EXIT.
      ******************************************************
       RESTATE-ARCHIVE.
	MOVE "N" TO RESTATE-EOF-SWITCH.
	MOVE WORK-SOURCE TO FILE-QHSA-FUND.
	MOVE ZERO TO FILE-QHSA-DATE.
	MOVE ZERO TO FILE-QHSA-TIME.
	START QHSARCH-FILE KEY IS NOT LESS THAN FILE-QHSA-KEY
		INVALID KEY SET DONE-RESTATING TO TRUE.
	PERFORM RESTATE-ONE-ARCHIVE THRU RESTATE-ONE-ARCHIVE-EXIT
		UNTIL DONE-RESTATING.
       RESTATE-ONE-ARCHIVE.
	READ QHSARCH-FILE NEXT RECORD
		AT END SET DONE-RESTATING TO TRUE.
	IF DONE-RESTATING
		GO TO RESTATE-ONE-ARCHIVE-EXIT.
	IF FILE-QHSA-FUND NOT = WORK-SOURCE
		SET DONE-RESTATING TO TRUE
		GO TO RESTATE-ONE-ARCHIVE-EXIT.
	COMPUTE FILE-QHSA-SELL-PRICE ROUNDED =
	    FILE-QHSA-SELL-PRICE / WORK-RATIO.
	COMPUTE FILE-QHSA-BUY-PRICE ROUNDED =
	    FILE-QHSA-BUY-PRICE / WORK-RATIO.
	REWRITE QHSARCH-ITEM.
	ADD 1 TO PRICE-COUNT.
       RESTATE-ONE-ARCHIVE-EXIT.
	EXIT.
      ******************************************************
      *  Pledged quantities on the fund -- the pledge file is
      *  keyed by account first, so it is read end to end
      ******************************************************
       RESTATE-PLEDGES.
	MOVE "N" TO RESTATE-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-PLG-KEY.
	START PLEDGE-FILE KEY IS NOT LESS THAN FILE-PLG-KEY
		INVALID KEY SET DONE-RESTATING TO TRUE.
	PERFORM RESTATE-ONE-PLEDGE THRU RESTATE-ONE-PLEDGE-EXIT
		UNTIL DONE-RESTATING.
       RESTATE-ONE-PLEDGE.
	READ PLEDGE-FILE NEXT RECORD
		AT END SET DONE-RESTATING TO TRUE.
	IF DONE-RESTATING
		GO TO RESTATE-ONE-PLEDGE-EXIT.
	IF FILE-PLG-FUND NOT = WORK-SOURCE
		GO TO RESTATE-ONE-PLEDGE-EXIT.
	COMPUTE FILE-PLG-QTY ROUNDED = FILE-PLG-QTY * WORK-RATIO.
	REWRITE PLEDGE-ITEM.
	ADD 1 TO PLEDGE-COUNT.
       RESTATE-ONE-PLEDGE-EXIT.
	EXIT.
      ******************************************************
      *  Letter-of-intent escrowed shares on the fund
      ******************************************************
       RESTATE-ESCROW.
	MOVE "N" TO RESTATE-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-LES-KEY.
	START LOIESCR-FILE KEY IS NOT LESS THAN FILE-LES-KEY
		INVALID KEY SET DONE-RESTATING TO TRUE.
	PERFORM RESTATE-ONE-ESCROW THRU RESTATE-ONE-ESCROW-EXIT
		UNTIL DONE-RESTATING.
       RESTATE-ONE-ESCROW.
	READ LOIESCR-FILE NEXT RECORD
		AT END SET DONE-RESTATING TO TRUE.
	IF DONE-RESTATING
		GO TO RESTATE-ONE-ESCROW-EXIT.
	IF FILE-LES-FUND NOT = WORK-SOURCE
		GO TO RESTATE-ONE-ESCROW-EXIT.
	COMPUTE FILE-LES-SHARES ROUNDED = FILE-LES-SHARES * WORK-RATIO.
	REWRITE LOIESCR-ITEM.
	ADD 1 TO ESCROW-COUNT.
       RESTATE-ONE-ESCROW-EXIT.
	EXIT.
      ******************************************************
      *  Orders still pending on the book for the fund and
      *  sized in shares -- a dollar order, or an order for
      *  the whole position, restates itself at the strike
      ******************************************************
       RESTATE-ORDERS.
	MOVE "N" TO RESTATE-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-ORDBK-KEY.
	START ORDBK-FILE KEY IS NOT LESS THAN FILE-ORDBK-KEY
		INVALID KEY SET DONE-RESTATING TO TRUE.
	PERFORM RESTATE-ONE-ORDER THRU RESTATE-ONE-ORDER-EXIT
		UNTIL DONE-RESTATING.
       RESTATE-ONE-ORDER.
	READ ORDBK-FILE NEXT RECORD
		AT END SET DONE-RESTATING TO TRUE.
	IF DONE-RESTATING
		GO TO RESTATE-ONE-ORDER-EXIT.
	IF FILE-ORDBK-FUND NOT = WORK-SOURCE OR
	   NOT FILE-ORDBK-IS-PENDING OR
	   NOT FILE-ORDBK-IN-SHARES OR
	   FILE-ORDBK-AMOUNT = ZERO
		GO TO RESTATE-ONE-ORDER-EXIT.
	COMPUTE FILE-ORDBK-AMOUNT ROUNDED =
	    FILE-ORDBK-AMOUNT * WORK-RATIO.
	REWRITE ORDBK-ITEM.
	ADD 1 TO ORDER-COUNT.
       RESTATE-ONE-ORDER-EXIT.
	EXIT.
      ******************************************************
      *  CDSC free-redemption allowances and usage on the
      *  fund, which are counted in shares
      ******************************************************
       RESTATE-ALLOWANCES.
	MOVE "N" TO RESTATE-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-CDF-KEY.
	START CDSCFREE-FILE KEY IS NOT LESS THAN FILE-CDF-KEY
		INVALID KEY SET DONE-RESTATING TO TRUE.
	PERFORM RESTATE-ONE-ALLOWANCE THRU RESTATE-ONE-ALLOWANCE-EXIT
		UNTIL DONE-RESTATING.
       RESTATE-ONE-ALLOWANCE.
	READ CDSCFREE-FILE NEXT RECORD
		AT END SET DONE-RESTATING TO TRUE.
	IF DONE-RESTATING
		GO TO RESTATE-ONE-ALLOWANCE-EXIT.
	IF FILE-CDF-FUND NOT = WORK-SOURCE
		GO TO RESTATE-ONE-ALLOWANCE-EXIT.
	COMPUTE FILE-CDF-ALLOWANCE ROUNDED =
	    FILE-CDF-ALLOWANCE * WORK-RATIO.
	COMPUTE FILE-CDF-USED ROUNDED = FILE-CDF-USED * WORK-RATIO.
	REWRITE CDSCFREE-ITEM.
	ADD 1 TO ALLOW-COUNT.
       RESTATE-ONE-ALLOWANCE-EXIT.
	EXIT.
      ******************************************************
      *  The split's control report -- shares in at the ratio
      *  against shares out plus fractions paid, and the
      *  fund's value at the old NAV against its value at the
      *  new NAV plus the cash in lieu
      ******************************************************
       REPORT-SPLIT.
	MOVE TOT-OUT-SHARES TO RPT-OUT-SHARES.
	COMPUTE PROOF-SHARES ROUNDED = TOT-IN-SHARES * WORK-RATIO.
	MOVE PROOF-SHARES TO RPT-PROOF.
	DISPLAY RPT-TOTAL-2.
	MOVE TOT-PROCEEDS TO RPT-PROCEEDS.
	MOVE TOT-FRACTIONS TO RPT-FRACTIONS.
	DISPLAY RPT-TOTAL-3.
	COMPUTE VALUE-BEFORE ROUNDED = TOT-IN-SHARES * OLD-NAV.
	COMPUTE VALUE-AFTER ROUNDED =
	    (TOT-OUT-SHARES * NEW-NAV) + TOT-PROCEEDS.
	COMPUTE VALUE-DIFF = VALUE-AFTER - VALUE-BEFORE.
	MOVE VALUE-BEFORE TO RPT-VALUE-BEFORE.
	MOVE OLD-NAV TO RPT-OLD-NAV.
	MOVE VALUE-AFTER TO RPT-VALUE-AFTER.
	MOVE NEW-NAV TO RPT-NEW-NAV.
	MOVE VALUE-DIFF TO RPT-VALUE-DIFF.
	DISPLAY RPT-VALUE-1.
	DISPLAY RPT-VALUE-2.
	DISPLAY RPT-VALUE-3.
	MOVE PRICE-COUNT TO RPT-PRICE-COUNT.
	MOVE PLEDGE-COUNT TO RPT-PLEDGE-COUNT.
	MOVE ESCROW-COUNT TO RPT-ESCROW-COUNT.
	MOVE ORDER-COUNT TO RPT-ORDER-COUNT.
	MOVE ALLOW-COUNT TO RPT-ALLOW-COUNT.
	DISPLAY RPT-RESTATED-1.
	DISPLAY RPT-RESTATED-2.
      ******************************************************
      *  Retire the source fund from QUOTE.IT -- nothing may
      *  trade it again.  A fund with no quote record left is
      *  already retired; that is not a failure.
		MOVE "Source Fund Had No Quote Record" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
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
