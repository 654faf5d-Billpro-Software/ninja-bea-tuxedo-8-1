      * same way an instant trade's refusal would be.  A rerun
      * of this job after a failure is safe: filled and
      * unfilled orders are skipped, only pending ones trade.
      *
      * A dollar order or a whole-position sale is sized into
      * shares here, at the struck NAV, before it is sent.
      * A dollar purchase buys the dollars' worth at the
      * struck buy price and BUYSR takes the sales charge out
      * of the money.  A dollar redemption is grossed up so
      * the customer receives what they asked for after the
      * short-term redemption fee, any contingent deferred
      * sales charge and any withholding, the same charges
      * SELLSR will take.  A whole-position sale
      * takes the position as it stands.  A dollar order
      * whose fund has not struck today's price yet is held
      * pending, not refused -- a rerun after the price run
      * trades it.
      *
      * An order withdrawn at the pending order desk before
      * the strike stays on the book as "W".  It does not
      * trade, but one withdrawn today is listed and counted
      * on the report with the operator who withdrew it, so
      * the day's exception list still accounts for every
      * order taken.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EODEXEC.
		ACCESS DYNAMIC
		RECORD KEY FILE-BLK-KEY
		STATUS BLKALLOC-FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT LOT-FILE ASSIGN "CUSTLOT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOT-KEY
		STATUS LOT-FILE-STATUS.
	SELECT FUNDMAS-FILE ASSIGN "FUNDMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FUND-CODE
		STATUS FUNDMAS-FILE-STATUS.
	SELECT WHELECT-FILE ASSIGN "WHELECT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WHE-ACCOUNT
		STATUS WHELECT-FILE-STATUS.
	SELECT CDSC-FILE ASSIGN "CDSC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDSC-CLASS
		STATUS CDSC-FILE-STATUS.
	SELECT CDSCFREE-FILE ASSIGN "CDSCFREE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDF-KEY
		STATUS CDSCFREE-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The order book ORDCAPSR captures into -- see
      * ORDCAPSR.cbl for the life cycle of a record
      ******************************************************
	FD  ORDBK-FILE; RECORD 133.
	01  ORDBK-ITEM.
	     03  FILE-ORDBK-KEY.
		05  FILE-ORDBK-ACCOUNT		PIC X(10).
		 88  FILE-ORDBK-IS-PENDING	VALUE "P".
		 88  FILE-ORDBK-IS-FILLED	VALUE "F".
		 88  FILE-ORDBK-IS-UNFILLED	VALUE "U".
		 88  FILE-ORDBK-IS-WITHDRAWN	VALUE "W".
	     03  FILE-ORDBK-FILL-PRICE		PIC 9(7)V99.
	     03  FILE-ORDBK-OPERATOR		PIC X(10).
	     03  FILE-ORDBK-LOT-DATE		PIC 9(8).
	     03  FILE-ORDBK-ORDER-TYPE		PIC X(01).
		 88  FILE-ORDBK-IN-SHARES	VALUE "S" " ".
		 88  FILE-ORDBK-IN-DOLLARS	VALUE "D".
		 88  FILE-ORDBK-ALL-SHARES	VALUE "A".
	     03  FILE-ORDBK-DOLLARS		PIC 9(9)V99.
	     03  FILE-ORDBK-CHG-OPERATOR	PIC X(10).
	     03  FILE-ORDBK-CHG-DATE		PIC 9(8).
	     03  FILE-ORDBK-CHG-TIME		PIC 9(8).
      ******************************************************
      * Block allocations -- one row per block and client
      * account, staged by BLKMNT.  A book order whose
		 88  FILE-BLK-IS-FILLED	VALUE "F".
		 88  FILE-BLK-IS-UNFILLED	VALUE "U".
	     03  FILE-BLK-FILL-PRICE	PIC 9(7)V99.
      ******************************************************
      * The files a dollar or whole-position order is sized
      * against -- the position, the account's registration,
      * its lots' ages, the fund's redemption fee terms and
      * the account's withholding election.  All read only.
      ******************************************************
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
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
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
		 88  FILE-ACCOUNT-RETIREMENT	VALUE "R".
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  LOT-FILE; RECORD 47.
	01  LOT-ITEM.
	     03  FILE-LOT-KEY.
		05  FILE-LOT-ACCOUNT		PIC X(10).
		05  FILE-LOT-FUND		PIC X(10).
		05  FILE-LOT-TRADE-DATE		PIC 9(8).
	     03  FILE-LOT-AMOUNT		PIC 9(7)V999.
	     03  FILE-LOT-PRICE		PIC 9(7)V99.
	FD  FUNDMAS-FILE; RECORD 69.
	01  FUNDMAS-ITEM.
	     03  FILE-FUND-CODE		PIC X(10).
	     03  FILE-FUND-NAME		PIC X(30).
	     03  FILE-FUND-CUSIP	PIC X(9).
	     03  FILE-FUND-CATEGORY	PIC X(10).
	     03  FILE-FUND-STATUS	PIC X(01).
	     03  FILE-FUND-REDFEE-RATE	PIC 9V9(4).
	     03  FILE-FUND-REDFEE-DAYS	PIC 9(3).
	     03  FILE-FUND-ACCRUAL	PIC X(01).
	FD  WHELECT-FILE; RECORD 20.
	01  WHELECT-ITEM.
	     03  FILE-WHE-ACCOUNT	PIC X(10).
	     03  FILE-WHE-FED-PCT	PIC 9(2)V99.
	     03  FILE-WHE-STATE		PIC X(2).
	     03  FILE-WHE-STATE-PCT	PIC 9(2)V99.
      ******************************************************
      * CDSC schedules, the year's free allowance and the
      * blotter's distribution entries -- read here only to
      * work out the charge SELLSR will take.  See SELLSR.
      ******************************************************
	FD  CDSC-FILE; RECORD 34.
	01  CDSC-ITEM.
	     03  FILE-CDSC-CLASS	PIC X(02).
	     03  FILE-CDSC-FREE-PCT	PIC 9(2)V99.
	     03  FILE-CDSC-SCHEDULE.
		05  FILE-CDSC-PCT	PIC 9(2)V99 OCCURS 7 TIMES.
	FD  CDSCFREE-FILE; RECORD 44.
	01  CDSCFREE-ITEM.
	     03  FILE-CDF-KEY.
		05  FILE-CDF-ACCOUNT	PIC X(10).
		05  FILE-CDF-FUND	PIC X(10).
		05  FILE-CDF-YEAR	PIC 9(4).
	     03  FILE-CDF-ALLOWANCE	PIC 9(7)V999.
	     03  FILE-CDF-USED		PIC 9(7)V999.
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
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  BLKALLOC-FILE-STATUS.
           	05  BLK-STATUS-1	PIC X.
	01  CHILD-FILL-COUNT	PIC 9(5) COMP-5.
	01  CHILD-FAIL-COUNT	PIC 9(5) COMP-5.
	01  LAST-CHILD-PRICE	PIC 9(7)V99.
      ******************************************************
      * Sizing files' status and availability
      ******************************************************
 	01  CUST-FILE-STATUS.
           	05  CUST-STATUS-1	PIC X.
           	05  CUST-STATUS-2	PIC X.
	01  CUST-OPEN-SWITCH	PIC X VALUE "N".
		88  CUST-AVAILABLE	VALUE "Y".
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CM-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
 	01  LOT-FILE-STATUS.
           	05  LOT-STATUS-1	PIC X.
           	05  LOT-STATUS-2	PIC X.
	01  LOT-OPEN-SWITCH	PIC X VALUE "N".
		88  LOT-AVAILABLE	VALUE "Y".
 	01  FUNDMAS-FILE-STATUS.
           	05  FUNDMAS-STATUS-1	PIC X.
           	05  FUNDMAS-STATUS-2	PIC X.
	01  FM-OPEN-SWITCH	PIC X VALUE "N".
		88  FUNDMAS-AVAILABLE	VALUE "Y".
 	01  WHELECT-FILE-STATUS.
           	05  WHE-STATUS-1	PIC X.
           	05  WHE-STATUS-2	PIC X.
	01  WHE-OPEN-SWITCH	PIC X VALUE "N".
		88  WHELECT-AVAILABLE	VALUE "Y".
 	01  CDSC-FILE-STATUS.
           	05  CDSC-STATUS-1	PIC X.
           	05  CDSC-STATUS-2	PIC X.
	01  CDSC-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSC-AVAILABLE	VALUE "Y".
 	01  CDSCFREE-FILE-STATUS.
           	05  CDF-STATUS-1	PIC X.
           	05  CDF-STATUS-2	PIC X.
	01  CDF-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSCFREE-AVAILABLE	VALUE "Y".
 	01  BLOTTER-FILE-STATUS.
           	05  BLOT-STATUS-1	PIC X.
           	05  BLOT-STATUS-2	PIC X.
	01  BLOT-OPEN-SWITCH	PIC X VALUE "N".
		88  BLOTTER-AVAILABLE	VALUE "Y".
      ******************************************************
      * Sizing a dollar or whole-position order at the
      * strike.  SIZE-PROCEEDS is what the sale has to raise
      * net of the redemption fee and CDSC for the customer
      * to be left with the dollars asked for once
      * withholding is taken; SIZE-TRY-QTY is the share
      * count being tried, and SIZE-CHARGES what SELLSR would
      * take off a sale of that many.
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  SIZE-RESULT-SWITCH	PIC X VALUE "N".
		88  ORDER-SIZED		VALUE "Y".
		88  ORDER-NOT-SIZED	VALUE "N".
		88  ORDER-HELD		VALUE "H".
	01  STRIKE-PRICE	PIC 9(7)V99.
	01  STRIKE-DATE		PIC 9(8).
	01  SIZE-POSITION	PIC 9(7)V999.
	01  SIZE-PROCEEDS	PIC 9(9)V99.
	01  SIZE-WH-PCT		PIC 9(3)V99.
	01  SIZE-SHARES-WORK	PIC 9(7)V9(6).
	01  SIZE-TRY-QTY	PIC 9(7)V999.
	01  SIZE-LAST-TRY	PIC 9(7)V999.
	01  SIZE-RELIEF-LEFT	PIC 9(7)V999.
	01  SIZE-USE-QTY	PIC 9(7)V999.
	01  SIZE-YOUNG-QTY	PIC 9(7)V999.
	01  SIZE-CHARGES	PIC 9(7)V99.
	01  SIZE-PASS		PIC 9(4) COMP-5.
	01  SIZE-SETTLED-SWITCH	PIC X VALUE "N".
		88  SIZE-SETTLED	VALUE "Y".
	01  SIZE-EXCESS		PIC 9(7)V999.
	01  REDFEE-SWITCH	PIC X VALUE "N".
		88  REDFEE-ACTIVE	VALUE "Y".
	01  REDFEE-RATE		PIC 9V9(4).
	01  REDFEE-DAYS		PIC 9(3).
	01  REDFEE-CUTOFF	PIC 9(8).
	01  REDFEE-DAY-SUB	PIC 9(4) COMP-5.
      ******************************************************
      * The class's CDSC schedule, the chargeable shares the
      * trial lot relief found banded by schedule year, and
      * the year's free allowance the sale may draw on
      ******************************************************
	01  CDSC-SWITCH		PIC X VALUE "N".
		88  CDSC-ACTIVE		VALUE "Y".
	01  CDSC-FREE-PCT	PIC 9(2)V99.
	01  CDSC-SCHEDULE.
		05  CDSC-PCT	PIC 9(2)V99 OCCURS 7 TIMES.
	01  CDSC-BANDS.
		05  CDSC-BAND-QTY	PIC 9(7)V999 OCCURS 7 TIMES.
	01  CDSC-SUB		PIC 9(4) COMP-5.
	01  CDSC-YEARS		PIC 9(4).
	01  CDSC-LOT-YEAR	PIC 9(4).
	01  CDSC-LOT-MMDD	PIC 9(4).
	01  CDSC-EFF-YEAR	PIC 9(4).
	01  CDSC-EFF-MMDD	PIC 9(4).
	01  CDSC-REINV-QTY	PIC 9(7)V999.
	01  CDSC-CHARGE-QTY	PIC 9(7)V999.
	01  CDSC-FREE-ALLOW	PIC 9(7)V999.
	01  CDSC-FREE-LEFT	PIC 9(7)V999.
	01  CDSC-FREE-USE	PIC 9(7)V999.
	01  CDSC-FEE		PIC 9(7)V99.
	01  CDF-FOUND-SWITCH	PIC X VALUE "N".
		88  CDF-REC-FOUND	VALUE "Y".
	01  CDSC-SCAN-SWITCH	PIC X VALUE "N".
		88  DONE-REINV-SCAN	VALUE "Y".
	01  LOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-LOTS	VALUE "Y".
	01  WORK-DATE.
	    05  WORK-YEAR		PIC 9(4).
	    05  WORK-MONTH		PIC 9(2).
	    05  WORK-DAY		PIC 9(2).
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
      *****************************************************
      * Tuxedo definitions
      *****************************************************
      *****************************************************
	01 CUST-REC.
	COPY CUST.
      *
	01 QUOTE-REC.
	COPY QUOTE.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
	01  FILL-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  UNFILL-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  SKIP-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  WITHDRAWN-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  HELD-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
		05  RPT-PRICE		PIC $$$$$$9.99.
		05  FILLER		PIC X(3) VALUE SPACES.
		05  RPT-RESULT		PIC X(8).
	01  RPT-DOLLAR-LINE.
		05  FILLER		PIC X(14) VALUE SPACES.
		05  FILLER		PIC X(18) VALUE
			"DOLLARS ASKED =>".
		05  RPT-ASK-DOLLARS	PIC $$$,$$$,$$9.99.
	01  RPT-ALL-LINE.
		05  FILLER		PIC X(14) VALUE SPACES.
		05  FILLER		PIC X(18) VALUE
			"WHOLE POSITION".
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "FILLED        =>".
		05  RPT-FILL-COUNT	PIC ZZZZ9.
		05  RPT-UNFILL-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(16) VALUE "  ALREADY DONE=>".
		05  RPT-SKIP-COUNT	PIC ZZZZ9.
	01  RPT-WITHDRAWN-LINE.
		05  FILLER	PIC X(16) VALUE "WITHDRAWN     =>".
		05  RPT-WITHDRAWN-COUNT	PIC ZZZZ9.
	01  RPT-WDRAW-LINE.
		05  FILLER		PIC X(14) VALUE SPACES.
		05  FILLER		PIC X(18) VALUE
			"WITHDRAWN BY =>".
		05  RPT-WDRAW-OPERATOR	PIC X(10).
		05  FILLER		PIC X(4) VALUE " AT ".
		05  RPT-WDRAW-TIME	PIC 9(8).
	01  RPT-HELD-LINE.
		05  FILLER	PIC X(16) VALUE "HELD NO STRIKE=>".
		05  RPT-HELD-COUNT	PIC ZZZZ9.
      *
       	LINKAGE SECTION.
      *
	OPEN I-O BLKALLOC-FILE.
	IF BLK-STATUS-1 = "0"
		MOVE "Y" TO BLK-OPEN-SWITCH.
	PERFORM GET-BUSINESS-DATE.
	PERFORM OPEN-SIZING-FILES.
      *****************************************************
      * Now register as an ATMI client, the same way any of
      * this application's interactive clients do.
	CLOSE ORDBK-FILE.
	IF BLKALLOC-AVAILABLE
		CLOSE BLKALLOC-FILE.
	PERFORM CLOSE-SIZING-FILES.
	CALL "TPTERM" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPTERM " TO LOG-ERR-ROUTINE
	MOVE SKIP-COUNT TO RPT-SKIP-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	IF WITHDRAWN-COUNT > ZERO
		MOVE WITHDRAWN-COUNT TO RPT-WITHDRAWN-COUNT
		DISPLAY RPT-WITHDRAWN-LINE.
	IF HELD-COUNT > ZERO
		MOVE HELD-COUNT TO RPT-HELD-COUNT
		DISPLAY RPT-HELD-LINE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
	READ ORDBK-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FILE-ORDBK-IS-WITHDRAWN AND
		   FILE-ORDBK-CHG-DATE = TODAYS-DATE
			PERFORM SHOW-WITHDRAWN-ORDER
		ELSE IF NOT FILE-ORDBK-IS-PENDING
			ADD 1 TO SKIP-COUNT
		ELSE IF FILE-ORDBK-ORDER-REF(1:2) = "BK"
			PERFORM EXEC-BLOCK-ORDER
		ELSE
			PERFORM EXEC-ORDER THRU EXEC-ORDER-EXIT
		END-IF.
      ******************************************************
      *  Issue a TPCALL to BUYSR or SELLSR for one pending
      *  order, then mark the order filled or unfilled
      ******************************************************
       EXEC-ORDER.
	MOVE FILE-ORDBK-ACCOUNT TO REC-ACCOUNT.
	MOVE FILE-ORDBK-FUND TO REC-FUND.
	IF NOT FILE-ORDBK-IN-SHARES
		PERFORM SIZE-ORDER THRU SIZE-ORDER-EXIT
		IF ORDER-HELD
			ADD 1 TO HELD-COUNT
			CALL "USERLOG" USING LOGREC
					LOGREC-LEN
					TPSTATUS-REC
			PERFORM SHOW-ORDER
			GO TO EXEC-ORDER-EXIT
		END-IF
		IF ORDER-NOT-SIZED
			ADD 1 TO UNFILL-COUNT
			SET FILE-ORDBK-IS-UNFILLED TO TRUE
			PERFORM FINISH-BLOCK-ORDER
			GO TO EXEC-ORDER-EXIT
		END-IF
	END-IF.
	MOVE FILE-ORDBK-ACCOUNT TO CUST-ACCOUNT.
	MOVE FILE-ORDBK-FUND TO CUST-FUND.
	MOVE FILE-ORDBK-AMOUNT TO CUST-AMOUNT.
	MOVE FILE-ORDBK-ORDER-TYPE TO CUST-ORDER-TYPE.
	MOVE FILE-ORDBK-DOLLARS TO CUST-DOLLARS.
	MOVE FILE-ORDBK-ORDER-REF TO CUST-ORDER-REF.
	MOVE FILE-ORDBK-ACTION TO CUST-ACTION.
	MOVE FILE-ORDBK-LOT-DATE TO CUST-LOT-DATE.
			TPTYPE-REC
			CUST-REC
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE "FILLED" TO REC-RESULT
		ADD 1 TO FILL-COUNT
		SET FILE-ORDBK-IS-FILLED TO TRUE
		MOVE DEC-DGTS OF CUST-PRICE TO FILE-ORDBK-FILL-PRICE
		MOVE CUST-AMOUNT TO FILE-ORDBK-AMOUNT
	ELSE
		IF NOT TPOK
			MOVE "TPCALL" TO LOG-ERR-ROUTINE
			LOGREC-LEN
			TPSTATUS-REC.
	PERFORM SHOW-ORDER.
       EXEC-ORDER-EXIT.
	EXIT.
      ******************************************************
      *  Burst one block order across its BLKALLOC.IT rows.
      *  The strike already happened -- the closing price
       EXEC-BLOCK-ORDER-EXIT.
	EXIT.
      ******************************************************
      *  Rewrite the order's book record and report it
      ******************************************************
       FINISH-BLOCK-ORDER.
	REWRITE ORDBK-ITEM.
	MOVE CHILD-ORDER-REF TO CUST-ORDER-REF.
	MOVE FILE-ORDBK-ACTION TO CUST-ACTION.
	MOVE ZERO TO CUST-LOT-DATE.
	MOVE SPACE TO CUST-ORDER-TYPE.
	MOVE ZERO TO CUST-DOLLARS.
	MOVE FILE-ORDBK-OPERATOR TO CUST-OPERATOR.
	MOVE SPACES TO CUST-APPROVER.
      *
	MOVE FILE-ORDBK-FILL-PRICE TO RPT-PRICE.
	MOVE REC-RESULT TO RPT-RESULT.
	DISPLAY RPT-LINE.
	IF FILE-ORDBK-IN-DOLLARS
		MOVE FILE-ORDBK-DOLLARS TO RPT-ASK-DOLLARS
		DISPLAY RPT-DOLLAR-LINE
	ELSE IF FILE-ORDBK-ALL-SHARES
		DISPLAY RPT-ALL-LINE
	END-IF.
      ******************************************************
      *  Report an order withdrawn before today's strike
      ******************************************************
       SHOW-WITHDRAWN-ORDER.
	ADD 1 TO WITHDRAWN-COUNT.
	MOVE "WITHDRWN" TO REC-RESULT.
	PERFORM SHOW-ORDER.
	MOVE FILE-ORDBK-CHG-OPERATOR TO RPT-WDRAW-OPERATOR.
	MOVE FILE-ORDBK-CHG-TIME TO RPT-WDRAW-TIME.
	DISPLAY RPT-WDRAW-LINE.
      ******************************************************
      *  Work out the shares for a dollar or whole-position
      *  order, leaving them in FILE-ORDBK-AMOUNT.  An order
      *  that cannot be sized is reported unfilled with the
      *  reason; a dollar order whose fund has not struck
      *  today's NAV yet is held on the book for a rerun.
      ******************************************************
       SIZE-ORDER.
	SET ORDER-NOT-SIZED TO TRUE.
	MOVE ZERO TO SIZE-POSITION.
	IF CUST-AVAILABLE
		MOVE FILE-ORDBK-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE FILE-ORDBK-FUND TO FILE-CUST-FUND
		READ CUST-FILE
		IF CUST-STATUS-1 = "0"
			MOVE FILE-CUST-AMOUNT TO SIZE-POSITION
		END-IF
	END-IF.
	IF FILE-ORDBK-ALL-SHARES
		IF SIZE-POSITION = ZERO
			MOVE "NO POS" TO REC-RESULT
			GO TO SIZE-ORDER-EXIT
		END-IF
		MOVE SIZE-POSITION TO FILE-ORDBK-AMOUNT
		SET ORDER-SIZED TO TRUE
		GO TO SIZE-ORDER-EXIT.
	PERFORM GET-STRUCK-PRICE.
	IF STRIKE-PRICE = ZERO
		MOVE "NO PRICE" TO REC-RESULT
		GO TO SIZE-ORDER-EXIT.
	IF STRIKE-DATE NOT = TODAYS-DATE
		MOVE "HELD" TO REC-RESULT
		SET ORDER-HELD TO TRUE
		GO TO SIZE-ORDER-EXIT.
	IF FILE-ORDBK-IS-BUY
		COMPUTE FILE-ORDBK-AMOUNT =
		    FILE-ORDBK-DOLLARS / STRIKE-PRICE
	ELSE
		PERFORM GROSS-UP-REDEMPTION
			THRU GROSS-UP-REDEMPTION-EXIT
	END-IF.
	IF FILE-ORDBK-AMOUNT = ZERO
		MOVE "TOOSMALL" TO REC-RESULT
		GO TO SIZE-ORDER-EXIT.
	SET ORDER-SIZED TO TRUE.
       SIZE-ORDER-EXIT.
	EXIT.
      ******************************************************
      *  Tonight's struck price for the order's fund, from
      *  FUNDPRSR -- the buy price for a purchase, the sell
      *  price for a redemption -- and the date it was set
      ******************************************************
       GET-STRUCK-PRICE.
	MOVE ZERO TO STRIKE-PRICE.
	MOVE ZERO TO STRIKE-DATE.
	MOVE FILE-ORDBK-FUND TO QUOTE-FUND.
	MOVE ZEROS TO QUOTE-BUY-PRICE.
	MOVE ZEROS TO QUOTE-SELL-PRICE.
	MOVE ZERO TO QUOTE-AS-OF-DATE.
	MOVE ZERO TO QUOTE-MULTI-COUNT.
	MOVE LENGTH OF QUOTE-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "quote" TO SUB-TYPE.
	MOVE "FUNDPRSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			QUOTE-REC
			TPTYPE-REC
			QUOTE-REC
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		MOVE QUOTE-LAST-DATE TO STRIKE-DATE
		IF FILE-ORDBK-IS-SELL
			MOVE DEC-DGTS OF QUOTE-SELL-PRICE TO
				STRIKE-PRICE
		ELSE
			MOVE DEC-DGTS OF QUOTE-BUY-PRICE TO
				STRIKE-PRICE
		END-IF
	END-IF.
      ******************************************************
      *  Gross a dollar redemption up so the customer nets
      *  the dollars asked for.  Withholding comes off the
      *  proceeds after the fees, so the proceeds needed are
      *  the dollars over one less the withholding rate.  The
      *  short-term redemption fee and the CDSC then depend
      *  on which lots the sale reaches and how far into the
      *  year's free allowance it goes, so the share count is
      *  tried the way SELLSR will relieve it and priced, and
      *  the charges found are added back -- until the count
      *  stops moving.  Each try covers at least as much as
      *  the last, so it only climbs.  The share count is
      *  rounded up to the next thousandth so the customer is
      *  never short, and pulled back to the position when
      *  the rounding alone carries it over.
      ******************************************************
       GROSS-UP-REDEMPTION.
	MOVE ZERO TO SIZE-WH-PCT.
	IF CUSTMAS-AVAILABLE AND WHELECT-AVAILABLE
		MOVE FILE-ORDBK-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0" AND FILE-ACCOUNT-RETIREMENT
			MOVE FILE-ORDBK-ACCOUNT TO FILE-WHE-ACCOUNT
			READ WHELECT-FILE
			IF WHE-STATUS-1 = "0"
				MOVE FILE-WHE-FED-PCT TO SIZE-WH-PCT
				IF FILE-WHE-STATE NOT = SPACES
					ADD FILE-WHE-STATE-PCT TO
						SIZE-WH-PCT
				END-IF
			END-IF
		END-IF
	END-IF.
	IF SIZE-WH-PCT NOT < 100
		MOVE ZERO TO FILE-ORDBK-AMOUNT
		GO TO GROSS-UP-REDEMPTION-EXIT.
	COMPUTE SIZE-PROCEEDS ROUNDED =
	    FILE-ORDBK-DOLLARS * 100 / (100 - SIZE-WH-PCT).
	COMPUTE SIZE-SHARES-WORK = SIZE-PROCEEDS / STRIKE-PRICE.
	PERFORM GET-REDFEE-TERMS THRU GET-REDFEE-TERMS-EXIT.
	PERFORM GET-CDSC-TERMS THRU GET-CDSC-TERMS-EXIT.
	IF REDFEE-ACTIVE OR CDSC-ACTIVE
		MOVE ZERO TO SIZE-PASS
		MOVE ZERO TO SIZE-LAST-TRY
		MOVE "N" TO SIZE-SETTLED-SWITCH
		PERFORM TRY-SHARE-COUNT THRU TRY-SHARE-COUNT-EXIT
			UNTIL SIZE-SETTLED OR SIZE-PASS > 20
	END-IF.
	COMPUTE FILE-ORDBK-AMOUNT = SIZE-SHARES-WORK + 0.000999.
	IF FILE-ORDBK-AMOUNT > SIZE-POSITION
		COMPUTE SIZE-EXCESS = FILE-ORDBK-AMOUNT - SIZE-POSITION
		IF SIZE-EXCESS NOT > 0.001
			MOVE SIZE-POSITION TO FILE-ORDBK-AMOUNT
		END-IF
	END-IF.
       GROSS-UP-REDEMPTION-EXIT.
	EXIT.
      ******************************************************
      *  The fund's short-term redemption fee terms and the
      *  cutoff a lot must not postdate to escape them, the
      *  way SELLSR works them out
      ******************************************************
       GET-REDFEE-TERMS.
	MOVE "N" TO REDFEE-SWITCH.
	IF NOT FUNDMAS-AVAILABLE
		GO TO GET-REDFEE-TERMS-EXIT.
	MOVE FILE-ORDBK-FUND TO FILE-FUND-CODE.
	READ FUNDMAS-FILE.
	IF FUNDMAS-STATUS-1 NOT = "0"
		GO TO GET-REDFEE-TERMS-EXIT.
	IF FILE-FUND-REDFEE-RATE = ZERO OR
	   FILE-FUND-REDFEE-DAYS = ZERO
		GO TO GET-REDFEE-TERMS-EXIT.
	MOVE FILE-FUND-REDFEE-RATE TO REDFEE-RATE.
	MOVE FILE-FUND-REDFEE-DAYS TO REDFEE-DAYS.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM BACK-ONE-DAY
		VARYING REDFEE-DAY-SUB FROM 1 BY 1
		UNTIL REDFEE-DAY-SUB > REDFEE-DAYS.
	COMPUTE REDFEE-CUTOFF =
		WORK-YEAR * 10000 + WORK-MONTH * 100 + WORK-DAY.
	MOVE "Y" TO REDFEE-SWITCH.
       GET-REDFEE-TERMS-EXIT.
	EXIT.
      ******************************************************
      *  One try: price a sale of the current share count
      *  and take the count the proceeds plus those charges
      *  call for
      ******************************************************
       TRY-SHARE-COUNT.
	ADD 1 TO SIZE-PASS.
	COMPUTE SIZE-TRY-QTY = SIZE-SHARES-WORK + 0.000999.
	IF SIZE-TRY-QTY = SIZE-LAST-TRY
		SET SIZE-SETTLED TO TRUE
		GO TO TRY-SHARE-COUNT-EXIT.
	MOVE SIZE-TRY-QTY TO SIZE-LAST-TRY.
	PERFORM PRICE-SALE-CHARGES.
	COMPUTE SIZE-SHARES-WORK =
	    (SIZE-PROCEEDS + SIZE-CHARGES) / STRIKE-PRICE.
       TRY-SHARE-COUNT-EXIT.
	EXIT.
      ******************************************************
      *  The redemption fee and CDSC SELLSR would take off a
      *  sale of SIZE-TRY-QTY shares -- the lots walked oldest
      *  first, or the lot the order names, exactly as its
      *  lot relief will walk them.  Shares beyond the lots
      *  on file are free of both.
      ******************************************************
       PRICE-SALE-CHARGES.
	MOVE ZERO TO SIZE-CHARGES.
	MOVE ZERO TO SIZE-YOUNG-QTY.
	MOVE ZERO TO CDSC-FEE.
	MOVE ZEROS TO CDSC-BANDS.
	MOVE SIZE-TRY-QTY TO SIZE-RELIEF-LEFT.
	IF LOT-AVAILABLE AND FILE-ORDBK-LOT-DATE NOT = ZERO
		MOVE FILE-ORDBK-ACCOUNT TO FILE-LOT-ACCOUNT
		MOVE FILE-ORDBK-FUND TO FILE-LOT-FUND
		MOVE FILE-ORDBK-LOT-DATE TO FILE-LOT-TRADE-DATE
		READ LOT-FILE
		IF LOT-STATUS-1 = "0"
			PERFORM PRICE-ONE-SLICE
		END-IF
	ELSE IF LOT-AVAILABLE
		MOVE "N" TO LOT-EOF-SWITCH
		MOVE FILE-ORDBK-ACCOUNT TO FILE-LOT-ACCOUNT
		MOVE FILE-ORDBK-FUND TO FILE-LOT-FUND
		MOVE LOW-VALUES TO FILE-LOT-TRADE-DATE
		START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
			INVALID KEY SET DONE-READING-LOTS TO TRUE
		END-START
		PERFORM PRICE-NEXT-LOT THRU PRICE-NEXT-LOT-EXIT
			UNTIL DONE-READING-LOTS
			OR SIZE-RELIEF-LEFT = ZERO
	END-IF.
	IF REDFEE-ACTIVE AND SIZE-YOUNG-QTY > ZERO
		COMPUTE SIZE-CHARGES ROUNDED =
		    SIZE-YOUNG-QTY * STRIKE-PRICE * REDFEE-RATE.
	IF CDSC-ACTIVE
		MOVE CDSC-FREE-ALLOW TO CDSC-FREE-LEFT
		PERFORM PRICE-CDSC-BAND
			VARYING CDSC-SUB FROM 1 BY 1 UNTIL CDSC-SUB > 7
		ADD CDSC-FEE TO SIZE-CHARGES
	END-IF.
      ******************************************************
       PRICE-NEXT-LOT.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-READING-LOTS TO TRUE.
	IF DONE-READING-LOTS
		GO TO PRICE-NEXT-LOT-EXIT.
	IF FILE-LOT-ACCOUNT NOT = FILE-ORDBK-ACCOUNT OR
	   FILE-LOT-FUND NOT = FILE-ORDBK-FUND
		SET DONE-READING-LOTS TO TRUE
		GO TO PRICE-NEXT-LOT-EXIT.
	IF FILE-LOT-AMOUNT = ZERO
		GO TO PRICE-NEXT-LOT-EXIT.
	PERFORM PRICE-ONE-SLICE.
       PRICE-NEXT-LOT-EXIT.
	EXIT.
      ******************************************************
      *  The shares the sale would take from the lot in hand
      *  -- young ones owe the redemption fee, and the CDSC
      *  bands them by schedule year
      ******************************************************
       PRICE-ONE-SLICE.
	IF FILE-LOT-AMOUNT < SIZE-RELIEF-LEFT
		MOVE FILE-LOT-AMOUNT TO SIZE-USE-QTY
	ELSE
		MOVE SIZE-RELIEF-LEFT TO SIZE-USE-QTY.
	IF REDFEE-ACTIVE AND FILE-LOT-TRADE-DATE > REDFEE-CUTOFF
		ADD SIZE-USE-QTY TO SIZE-YOUNG-QTY.
	PERFORM NOTE-CDSC-SLICE THRU NOTE-CDSC-SLICE-EXIT.
	SUBTRACT SIZE-USE-QTY FROM SIZE-RELIEF-LEFT.
      ******************************************************
      *  Contingent deferred sales charge terms for the
      *  class being redeemed, off the class FUNDPRSR returned
      *  with the strike, and what is left of the account's
      *  free allowance in the fund this year -- fixed off
      *  the position held now when this is the year's first
      *  charged redemption
      ******************************************************
       GET-CDSC-TERMS.
	MOVE "N" TO CDSC-SWITCH.
	IF NOT CDSC-AVAILABLE
		GO TO GET-CDSC-TERMS-EXIT.
	IF QUOTE-CLASS = SPACES
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE QUOTE-CLASS TO FILE-CDSC-CLASS.
	READ CDSC-FILE.
	IF CDSC-STATUS-1 NOT = "0"
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE FILE-CDSC-FREE-PCT TO CDSC-FREE-PCT.
	MOVE FILE-CDSC-SCHEDULE TO CDSC-SCHEDULE.
	MOVE ZERO TO CDSC-FREE-ALLOW.
	MOVE "N" TO CDF-FOUND-SWITCH.
	IF CDSCFREE-AVAILABLE
		MOVE FILE-ORDBK-ACCOUNT TO FILE-CDF-ACCOUNT
		MOVE FILE-ORDBK-FUND TO FILE-CDF-FUND
		MOVE TODAYS-DATE(1:4) TO FILE-CDF-YEAR
		READ CDSCFREE-FILE
		IF CDF-STATUS-1 = "0"
			MOVE "Y" TO CDF-FOUND-SWITCH
			IF FILE-CDF-ALLOWANCE > FILE-CDF-USED
				COMPUTE CDSC-FREE-ALLOW =
				    FILE-CDF-ALLOWANCE - FILE-CDF-USED
			END-IF
		END-IF
	END-IF.
	IF NOT CDF-REC-FOUND
		COMPUTE CDSC-FREE-ALLOW ROUNDED =
		    SIZE-POSITION * CDSC-FREE-PCT / 100.
	MOVE "Y" TO CDSC-SWITCH.
       GET-CDSC-TERMS-EXIT.
	EXIT.
      ******************************************************
      *  Band the SIZE-USE-QTY shares taken from the lot in
      *  hand by the schedule year they fall in, as SELLSR
      *  does.  Reinvested shares are always free and the
      *  last to leave the lot; a lot held seven years or
      *  more, or a schedule year at zero, is free as well.
      ******************************************************
       NOTE-CDSC-SLICE.
	IF NOT CDSC-ACTIVE
		GO TO NOTE-CDSC-SLICE-EXIT.
	PERFORM COUNT-REINVESTED-SHARES
		THRU COUNT-REINVESTED-SHARES-EXIT.
	MOVE ZERO TO CDSC-CHARGE-QTY.
	IF FILE-LOT-AMOUNT > CDSC-REINV-QTY
		COMPUTE CDSC-CHARGE-QTY =
		    FILE-LOT-AMOUNT - CDSC-REINV-QTY.
	IF CDSC-CHARGE-QTY > SIZE-USE-QTY
		MOVE SIZE-USE-QTY TO CDSC-CHARGE-QTY.
	IF CDSC-CHARGE-QTY = ZERO
		GO TO NOTE-CDSC-SLICE-EXIT.
	MOVE ZERO TO CDSC-YEARS.
	IF FILE-LOT-TRADE-DATE < TODAYS-DATE
		MOVE FILE-LOT-TRADE-DATE(1:4) TO CDSC-LOT-YEAR
		MOVE FILE-LOT-TRADE-DATE(5:4) TO CDSC-LOT-MMDD
		MOVE TODAYS-DATE(1:4) TO CDSC-EFF-YEAR
		MOVE TODAYS-DATE(5:4) TO CDSC-EFF-MMDD
		COMPUTE CDSC-YEARS = CDSC-EFF-YEAR - CDSC-LOT-YEAR
		IF CDSC-EFF-MMDD < CDSC-LOT-MMDD
			SUBTRACT 1 FROM CDSC-YEARS
		END-IF
	END-IF.
	IF CDSC-YEARS > 6
		GO TO NOTE-CDSC-SLICE-EXIT.
	COMPUTE CDSC-SUB = CDSC-YEARS + 1.
	IF CDSC-PCT (CDSC-SUB) = ZERO
		GO TO NOTE-CDSC-SLICE-EXIT.
	ADD CDSC-CHARGE-QTY TO CDSC-BAND-QTY (CDSC-SUB).
       NOTE-CDSC-SLICE-EXIT.
	EXIT.
      ******************************************************
      *  Reinvested shares in the lot in hand -- the live (or
      *  rebooked) distribution entries the blotter holds for
      *  the account and fund on the lot's trade date
      ******************************************************
       COUNT-REINVESTED-SHARES.
	MOVE ZERO TO CDSC-REINV-QTY.
	IF NOT BLOTTER-AVAILABLE
		GO TO COUNT-REINVESTED-SHARES-EXIT.
	MOVE "N" TO CDSC-SCAN-SWITCH.
	MOVE FILE-LOT-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE FILE-LOT-FUND TO FILE-BLOTTER-FUND.
	MOVE FILE-LOT-TRADE-DATE TO FILE-BLOTTER-DATE.
	MOVE ZERO TO FILE-BLOTTER-TIME.
	MOVE LOW-VALUES TO FILE-BLOTTER-ACTION.
	START BLOTTER-FILE KEY NOT < FILE-BLOTTER-KEY
		INVALID KEY SET DONE-REINV-SCAN TO TRUE.
	PERFORM SCAN-REINV-LOOP THRU SCAN-REINV-LOOP-EXIT
		UNTIL DONE-REINV-SCAN.
       COUNT-REINVESTED-SHARES-EXIT.
	EXIT.
       SCAN-REINV-LOOP.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-REINV-SCAN TO TRUE.
	IF DONE-REINV-SCAN
		GO TO SCAN-REINV-LOOP-EXIT.
	IF FILE-BLOTTER-ACCOUNT NOT = FILE-LOT-ACCOUNT OR
	   FILE-BLOTTER-FUND NOT = FILE-LOT-FUND OR
	   FILE-BLOTTER-DATE NOT = FILE-LOT-TRADE-DATE
		SET DONE-REINV-SCAN TO TRUE
		GO TO SCAN-REINV-LOOP-EXIT.
	IF FILE-BLOTTER-IS-DIST AND
	   (FILE-BLOTTER-IS-LIVE OR FILE-BLOTTER-IS-REBOOK)
		ADD FILE-BLOTTER-AMOUNT TO CDSC-REINV-QTY.
       SCAN-REINV-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Price one band, the free allowance coming off the
      *  youngest band first -- the one carrying the highest
      *  rate
      ******************************************************
       PRICE-CDSC-BAND.
	IF CDSC-FREE-LEFT < CDSC-BAND-QTY (CDSC-SUB)
		MOVE CDSC-FREE-LEFT TO CDSC-FREE-USE
	ELSE
		MOVE CDSC-BAND-QTY (CDSC-SUB) TO CDSC-FREE-USE.
	SUBTRACT CDSC-FREE-USE FROM CDSC-FREE-LEFT.
	SUBTRACT CDSC-FREE-USE FROM CDSC-BAND-QTY (CDSC-SUB).
	COMPUTE CDSC-FEE ROUNDED = CDSC-FEE +
	    (CDSC-BAND-QTY (CDSC-SUB) * STRIKE-PRICE
	    * CDSC-PCT (CDSC-SUB) / 100).
      ******************************************************
      *  Step WORK-DATE back a single calendar day,
      *  borrowing from the previous month/year at a month
      *  start.  February is 29 days in a leap year.
      ******************************************************
       BACK-ONE-DAY.
	IF WORK-DAY > 1
		SUBTRACT 1 FROM WORK-DAY
	ELSE
		IF WORK-MONTH = 1
			MOVE 12 TO WORK-MONTH
			SUBTRACT 1 FROM WORK-YEAR
		ELSE
			SUBTRACT 1 FROM WORK-MONTH
		END-IF
		MOVE DAYS-IN-MONTH-ENTRY (WORK-MONTH) TO WORK-DAY
		IF WORK-MONTH = 2
			PERFORM CHECK-LEAP-YEAR
			IF IS-LEAP-YEAR
				MOVE 29 TO WORK-DAY
			END-IF
		END-IF
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
			DIVIDE WORK-YEAR BY 400 GIVING YEAR-DIV-QUOTIENT
				REMAINDER YEAR-DIV-REMAINDER
			IF YEAR-DIV-REMAINDER = 0
				SET IS-LEAP-YEAR TO TRUE
			END-IF
		END-IF
	END-IF.
      ******************************************************
      *  Open the sizing files -- each is optional; without
      *  one, the sizing it feeds is skipped
      ******************************************************
       OPEN-SIZING-FILES.
	OPEN INPUT CUST-FILE.
	IF CUST-STATUS-1 = "0"
		MOVE "Y" TO CUST-OPEN-SWITCH.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE "Y" TO CM-OPEN-SWITCH.
	OPEN INPUT LOT-FILE.
	IF LOT-STATUS-1 = "0"
		MOVE "Y" TO LOT-OPEN-SWITCH.
	OPEN INPUT FUNDMAS-FILE.
	IF FUNDMAS-STATUS-1 = "0"
		MOVE "Y" TO FM-OPEN-SWITCH.
	OPEN INPUT WHELECT-FILE.
	IF WHE-STATUS-1 = "0"
		MOVE "Y" TO WHE-OPEN-SWITCH.
	OPEN INPUT CDSC-FILE.
	IF CDSC-STATUS-1 = "0"
		MOVE "Y" TO CDSC-OPEN-SWITCH.
	OPEN INPUT CDSCFREE-FILE.
	IF CDF-STATUS-1 = "0"
		MOVE "Y" TO CDF-OPEN-SWITCH.
	OPEN INPUT BLOTTER-FILE.
	IF BLOT-STATUS-1 = "0"
		MOVE "Y" TO BLOT-OPEN-SWITCH.
      ******************************************************
       CLOSE-SIZING-FILES.
	IF CUST-AVAILABLE
		CLOSE CUST-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	IF LOT-AVAILABLE
		CLOSE LOT-FILE.
	IF FUNDMAS-AVAILABLE
		CLOSE FUNDMAS-FILE.
	IF WHELECT-AVAILABLE
		CLOSE WHELECT-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF BLOTTER-AVAILABLE
		CLOSE BLOTTER-FILE.
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
