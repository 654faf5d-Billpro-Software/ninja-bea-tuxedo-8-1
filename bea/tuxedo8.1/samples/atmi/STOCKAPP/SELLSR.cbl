		ACCESS DYNAMIC
		RECORD KEY FILE-CAUD-KEY
		STATUS CUSTAUD-FILE-STATUS.
	SELECT MAJORITY-FILE ASSIGN "MAJORITY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAJ-ACCOUNT
		STATUS MAJORITY-FILE-STATUS.
	SELECT JRNL-FILE ASSIGN "JOURNAL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS PLEDGE-FILE-STATUS.
	SELECT LOTHOLD-FILE ASSIGN "LOTHOLD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LHOLD-KEY
		STATUS LOTHOLD-FILE-STATUS.
	SELECT LOTBASIS-FILE ASSIGN "LOTBASIS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LBAS-KEY
		STATUS LOTBASIS-FILE-STATUS.
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
	SELECT CDSCLOG-FILE ASSIGN "CDSCLOG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDL-KEY
		STATUS CDSCLOG-FILE-STATUS.
	SELECT SYSSTAT-FILE ASSIGN "SYSSTAT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SYS-NAME
		STATUS SYSSTAT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
      * per sale, keyed the same way the sale's blotter entry
      * is.  GAINRPT and the year-end tax work report from
      * this file instead of re-deriving FIFO matches from
      * the blotter after the fact.  FILE-GAIN-TERM is S
      * short-term, L long-term or M mixed across the lots
      * relieved; FILE-GAIN-BASIS-ADJ is I when inherited
      * (stepped-up) lots were relieved, U when a lot
      * received from another firm without its basis was,
      * G when the gift lower-of rule cut the basis of a
      * loss.
      ******************************************************
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
      ******************************************************
      * Cash transaction ledger -- one dated, reason-coded
      * entry per movement against CASH.IT; CREDIT-CASH-HOLD
		 88  FILE-PEND-IS-BUY	VALUE "B".
		 88  FILE-PEND-IS-SELL	VALUE "S".
		 88  FILE-PEND-IS-WDRW	VALUE "W".
		 88  FILE-PEND-IS-EXCH	VALUE "X".
	     03  FILE-PEND-AMOUNT	PIC 9(7)V999.
	     03  FILE-PEND-PRICE	PIC 9(7)V99.
	     03  FILE-PEND-ORDER-REF	PIC X(20).
	     03  FILE-PEND-APPR-DATE	PIC 9(8).
	     03  FILE-PEND-HOLD	PIC X(01).
		 88  FILE-PEND-IS-ADDR-HOLD	VALUE "A".
		 88  FILE-PEND-IS-MAJ-HOLD	VALUE "M".
		 88  FILE-PEND-IS-SUIT-HOLD	VALUE "U".
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
      ******************************************************
	     03  FILE-CAUD-OLD-REP	PIC X(10).
	     03  FILE-CAUD-NEW-REP	PIC X(10).
      ******************************************************
      * Custodial age-of-majority control, kept by MAJRUN --
      * only the majority date is wanted here
      ******************************************************
	FD  MAJORITY-FILE; RECORD 72.
	01  MAJORITY-ITEM.
	     03  FILE-MAJ-ACCOUNT	PIC X(10).
	     03  FILE-MAJ-STATUTE	PIC X(01).
	     03  FILE-MAJ-DATE		PIC 9(8).
	     03  FILE-MAJ-REST	PIC X(53).
      ******************************************************
      * After-image journal -- one dated record per master-
      * file record written or rewritten, so a damaged
      * master restored from the nightly close can be rolled
	     03  FILE-PLG-PLEDGEE	PIC X(30).
	     03  FILE-PLG-EFF-DATE	PIC 9(8).
	     03  FILE-PLG-REL-DATE	PIC 9(8).
      ******************************************************
      * Uncollected-funds tags on CUSTLOT.IT lots, written by
      * BUYSR when a purchase was paid for with check money
      * not yet cleared -- the tagged shares may not leave
      * the position before FILE-LHOLD-CLEAR-DATE
      ******************************************************
	FD  LOTHOLD-FILE; RECORD 57.
	01  LOTHOLD-ITEM.
	     03  FILE-LHOLD-KEY.
		05  FILE-LHOLD-ACCOUNT	PIC X(10).
		05  FILE-LHOLD-FUND	PIC X(10).
		05  FILE-LHOLD-TRADE-DATE	PIC 9(8).
	     03  FILE-LHOLD-SHARES	PIC 9(7)V999.
	     03  FILE-LHOLD-AMOUNT	PIC 9(9)V99.
	     03  FILE-LHOLD-CLEAR-DATE	PIC 9(8).
      ******************************************************
      * Adjusted basis beside a lot that arrived through
      * XFERSR by inheritance or gift -- the per-share basis
      * a loss is measured from, and whether every share of
      * the lot is long-term however young its trade date.
      * Reason "U" marks a lot ACATSR received from another
      * firm with no cost basis reported; it carries a zero
      * price until the basis is furnished.
      ******************************************************
	FD  LOTBASIS-FILE; RECORD 65.
	01  LOTBASIS-ITEM.
	     03  FILE-LBAS-KEY.
		05  FILE-LBAS-ACCOUNT	PIC X(10).
		05  FILE-LBAS-FUND	PIC X(10).
		05  FILE-LBAS-TRADE-DATE	PIC 9(8).
	     03  FILE-LBAS-REASON	PIC X(01).
		 88  FILE-LBAS-INHERITED	VALUE "D".
		 88  FILE-LBAS-GIFTED		VALUE "G".
		 88  FILE-LBAS-UNREPORTED	VALUE "U".
	     03  FILE-LBAS-EVENT-DATE	PIC 9(8).
	     03  FILE-LBAS-LONG-TERM	PIC X(01).
		 88  FILE-LBAS-IS-LONG-TERM	VALUE "Y".
	     03  FILE-LBAS-LOSS-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-CARRY-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-EVENT-PRICE	PIC 9(7)V99.
      ******************************************************
      * Contingent deferred sales charge schedules, one per
      * share class, maintained by CDSCMNT -- the percentage
      * charged on shares redeemed in each of the first seven
      * years they are held (year 1 first) and the share of
      * the position that may leave free of charge each
      * year.  A class with no schedule charges nothing.
      ******************************************************
	FD  CDSC-FILE; RECORD 34.
	01  CDSC-ITEM.
	     03  FILE-CDSC-CLASS	PIC X(02).
	     03  FILE-CDSC-FREE-PCT	PIC 9(2)V99.
	     03  FILE-CDSC-SCHEDULE.
		05  FILE-CDSC-PCT	PIC 9(2)V99 OCCURS 7 TIMES.
      ******************************************************
      * The year's free redemption allowance per account and
      * fund -- fixed at the first CDSC redemption of the
      * calendar year off the position held then, and drawn
      * down by every charged redemption after it
      ******************************************************
	FD  CDSCFREE-FILE; RECORD 44.
	01  CDSCFREE-ITEM.
	     03  FILE-CDF-KEY.
		05  FILE-CDF-ACCOUNT	PIC X(10).
		05  FILE-CDF-FUND	PIC X(10).
		05  FILE-CDF-YEAR	PIC 9(4).
	     03  FILE-CDF-ALLOWANCE	PIC 9(7)V999.
	     03  FILE-CDF-USED		PIC 9(7)V999.
      ******************************************************
      * CDSC assessment log -- one record per redemption of
      * a class carrying a schedule, keyed the same way the
      * sale's blotter entry is.  FILE-BLOTTER-FEE carries
      * the CDSC together with any short-term redemption
      * fee; REVRPT and GLFEED read the CDSC part back from
      * here to book it as its own revenue.
      ******************************************************
	FD  CDSCLOG-FILE; RECORD 67.
	01  CDSCLOG-ITEM.
	     03  FILE-CDL-KEY.
		05  FILE-CDL-ACCOUNT	PIC X(10).
		05  FILE-CDL-FUND	PIC X(10).
		05  FILE-CDL-DATE	PIC 9(8).
		05  FILE-CDL-TIME	PIC 9(8).
	     03  FILE-CDL-CLASS		PIC X(02).
	     03  FILE-CDL-CHARGED	PIC 9(7)V999.
	     03  FILE-CDL-FREE		PIC 9(7)V999.
	     03  FILE-CDL-AMOUNT	PIC 9(7)V99.
      ******************************************************
      * System status -- the end-of-day trading window.
      * EODRUN closes it while its proofs need the files
      * quiet; only FILE-SYS-STATE is wanted here.
      ******************************************************
	FD  SYSSTAT-FILE; RECORD 44.
	01  SYSSTAT-ITEM.
	     03  FILE-SYS-NAME		PIC X(08).
	     03  FILE-SYS-STATE		PIC X(01).
		 88  FILE-SYS-IS-CLOSED	VALUE "C".
	     03  FILE-SYS-OVERRIDE	PIC X(01).
	     03  FILE-SYS-STEP		PIC X(08).
	     03  FILE-SYS-BY		PIC X(10).
	     03  FILE-SYS-DATE		PIC 9(8).
	     03  FILE-SYS-TIME		PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * End-of-day trading window, read per request
      ******************************************************
 	01  SYSSTAT-FILE-STATUS.
           	05  SYS-STATUS-1	PIC X.
           	05  SYS-STATUS-2	PIC X.
	01  EOD-WINDOW-SWITCH	PIC X VALUE "N".
		88  IN-EOD-WINDOW	VALUE "Y".
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
 	01  CDSCLOG-FILE-STATUS.
           	05  CDL-STATUS-1	PIC X.
           	05  CDL-STATUS-2	PIC X.
	01  CDL-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSCLOG-AVAILABLE	VALUE "Y".
      ******************************************************
      * CDSC working fields -- the class's schedule, the
      * chargeable shares the lot relief found banded by the
      * schedule year they fall in, the reinvested shares
      * found in the lot in hand, the year's free allowance
      * left, and the charge itself
      ******************************************************
	01  CDSC-SWITCH		PIC X VALUE "N".
		88  CDSC-ACTIVE		VALUE "Y".
	01  CDSC-CLASS		PIC X(02).
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
	01  CDSC-HELD-QTY	PIC 9(7)V999.
	01  CDSC-REINV-QTY	PIC 9(7)V999.
	01  CDSC-CHARGE-QTY	PIC 9(7)V999.
	01  CDSC-FREE-LEFT	PIC 9(7)V999.
	01  CDSC-FREE-USE	PIC 9(7)V999.
	01  CDSC-FREE-TAKEN	PIC 9(7)V999.
	01  CDSC-FREE-QTY	PIC 9(7)V999.
	01  CDSC-CHARGED-QTY	PIC 9(7)V999.
	01  CDSC-FEE		PIC 9(7)V99 VALUE ZERO.
	01  CDF-FOUND-SWITCH	PIC X VALUE "N".
		88  CDF-REC-FOUND	VALUE "Y".
	01  CDSC-SCAN-SWITCH	PIC X VALUE "N".
		88  DONE-REINV-SCAN	VALUE "Y".
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
           	05  PLG-STATUS-2	PIC X.
	01  PLEDGE-FREE-QTY	PIC S9(8)V999.
	01  PLG-ACTIVE-SWITCH	PIC X VALUE "N".
		88  PLEDGE-ACTIVE	VALUE "Y".
 	01  LOTHOLD-FILE-STATUS.
           	05  LHOLD-STATUS-1	PIC X.
           	05  LHOLD-STATUS-2	PIC X.
	01  UNCOLL-SHARES	PIC 9(7)V999.
	01  UNCOLL-FREE-QTY	PIC S9(8)V999.
	01  LHOLD-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LHOLD-SCAN	VALUE "Y".
 	01  ALERT-FILE-STATUS.
           	05  ALR-STATUS-1	PIC X.
           	05  ALR-STATUS-2	PIC X.
           	05  RES-STATUS-2	PIC X.
	01  RES-OPEN-SWITCH	PIC X VALUE "N".
		88  RESTRICT-AVAILABLE	VALUE "Y".
 	01  LOTBASIS-FILE-STATUS.
           	05  LBAS-STATUS-1	PIC X.
           	05  LBAS-STATUS-2	PIC X.
	01  LBAS-OPEN-SWITCH	PIC X VALUE "N".
		88  LOTBASIS-AVAILABLE	VALUE "Y".
	01  LBAS-FOUND-SWITCH	PIC X VALUE "N".
		88  LOT-HAS-BASIS	VALUE "Y".
 	01  REJECT-FILE-STATUS.
           	05  REJECT-STATUS-1	PIC X.
           	05  REJECT-STATUS-2	PIC X.
           	05  CAUD-STATUS-2	PIC X.
	01  CAUD-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTAUD-AVAILABLE	VALUE "Y".
 	01  MAJORITY-FILE-STATUS.
           	05  MAJ-STATUS-1	PIC X.
           	05  MAJ-STATUS-2	PIC X.
      ******************************************************
      * Post-address-change redemption safeguard -- the hold
      * window in force, the account's latest address-change
      * Today's date/time, used to stamp the blotter entry
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * The trade's effective date -- today for an ordinary
        77 REC-NEEDS-APPROVAL   PIC S9(9) COMP-5 VALUE 15.
        77 REC-BAD-ASOF         PIC S9(9) COMP-5 VALUE 18.
        77 REC-PLEDGED          PIC S9(9) COMP-5 VALUE 19.
        77 REC-UNCOLLECTED      PIC S9(9) COMP-5 VALUE 22.
        77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
        77 REC-TRAN-FAILED      PIC S9(9) COMP-5 VALUE 29.
      ******************************************************
      * The account's cost-basis method election, saved off
      * the customer master read at the top of the service.
      * the walk then only draws the lot balances down)
      ******************************************************
        01  BASIS-SOURCE	PIC X VALUE "Y".
      ******************************************************
      * Holding period and basis adjustments found across the
      * lots relieved -- how much lower a gifted lot's loss
      * basis is than its carryover basis, whether any share
      * relieved was short- or long-term, and whether any
      * inherited lot, or any lot that came in from another
      * firm with no basis reported, was drawn on.  A lot
      * traded before TERM-CUTOFF has been held more than a
      * year.
      ******************************************************
	01  LOSS-CUT		PIC 9(9)V99.
	01  LOSS-BASIS		PIC 9(9)V99.
	01  TERM-CUTOFF		PIC 9(8).
	01  TERM-SHORT-SWITCH	PIC X VALUE "N".
		88  SOLD-SHORT-TERM	VALUE "Y".
	01  TERM-LONG-SWITCH	PIC X VALUE "N".
		88  SOLD-LONG-TERM	VALUE "Y".
	01  INHERIT-SWITCH	PIC X VALUE "N".
		88  SOLD-INHERITED	VALUE "Y".
	01  UNREPORTED-SWITCH	PIC X VALUE "N".
		88  SOLD-UNREPORTED	VALUE "Y".
            88  BASIS-FROM-LOTS		VALUE "Y".
      ******************************************************
      * Sale proceeds sit on hold this many days before the
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
		MOVE "Y" TO PLG-OPEN-SWITCH.
	MOVE "N" TO LBAS-OPEN-SWITCH.
	OPEN INPUT LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		MOVE "Y" TO LBAS-OPEN-SWITCH.
	OPEN I-O JRNL-FILE.
	IF JRN-STATUS-1 = "3"
		OPEN OUTPUT JRNL-FILE
		OPEN OUTPUT ALERT-FILE
		CLOSE ALERT-FILE
		OPEN I-O ALERT-FILE.
	MOVE "N" TO CDSC-OPEN-SWITCH.
	OPEN INPUT CDSC-FILE.
	IF CDSC-STATUS-1 = "0"
		MOVE "Y" TO CDSC-OPEN-SWITCH.
	MOVE "N" TO CDF-OPEN-SWITCH.
	OPEN I-O CDSCFREE-FILE.
	IF CDF-STATUS-1 = "3"
		OPEN OUTPUT CDSCFREE-FILE
		CLOSE CDSCFREE-FILE
		OPEN I-O CDSCFREE-FILE.
	IF CDF-STATUS-1 = "0"
		MOVE "Y" TO CDF-OPEN-SWITCH.
	MOVE "N" TO CDL-OPEN-SWITCH.
	OPEN I-O CDSCLOG-FILE.
	IF CDL-STATUS-1 = "3"
		OPEN OUTPUT CDSCLOG-FILE
		CLOSE CDSCLOG-FILE
		OPEN I-O CDSCLOG-FILE.
	IF CDL-STATUS-1 = "0"
		MOVE "Y" TO CDL-OPEN-SWITCH.
	MOVE SPACE TO PEND-HOLD-FLAG.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
      ******************************************************
      * Get the data that was sent by the client
			PERFORM DUP-EXIT
		END-IF.
      ******************************************************
      *  Nothing posts while the end-of-day run has the
      *  files closed for its proofs -- the teller is told
      *  why and keys it again once the window reopens
      ******************************************************
	PERFORM CHECK-EOD-WINDOW THRU CHECK-EOD-WINDOW-EXIT.
	IF IN-EOD-WINDOW
		MOVE "System In End-of-Day - Refused" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EOD-WINDOW-EXIT.
      ******************************************************
      *  Begin a global transaction -- the quote lookup and
      *  the position/cash update below live or die together
      ******************************************************
			TPSTATUS-REC.
	PERFORM CHECK-APPROVAL.
	PERFORM CHECK-ADDRESS-HOLD.
	PERFORM CHECK-MAJORITY THRU CHECK-MAJORITY-EXIT.
      ******************************************************
      *  Check if record exists -- a sale can only be made
      *  against an existing position, and only for up to
      *  the amount already held.  A whole-position order
      *  from the book sells whatever the position holds
      *  now, whatever share count it was sized at.
      ******************************************************
	MOVE CUST-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE CUST-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 = "0" AND CUST-ALL-SHARES
		MOVE FILE-CUST-AMOUNT TO CUST-AMOUNT.
	IF STATUS-1 = "0"
	  IF FILE-CUST-AMOUNT < CUST-AMOUNT
		MOVE "Insufficient Shares" TO LOGMSG-TEXT
		MOVE "Record Exists Redeem It" TO LOGMSG-TEXT
	    	PERFORM DO-USERLOG
		PERFORM CHECK-PLEDGE
		PERFORM CHECK-UNCOLLECTED THRU CHECK-UNCOLLECTED-EXIT
		SUBTRACT CUST-AMOUNT FROM FILE-CUST-AMOUNT
      		PERFORM REWRITE-REC
		PERFORM GET-REDEMPTION-TERMS
		PERFORM GET-CDSC-TERMS THRU GET-CDSC-TERMS-EXIT
		PERFORM RELIEVE-LOTS
		PERFORM ASSESS-REDEMPTION-FEE
		PERFORM ASSESS-CDSC THRU ASSESS-CDSC-EXIT
		PERFORM COMPUTE-WITHHOLDING
		PERFORM CREDIT-CASH-HOLD
		PERFORM POST-WITHHOLDING
	IF CUST-ORDER-REF NOT = SPACES
		PERFORM POST-ORDER-REF.
	PERFORM POST-BLOTTER.
	PERFORM POST-CDSC THRU POST-CDSC-EXIT.
	CALL "TPCOMMIT" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCOMMIT" TO LOG-ERR-ROUTINE
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE LOT-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE CASHLED-FILE.
	CLOSE REJECT-FILE.
	CLOSE ALERT-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	CLOSE ORDER-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE LOT-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE CASHLED-FILE.
	CLOSE REJECT-FILE.
	CLOSE ALERT-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	CLOSE ORDER-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE LOT-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE CASHLED-FILE.
	CLOSE REJECT-FILE.
	CLOSE ALERT-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	CLOSE ORDER-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
	IF RMD-AVAILABLE
		CLOSE RMD-FILE.
	SET TPFAIL TO TRUE.
	MOVE REC-TRAN-FAILED TO APPL-CODE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE LOT-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE CASHLED-FILE.
	CLOSE REJECT-FILE.
	CLOSE ALERT-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	CLOSE ORDER-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
       CREDIT-CASH-HOLD.
	COMPUTE SALE-PROCEEDS ROUNDED =
		(CUST-AMOUNT * DEC-DGTS OF CUST-PRICE)
		- REDEMPTION-FEE - CDSC-FEE.
      ******************************************************
      *  Only the slice left after withholding reaches the
      *  customer's cash -- the withheld part goes to the
       SCAN-ONE-AUDIT-REC-EXIT.
	EXIT.
      ******************************************************
      *  Once a custodial account's minor has come of age
      *  the custodian's authority over it is ending, so a
      *  custodian trade on it parks for a supervisor unless
      *  it already carries a verified approver.  The
      *  majority date is the one MAJRUN keeps on
      *  MAJORITY.IT; an account with no record there, or a
      *  site without the file, passes.
      ******************************************************
       CHECK-MAJORITY.
	OPEN INPUT MAJORITY-FILE.
	IF MAJ-STATUS-1 NOT = "0"
		GO TO CHECK-MAJORITY-EXIT.
	MOVE CUST-ACCOUNT TO FILE-MAJ-ACCOUNT.
	READ MAJORITY-FILE.
	IF MAJ-STATUS-1 NOT = "0" OR FILE-MAJ-DATE = ZERO OR
	   FILE-MAJ-DATE > TODAYS-DATE
		CLOSE MAJORITY-FILE
		GO TO CHECK-MAJORITY-EXIT.
	CLOSE MAJORITY-FILE.
	IF CUST-APPROVER = SPACES
		MOVE "M" TO PEND-HOLD-FLAG
		MOVE "Minor Has Come Of Age - Held" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM PARK-EXIT.
	PERFORM VERIFY-APPROVER.
       CHECK-MAJORITY-EXIT.
	EXIT.
      ******************************************************
      *  Park the sale for supervisor approval -- the
      *  transaction rolls back untouched, the queue record
      *  keeps the terms and the entering operator, and the
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE LOT-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE CASHLED-FILE.
	CLOSE REJECT-FILE.
	CLOSE ALERT-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	CLOSE ORDER-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
		PERFORM DO-USERLOG
	END-IF.
      ******************************************************
      *  Contingent deferred sales charge terms for the
      *  class being redeemed.  A class with no schedule on
      *  CDSC.IT -- or a site with no schedule file at all --
      *  charges none.  The position held before this sale is
      *  kept for the year's free allowance.
      ******************************************************
       GET-CDSC-TERMS.
	MOVE "N" TO CDSC-SWITCH.
	MOVE ZERO TO CDSC-FEE.
	MOVE ZERO TO CDSC-FREE-TAKEN.
	MOVE ZERO TO CDSC-FREE-QTY.
	MOVE ZERO TO CDSC-CHARGED-QTY.
	MOVE ZEROS TO CDSC-BANDS.
	IF NOT CDSC-AVAILABLE
		GO TO GET-CDSC-TERMS-EXIT.
	IF QUOTE-CLASS = SPACES
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE QUOTE-CLASS TO FILE-CDSC-CLASS.
	READ CDSC-FILE.
	IF CDSC-STATUS-1 NOT = "0"
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE FILE-CDSC-CLASS TO CDSC-CLASS.
	MOVE FILE-CDSC-FREE-PCT TO CDSC-FREE-PCT.
	MOVE FILE-CDSC-SCHEDULE TO CDSC-SCHEDULE.
	COMPUTE CDSC-HELD-QTY = FILE-CUST-AMOUNT + CUST-AMOUNT.
	MOVE "Y" TO CDSC-SWITCH.
       GET-CDSC-TERMS-EXIT.
	EXIT.
      ******************************************************
      *  Band the RELIEF-USE-QTY shares being taken from the
      *  lot in hand by the schedule year they fall in.
      *  Shares the lot took in from reinvested distributions
      *  are always free and are treated as the last to leave
      *  the lot, so only what the lot holds beyond them can
      *  be charged.  A lot held seven years or more, or a
      *  schedule year at zero, is free as well.
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
	IF CDSC-CHARGE-QTY > RELIEF-USE-QTY
		MOVE RELIEF-USE-QTY TO CDSC-CHARGE-QTY.
	COMPUTE CDSC-FREE-QTY = CDSC-FREE-QTY +
	    RELIEF-USE-QTY - CDSC-CHARGE-QTY.
	IF CDSC-CHARGE-QTY = ZERO
		GO TO NOTE-CDSC-SLICE-EXIT.
	MOVE ZERO TO CDSC-YEARS.
	IF FILE-LOT-TRADE-DATE < EFFECTIVE-DATE
		MOVE FILE-LOT-TRADE-DATE(1:4) TO CDSC-LOT-YEAR
		MOVE FILE-LOT-TRADE-DATE(5:4) TO CDSC-LOT-MMDD
		MOVE EFFECTIVE-DATE(1:4) TO CDSC-EFF-YEAR
		MOVE EFFECTIVE-DATE(5:4) TO CDSC-EFF-MMDD
		COMPUTE CDSC-YEARS = CDSC-EFF-YEAR - CDSC-LOT-YEAR
		IF CDSC-EFF-MMDD < CDSC-LOT-MMDD
			SUBTRACT 1 FROM CDSC-YEARS
		END-IF
	END-IF.
	IF CDSC-YEARS > 6
		ADD CDSC-CHARGE-QTY TO CDSC-FREE-QTY
		GO TO NOTE-CDSC-SLICE-EXIT.
	COMPUTE CDSC-SUB = CDSC-YEARS + 1.
	IF CDSC-PCT (CDSC-SUB) = ZERO
		ADD CDSC-CHARGE-QTY TO CDSC-FREE-QTY
		GO TO NOTE-CDSC-SLICE-EXIT.
	ADD CDSC-CHARGE-QTY TO CDSC-BAND-QTY (CDSC-SUB).
       NOTE-CDSC-SLICE-EXIT.
	EXIT.
      ******************************************************
      *  Reinvested shares in the lot in hand -- the live (or
      *  rebooked) distribution entries the blotter holds for
      *  the account and fund on the lot's trade date, which
      *  is the date DISTRUN gives the lot it posts
      ******************************************************
       COUNT-REINVESTED-SHARES.
	MOVE ZERO TO CDSC-REINV-QTY.
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
      *  Price the CDSC on the banded shares.  The year's
      *  free allowance comes off the youngest band first --
      *  the one carrying the highest rate -- and shares the
      *  sale found no lot for are treated as free.  The
      *  charge comes out of the proceeds and rides on the
      *  blotter fee alongside any short-term redemption fee.
      ******************************************************
       ASSESS-CDSC.
	IF NOT CDSC-ACTIVE
		GO TO ASSESS-CDSC-EXIT.
	ADD RELIEF-QTY-LEFT TO CDSC-FREE-QTY.
	MOVE ZERO TO CDSC-CHARGED-QTY.
	PERFORM ADD-CDSC-BAND
		VARYING CDSC-SUB FROM 1 BY 1 UNTIL CDSC-SUB > 7.
	IF CDSC-CHARGED-QTY = ZERO
		GO TO ASSESS-CDSC-EXIT.
	PERFORM GET-CDSC-FREE-LEFT THRU GET-CDSC-FREE-LEFT-EXIT.
	PERFORM PRICE-CDSC-BAND
		VARYING CDSC-SUB FROM 1 BY 1 UNTIL CDSC-SUB > 7.
	SUBTRACT CDSC-FREE-TAKEN FROM CDSC-CHARGED-QTY.
	ADD CDSC-FREE-TAKEN TO CDSC-FREE-QTY.
	IF CDSC-FEE > ZERO
		MOVE "Contingent Deferred Sales Charge Assessed" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG.
       ASSESS-CDSC-EXIT.
	EXIT.
       ADD-CDSC-BAND.
	ADD CDSC-BAND-QTY (CDSC-SUB) TO CDSC-CHARGED-QTY.
       PRICE-CDSC-BAND.
	IF CDSC-FREE-LEFT < CDSC-BAND-QTY (CDSC-SUB)
		MOVE CDSC-FREE-LEFT TO CDSC-FREE-USE
	ELSE
		MOVE CDSC-BAND-QTY (CDSC-SUB) TO CDSC-FREE-USE.
	SUBTRACT CDSC-FREE-USE FROM CDSC-FREE-LEFT.
	SUBTRACT CDSC-FREE-USE FROM CDSC-BAND-QTY (CDSC-SUB).
	ADD CDSC-FREE-USE TO CDSC-FREE-TAKEN.
	COMPUTE CDSC-FEE ROUNDED = CDSC-FEE +
	    (CDSC-BAND-QTY (CDSC-SUB) * DEC-DGTS OF CUST-PRICE
	    * CDSC-PCT (CDSC-SUB) / 100).
      ******************************************************
      *  What is left of the account's free allowance in the
      *  fund for the year of the sale.  The first charged
      *  redemption of a year fixes the allowance off the
      *  position held before it.
      ******************************************************
       GET-CDSC-FREE-LEFT.
	MOVE "N" TO CDF-FOUND-SWITCH.
	MOVE ZERO TO CDSC-FREE-LEFT.
	IF NOT CDSCFREE-AVAILABLE
		GO TO GET-CDSC-FREE-LEFT-EXIT.
	MOVE CUST-ACCOUNT TO FILE-CDF-ACCOUNT.
	MOVE CUST-FUND TO FILE-CDF-FUND.
	MOVE EFFECTIVE-DATE(1:4) TO FILE-CDF-YEAR.
	READ CDSCFREE-FILE.
	IF CDF-STATUS-1 = "0"
		MOVE "Y" TO CDF-FOUND-SWITCH
	ELSE
		MOVE CUST-ACCOUNT TO FILE-CDF-ACCOUNT
		MOVE CUST-FUND TO FILE-CDF-FUND
		MOVE EFFECTIVE-DATE(1:4) TO FILE-CDF-YEAR
		MOVE ZERO TO FILE-CDF-USED
		COMPUTE FILE-CDF-ALLOWANCE ROUNDED =
		    CDSC-HELD-QTY * CDSC-FREE-PCT / 100.
	IF FILE-CDF-ALLOWANCE > FILE-CDF-USED
		COMPUTE CDSC-FREE-LEFT =
		    FILE-CDF-ALLOWANCE - FILE-CDF-USED.
       GET-CDSC-FREE-LEFT-EXIT.
	EXIT.
      ******************************************************
      *  What the election says to hold back from this
      *  redemption.  Only a retirement account with an
      *  election on WHELECT.IT withholds; the percentages
		GO TO COMPUTE-WITHHOLDING-EXIT.
	COMPUTE SALE-PROCEEDS ROUNDED =
		(CUST-AMOUNT * DEC-DGTS OF CUST-PRICE)
		- REDEMPTION-FEE - CDSC-FEE.
	IF FILE-WHE-FED-PCT > ZERO
		COMPUTE WH-FED-AMOUNT ROUNDED =
		    SALE-PROCEEDS * FILE-WHE-FED-PCT / 100.
      *  are known.  Shares beyond what the lot file covers
      *  (a position older than the lot file itself) are
      *  relieved with no basis and logged, the same
      *  judgement the year-end matching always made.  Each
      *  lot drawn on is also judged short- or long-term and
      *  checked for an inheritance or gift adjustment.
      ******************************************************
       RELIEVE-LOTS.
	MOVE CUST-AMOUNT TO RELIEF-QTY-LEFT.
	MOVE ZERO TO RELIEF-BASIS.
	MOVE ZERO TO LOSS-CUT.
	MOVE "N" TO TERM-SHORT-SWITCH.
	MOVE "N" TO TERM-LONG-SWITCH.
	MOVE "N" TO INHERIT-SWITCH.
	MOVE "N" TO UNREPORTED-SWITCH.
	COMPUTE TERM-CUTOFF = EFFECTIVE-DATE - 10000.
	MOVE ZERO TO REDFEE-YOUNG-QTY.
	MOVE "Y" TO BASIS-SOURCE.
	IF SALE-METHOD-SPECIFIC AND CUST-LOT-DATE NOT = ZERO
	    CUST-AMOUNT * FILE-LOT-PRICE.
	IF REDFEE-ACTIVE AND FILE-LOT-TRADE-DATE > REDFEE-CUTOFF
		MOVE CUST-AMOUNT TO REDFEE-YOUNG-QTY.
	MOVE CUST-AMOUNT TO RELIEF-USE-QTY.
	PERFORM NOTE-CDSC-SLICE THRU NOTE-CDSC-SLICE-EXIT.
	PERFORM NOTE-LOT-BASIS THRU NOTE-LOT-BASIS-EXIT.
	SUBTRACT CUST-AMOUNT FROM FILE-LOT-AMOUNT.
	MOVE ZERO TO RELIEF-QTY-LEFT.
	PERFORM REWRITE-OR-DELETE-LOT.
		    (RELIEF-USE-QTY * FILE-LOT-PRICE).
	IF REDFEE-ACTIVE AND FILE-LOT-TRADE-DATE > REDFEE-CUTOFF
		ADD RELIEF-USE-QTY TO REDFEE-YOUNG-QTY.
	PERFORM NOTE-CDSC-SLICE THRU NOTE-CDSC-SLICE-EXIT.
	PERFORM NOTE-LOT-BASIS THRU NOTE-LOT-BASIS-EXIT.
	SUBTRACT RELIEF-USE-QTY FROM FILE-LOT-AMOUNT.
	SUBTRACT RELIEF-USE-QTY FROM RELIEF-QTY-LEFT.
	PERFORM REWRITE-OR-DELETE-LOT.
       CONSUME-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Judge the RELIEF-USE-QTY shares being taken from the
      *  lot just read -- long-term when the lot was traded
      *  more than a year before the sale or came by
      *  inheritance, short-term otherwise -- and, for a
      *  gifted lot, add how far its loss basis sits below
      *  its carryover price to LOSS-CUT
      ******************************************************
       NOTE-LOT-BASIS.
	MOVE "N" TO LBAS-FOUND-SWITCH.
	IF LOTBASIS-AVAILABLE
		MOVE FILE-LOT-KEY TO FILE-LBAS-KEY
		READ LOTBASIS-FILE
		IF LBAS-STATUS-1 = "0"
			MOVE "Y" TO LBAS-FOUND-SWITCH
		END-IF
	END-IF.
	IF FILE-LOT-TRADE-DATE < TERM-CUTOFF
		MOVE "Y" TO TERM-LONG-SWITCH
	ELSE
		IF LOT-HAS-BASIS AND FILE-LBAS-IS-LONG-TERM
			MOVE "Y" TO TERM-LONG-SWITCH
		ELSE
			MOVE "Y" TO TERM-SHORT-SWITCH
		END-IF
	END-IF.
	IF NOT LOT-HAS-BASIS
		GO TO NOTE-LOT-BASIS-EXIT.
	IF FILE-LBAS-INHERITED
		MOVE "Y" TO INHERIT-SWITCH.
	IF FILE-LBAS-UNREPORTED
		MOVE "Y" TO UNREPORTED-SWITCH.
	IF NOT FILE-LBAS-GIFTED
		GO TO NOTE-LOT-BASIS-EXIT.
	IF FILE-LBAS-LOSS-PRICE < FILE-LOT-PRICE
		COMPUTE LOSS-CUT ROUNDED = LOSS-CUT +
		    (RELIEF-USE-QTY *
		     (FILE-LOT-PRICE - FILE-LBAS-LOSS-PRICE)).
       NOTE-LOT-BASIS-EXIT.
	EXIT.
      ******************************************************
      *  After an average-cost relief the remaining lots are
      *  restated at the average price, so the basis left on
      *  file equals the unrelieved basis.  Lots left at
		MOVE SALE-METHOD TO FILE-GAIN-METHOD.
	MOVE SPACE TO FILE-GAIN-WASH-FLAG.
	MOVE ZERO TO FILE-GAIN-DISALLOWED.
	PERFORM APPLY-BASIS-ADJUSTMENT.
	WRITE GAIN-ITEM.
	IF GAINLOG-STATUS-1 NOT = "0"
		MOVE "WRITE GAIN" TO LOG-ERR-ROUTINE
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Stamp the holding period and settle the gift
      *  lower-of rule on the gain record about to be
      *  written.  A loss on gifted shares is measured from
      *  the lower loss basis; a sale landing between the
      *  two bases is neither gain nor loss, so the basis
      *  reported is the proceeds themselves.  Shares whose
      *  basis the delivering firm never reported are marked
      *  so the tax reporting can show the basis as unknown.
      ******************************************************
       APPLY-BASIS-ADJUSTMENT.
	IF SOLD-LONG-TERM AND SOLD-SHORT-TERM
		MOVE "M" TO FILE-GAIN-TERM
	ELSE
		IF SOLD-LONG-TERM
			MOVE "L" TO FILE-GAIN-TERM
		ELSE
			IF SOLD-SHORT-TERM
				MOVE "S" TO FILE-GAIN-TERM
			ELSE
				MOVE SPACE TO FILE-GAIN-TERM
			END-IF
		END-IF
	END-IF.
	MOVE SPACE TO FILE-GAIN-BASIS-ADJ.
	IF SOLD-INHERITED
		MOVE "I" TO FILE-GAIN-BASIS-ADJ.
	IF SOLD-UNREPORTED
		MOVE "U" TO FILE-GAIN-BASIS-ADJ.
	IF LOSS-CUT > ZERO AND SALE-PROCEEDS < RELIEF-BASIS
		MOVE "G" TO FILE-GAIN-BASIS-ADJ
		COMPUTE LOSS-BASIS = RELIEF-BASIS - LOSS-CUT
		IF SALE-PROCEEDS < LOSS-BASIS
			MOVE LOSS-BASIS TO FILE-GAIN-BASIS
			COMPUTE FILE-GAIN-AMOUNT =
			    SALE-PROCEEDS - LOSS-BASIS
		ELSE
			MOVE SALE-PROCEEDS TO FILE-GAIN-BASIS
			MOVE ZERO TO FILE-GAIN-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  Already processed this order reference -- answer
      *  success without touching the position, cash or lots.
      *  No transaction is in progress yet; the dedup check
	CLOSE BLOTTER-FILE.
	CLOSE CASH-FILE.
	CLOSE LOT-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	CLOSE GAINLOG-FILE.
	CLOSE CASHLED-FILE.
	CLOSE REJECT-FILE.
	CLOSE ALERT-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	CLOSE ORDER-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
			DELIMITED BY SIZE
			INTO FILE-BLOTTER-LINK-REF.
	SET FILE-BLOTTER-IS-LIVE TO TRUE.
	COMPUTE FILE-BLOTTER-FEE = REDEMPTION-FEE + CDSC-FEE.
	IF CUST-OPERATOR = SPACES
		MOVE "SYSTEM" TO FILE-BLOTTER-OPERATOR
	ELSE
		PERFORM DO-USERLOG-ERR
	END-IF.
      ******************************************************
      *  Draw the free shares this sale used down from the
      *  year's allowance and log the assessment under the
      *  sale's blotter key.  Both are side records -- a
      *  failure writing either is logged and the sale goes
      *  through.
      ******************************************************
       POST-CDSC.
	IF NOT CDSC-ACTIVE
		GO TO POST-CDSC-EXIT.
	IF CDSC-FREE-TAKEN = ZERO OR NOT CDSCFREE-AVAILABLE
		GO TO POST-CDSC-LOG.
	ADD CDSC-FREE-TAKEN TO FILE-CDF-USED.
	IF CDF-REC-FOUND
		REWRITE CDSCFREE-ITEM
	ELSE
		WRITE CDSCFREE-ITEM.
	IF CDF-STATUS-1 NOT = "0"
		MOVE "WRITE CDSCFREE" TO LOG-ERR-ROUTINE
		MOVE CDF-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       POST-CDSC-LOG.
	IF NOT CDSCLOG-AVAILABLE
		GO TO POST-CDSC-EXIT.
	MOVE CUST-ACCOUNT TO FILE-CDL-ACCOUNT.
	MOVE CUST-FUND TO FILE-CDL-FUND.
	MOVE TODAYS-DATE TO FILE-CDL-DATE.
	MOVE TODAYS-TIME TO FILE-CDL-TIME.
	MOVE CDSC-CLASS TO FILE-CDL-CLASS.
	MOVE CDSC-CHARGED-QTY TO FILE-CDL-CHARGED.
	MOVE CDSC-FREE-QTY TO FILE-CDL-FREE.
	MOVE CDSC-FEE TO FILE-CDL-AMOUNT.
	WRITE CDSCLOG-ITEM.
	IF CDL-STATUS-1 NOT = "0"
		MOVE "WRITE CDSCLOG" TO LOG-ERR-ROUTINE
		MOVE CDL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       POST-CDSC-EXIT.
	EXIT.
      ******************************************************
      *  Move the day's throughput counter STAT-KIND names --
      *  the first bump of a new day starts a fresh record,
      *  which is how the numbers reset at start of day.  A
       POST-REJECT-EXIT.
	EXIT.
      ******************************************************
      *  Is the end-of-day trading window closed?  EODRUN
      *  closes it over RECONCIL through VALSNAP and a
      *  supervisor may open or close it from MENU.  No
      *  status file, or no window record, means open.
      ******************************************************
       CHECK-EOD-WINDOW.
	MOVE "N" TO EOD-WINDOW-SWITCH.
	OPEN INPUT SYSSTAT-FILE.
	IF SYS-STATUS-1 NOT = "0"
		GO TO CHECK-EOD-WINDOW-EXIT.
	MOVE "EODWINDW" TO FILE-SYS-NAME.
	READ SYSSTAT-FILE.
	IF SYS-STATUS-1 = "0" AND FILE-SYS-IS-CLOSED
		MOVE "Y" TO EOD-WINDOW-SWITCH.
	CLOSE SYSSTAT-FILE.
       CHECK-EOD-WINDOW-EXIT.
	EXIT.
      ******************************************************
      *  Refused for the end-of-day window -- no transaction
      *  has been begun, nothing is suspended, the reason
      *  code tells the caller to try again later
      ******************************************************
       EOD-WINDOW-EXIT.
	MOVE "Exiting - System In End-of-Day" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE REC-EOD-WINDOW TO APPL-CODE.
	SET TPFAIL TO TRUE.
	PERFORM A-999-EXIT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
       CHECK-PLEDGE-EXIT.
	EXIT.
      ******************************************************
      *  Shares bought with check money not yet cleared may
      *  not leave the position before the check clears --
      *  the move is refused when it would cut into the
      *  lots' still-tagged shares.  A tag whose clearing
      *  date has come holds nothing.
      ******************************************************
       CHECK-UNCOLLECTED.
	MOVE ZERO TO UNCOLL-SHARES.
	OPEN INPUT LOTHOLD-FILE.
	IF LHOLD-STATUS-1 NOT = "0"
		GO TO CHECK-UNCOLLECTED-EXIT.
	MOVE "N" TO LHOLD-EOF-SWITCH.
	MOVE CUST-ACCOUNT TO FILE-LHOLD-ACCOUNT.
	MOVE CUST-FUND TO FILE-LHOLD-FUND.
	MOVE ZERO TO FILE-LHOLD-TRADE-DATE.
	START LOTHOLD-FILE KEY IS NOT LESS THAN FILE-LHOLD-KEY
		INVALID KEY SET DONE-LHOLD-SCAN TO TRUE.
	PERFORM SUM-ONE-LOT-TAG THRU SUM-ONE-LOT-TAG-EXIT
		UNTIL DONE-LHOLD-SCAN.
	CLOSE LOTHOLD-FILE.
	IF UNCOLL-SHARES = ZERO
		GO TO CHECK-UNCOLLECTED-EXIT.
	COMPUTE UNCOLL-FREE-QTY =
		FILE-CUST-AMOUNT - UNCOLL-SHARES.
	IF CUST-AMOUNT > UNCOLL-FREE-QTY
		MOVE "Shares Bought With Uncollected Funds" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-UNCOLLECTED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
       CHECK-UNCOLLECTED-EXIT.
	EXIT.
      ******************************************************
       SUM-ONE-LOT-TAG.
	READ LOTHOLD-FILE NEXT RECORD
		AT END SET DONE-LHOLD-SCAN TO TRUE.
	IF DONE-LHOLD-SCAN
		GO TO SUM-ONE-LOT-TAG-EXIT.
	IF FILE-LHOLD-ACCOUNT NOT = CUST-ACCOUNT OR
	   FILE-LHOLD-FUND NOT = CUST-FUND
		SET DONE-LHOLD-SCAN TO TRUE
		GO TO SUM-ONE-LOT-TAG-EXIT.
	IF FILE-LHOLD-CLEAR-DATE > TODAYS-DATE
		ADD FILE-LHOLD-SHARES TO UNCOLL-SHARES.
       SUM-ONE-LOT-TAG-EXIT.
	EXIT.
      ******************************************************
      *  Is a pledge in force on the record just read?  In
      *  force means effective on or before today with no
      *  release date yet, or one still in the future.
		MOVE "WRITE JRNL" TO LOG-ERR-ROUTINE
		MOVE JRN-STATUS-1 TO LOG-ERR-TP-STATUS
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
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
