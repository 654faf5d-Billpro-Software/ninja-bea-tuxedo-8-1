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
	SELECT BLUESKY-FILE ASSIGN "BLUESKY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BSK-KEY
		STATUS BLUESKY-FILE-STATUS.
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
	SELECT MAJORITY-FILE ASSIGN "MAJORITY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAJ-ACCOUNT
		STATUS MAJORITY-FILE-STATUS.
	SELECT SUITABLE-FILE ASSIGN "SUITABLE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SUIT-ACCOUNT
		STATUS SUITABLE-FILE-STATUS.
	SELECT FUNDRISK-FILE ASSIGN "FUNDRISK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FRISK-FUND
		STATUS FUNDRISK-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	SELECT PENDAPPR-FILE ASSIGN "PENDAPPR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PEND-KEY
		STATUS PENDAPPR-FILE-STATUS.
	SELECT SYSSTAT-FILE ASSIGN "SYSSTAT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SYS-NAME
		STATUS SYSSTAT-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
      * redemption leg of an exchange realizes a gain the
      * same way an outright sale does.  See SELLSR.
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
      * Operator security master -- the servers themselves
      * verify the submitting operator and role here; screen-
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
      * the lot is long-term however young its trade date
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
      * Blue-sky registrations -- the reinvested leg of an
      * exchange is a purchase and gets the same state-
      * registration judgement BUYSR gives a direct buy.
		05  FILE-BSK-FUND	PIC X(10).
		05  FILE-BSK-STATE	PIC X(02).
	     03  FILE-BSK-EXPIRY	PIC 9(8).
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
      * Investor suitability profiles, kept by SUITSR, and
      * the fund risk ratings FUNDMNT keeps beside the fund
      * master -- the reinvested leg of an exchange is a
      * purchase and gets BUYSR's suitability check
      ******************************************************
	FD  SUITABLE-FILE; RECORD 42.
	01  SUITABLE-ITEM.
	     03  FILE-SUIT-ACCOUNT	PIC X(10).
	     03  FILE-SUIT-OBJECTIVE	PIC X(01).
	     03  FILE-SUIT-RISK	PIC 9(01).
	     03  FILE-SUIT-HORIZON	PIC X(01).
	     03  FILE-SUIT-NET-WORTH	PIC 9(11).
	     03  FILE-SUIT-DATE	PIC 9(8).
	     03  FILE-SUIT-OPERATOR	PIC X(10).
	FD  FUNDRISK-FILE; RECORD 11.
	01  FUNDRISK-ITEM.
	     03  FILE-FRISK-FUND	PIC X(10).
	     03  FILE-FRISK-RATING	PIC 9(01).
      ******************************************************
      * Named operating parameters -- the suitability net-
      * worth percentage is read from here
      ******************************************************
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
      ******************************************************
      * Supervisor approval queue -- an exchange the
      * suitability check holds parks here for the APPROVE
      * and WORKQ clients.  ACTION is X; FUND is the from-
      * fund, AMOUNT the shares to redeem, PRICE the from-
      * fund's price when it parked, and ORDER-REF carries
      * the to-fund.
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
		 88  FILE-PEND-IS-MAJ-HOLD	VALUE "M".
		 88  FILE-PEND-IS-SUIT-HOLD	VALUE "U".
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
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
      ******************************************************
      * Fund/account cross-reference -- a position this
      * service brings into being gets its key here too, so
      * the fund-level batch jobs can find it
      ******************************************************
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
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
 	01  BLUESKY-FILE-STATUS.
           	05  BSK-STATUS-1	PIC X.
           	05  BSK-STATUS-2	PIC X.
	01  PLEDGE-FREE-QTY	PIC S9(8)V999.
	01  PLG-ACTIVE-SWITCH	PIC X VALUE "N".
		88  PLEDGE-ACTIVE	VALUE "Y".
 	01  LOTBASIS-FILE-STATUS.
           	05  LBAS-STATUS-1	PIC X.
           	05  LBAS-STATUS-2	PIC X.
	01  LBAS-OPEN-SWITCH	PIC X VALUE "N".
		88  LOTBASIS-AVAILABLE	VALUE "Y".
	01  LBAS-FOUND-SWITCH	PIC X VALUE "N".
		88  LOT-HAS-BASIS	VALUE "Y".
 	01  LOTHOLD-FILE-STATUS.
           	05  LHOLD-STATUS-1	PIC X.
           	05  LHOLD-STATUS-2	PIC X.
	01  UNCOLL-SHARES	PIC 9(7)V999.
	01  UNCOLL-FREE-QTY	PIC S9(8)V999.
	01  LHOLD-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LHOLD-SCAN	VALUE "Y".
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
           	05  JRN-STATUS-2	PIC X.
	01  JRN-SEQ		PIC 9(5) VALUE ZERO.
	01  JRN-TIME		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
 	01  ORDER-FILE-STATUS.
           	05  ORDER-STATUS-1	PIC X.
           	05  ORDER-STATUS-2	PIC X.
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
 	01  MAJORITY-FILE-STATUS.
           	05  MAJ-STATUS-1	PIC X.
           	05  MAJ-STATUS-2	PIC X.
 	01  SUITABLE-FILE-STATUS.
           	05  SUIT-STATUS-1	PIC X.
           	05  SUIT-STATUS-2	PIC X.
 	01  FUNDRISK-FILE-STATUS.
           	05  FRISK-STATUS-1	PIC X.
           	05  FRISK-STATUS-2	PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
 	01  PENDAPPR-FILE-STATUS.
           	05  PEND-STATUS-1	PIC X.
           	05  PEND-STATUS-2	PIC X.
      ******************************************************
      * Suitability check -- the highest fund rating the
      * buyer's profile allows, the net-worth percentage and
      * dollar ceiling for one purchase, what the exchange
      * reinvests, whether it breached either test, and
      * whether a supplied approver survived verification
      ******************************************************
	01  ALLOWED-RISK	PIC 9(01).
	01  SUIT-NW-PCT		PIC 9(9)V99.
	01  SUIT-NW-LIMIT	PIC 9(11)V99.
	01  SUIT-COST		PIC 9(9)V99.
	01  SUIT-BREACH-SWITCH	PIC X VALUE "N".
		88  SUITABILITY-BREACHED	VALUE "Y".
	01  PEND-HOLD-FLAG	PIC X VALUE SPACE.
	01  APPR-OK-SWITCH	PIC X VALUE "N".
		88  APPROVER-OK		VALUE "Y".
      ******************************************************
      * Today's date/time -- the lot key, the blotter stamps
      * and the generated exchange reference all use them
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * The exchange reference stamped on both blotter legs
	    88  LOT-START-FAILED	VALUE "Y".
	01  BASIS-SOURCE	PIC X VALUE "Y".
	    88  BASIS-FROM-LOTS		VALUE "Y".
	01  LOSS-CUT		PIC 9(9)V99.
	01  LOSS-BASIS		PIC 9(9)V99.
	01  TERM-CUTOFF		PIC 9(8).
	01  TERM-SHORT-SWITCH	PIC X VALUE "N".
	    88  SOLD-SHORT-TERM		VALUE "Y".
	01  TERM-LONG-SWITCH	PIC X VALUE "N".
	    88  SOLD-LONG-TERM		VALUE "Y".
	01  INHERIT-SWITCH	PIC X VALUE "N".
	    88  SOLD-INHERITED		VALUE "Y".
	01  UNREPORTED-SWITCH	PIC X VALUE "N".
	    88  SOLD-UNREPORTED		VALUE "Y".
      ******************************************************
      * User defined data records
      ******************************************************
        77 REC-STALE-PRICE      PIC S9(9) COMP-5 VALUE 12.
        77 REC-RESTRICTED       PIC S9(9) COMP-5 VALUE 13.
        77 REC-PLEDGED          PIC S9(9) COMP-5 VALUE 19.
        77 REC-UNCOLLECTED      PIC S9(9) COMP-5 VALUE 22.
        77 REC-NOT-REGISTERED   PIC S9(9) COMP-5 VALUE 17.
        77 REC-NO-TIN           PIC S9(9) COMP-5 VALUE 14.
        77 REC-NEEDS-APPROVAL   PIC S9(9) COMP-5 VALUE 15.
        77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
      *
       	LINKAGE SECTION.
      *
		OPEN OUTPUT JRNL-FILE
		CLOSE JRNL-FILE
		OPEN I-O JRNL-FILE.
	OPEN I-O POSXREF-FILE.
	MOVE "N" TO PLG-OPEN-SWITCH.
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
		MOVE "Y" TO PLG-OPEN-SWITCH.
	MOVE "N" TO LBAS-OPEN-SWITCH.
	OPEN INPUT LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		MOVE "Y" TO LBAS-OPEN-SWITCH.
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
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
      ******************************************************
      * Get the data that was sent by the client
		END-IF
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
      *  Begin a global transaction -- both quote lookups and
      *  every position/lot/blotter update below live or die
      *  together
	PERFORM GET-QUOTE.
	MOVE DEC-DGTS OF QUOTE-SELL-PRICE TO
	    DEC-DGTS OF EXCH-SELL-PRICE.
	MOVE QUOTE-CLASS TO CDSC-CLASS.
	MOVE EXCH-TO-FUND TO QUOTE-FUND.
	PERFORM GET-QUOTE.
	MOVE DEC-DGTS OF QUOTE-BUY-PRICE TO
      ******************************************************
	PERFORM CHECK-FUND-STATUS.
      ******************************************************
      *  A custodial account whose minor has come of age
      *  needs a supervisor for the exchange, as for a buy
      *  or a sell
      ******************************************************
	PERFORM CHECK-MAJORITY THRU CHECK-MAJORITY-EXIT.
      ******************************************************
      *  The reinvested leg must suit the customer's profile
      *  -- the proceeds at today's from-fund price are what
      *  the purchase costs
      ******************************************************
	COMPUTE SUIT-COST ROUNDED =
	    EXCH-AMOUNT * DEC-DGTS OF EXCH-SELL-PRICE.
	PERFORM CHECK-SUITABILITY THRU CHECK-SUITABILITY-EXIT.
      ******************************************************
      *  Redeem the from-fund position -- an exchange can only
      *  be made against an existing position, and only for up
      *  to the amount already held
		MOVE "From Position Exists Redeem It" TO LOGMSG-TEXT
	    	PERFORM DO-USERLOG
		PERFORM CHECK-PLEDGE
		PERFORM CHECK-UNCOLLECTED THRU CHECK-UNCOLLECTED-EXIT
		SUBTRACT EXCH-AMOUNT FROM FILE-CUST-AMOUNT
      		PERFORM REWRITE-REC
	  END-IF
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Relieve the from-fund's lots for the shares redeemed
      *  and capture the realized gain, the same way an
      *  outright sale through SELLSR does.  Any CDSC the
      *  from-fund's class owes comes out of the proceeds.
      ******************************************************
	COMPUTE EXCH-PROCEEDS ROUNDED =
	    EXCH-AMOUNT * DEC-DGTS OF EXCH-SELL-PRICE.
	PERFORM RELIEVE-FROM-LOTS.
      ******************************************************
      *  The proceeds cross into the to-fund at its buy
      *  price -- no cash, no settlement hold, no commission
      ******************************************************
	COMPUTE TO-SHARES ROUNDED =
	    EXCH-PROCEEDS / DEC-DGTS OF EXCH-BUY-PRICE.
	MOVE TO-SHARES TO EXCH-TO-AMOUNT.
	MOVE EXCH-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE EXCH-TO-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	MOVE EXCH-LINK-REF TO EXCH-REF.
	PERFORM POST-LOT.
	PERFORM POST-SELL-LEG.
	PERFORM POST-CDSC THRU POST-CDSC-EXIT.
	PERFORM POST-BUY-LEG.
	IF CALLER-REF NOT = SPACES
		PERFORM POST-ORDER-REF.
	CLOSE OPERATOR-FILE.
	CLOSE ORDER-FILE.
	CLOSE JRNL-FILE.
	CLOSE POSXREF-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	IF RESTRICT-AVAILABLE
		CLOSE RESTRICT-FILE.
	IF FUNDMAS-AVAILABLE
		CLOSE FUNDMAS-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
      ******************************************************
      *  Already processed this order reference -- answer
      *  success without touching anything.  The dedup check
       CHECK-FUND-STATUS-EXIT.
	EXIT.
      ******************************************************
      *  Once a custodial account's minor has come of age
      *  the custodian's authority over it is ending, so a
      *  custodian exchange on it parks for a supervisor
      *  unless it already carries a verified approver.  The
      *  majority date is the one MAJRUN keeps on
      *  MAJORITY.IT; an account with no record there, or a
      *  site without the file, passes.
      ******************************************************
       CHECK-MAJORITY.
	OPEN INPUT MAJORITY-FILE.
	IF MAJ-STATUS-1 NOT = "0"
		GO TO CHECK-MAJORITY-EXIT.
	MOVE EXCH-ACCOUNT TO FILE-MAJ-ACCOUNT.
	READ MAJORITY-FILE.
	IF MAJ-STATUS-1 NOT = "0" OR FILE-MAJ-DATE = ZERO OR
	   FILE-MAJ-DATE > TODAYS-DATE
		CLOSE MAJORITY-FILE
		GO TO CHECK-MAJORITY-EXIT.
	CLOSE MAJORITY-FILE.
	IF EXCH-APPROVER = SPACES
		MOVE "M" TO PEND-HOLD-FLAG
		MOVE "Minor Has Come Of Age - Held" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM PARK-EXIT.
	PERFORM VERIFY-APPROVER.
       CHECK-MAJORITY-EXIT.
	EXIT.
      ******************************************************
      *  An exchange into a fund the customer's suitability
      *  profile does not support parks for a supervisor
      *  unless it already carries a verified approver.  The
      *  to-fund's risk rating on FUNDRISK.IT may not exceed
      *  the risk the profile on SUITABLE.IT allows -- the
      *  customer's stated tolerance, but no more than 2 for
      *  a short horizon, 3 for an income objective and 1
      *  for preservation of capital.  Where PARAM.IT
      *  carries a SUITNWPCT percentage, an exchange
      *  reinvesting more than that share of the stated net
      *  worth is held as well.  An unrated fund, an account
      *  never interviewed, or a site without the files,
      *  passes -- SUITRPT is what chases missing profiles.
      ******************************************************
       CHECK-SUITABILITY.
	MOVE "N" TO SUIT-BREACH-SWITCH.
	OPEN INPUT SUITABLE-FILE.
	IF SUIT-STATUS-1 NOT = "0"
		GO TO CHECK-SUITABILITY-EXIT.
	MOVE EXCH-ACCOUNT TO FILE-SUIT-ACCOUNT.
	READ SUITABLE-FILE.
	CLOSE SUITABLE-FILE.
	IF SUIT-STATUS-1 NOT = "0"
		GO TO CHECK-SUITABILITY-EXIT.
	MOVE FILE-SUIT-RISK TO ALLOWED-RISK.
	IF FILE-SUIT-HORIZON = "S" AND ALLOWED-RISK > 2
		MOVE 2 TO ALLOWED-RISK.
	IF FILE-SUIT-OBJECTIVE = "I" AND ALLOWED-RISK > 3
		MOVE 3 TO ALLOWED-RISK.
	IF FILE-SUIT-OBJECTIVE = "P"
		MOVE 1 TO ALLOWED-RISK.
	OPEN INPUT FUNDRISK-FILE.
	IF FRISK-STATUS-1 = "0"
		MOVE EXCH-TO-FUND TO FILE-FRISK-FUND
		READ FUNDRISK-FILE
		IF FRISK-STATUS-1 = "0" AND
		   FILE-FRISK-RATING > ALLOWED-RISK
			MOVE "Y" TO SUIT-BREACH-SWITCH
		END-IF
		CLOSE FUNDRISK-FILE
	END-IF.
	MOVE ZERO TO SUIT-NW-PCT.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "SUITNWPCT" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0"
			MOVE FILE-PARM-VALUE TO SUIT-NW-PCT
		END-IF
		CLOSE PARAM-FILE
	END-IF.
	IF SUIT-NW-PCT > ZERO AND FILE-SUIT-NET-WORTH > ZERO
		COMPUTE SUIT-NW-LIMIT ROUNDED =
		    FILE-SUIT-NET-WORTH * SUIT-NW-PCT / 100
		IF SUIT-COST > SUIT-NW-LIMIT
			MOVE "Y" TO SUIT-BREACH-SWITCH
		END-IF
	END-IF.
	IF NOT SUITABILITY-BREACHED
		GO TO CHECK-SUITABILITY-EXIT.
	IF EXCH-APPROVER = SPACES
		MOVE "U" TO PEND-HOLD-FLAG
		MOVE "Exceeds Suitability Profile - Held" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM PARK-EXIT.
	PERFORM VERIFY-APPROVER.
       CHECK-SUITABILITY-EXIT.
	EXIT.
      ******************************************************
      *  The named approver has to be on OPERATOR.IT, active,
      *  hold the supervisor role, and not be the operator
      *  who entered the exchange -- BUYSR's four-eyes rule
      ******************************************************
       VERIFY-APPROVER.
	MOVE "N" TO APPR-OK-SWITCH.
	MOVE EXCH-APPROVER TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-SUPER
	   AND EXCH-APPROVER NOT = EXCH-OPERATOR
		MOVE "Y" TO APPR-OK-SWITCH.
	IF NOT APPROVER-OK
		MOVE "Approver Not A Valid Supervisor" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Park the exchange for supervisor approval -- the
      *  transaction rolls back untouched, the queue record
      *  keeps the terms and the entering operator, and the
      *  caller is told why nothing posted
      ******************************************************
       PARK-EXIT.
	CALL "TPABORT" USING TPSTATUS-REC.
	PERFORM WRITE-PENDING.
	PERFORM CLOSE-FILES.
	MOVE REC-NEEDS-APPROVAL TO APPL-CODE.
	SET TPFAIL TO TRUE.
	MOVE "Parked For Approval" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Write the approval-queue record for this exchange
      ******************************************************
       WRITE-PENDING.
	OPEN I-O PENDAPPR-FILE.
	IF PEND-STATUS-1 = "3"
		OPEN OUTPUT PENDAPPR-FILE
		CLOSE PENDAPPR-FILE
		OPEN I-O PENDAPPR-FILE.
	MOVE EXCH-ACCOUNT TO FILE-PEND-ACCOUNT.
	MOVE EXCH-FROM-FUND TO FILE-PEND-FUND.
	MOVE TODAYS-DATE TO FILE-PEND-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-PEND-TIME.
	SET FILE-PEND-IS-EXCH TO TRUE.
	MOVE EXCH-AMOUNT TO FILE-PEND-AMOUNT.
	MOVE DEC-DGTS OF EXCH-SELL-PRICE TO FILE-PEND-PRICE.
	MOVE EXCH-TO-FUND TO FILE-PEND-ORDER-REF.
	MOVE EXCH-OPERATOR TO FILE-PEND-OPERATOR.
	SET FILE-PEND-IS-PENDING TO TRUE.
	MOVE SPACES TO FILE-PEND-APPROVER.
	MOVE ZERO TO FILE-PEND-APPR-DATE.
	MOVE PEND-HOLD-FLAG TO FILE-PEND-HOLD.
	MOVE SPACES TO FILE-PEND-REASON.
	MOVE ZERO TO FILE-PEND-AS-OF.
	WRITE PENDAPPR-ITEM.
	IF PEND-STATUS-1 NOT = "0"
		MOVE "WRITE PEND" TO LOG-ERR-ROUTINE
		MOVE PEND-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	CLOSE PENDAPPR-FILE.
      ******************************************************
      *  The submitting operator has to be on OPERATOR.IT,
      *  active, and hold the trader role -- screen-level
      *  checks in the clients are convenience, not security.
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM ADD-POSXREF.
      ******************************************************
      *  Replace an existing record in one atomic REWRITE so
      *  an interrupted transaction can never leave a position
      *  with no basis and logged.
      ******************************************************
       RELIEVE-FROM-LOTS.
	PERFORM GET-CDSC-TERMS THRU GET-CDSC-TERMS-EXIT.
	MOVE EXCH-AMOUNT TO RELIEF-QTY-LEFT.
	MOVE ZERO TO RELIEF-BASIS.
	MOVE ZERO TO LOSS-CUT.
	MOVE "N" TO TERM-SHORT-SWITCH.
	MOVE "N" TO TERM-LONG-SWITCH.
	MOVE "N" TO INHERIT-SWITCH.
	MOVE "N" TO UNREPORTED-SWITCH.
	COMPUTE TERM-CUTOFF = TODAYS-DATE - 10000.
	MOVE "Y" TO BASIS-SOURCE.
	IF SALE-METHOD-AVERAGE
		PERFORM COMPUTE-AVERAGE-BASIS.
		MOVE "Shares Sold With No Lot On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	END-IF.
	PERFORM ASSESS-CDSC THRU ASSESS-CDSC-EXIT.
	SUBTRACT CDSC-FEE FROM EXCH-PROCEEDS.
	PERFORM WRITE-GAINLOG.
      ******************************************************
      *  Contingent deferred sales charge terms for the
      *  from-fund's class, saved off its quote.  A class
      *  with no schedule on CDSC.IT -- or a site with no
      *  schedule file at all -- charges none.  The from-fund
      *  position held before the exchange is kept for the
      *  year's free allowance.
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
	IF CDSC-CLASS = SPACES
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE CDSC-CLASS TO FILE-CDSC-CLASS.
	READ CDSC-FILE.
	IF CDSC-STATUS-1 NOT = "0"
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE FILE-CDSC-FREE-PCT TO CDSC-FREE-PCT.
	MOVE FILE-CDSC-SCHEDULE TO CDSC-SCHEDULE.
	COMPUTE CDSC-HELD-QTY = FILE-CUST-AMOUNT + EXCH-AMOUNT.
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
      *  charge comes out of the proceeds before they are
      *  reinvested and rides on the redemption leg's fee.
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
	    (CDSC-BAND-QTY (CDSC-SUB) * DEC-DGTS OF EXCH-SELL-PRICE
	    * CDSC-PCT (CDSC-SUB) / 100).
      ******************************************************
      *  What is left of the account's free allowance in the
      *  fund for the year of the exchange.  The first charged
      *  redemption of a year fixes the allowance off the
      *  position held before it.
      ******************************************************
       GET-CDSC-FREE-LEFT.
	MOVE "N" TO CDF-FOUND-SWITCH.
	MOVE ZERO TO CDSC-FREE-LEFT.
	IF NOT CDSCFREE-AVAILABLE
		GO TO GET-CDSC-FREE-LEFT-EXIT.
	MOVE EXCH-ACCOUNT TO FILE-CDF-ACCOUNT.
	MOVE EXCH-FROM-FUND TO FILE-CDF-FUND.
	MOVE TODAYS-DATE(1:4) TO FILE-CDF-YEAR.
	READ CDSCFREE-FILE.
	IF CDF-STATUS-1 = "0"
		MOVE "Y" TO CDF-FOUND-SWITCH
	ELSE
		MOVE EXCH-ACCOUNT TO FILE-CDF-ACCOUNT
		MOVE EXCH-FROM-FUND TO FILE-CDF-FUND
		MOVE TODAYS-DATE(1:4) TO FILE-CDF-YEAR
		MOVE ZERO TO FILE-CDF-USED
		COMPUTE FILE-CDF-ALLOWANCE ROUNDED =
		    CDSC-HELD-QTY * CDSC-FREE-PCT / 100.
	IF FILE-CDF-ALLOWANCE > FILE-CDF-USED
		COMPUTE CDSC-FREE-LEFT =
		    FILE-CDF-ALLOWANCE - FILE-CDF-USED.
       GET-CDSC-FREE-LEFT-EXIT.
	EXIT.
      ******************************************************
      *  Draw the free shares this exchange used down from
      *  the year's allowance and log the assessment under
      *  the redemption leg's blotter key.  Both are side
      *  records -- a failure writing either is logged and
      *  the exchange goes through.
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
	MOVE EXCH-ACCOUNT TO FILE-CDL-ACCOUNT.
	MOVE EXCH-FROM-FUND TO FILE-CDL-FUND.
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
      *  After an average-cost relief the remaining from-fund
      *  lots are restated at the average price, so the basis
      *  left on file equals the unrelieved basis -- the
	IF BASIS-FROM-LOTS
		COMPUTE RELIEF-BASIS ROUNDED = RELIEF-BASIS +
		    (RELIEF-USE-QTY * FILE-LOT-PRICE).
	PERFORM NOTE-CDSC-SLICE THRU NOTE-CDSC-SLICE-EXIT.
	PERFORM NOTE-LOT-BASIS THRU NOTE-LOT-BASIS-EXIT.
	SUBTRACT RELIEF-USE-QTY FROM FILE-LOT-AMOUNT.
	SUBTRACT RELIEF-USE-QTY FROM RELIEF-QTY-LEFT.
	PERFORM REWRITE-OR-DELETE-LOT.
       CONSUME-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Judge the shares being taken from the lot just read
      *  for holding period and any inheritance or gift
      *  adjustment -- see SELLSR's NOTE-LOT-BASIS
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
      *  A lot drawn down to nothing is closed -- deleted --
      *  rather than left as a zero-share husk
      ******************************************************
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
      *  lower-of rule on the gain record -- see SELLSR's
      *  APPLY-BASIS-ADJUSTMENT
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
	IF LOSS-CUT > ZERO AND EXCH-PROCEEDS < RELIEF-BASIS
		MOVE "G" TO FILE-GAIN-BASIS-ADJ
		COMPUTE LOSS-BASIS = RELIEF-BASIS - LOSS-CUT
		IF EXCH-PROCEEDS < LOSS-BASIS
			MOVE LOSS-BASIS TO FILE-GAIN-BASIS
			COMPUTE FILE-GAIN-AMOUNT =
			    EXCH-PROCEEDS - LOSS-BASIS
		ELSE
			MOVE EXCH-PROCEEDS TO FILE-GAIN-BASIS
			MOVE ZERO TO FILE-GAIN-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  Add to or create today's lot for the to-fund.  A
      *  second buy of the same fund on the same day is
      *  blended into the existing lot at a weighted average
	MOVE CALLER-REF TO FILE-BLOTTER-ORDER-REF.
	MOVE EXCH-LINK-REF TO FILE-BLOTTER-LINK-REF.
	SET FILE-BLOTTER-IS-LIVE TO TRUE.
	MOVE CDSC-FEE TO FILE-BLOTTER-FEE.
	IF EXCH-OPERATOR = SPACES
		MOVE "SYSTEM" TO FILE-BLOTTER-OPERATOR
	ELSE
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
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
	MOVE EXCH-ACCOUNT TO FILE-LHOLD-ACCOUNT.
	MOVE EXCH-FROM-FUND TO FILE-LHOLD-FUND.
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
	IF EXCH-AMOUNT > UNCOLL-FREE-QTY
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
	IF FILE-LHOLD-ACCOUNT NOT = EXCH-ACCOUNT OR
	   FILE-LHOLD-FUND NOT = EXCH-FROM-FUND
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
       JUDGE-PLEDGE-ACTIVE-EXIT.
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
	IF PXR-STATUS-1 = "0"
		PERFORM JOURNAL-POSXREF.
	IF PXR-STATUS-1 NOT = "0" AND PXR-STATUS-1 NOT = "2"
		MOVE "WRITE PXR" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  After-image journal writers -- one per master file
      *  this service updates, each capturing the record as
      *  just written
	MOVE LOT-ITEM TO FILE-JRN-IMAGE(1:47).
	MOVE "D" TO FILE-JRN-OP.
	PERFORM WRITE-JOURNAL-REC.
      ******************************************************
       JOURNAL-POSXREF.
	MOVE "POSXREF" TO FILE-JRN-TARGET.
	MOVE 20 TO FILE-JRN-LEN.
	MOVE SPACES TO FILE-JRN-IMAGE.
	MOVE POSXREF-ITEM TO FILE-JRN-IMAGE(1:20).
	MOVE "A" TO FILE-JRN-OP.
	PERFORM WRITE-JOURNAL-REC.
      ******************************************************
      *  Stamp and write one journal record -- the sequence
      *  hunts past collisions within the same second
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
