		ACCESS DYNAMIC
		RECORD KEY FILE-JRN-KEY
		STATUS JRNL-FILE-STATUS.
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
	SELECT CHKHOLD-FILE ASSIGN "CHKHOLD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-KEY
		STATUS CHKHOLD-FILE-STATUS.
	SELECT LOTHOLD-FILE ASSIGN "LOTHOLD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LHOLD-KEY
		STATUS LOTHOLD-FILE-STATUS.
	SELECT ALERT-FILE ASSIGN "ALERT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ALR-KEY
		STATUS ALERT-FILE-STATUS.
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
	SELECT WAIVER-FILE ASSIGN "WAIVER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WAIV-ACCOUNT
		STATUS WAIVER-FILE-STATUS.
	SELECT WAIVLOG-FILE ASSIGN "WAIVLOG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WLG-KEY
		STATUS WAIVLOG-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
		 88  FILE-ACCOUNT-FROZEN	VALUE "F" "D".
		 88  FILE-ACCOUNT-CLOSING	VALUE "P".
		 88  FILE-ACCOUNT-PENDING-OPEN	VALUE "N".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
		 88  FILE-METHOD-IS-FIFO	VALUE "F" " ".
      * for recent losses in the same fund and apply the
      * wash-sale rule to them.  See SELLSR.
      ******************************************************
	FD  GAINLOG-FILE IS EXTERNAL; RECORD 94.
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
      * entry per movement against CASH.IT; DEBIT-CASH writes
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
		05  FILE-BSK-STATE	PIC X(02).
	     03  FILE-BSK-EXPIRY	PIC 9(8).
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
      * master -- read by the suitability check
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
      * Uncollected check deposits, written by CASHSR -- a
      * purchase paid for with check money not yet cleared
      * draws FILE-CHK-INVESTED up, oldest check first
      ******************************************************
	FD  CHKHOLD-FILE; RECORD 68.
	01  CHKHOLD-ITEM.
	     03  FILE-CHK-KEY.
		05  FILE-CHK-ACCOUNT	PIC X(10).
		05  FILE-CHK-DEP-DATE	PIC 9(8).
		05  FILE-CHK-CHECK-NO	PIC X(10).
	     03  FILE-CHK-AMOUNT	PIC 9(9)V99.
	     03  FILE-CHK-INVESTED	PIC 9(9)V99.
	     03  FILE-CHK-CLEAR-DATE	PIC 9(8).
	     03  FILE-CHK-OPERATOR	PIC X(10).
      ******************************************************
      * Uncollected-funds tags on CUSTLOT.IT lots, keyed by
      * the lot's own key -- the shares of the lot bought
      * with check money not yet cleared, the dollars that
      * paid for them, and the day the last of that money
      * clears.  SELLSR and EXCHSR will not release the
      * shares before then.
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
      * After-image journal -- one dated record per master-
      * file record written or rewritten, so a damaged
      * master restored from the nightly close can be rolled
		 88  FILE-ALR-IS-ACKED	VALUE "Y".
	     03  FILE-ALR-ACK-OPER	PIC X(10).
	     03  FILE-ALR-ACK-DATE	PIC 9(8).
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
      * Fund/account cross-reference -- one key per
      * position, fund first, so the fund-level batch jobs
      * can reach a fund's holders without reading every
      * CUST.IT record.  A new position is added here as it
      * is written; opened by BUYSRINIT with the others.
      ******************************************************
	FD  POSXREF-FILE IS EXTERNAL; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
      ******************************************************
      * Standing sales charge waivers, kept by WAIVMNT -- an
      * account in one of these categories buys at NAV:
      * E employee, P retirement plan, W advisory or wrap
      * account, N proceeds from another firm's load fund.
      * A waiver may carry an expiry date (zero for none).
      ******************************************************
	FD  WAIVER-FILE; RECORD 65.
	01  WAIVER-ITEM.
	     03  FILE-WAIV-ACCOUNT	PIC X(10).
	     03  FILE-WAIV-CATEGORY	PIC X(01).
	     03  FILE-WAIV-EFF-DATE	PIC 9(8).
	     03  FILE-WAIV-EXP-DATE	PIC 9(8).
	     03  FILE-WAIV-DOC-REF	PIC X(20).
	     03  FILE-WAIV-AUTH-OPER	PIC X(10).
	     03  FILE-WAIV-SET-DATE	PIC 9(8).
      ******************************************************
      * Every sales charge waived, keyed the way the blotter
      * record of the purchase is -- the waiver code, the
      * charge the schedule would have taken and how much of
      * it was waived, and for a reinstatement the part of
      * the purchase the redemption proceeds covered.
      * The code is the account's category, or R for a
      * reinstatement.  WAIVRPT reports the month's waivers
      * off this file.
      ******************************************************
	FD  WAIVLOG-FILE; RECORD 95.
	01  WAIVLOG-ITEM.
	     03  FILE-WLG-KEY.
		05  FILE-WLG-ACCOUNT	PIC X(10).
		05  FILE-WLG-FUND	PIC X(10).
		05  FILE-WLG-DATE	PIC 9(8).
		05  FILE-WLG-TIME	PIC 9(8).
	     03  FILE-WLG-CODE		PIC X(01).
		 88  FILE-WLG-IS-REINSTATEMENT	VALUE "R".
	     03  FILE-WLG-TRADE-COST	PIC 9(9)V99.
	     03  FILE-WLG-GROSS-CHARGE	PIC 9(7)V99.
	     03  FILE-WLG-WAIVED	PIC 9(7)V99.
	     03  FILE-WLG-REINST-AMT	PIC 9(9)V99.
	     03  FILE-WLG-OPERATOR	PIC X(10).
	     03  FILE-WLG-EFF-DATE	PIC 9(8).
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
 	01  ALERT-FILE-STATUS.
           	05  ALR-STATUS-1	PIC X.
           	05  ALR-STATUS-2	PIC X.
           	05  JRN-STATUS-2	PIC X.
	01  JRN-SEQ		PIC 9(5) VALUE ZERO.
	01  JRN-TIME		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
 	01  BLUESKY-FILE-STATUS.
           	05  BSK-STATUS-1	PIC X.
           	05  BSK-STATUS-2	PIC X.
 	01  MAJORITY-FILE-STATUS.
           	05  MAJ-STATUS-1	PIC X.
           	05  MAJ-STATUS-2	PIC X.
	01  PEND-HOLD-FLAG	PIC X VALUE SPACE.
 	01  SUITABLE-FILE-STATUS.
           	05  SUIT-STATUS-1	PIC X.
           	05  SUIT-STATUS-2	PIC X.
 	01  FUNDRISK-FILE-STATUS.
           	05  FRISK-STATUS-1	PIC X.
           	05  FRISK-STATUS-2	PIC X.
      ******************************************************
      * Suitability check -- the highest fund rating the
      * buyer's profile allows, the net-worth percentage and
      * dollar ceiling for one purchase, and whether the
      * trade breached either
      ******************************************************
	01  ALLOWED-RISK	PIC 9(01).
	01  SUIT-NW-PCT		PIC 9(9)V99.
	01  SUIT-NW-LIMIT	PIC 9(11)V99.
	01  SUIT-BREACH-SWITCH	PIC X VALUE "N".
		88  SUITABILITY-BREACHED	VALUE "Y".
 	01  CHKHOLD-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
 	01  LOTHOLD-FILE-STATUS.
           	05  LHOLD-STATUS-1	PIC X.
           	05  LHOLD-STATUS-2	PIC X.
      ******************************************************
      * Uncollected-funds tagging -- the account's check
      * money not yet cleared, the cash that is good, how
      * much of this purchase the uncollected money paid
      * for, and the shares and clearing date that buys the
      * lot's tag
      ******************************************************
	01  UNCOLLECTED-CASH	PIC 9(9)V99.
	01  COLLECTED-CASH	PIC S9(9)V99.
	01  UNCOLL-USED		PIC 9(9)V99.
	01  UNCOLL-LEFT		PIC 9(9)V99.
	01  UNCOLL-TAKE		PIC 9(9)V99.
	01  HELD-SHARES		PIC 9(7)V999.
	01  TAG-CLEAR-DATE	PIC 9(8).
	01  CHK-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CHK-SCAN	VALUE "Y".
      ******************************************************
      * The buyer's state of residence, saved off the entry
      * customer-master read for the blue-sky check -- blank
      * Today's trade date, used as part of the lot key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * The trade's effective date -- today for an ordinary
      * trade, the as-of date for a backdated one; the lot
        77 REC-NO-TIN           PIC S9(9) COMP-5 VALUE 14.
        77 REC-NEEDS-APPROVAL   PIC S9(9) COMP-5 VALUE 15.
        77 REC-BAD-ASOF         PIC S9(9) COMP-5 VALUE 18.
        77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
        77 REC-PENDING-OPEN     PIC S9(9) COMP-5 VALUE 26.
        77 REC-TRAN-FAILED      PIC S9(9) COMP-5 VALUE 29.
      ******************************************************
      * Effective-dated fee schedule browse controls
      ******************************************************
	01  WASH-DIV-REM	PIC 9(4).
	01  WASH-LEAP-SWITCH	PIC X VALUE "N".
	    88  WASH-IS-LEAP-YEAR	VALUE "Y".
      ******************************************************
      * Sales charge waivers -- the waiver taken on this
      * purchase (space for none), the charge before and the
      * amount waived, and the reinstatement look-back: the
      * window, the family redemption proceeds inside it,
      * what earlier purchases already reinstated, and the
      * part of this purchase the rest covers
      ******************************************************
 	01  WAIVER-FILE-STATUS.
           	05  WAIV-STATUS-1	PIC X.
           	05  WAIV-STATUS-2	PIC X.
 	01  WAIVLOG-FILE-STATUS.
           	05  WLG-STATUS-1	PIC X.
           	05  WLG-STATUS-2	PIC X.
	01  WAIVER-CODE		PIC X(01) VALUE SPACE.
	    88  NO-WAIVER		VALUE SPACE.
	    88  WAIVER-IS-REINSTATEMENT	VALUE "R".
	01  GROSS-COMMISSION	PIC 9(7)V99.
	01  WAIVED-AMT		PIC 9(7)V99.
	01  REINST-DAYS		PIC 9(3).
	77  DEFAULT-REINST-DAYS	PIC 9(3) VALUE 90.
	01  REINST-CUTOFF	PIC 9(8).
	01  REINST-PROCEEDS	PIC 9(11)V99.
	01  REINST-USED		PIC 9(11)V99.
	01  REINST-AVAIL	PIC 9(11)V99.
	01  REINST-AMT		PIC 9(9)V99.
	01  REINST-EOF-SWITCH	PIC X VALUE "N".
	    88  REINST-SCAN-DONE	VALUE "Y".
	01  FAMILY-FUND		PIC X(10).
	01  FAMILY-SWITCH	PIC X VALUE "N".
	    88  IN-BOUGHT-FAMILY	VALUE "Y".
      *
       	LINKAGE SECTION.
      *
	MOVE LENGTH OF LOGREC TO LOGREC-LEN. 
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN. 
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE SPACE TO PEND-HOLD-FLAG.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
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
      *  the position update below live or die together
      ******************************************************
		PERFORM DO-USERLOG-ERR
		PERFORM TPBEGIN-FAILED-EXIT.
      ******************************************************
      *  Refuse the trade if the account is closed, frozen or
      *  still pending its opening review.
      *  An account with no customer master record on file
      *  yet is allowed through -- CUSTMAS.IT does not have
      *  to be populated for every account that can trade.
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			PERFORM ACCOUNT-CLOSED-EXIT
		ELSE IF FILE-ACCOUNT-PENDING-OPEN
			MOVE "Account Pending Open Review" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			PERFORM ACCOUNT-PENDING-EXIT
		END-IF
	END-IF.
      ******************************************************
      ******************************************************
	COMPUTE TRADE-COST ROUNDED =
	    CUST-AMOUNT * DEC-DGTS OF CUST-PRICE.
	IF CUST-IN-DOLLARS AND CUST-DOLLARS > ZERO
		MOVE CUST-DOLLARS TO TRADE-COST.
	PERFORM CHECK-MINIMUM-INVESTMENT.
	PERFORM COMPUTE-COMMISSION.
	PERFORM CHECK-WAIVER THRU CHECK-WAIVER-EXIT.
	IF CUST-IN-DOLLARS AND CUST-DOLLARS > ZERO
		PERFORM NET-DOLLAR-ORDER.
	ADD COMMISSION-AMT TO TRADE-COST.
	PERFORM CHECK-APPROVAL.
	PERFORM CHECK-MAJORITY THRU CHECK-MAJORITY-EXIT.
	PERFORM CHECK-SUITABILITY THRU CHECK-SUITABILITY-EXIT.
	PERFORM CHECK-UNCOLLECTED-FUNDING THRU
		CHECK-UNCOLLECTED-FUNDING-EXIT.
	PERFORM DEBIT-CASH.
      ******************************************************
      *  Move data from receive record to I/O record
      ******************************************************
	PERFORM POST-LOT.
      ******************************************************
      *  Shares paid for with check money not yet cleared
      *  are tagged at the lot so they cannot be redeemed
      *  before the check clears
      ******************************************************
	IF UNCOLL-USED > ZERO
		PERFORM TAG-UNCOLLECTED-LOT THRU
			TAG-UNCOLLECTED-LOT-EXIT.
      ******************************************************
      *  A buy within thirty days of a loss in the same
      *  fund washes that loss -- flag it and move it into
      *  the replacement lot's basis
      *  Record this trade on the blotter
      ******************************************************
	PERFORM POST-BLOTTER.
	IF NOT NO-WAIVER
		PERFORM POST-WAIVER-LOG.
      ******************************************************
      *  Update OK -- commit the global transaction
      ******************************************************
      ******************************************************
       TPBEGIN-FAILED-EXIT.
	SET TPFAIL TO TRUE.
	MOVE REC-TRAN-FAILED TO APPL-CODE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
	PERFORM DO-USERLOG.
	MOVE REC-ACCOUNT-FROZEN TO APPL-CODE.
	PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Account not yet through its opening review -- it
      *  may not trade until a supervisor approves it
      ******************************************************
       ACCOUNT-PENDING-EXIT.
	MOVE "Exiting - Account Pending Open" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE REC-PENDING-OPEN TO APPL-CODE.
	PERFORM WRITEIT-ERROR.
      *
      ******************************************************
      *  Add record to File
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR 
		PERFORM WRITEIT-ERROR.
	PERFORM ADD-POSXREF.
      ******************************************************
      *  Replace an existing record in one atomic REWRITE so
      *  an interrupted transaction can never leave a position
	    	PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  A new position goes on the fund/account cross-
      *  reference as well.  A duplicate means the entry is
      *  already there from an earlier holding of the fund.
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
      *  Finer-grained restrictions than the frozen flag --
      *  an account-level record (fund blank) or one for this
      *  account and fund, in effect today, that bars
       COMPUTE-COMMISSION-EXIT.
	EXIT.
      ******************************************************
      *  Sales charge waivers.  An account with a standing
      *  waiver category in force on WAIVER.IT buys at NAV.
      *  Otherwise a customer reinvesting redemption proceeds
      *  in the same fund family within REINSTDAYS calendar
      *  days (PARAM.IT, 90 when none is on file) buys back
      *  without a charge -- on as much of the purchase as
      *  the window's redemptions cover, less what earlier
      *  reinstatements have already used.  The blotter fee
      *  is what is actually charged; WAIVLOG.IT keeps the
      *  waiver code and the amount waived.
      ******************************************************
       CHECK-WAIVER.
	MOVE SPACE TO WAIVER-CODE.
	MOVE COMMISSION-AMT TO GROSS-COMMISSION.
	MOVE ZERO TO WAIVED-AMT.
	MOVE ZERO TO REINST-AMT.
	IF COMMISSION-AMT = ZERO
		GO TO CHECK-WAIVER-EXIT.
	OPEN INPUT WAIVER-FILE.
	IF WAIV-STATUS-1 = "0"
		MOVE CUST-ACCOUNT TO FILE-WAIV-ACCOUNT
		READ WAIVER-FILE
		IF WAIV-STATUS-1 = "0" AND
		   FILE-WAIV-CATEGORY NOT = SPACE AND
		   FILE-WAIV-EFF-DATE NOT > EFFECTIVE-DATE AND
		   (FILE-WAIV-EXP-DATE = ZERO OR
		    FILE-WAIV-EXP-DATE NOT < EFFECTIVE-DATE)
			MOVE FILE-WAIV-CATEGORY TO WAIVER-CODE
		END-IF
		CLOSE WAIVER-FILE
	END-IF.
	IF NOT NO-WAIVER
		MOVE COMMISSION-AMT TO WAIVED-AMT
		MOVE ZERO TO COMMISSION-AMT
		MOVE "Sales Charge Waived - Category" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO CHECK-WAIVER-EXIT.
	PERFORM CHECK-REINSTATEMENT THRU CHECK-REINSTATEMENT-EXIT.
	IF REINST-AVAIL = ZERO
		GO TO CHECK-WAIVER-EXIT.
	SET WAIVER-IS-REINSTATEMENT TO TRUE.
	IF REINST-AVAIL < TRADE-COST
		MOVE REINST-AVAIL TO REINST-AMT
		COMPUTE WAIVED-AMT ROUNDED =
		    COMMISSION-AMT * REINST-AMT / TRADE-COST
	ELSE
		MOVE TRADE-COST TO REINST-AMT
		MOVE COMMISSION-AMT TO WAIVED-AMT.
	SUBTRACT WAIVED-AMT FROM COMMISSION-AMT.
	MOVE "Sales Charge Waived - Reinstatement" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       CHECK-WAIVER-EXIT.
	EXIT.
      ******************************************************
      *  How much of this purchase may be reinstated -- the
      *  proceeds of the account's redemptions in the bought
      *  fund's family inside the window (off GAINLOG.IT,
      *  where SELLSR records every redemption), less what
      *  reinstated purchases inside the same window have
      *  already drawn (off WAIVLOG.IT)
      ******************************************************
       CHECK-REINSTATEMENT.
	MOVE ZERO TO REINST-AVAIL.
	MOVE ZERO TO REINST-PROCEEDS.
	MOVE ZERO TO REINST-USED.
	MOVE DEFAULT-REINST-DAYS TO REINST-DAYS.
	MOVE "REINSTDAYS" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE FILE-PARM-VALUE TO REINST-DAYS.
	IF REINST-DAYS = ZERO
		GO TO CHECK-REINSTATEMENT-EXIT.
	MOVE EFFECTIVE-DATE(1:4) TO WASH-WORK-YEAR.
	MOVE EFFECTIVE-DATE(5:2) TO WASH-WORK-MONTH.
	MOVE EFFECTIVE-DATE(7:2) TO WASH-WORK-DAY.
	PERFORM WASH-BACK-ONE-DAY
		VARYING WASH-DAY-SUB FROM 1 BY 1
		UNTIL WASH-DAY-SUB > REINST-DAYS.
	COMPUTE REINST-CUTOFF =
		WASH-WORK-YEAR * 10000 +
		WASH-WORK-MONTH * 100 +
		WASH-WORK-DAY.
	MOVE SPACES TO FAMILY-FUND.
	MOVE "N" TO REINST-EOF-SWITCH.
	MOVE CUST-ACCOUNT TO FILE-GAIN-ACCOUNT.
	MOVE LOW-VALUES TO FILE-GAIN-FUND.
	MOVE ZERO TO FILE-GAIN-DATE.
	MOVE ZERO TO FILE-GAIN-TIME.
	START GAINLOG-FILE KEY IS NOT LESS THAN FILE-GAIN-KEY
		INVALID KEY SET REINST-SCAN-DONE TO TRUE.
	PERFORM REINST-GAIN-LOOP THRU REINST-GAIN-LOOP-EXIT
		UNTIL REINST-SCAN-DONE.
	IF REINST-PROCEEDS = ZERO
		GO TO CHECK-REINSTATEMENT-EXIT.
	OPEN I-O WAIVLOG-FILE.
	IF WLG-STATUS-1 = "3"
		OPEN OUTPUT WAIVLOG-FILE
		CLOSE WAIVLOG-FILE
		OPEN I-O WAIVLOG-FILE.
	IF WLG-STATUS-1 = "0"
		MOVE "N" TO REINST-EOF-SWITCH
		MOVE CUST-ACCOUNT TO FILE-WLG-ACCOUNT
		MOVE LOW-VALUES TO FILE-WLG-FUND
		MOVE ZERO TO FILE-WLG-DATE
		MOVE ZERO TO FILE-WLG-TIME
		START WAIVLOG-FILE KEY IS NOT LESS THAN FILE-WLG-KEY
			INVALID KEY SET REINST-SCAN-DONE TO TRUE
		END-START
		PERFORM REINST-USED-LOOP THRU REINST-USED-LOOP-EXIT
			UNTIL REINST-SCAN-DONE
		CLOSE WAIVLOG-FILE
	END-IF.
	IF REINST-PROCEEDS > REINST-USED
		COMPUTE REINST-AVAIL = REINST-PROCEEDS - REINST-USED.
       CHECK-REINSTATEMENT-EXIT.
	EXIT.
      ******************************************************
      *  One of the account's redemptions -- counted when it
      *  falls in the window and the fund sold is in the
      *  bought fund's family
      ******************************************************
       REINST-GAIN-LOOP.
	READ GAINLOG-FILE NEXT RECORD
		AT END SET REINST-SCAN-DONE TO TRUE.
	IF REINST-SCAN-DONE
		GO TO REINST-GAIN-LOOP-EXIT.
	IF FILE-GAIN-ACCOUNT NOT = CUST-ACCOUNT
		SET REINST-SCAN-DONE TO TRUE
		GO TO REINST-GAIN-LOOP-EXIT.
	IF FILE-GAIN-DATE < REINST-CUTOFF OR
	   FILE-GAIN-DATE > EFFECTIVE-DATE
		GO TO REINST-GAIN-LOOP-EXIT.
	PERFORM CHECK-SOLD-FAMILY THRU CHECK-SOLD-FAMILY-EXIT.
	IF IN-BOUGHT-FAMILY
		ADD FILE-GAIN-PROCEEDS TO REINST-PROCEEDS.
       REINST-GAIN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Is the fund on the gain record in the bought fund's
      *  family?  The same fund, the bought fund's base fund,
      *  or a class sharing its base fund -- priced through
      *  FUNDPRSR the way the breakpoint holdings are.  The
      *  gain log runs in fund order, so one lookup serves
      *  all of a fund's records.
      ******************************************************
       CHECK-SOLD-FAMILY.
	IF FILE-GAIN-FUND = FAMILY-FUND
		GO TO CHECK-SOLD-FAMILY-EXIT.
	MOVE FILE-GAIN-FUND TO FAMILY-FUND.
	MOVE "N" TO FAMILY-SWITCH.
	IF FAMILY-FUND = CUST-FUND OR
	   FAMILY-FUND = BOUGHT-BASE-FUND
		MOVE "Y" TO FAMILY-SWITCH
		GO TO CHECK-SOLD-FAMILY-EXIT.
	MOVE FAMILY-FUND TO QUOTE-FUND.
	MOVE ZEROS TO QUOTE-BUY-PRICE.
	MOVE ZEROS TO QUOTE-SELL-PRICE.
	MOVE LENGTH OF QUOTE-REC TO LEN IN QTPTYPE-REC.
	MOVE "VIEW" TO REC-TYPE IN QTPTYPE-REC.
	MOVE "quote" TO SUB-TYPE IN QTPTYPE-REC.
	MOVE "FUNDPRSR" TO SERVICE-NAME IN QTPSVCDEF-REC.
	SET TPBLOCK IN QTPSVCDEF-REC TO TRUE.
	SET TPTRAN IN QTPSVCDEF-REC TO TRUE.
	SET TPNOTIME IN QTPSVCDEF-REC TO TRUE.
	SET TPSIGRSTRT IN QTPSVCDEF-REC TO TRUE.
	SET TPNOCHANGE IN QTPSVCDEF-REC TO TRUE.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			QUOTE-REC
			QTPTYPE-REC
			QUOTE-REC
			TPSTATUS-REC.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND AND
	   QUOTE-BASE-FUND NOT = SPACES AND
	   (QUOTE-BASE-FUND = BOUGHT-BASE-FUND OR
	    QUOTE-BASE-FUND = CUST-FUND)
		MOVE "Y" TO FAMILY-SWITCH
	END-IF.
       CHECK-SOLD-FAMILY-EXIT.
	EXIT.
      ******************************************************
      *  One of the account's earlier waivers -- a
      *  reinstatement inside the window has already drawn
      *  on the same redemption proceeds
      ******************************************************
       REINST-USED-LOOP.
	READ WAIVLOG-FILE NEXT RECORD
		AT END SET REINST-SCAN-DONE TO TRUE.
	IF REINST-SCAN-DONE
		GO TO REINST-USED-LOOP-EXIT.
	IF FILE-WLG-ACCOUNT NOT = CUST-ACCOUNT
		SET REINST-SCAN-DONE TO TRUE
		GO TO REINST-USED-LOOP-EXIT.
	IF FILE-WLG-IS-REINSTATEMENT AND
	   FILE-WLG-EFF-DATE NOT < REINST-CUTOFF
		ADD FILE-WLG-REINST-AMT TO REINST-USED.
       REINST-USED-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Record the waiver against the blotter record just
      *  written for the purchase
      ******************************************************
       POST-WAIVER-LOG.
	OPEN I-O WAIVLOG-FILE.
	IF WLG-STATUS-1 = "3"
		OPEN OUTPUT WAIVLOG-FILE
		CLOSE WAIVLOG-FILE
		OPEN I-O WAIVLOG-FILE.
	MOVE FILE-BLOTTER-ACCOUNT TO FILE-WLG-ACCOUNT.
	MOVE FILE-BLOTTER-FUND TO FILE-WLG-FUND.
	MOVE FILE-BLOTTER-DATE TO FILE-WLG-DATE.
	MOVE FILE-BLOTTER-TIME TO FILE-WLG-TIME.
	MOVE WAIVER-CODE TO FILE-WLG-CODE.
	COMPUTE FILE-WLG-TRADE-COST = TRADE-COST - COMMISSION-AMT.
	MOVE GROSS-COMMISSION TO FILE-WLG-GROSS-CHARGE.
	MOVE WAIVED-AMT TO FILE-WLG-WAIVED.
	MOVE REINST-AMT TO FILE-WLG-REINST-AMT.
	MOVE FILE-BLOTTER-OPERATOR TO FILE-WLG-OPERATOR.
	MOVE EFFECTIVE-DATE TO FILE-WLG-EFF-DATE.
	WRITE WAIVLOG-ITEM.
	IF WLG-STATUS-1 NOT = "0"
		MOVE "WRITE WLG" TO LOG-ERR-ROUTINE
		MOVE WLG-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE WAIVLOG-FILE
		PERFORM WRITEIT-ERROR.
	CLOSE WAIVLOG-FILE.
      ******************************************************
      *  Take this tier's rate when the qualifying amount has
      *  reached its threshold -- tiers ascend, so the last
      *  one reached wins
       CHECK-APPROVAL-EXIT.
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
      *  A purchase the buyer's suitability profile does not
      *  support parks for a supervisor unless it already
      *  carries a verified approver.  The fund's risk
      *  rating on FUNDRISK.IT may not exceed the risk the
      *  profile on SUITABLE.IT allows -- the customer's
      *  stated tolerance, but no more than 2 for a short
      *  horizon, 3 for an income objective and 1 for
      *  preservation of capital.  Where PARAM.IT carries a
      *  SUITNWPCT percentage, a single purchase costing
      *  more than that share of the stated net worth is
      *  held as well.  An unrated fund, an account never
      *  interviewed, or a site without the files, passes --
      *  SUITRPT is what chases the missing profiles.
      ******************************************************
       CHECK-SUITABILITY.
	MOVE "N" TO SUIT-BREACH-SWITCH.
	OPEN INPUT SUITABLE-FILE.
	IF SUIT-STATUS-1 NOT = "0"
		GO TO CHECK-SUITABILITY-EXIT.
	MOVE CUST-ACCOUNT TO FILE-SUIT-ACCOUNT.
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
		MOVE CUST-FUND TO FILE-FRISK-FUND
		READ FUNDRISK-FILE
		IF FRISK-STATUS-1 = "0" AND
		   FILE-FRISK-RATING > ALLOWED-RISK
			MOVE "Y" TO SUIT-BREACH-SWITCH
		END-IF
		CLOSE FUNDRISK-FILE
	END-IF.
	MOVE ZERO TO SUIT-NW-PCT.
	MOVE "SUITNWPCT" TO FILE-PARM-NAME.
	READ PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE FILE-PARM-VALUE TO SUIT-NW-PCT.
	IF SUIT-NW-PCT > ZERO AND FILE-SUIT-NET-WORTH > ZERO
		COMPUTE SUIT-NW-LIMIT ROUNDED =
		    FILE-SUIT-NET-WORTH * SUIT-NW-PCT / 100
		IF TRADE-COST > SUIT-NW-LIMIT
			MOVE "Y" TO SUIT-BREACH-SWITCH
		END-IF
	END-IF.
	IF NOT SUITABILITY-BREACHED
		GO TO CHECK-SUITABILITY-EXIT.
	IF CUST-APPROVER = SPACES
		MOVE "U" TO PEND-HOLD-FLAG
		MOVE "Exceeds Suitability Profile - Held" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM PARK-EXIT.
	PERFORM VERIFY-APPROVER.
       CHECK-SUITABILITY-EXIT.
	EXIT.
      ******************************************************
      *  The approval limit in force -- the APPRLIMIT record
      *  on PARAM.IT, the built-in default when none is on
      *  file.  A record valued zero turns the control off.
	SET FILE-PEND-IS-PENDING TO TRUE.
	MOVE SPACES TO FILE-PEND-APPROVER.
	MOVE ZERO TO FILE-PEND-APPR-DATE.
	MOVE PEND-HOLD-FLAG TO FILE-PEND-HOLD.
	MOVE SPACES TO FILE-PEND-REASON.
	MOVE CUST-AS-OF-DATE TO FILE-PEND-AS-OF.
	WRITE PENDAPPR-ITEM.
		MOVE REC-BELOW-MINIMUM TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  A dollar order from the book -- "invest $5,000" --
      *  has to cost the customer the $5,000 they asked for,
      *  sales charge included.  The charge is worked out on
      *  the gross dollars, as the prospectus states it, and
      *  only what is left buys shares at the struck price.
      *  Shares are cut to three places rather than rounded
      *  so the cost never comes out over the money asked.
      ******************************************************
       NET-DOLLAR-ORDER.
	IF COMMISSION-AMT NOT < CUST-DOLLARS
		MOVE "Sales Charge Exceeds Dollar Order" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BELOW-MINIMUM TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	COMPUTE CUST-AMOUNT =
	    (CUST-DOLLARS - COMMISSION-AMT) / DEC-DGTS OF CUST-PRICE.
	IF CUST-AMOUNT = ZERO
		MOVE "Dollar Order Buys No Shares" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BELOW-MINIMUM TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	COMPUTE TRADE-COST ROUNDED =
	    CUST-AMOUNT * DEC-DGTS OF CUST-PRICE.
      ******************************************************
      *  Debit the cost of the trade from the customer's cash
      *  balance.  Rejects the order if there is no cash
      *  account for the customer or the balance on hand
		MOVE REC-NO-CASH-ACCT TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  How much of this purchase uncollected check money
      *  pays for -- the account's good cash is spent first,
      *  so only the part of the cost the cleared balance
      *  cannot cover comes out of money still in clearing.
      *  With no check holds on file, or a balance DEBIT-CASH
      *  is about to refuse anyway, nothing is tagged.
      ******************************************************
       CHECK-UNCOLLECTED-FUNDING.
	MOVE ZERO TO UNCOLL-USED.
	MOVE ZERO TO UNCOLLECTED-CASH.
	OPEN INPUT CHKHOLD-FILE.
	IF CHK-STATUS-1 NOT = "0"
		GO TO CHECK-UNCOLLECTED-FUNDING-EXIT.
	MOVE "N" TO CHK-EOF-SWITCH.
	MOVE CUST-ACCOUNT TO FILE-CHK-ACCOUNT.
	MOVE ZERO TO FILE-CHK-DEP-DATE.
	MOVE SPACES TO FILE-CHK-CHECK-NO.
	START CHKHOLD-FILE KEY IS NOT LESS THAN FILE-CHK-KEY
		INVALID KEY SET DONE-CHK-SCAN TO TRUE.
	PERFORM SUM-ONE-CHECK THRU SUM-ONE-CHECK-EXIT
		UNTIL DONE-CHK-SCAN.
	CLOSE CHKHOLD-FILE.
	IF UNCOLLECTED-CASH = ZERO
		GO TO CHECK-UNCOLLECTED-FUNDING-EXIT.
	MOVE CUST-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 NOT = "0" OR FILE-CASH-BALANCE < TRADE-COST
		GO TO CHECK-UNCOLLECTED-FUNDING-EXIT.
	COMPUTE COLLECTED-CASH = FILE-CASH-BALANCE - UNCOLLECTED-CASH.
	IF COLLECTED-CASH < ZERO
		MOVE ZERO TO COLLECTED-CASH.
	IF TRADE-COST > COLLECTED-CASH
		COMPUTE UNCOLL-USED = TRADE-COST - COLLECTED-CASH.
       CHECK-UNCOLLECTED-FUNDING-EXIT.
	EXIT.
      ******************************************************
       SUM-ONE-CHECK.
	READ CHKHOLD-FILE NEXT RECORD
		AT END SET DONE-CHK-SCAN TO TRUE.
	IF DONE-CHK-SCAN
		GO TO SUM-ONE-CHECK-EXIT.
	IF FILE-CHK-ACCOUNT NOT = CUST-ACCOUNT
		SET DONE-CHK-SCAN TO TRUE
		GO TO SUM-ONE-CHECK-EXIT.
	IF FILE-CHK-CLEAR-DATE > TODAYS-DATE AND
	   FILE-CHK-INVESTED < FILE-CHK-AMOUNT
		COMPUTE UNCOLLECTED-CASH = UNCOLLECTED-CASH +
			FILE-CHK-AMOUNT - FILE-CHK-INVESTED.
       SUM-ONE-CHECK-EXIT.
	EXIT.
      ******************************************************
      *  Spend the uncollected money on the account's open
      *  checks, oldest first, then tag the lot just posted
      *  with its share of the purchase and the day the
      *  last check drawn on clears.  A lot bought twice in
      *  a day adds to its tag and keeps the later date.  A
      *  tag that cannot be written fails the trade -- an
      *  untagged lot would let the money walk out before
      *  the check clears.
      ******************************************************
       TAG-UNCOLLECTED-LOT.
	MOVE UNCOLL-USED TO UNCOLL-LEFT.
	MOVE ZERO TO TAG-CLEAR-DATE.
	OPEN I-O CHKHOLD-FILE.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "OPEN CHKHOLD" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE "N" TO CHK-EOF-SWITCH.
	MOVE CUST-ACCOUNT TO FILE-CHK-ACCOUNT.
	MOVE ZERO TO FILE-CHK-DEP-DATE.
	MOVE SPACES TO FILE-CHK-CHECK-NO.
	START CHKHOLD-FILE KEY IS NOT LESS THAN FILE-CHK-KEY
		INVALID KEY SET DONE-CHK-SCAN TO TRUE.
	PERFORM DRAW-ONE-CHECK THRU DRAW-ONE-CHECK-EXIT
		UNTIL DONE-CHK-SCAN.
	CLOSE CHKHOLD-FILE.
	COMPUTE HELD-SHARES ROUNDED =
		CUST-AMOUNT * UNCOLL-USED / TRADE-COST.
	OPEN I-O LOTHOLD-FILE.
	IF LHOLD-STATUS-1 = "3"
		OPEN OUTPUT LOTHOLD-FILE
		CLOSE LOTHOLD-FILE
		OPEN I-O LOTHOLD-FILE.
	MOVE CUST-ACCOUNT TO FILE-LHOLD-ACCOUNT.
	MOVE CUST-FUND TO FILE-LHOLD-FUND.
	MOVE EFFECTIVE-DATE TO FILE-LHOLD-TRADE-DATE.
	READ LOTHOLD-FILE.
	IF LHOLD-STATUS-1 = "0"
		ADD HELD-SHARES TO FILE-LHOLD-SHARES
		ADD UNCOLL-USED TO FILE-LHOLD-AMOUNT
		IF TAG-CLEAR-DATE > FILE-LHOLD-CLEAR-DATE
			MOVE TAG-CLEAR-DATE TO FILE-LHOLD-CLEAR-DATE
		END-IF
		REWRITE LOTHOLD-ITEM
	ELSE
		MOVE HELD-SHARES TO FILE-LHOLD-SHARES
		MOVE UNCOLL-USED TO FILE-LHOLD-AMOUNT
		MOVE TAG-CLEAR-DATE TO FILE-LHOLD-CLEAR-DATE
		WRITE LOTHOLD-ITEM
	END-IF.
	IF LHOLD-STATUS-1 NOT = "0"
		MOVE "WRITE LOTHOLD" TO LOG-ERR-ROUTINE
		MOVE LHOLD-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE LOTHOLD-FILE
		PERFORM WRITEIT-ERROR.
	CLOSE LOTHOLD-FILE.
	MOVE "Lot Tagged - Uncollected Funds" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       TAG-UNCOLLECTED-LOT-EXIT.
	EXIT.
      ******************************************************
       DRAW-ONE-CHECK.
	READ CHKHOLD-FILE NEXT RECORD
		AT END SET DONE-CHK-SCAN TO TRUE.
	IF DONE-CHK-SCAN
		GO TO DRAW-ONE-CHECK-EXIT.
	IF FILE-CHK-ACCOUNT NOT = CUST-ACCOUNT OR UNCOLL-LEFT = ZERO
		SET DONE-CHK-SCAN TO TRUE
		GO TO DRAW-ONE-CHECK-EXIT.
	IF FILE-CHK-CLEAR-DATE NOT > TODAYS-DATE OR
	   FILE-CHK-INVESTED NOT < FILE-CHK-AMOUNT
		GO TO DRAW-ONE-CHECK-EXIT.
	COMPUTE UNCOLL-TAKE = FILE-CHK-AMOUNT - FILE-CHK-INVESTED.
	IF UNCOLL-TAKE > UNCOLL-LEFT
		MOVE UNCOLL-LEFT TO UNCOLL-TAKE.
	ADD UNCOLL-TAKE TO FILE-CHK-INVESTED.
	SUBTRACT UNCOLL-TAKE FROM UNCOLL-LEFT.
	IF FILE-CHK-CLEAR-DATE > TAG-CLEAR-DATE
		MOVE FILE-CHK-CLEAR-DATE TO TAG-CLEAR-DATE.
	REWRITE CHKHOLD-ITEM.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "REWRITE CHKHOLD" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       DRAW-ONE-CHECK-EXIT.
	EXIT.
      ******************************************************
      *  Write the "TD" trade-debit ledger entry for the cash
      *  just taken by DEBIT-CASH.  A failure writing the
      *  ledger entry is logged but does not fail the trade,
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
	MOVE CASH-ITEM TO FILE-JRN-IMAGE(1:40).
	MOVE "A" TO FILE-JRN-OP.
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
