      * intact, inside one global transaction.  Faking the
      * move as a sell in one account and a buy in the other
      * wrongly realizes a gain, charges commissions and
      * resets the cost basis; this service touches no cash
      * and no gain log.
      *
      * The lots move oldest first, merging into the
      * receiving account's lot of the same trade date at a
      * journal.  Shares beyond what the source's lot file
      * covers move with no lot, the same judgement a sale of
      * pre-lot-file shares makes.
      *
      * The reason for the move decides the receiver's tax
      * basis.  An inheritance restates the received lots at
      * the fund's last QUOTEHST.IT price on or before the
      * date of death and marks them long-term; with no such
      * price the journal is refused rather than carry the
      * decedent's basis across.  A gift keeps the donor's
      * dates and prices but records the gift-date value on
      * LOTBASIS.IT beside the lot, so SELLSR can measure a
      * later loss from the lower of the two.  A lot's
      * LOTBASIS.IT entry moves with it on any journal.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. XFERSR.
		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS PLEDGE-FILE-STATUS.
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
	SELECT QUOTEHST-FILE ASSIGN "QUOTEHST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-HIST-KEY
		STATUS QUOTEHST-FILE-STATUS.
	SELECT LOTBASIS-FILE ASSIGN "LOTBASIS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LBAS-KEY
		STATUS LOTBASIS-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	     03  FILE-PLG-PLEDGEE	PIC X(30).
	     03  FILE-PLG-EFF-DATE	PIC 9(8).
	     03  FILE-PLG-REL-DATE	PIC 9(8).
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
      ******************************************************
      * Price history -- the inheritance and gift-date
      * values come off the fund's sell prices
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
      ******************************************************
      * Adjusted basis beside a CUSTLOT.IT lot that arrived
      * by inheritance or gift, keyed the same way as the
      * lot.  FILE-LBAS-LOSS-PRICE is the per-share basis a
      * sale at a loss is measured from -- the lower of the
      * donor's price and the gift-date value for a gift,
      * the lot price itself for an inheritance.  CARRY is
      * the decedent's or donor's own price, EVENT the value
      * on the date of death or gift.  FILE-LBAS-LONG-TERM
      * "Y" makes every share of the lot long-term however
      * young its trade date.  A lot with no entry is taken
      * at its own price and date.
      ******************************************************
	FD  LOTBASIS-FILE; RECORD 65.
	01  LOTBASIS-ITEM.
	     03  FILE-LBAS-KEY.
		05  FILE-LBAS-ACCOUNT	PIC X(10).
		05  FILE-LBAS-FUND	PIC X(10).
		05  FILE-LBAS-TRADE-DATE	PIC 9(8).
	     03  FILE-LBAS-REASON	PIC X(01).
	     03  FILE-LBAS-EVENT-DATE	PIC 9(8).
	     03  FILE-LBAS-LONG-TERM	PIC X(01).
	     03  FILE-LBAS-LOSS-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-CARRY-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-EVENT-PRICE	PIC 9(7)V99.
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
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
           	05  PLG-STATUS-2	PIC X.
	01  PLEDGE-FREE-QTY	PIC S9(8)V999.
	01  PLG-ACTIVE-SWITCH	PIC X VALUE "N".
		88  PLEDGE-ACTIVE	VALUE "Y".
 	01  QUOTEHST-FILE-STATUS.
           	05  HIST-STATUS-1	PIC X.
           	05  HIST-STATUS-2	PIC X.
	01  HIST-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTEHST-AVAILABLE	VALUE "Y".
	01  HIST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-HISTORY	VALUE "Y".
 	01  LOTBASIS-FILE-STATUS.
           	05  LBAS-STATUS-1	PIC X.
           	05  LBAS-STATUS-2	PIC X.
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
           	05  JRN-STATUS-2	PIC X.
	01  JRN-SEQ		PIC 9(5) VALUE ZERO.
	01  JRN-TIME		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
      * the journal reference
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * The journal reference tying the two legs together --
		10  SLICE-DATE		PIC 9(8).
		10  SLICE-QTY		PIC 9(7)V999.
		10  SLICE-PRICE		PIC 9(7)V99.
		10  SLICE-LOSS-PRICE	PIC 9(7)V99.
		10  SLICE-CARRY-PRICE	PIC 9(7)V99.
		10  SLICE-EVENT-PRICE	PIC 9(7)V99.
		10  SLICE-EVENT-DATE	PIC 9(8).
		10  SLICE-REASON	PIC X(01).
		10  SLICE-LONG-TERM	PIC X(01).
      ******************************************************
      * The basis adjustment for this journal -- the date of
      * death or gift and the fund's value on it -- and what
      * the receiving lot looked like before a slice merged
      * into it, so its LOTBASIS.IT entry can be blended at
      * the same weights as the lot price
      ******************************************************
	01  BASIS-EVENT-DATE	PIC 9(8).
	01  BASIS-EVENT-PRICE	PIC 9(7)V99.
	01  SRC-BASIS-SWITCH	PIC X VALUE "N".
		88  SOURCE-HAS-BASIS	VALUE "Y".
	01  RCV-BASIS-SWITCH	PIC X VALUE "N".
		88  RECEIVER-HAS-BASIS	VALUE "Y".
	01  MERGE-OLD-QTY	PIC 9(7)V999.
	01  MERGE-OLD-PRICE	PIC 9(7)V99.
	01  MERGE-OLD-LOSS	PIC 9(7)V99.
	01  MERGE-OLD-CARRY	PIC 9(7)V99.
	01  MERGE-OLD-LONG	PIC X(01).
      ******************************************************
      * Global transaction demarcation -- both positions,
      * both lot files and both blotter legs live or die
        77 REC-NO-LOT           PIC S9(9) COMP-5 VALUE 7.
        77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
        77 REC-NO-TIN           PIC S9(9) COMP-5 VALUE 14.
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
	MOVE "N" TO HIST-OPEN-SWITCH.
	OPEN INPUT QUOTEHST-FILE.
	IF HIST-STATUS-1 = "0"
		MOVE "Y" TO HIST-OPEN-SWITCH.
	OPEN I-O LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "3"
		OPEN OUTPUT LOTBASIS-FILE
		CLOSE LOTBASIS-FILE
		OPEN I-O LOTBASIS-FILE.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
      ******************************************************
      * Get the data that was sent by the client
			LOGREC-LEN
			TPSTATUS-REC.
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
      *  Begin a global transaction -- everything below lives
      *  or dies together
      ******************************************************
		PERFORM WRITEIT-ERROR.
	PERFORM ADD-TO-POSITION.
	PERFORM DRAW-SOURCE-LOTS.
	PERFORM SET-RECEIVED-BASIS THRU SET-RECEIVED-BASIS-EXIT.
	PERFORM MERGE-RECEIVER-LOTS
		VARYING SLICE-SUB FROM 1 BY 1
		UNTIL SLICE-SUB > SLICE-COUNT.
	CLOSE BLOTTER-FILE.
	CLOSE OPERATOR-FILE.
	CLOSE JRNL-FILE.
	CLOSE POSXREF-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF QUOTEHST-AVAILABLE
		CLOSE QUOTEHST-FILE.
	CLOSE LOTBASIS-FILE.
      ******************************************************
      *  The submitting operator has to be on OPERATOR.IT,
      *  active, and hold the trader role -- screen-level
		MOVE MOVE-QTY TO FILE-CUST-AMOUNT
		WRITE CUST-ITEM
		PERFORM JOURNAL-CUST
		IF STATUS-1 = "0"
			PERFORM ADD-POSXREF
		END-IF
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE POS" TO LOG-ERR-ROUTINE
	MOVE FILE-LOT-TRADE-DATE TO SLICE-DATE (SLICE-COUNT).
	MOVE MOVE-USE-QTY TO SLICE-QTY (SLICE-COUNT).
	MOVE FILE-LOT-PRICE TO SLICE-PRICE (SLICE-COUNT).
	PERFORM CARRY-SOURCE-BASIS THRU CARRY-SOURCE-BASIS-EXIT.
	COMPUTE MOVE-BASIS ROUNDED = MOVE-BASIS +
	    (MOVE-USE-QTY * FILE-LOT-PRICE).
	SUBTRACT MOVE-USE-QTY FROM FILE-LOT-AMOUNT.
		MOVE LOT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	IF FILE-LOT-AMOUNT = ZERO AND SOURCE-HAS-BASIS
		DELETE LOTBASIS-FILE RECORD.
       DRAW-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Start the slice from the source lot's own basis --
      *  its price, or the adjusted basis on LOTBASIS.IT when
      *  the lot itself came by inheritance or gift, so a
      *  second move does not lose the first one's figures
      ******************************************************
       CARRY-SOURCE-BASIS.
	MOVE "N" TO SRC-BASIS-SWITCH.
	MOVE FILE-LOT-PRICE TO SLICE-LOSS-PRICE (SLICE-COUNT).
	MOVE FILE-LOT-PRICE TO SLICE-CARRY-PRICE (SLICE-COUNT).
	MOVE ZERO TO SLICE-EVENT-PRICE (SLICE-COUNT).
	MOVE ZERO TO SLICE-EVENT-DATE (SLICE-COUNT).
	MOVE SPACE TO SLICE-REASON (SLICE-COUNT).
	MOVE "N" TO SLICE-LONG-TERM (SLICE-COUNT).
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	READ LOTBASIS-FILE.
	IF LBAS-STATUS-1 NOT = "0"
		GO TO CARRY-SOURCE-BASIS-EXIT.
	MOVE "Y" TO SRC-BASIS-SWITCH.
	MOVE FILE-LBAS-LOSS-PRICE TO SLICE-LOSS-PRICE (SLICE-COUNT).
	MOVE FILE-LBAS-CARRY-PRICE TO
		SLICE-CARRY-PRICE (SLICE-COUNT).
	MOVE FILE-LBAS-EVENT-PRICE TO
		SLICE-EVENT-PRICE (SLICE-COUNT).
	MOVE FILE-LBAS-EVENT-DATE TO SLICE-EVENT-DATE (SLICE-COUNT).
	MOVE FILE-LBAS-REASON TO SLICE-REASON (SLICE-COUNT).
	MOVE FILE-LBAS-LONG-TERM TO SLICE-LONG-TERM (SLICE-COUNT).
       CARRY-SOURCE-BASIS-EXIT.
	EXIT.
      ******************************************************
      *  Adjust the drawn slices for the reason of the move.
      *  An inheritance restates every slice at the date-of-
      *  death price and makes it long-term; a gift keeps the
      *  donor's price but caps the loss basis at the gift-
      *  date value.  Any other move leaves the slices as the
      *  source held them.
      ******************************************************
       SET-RECEIVED-BASIS.
	IF NOT XFER-IS-INHERITANCE AND NOT XFER-IS-GIFT
		GO TO SET-RECEIVED-BASIS-EXIT.
	IF XFER-BASIS-DATE = ZERO
		MOVE TODAYS-DATE TO BASIS-EVENT-DATE
	ELSE
		MOVE XFER-BASIS-DATE TO BASIS-EVENT-DATE.
	PERFORM FIND-EVENT-PRICE THRU FIND-EVENT-PRICE-EXIT.
	IF BASIS-EVENT-PRICE = ZERO AND XFER-IS-INHERITANCE
		MOVE "No Date-of-Death Price On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF BASIS-EVENT-PRICE = ZERO
		MOVE "No Gift-Date Price - Basis Carried Over" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO SET-RECEIVED-BASIS-EXIT.
	PERFORM RESTATE-ONE-SLICE
		VARYING SLICE-SUB FROM 1 BY 1
		UNTIL SLICE-SUB > SLICE-COUNT.
       SET-RECEIVED-BASIS-EXIT.
	EXIT.
      ******************************************************
       RESTATE-ONE-SLICE.
	IF XFER-IS-INHERITANCE
		MOVE BASIS-EVENT-PRICE TO SLICE-PRICE (SLICE-SUB)
		MOVE BASIS-EVENT-PRICE TO SLICE-LOSS-PRICE (SLICE-SUB)
		MOVE "Y" TO SLICE-LONG-TERM (SLICE-SUB)
	ELSE
		IF BASIS-EVENT-PRICE < SLICE-LOSS-PRICE (SLICE-SUB)
			MOVE BASIS-EVENT-PRICE TO
				SLICE-LOSS-PRICE (SLICE-SUB)
		END-IF
	END-IF.
	MOVE BASIS-EVENT-PRICE TO SLICE-EVENT-PRICE (SLICE-SUB).
	MOVE BASIS-EVENT-DATE TO SLICE-EVENT-DATE (SLICE-SUB).
	MOVE XFER-REASON TO SLICE-REASON (SLICE-SUB).
      ******************************************************
      *  The fund's last recorded sell price on or before
      *  the date of death or gift -- the history is walked
      *  forward and the last qualifying entry kept, the
      *  same valuation DEATHMNT shows.  Zero when no price
      *  that old is on file.
      ******************************************************
       FIND-EVENT-PRICE.
	MOVE ZERO TO BASIS-EVENT-PRICE.
	IF NOT QUOTEHST-AVAILABLE
		GO TO FIND-EVENT-PRICE-EXIT.
	MOVE "N" TO HIST-EOF-SWITCH.
	MOVE XFER-FUND TO FILE-HIST-FUND.
	MOVE ZERO TO FILE-HIST-DATE.
	MOVE ZERO TO FILE-HIST-TIME.
	START QUOTEHST-FILE KEY IS NOT LESS THAN FILE-HIST-KEY
		INVALID KEY SET DONE-HISTORY TO TRUE.
	PERFORM SCAN-ONE-PRICE THRU SCAN-ONE-PRICE-EXIT
		UNTIL DONE-HISTORY.
       FIND-EVENT-PRICE-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-PRICE.
	READ QUOTEHST-FILE NEXT RECORD
		AT END SET DONE-HISTORY TO TRUE.
	IF DONE-HISTORY
		GO TO SCAN-ONE-PRICE-EXIT.
	IF FILE-HIST-FUND NOT = XFER-FUND
		SET DONE-HISTORY TO TRUE
		GO TO SCAN-ONE-PRICE-EXIT.
	IF FILE-HIST-DATE > BASIS-EVENT-DATE
		SET DONE-HISTORY TO TRUE
		GO TO SCAN-ONE-PRICE-EXIT.
	MOVE FILE-HIST-SELL-PRICE TO BASIS-EVENT-PRICE.
       SCAN-ONE-PRICE-EXIT.
	EXIT.
      ******************************************************
      *  Merge one drawn slice into the receiving account's
      *  lot of the same trade date -- blended at a weighted
      *  price when one already exists, written intact when
	MOVE XFER-FUND TO FILE-LOT-FUND.
	MOVE SLICE-DATE (SLICE-SUB) TO FILE-LOT-TRADE-DATE.
	READ LOT-FILE.
	MOVE ZERO TO MERGE-OLD-QTY.
	MOVE ZERO TO MERGE-OLD-PRICE.
	IF LOT-STATUS-1 = "0"
		MOVE FILE-LOT-AMOUNT TO MERGE-OLD-QTY
		MOVE FILE-LOT-PRICE TO MERGE-OLD-PRICE
		COMPUTE FILE-LOT-PRICE ROUNDED =
		    ((FILE-LOT-AMOUNT * FILE-LOT-PRICE) +
		     (SLICE-QTY (SLICE-SUB) * SLICE-PRICE (SLICE-SUB)))
		MOVE LOT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM POST-RECEIVED-BASIS THRU POST-RECEIVED-BASIS-EXIT.
      ******************************************************
      *  Carry the slice's adjusted basis onto the receiving
      *  lot's LOTBASIS.IT entry.  Merged into a lot already
      *  held, the loss and carryover prices blend at the
      *  same weights as the lot price, and the lot stays
      *  long-term only if both sides were.  A plain slice
      *  landing on a fresh lot clears any entry left over
      *  from an earlier lot of that date.
      ******************************************************
       POST-RECEIVED-BASIS.
	MOVE "N" TO RCV-BASIS-SWITCH.
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	READ LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		MOVE "Y" TO RCV-BASIS-SWITCH.
	IF SLICE-REASON (SLICE-SUB) = SPACE AND MERGE-OLD-QTY = ZERO
		IF RECEIVER-HAS-BASIS
			DELETE LOTBASIS-FILE RECORD
		END-IF
		GO TO POST-RECEIVED-BASIS-EXIT.
	IF SLICE-REASON (SLICE-SUB) = SPACE AND
	   NOT RECEIVER-HAS-BASIS
		GO TO POST-RECEIVED-BASIS-EXIT.
	IF RECEIVER-HAS-BASIS AND MERGE-OLD-QTY > ZERO
		MOVE FILE-LBAS-LOSS-PRICE TO MERGE-OLD-LOSS
		MOVE FILE-LBAS-CARRY-PRICE TO MERGE-OLD-CARRY
		MOVE FILE-LBAS-LONG-TERM TO MERGE-OLD-LONG
	ELSE
		MOVE MERGE-OLD-PRICE TO MERGE-OLD-LOSS
		MOVE MERGE-OLD-PRICE TO MERGE-OLD-CARRY
		MOVE "N" TO MERGE-OLD-LONG.
	IF MERGE-OLD-QTY = ZERO
		MOVE "Y" TO MERGE-OLD-LONG.
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	COMPUTE FILE-LBAS-LOSS-PRICE ROUNDED =
	    ((MERGE-OLD-QTY * MERGE-OLD-LOSS) +
	     (SLICE-QTY (SLICE-SUB) * SLICE-LOSS-PRICE (SLICE-SUB)))
	    / FILE-LOT-AMOUNT.
	COMPUTE FILE-LBAS-CARRY-PRICE ROUNDED =
	    ((MERGE-OLD-QTY * MERGE-OLD-CARRY) +
	     (SLICE-QTY (SLICE-SUB) * SLICE-CARRY-PRICE (SLICE-SUB)))
	    / FILE-LOT-AMOUNT.
	IF MERGE-OLD-LONG = "Y" AND SLICE-LONG-TERM (SLICE-SUB) = "Y"
		MOVE "Y" TO FILE-LBAS-LONG-TERM
	ELSE
		MOVE "N" TO FILE-LBAS-LONG-TERM.
	IF SLICE-REASON (SLICE-SUB) NOT = SPACE
		MOVE SLICE-REASON (SLICE-SUB) TO FILE-LBAS-REASON
		MOVE SLICE-EVENT-DATE (SLICE-SUB) TO
			FILE-LBAS-EVENT-DATE
		MOVE SLICE-EVENT-PRICE (SLICE-SUB) TO
			FILE-LBAS-EVENT-PRICE.
	IF RECEIVER-HAS-BASIS
		REWRITE LOTBASIS-ITEM
	ELSE
		WRITE LOTBASIS-ITEM.
	IF LBAS-STATUS-1 NOT = "0"
		MOVE "WRITE LBAS" TO LOG-ERR-ROUTINE
		MOVE LBAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
       POST-RECEIVED-BASIS-EXIT.
	EXIT.
      ******************************************************
      *  The journal values the legs at the weighted basis
      *  price of the lots moved -- no trade happened, so no
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
