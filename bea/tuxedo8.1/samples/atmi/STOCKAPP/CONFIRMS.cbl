      * BLOTEXTR cuts at end of day, rather than scanning all
      * of BLOTTER.IT and filtering.  For every buy and sell
      * posted today it produces one formatted confirm: the customer's name
      * and address from CUSTMAS.IT (with every joint owner
      * registered on PARTY.IT), the trade (fund, side,
      * shares to three decimals, price, principal), the
      * charge actually taken -- a buy's commission or a
      * sale's short-term redemption fee -- the total, and
      * for a sale the settlement date the proceeds release,
      * read from the hold on CASH.IT.
      *
      * A trade for an account whose mail is coming back
      * undeliverable (RETMAIL.IT) is not confirmed; the
      * account and trade are listed at the end of the run
      * as suppressed instead.
      *
      * A trade for an account that has consented to
      * electronic delivery (EDELIV.IT, see EDLVSR) is not
      * printed either, whatever its postal mail is doing.
      * Its confirm goes to CFMEDOC.IT -- one D record per
      * trade, in the H/D/T layout STMTRPT writes to
      * STMTEDOC.IT, with the trade, the charge, the total
      * and a sale's settlement date.  Stream one (or a
      * standalone run) starts the file; each later stream
      * adds its own envelope.
      *
      * Distributions confirm on the statement, not here;
      * cancelled trades and the reversal legs of a cancel do
      * not confirm -- the rebooked correction does, as the
      * trade it replaced them with.
      *
      * A trade that filled a dollar order or a whole-position
      * sale from the order book says so: the confirm shows
      * the dollars the customer asked for, or that the whole
      * position was sold, above the shares the strike filled.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONFIRMS.
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS STREAMCTL-FILE-STATUS.
	SELECT ORDBK-FILE ASSIGN "ORDERBK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ORDBK-KEY
		STATUS ORDBK-FILE-STATUS.
	SELECT PARTY-FILE ASSIGN "PARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTY-KEY
		STATUS PARTY-FILE-STATUS.
	SELECT RETMAIL-FILE ASSIGN "RETMAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RTM-ACCOUNT
		STATUS RETMAIL-FILE-STATUS.
	SELECT EDELIV-FILE ASSIGN "EDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EDL-ACCOUNT
		STATUS EDELIV-FILE-STATUS.
	SELECT EDOC-FILE ASSIGN "CFMEDOC.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS EDOC-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-STM-STREAM	PIC 9(2).
	     03  FILE-STM-FROM		PIC X(10).
	     03  FILE-STM-THRU		PIC X(10).
      ******************************************************
      * The order book, read only to learn how a trade's
      * order was stated.  Without it every trade confirms
      * as an order in shares.
      ******************************************************
	FD  ORDBK-FILE; RECORD 133.
	01  ORDBK-ITEM.
	     03  FILE-ORDBK-KEY.
		05  FILE-ORDBK-ACCOUNT		PIC X(10).
		05  FILE-ORDBK-FUND		PIC X(10).
		05  FILE-ORDBK-DATE		PIC 9(8).
		05  FILE-ORDBK-TIME		PIC 9(8).
	     03  FILE-ORDBK-ACTION		PIC X(01).
		 88  FILE-ORDBK-IS-BUY		VALUE "B".
		 88  FILE-ORDBK-IS-SELL	VALUE "S".
	     03  FILE-ORDBK-AMOUNT		PIC 9(7)V999.
	     03  FILE-ORDBK-ORDER-REF		PIC X(20).
	     03  FILE-ORDBK-STATUS		PIC X(01).
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
      * Related parties -- the joint owners registered on
      * an account besides the CUSTMAS.IT name
      ******************************************************
	FD  PARTY-FILE; RECORD 122.
	01  PARTY-ITEM.
	     03  FILE-PTY-KEY.
		05  FILE-PTY-ACCOUNT		PIC X(10).
		05  FILE-PTY-SEQ		PIC 9(2).
	     03  FILE-PTY-ROLE			PIC X(01).
		 88  FILE-PTY-IS-JOINT		VALUE "J".
	     03  FILE-PTY-NAME			PIC X(30).
	     03  FILE-PTY-ADDRESS		PIC X(62).
	     03  FILE-PTY-BIRTH-DATE		PIC 9(8).
	     03  FILE-PTY-TIN			PIC X(9).
      ******************************************************
      * Returned-mail flags -- an account whose mail is
      * coming back undeliverable is not mailed.  See RETMSR.
      ******************************************************
	FD  RETMAIL-FILE; RECORD 59.
	01  RETMAIL-ITEM.
	     03  FILE-RTM-ACCOUNT	PIC X(10).
	     03  FILE-RTM-STATUS		PIC X(01).
		 88  FILE-RTM-IS-RETURNED	VALUE "R".
	     03  FILE-RTM-FIRST-DATE	PIC 9(8).
	     03  FILE-RTM-REST		PIC X(40).
      ******************************************************
      * Electronic delivery elections -- see EDLVSR
      ******************************************************
	FD  EDELIV-FILE; RECORD 97.
	01  EDELIV-ITEM.
	     03  FILE-EDL-ACCOUNT	PIC X(10).
	     03  FILE-EDL-STATUS		PIC X(01).
		 88  FILE-EDL-IS-ELECTRONIC	VALUE "E".
		 88  FILE-EDL-IS-PAPER	VALUE "P".
	     03  FILE-EDL-CONSENT-DATE	PIC 9(8).
	     03  FILE-EDL-EMAIL		PIC X(50).
	     03  FILE-EDL-REST		PIC X(28).
      ******************************************************
      * The e-delivery document file -- the layout STMTRPT
      * writes
      ******************************************************
	FD  EDOC-FILE; RECORD 250.
	01  EDOC-ITEM.
	     03  EDOC-REC-TYPE		PIC X(01).
		 88  EDOC-IS-HEADER	VALUE "H".
		 88  EDOC-IS-DETAIL	VALUE "D".
		 88  EDOC-IS-TRAILER	VALUE "T".
	     03  EDOC-REC-BODY		PIC X(249).
	01  EDOC-HEADER REDEFINES EDOC-ITEM.
	     03  FILLER			PIC X(01).
	     03  EDOC-HDR-SOURCE		PIC X(8).
	     03  EDOC-HDR-DOC-TYPE	PIC X(4).
	     03  EDOC-HDR-DATE		PIC 9(8).
	     03  EDOC-HDR-STREAM		PIC 9(2).
	     03  FILLER			PIC X(227).
	01  EDOC-DETAIL REDEFINES EDOC-ITEM.
	     03  FILLER			PIC X(01).
	     03  EDOC-ACCOUNT		PIC X(10).
	     03  EDOC-DOC-TYPE		PIC X(4).
	     03  EDOC-DOC-DATE		PIC 9(8).
	     03  EDOC-EMAIL		PIC X(50).
	     03  EDOC-NAME		PIC X(30).
	     03  EDOC-REF		PIC X(20).
	     03  EDOC-FUND		PIC X(10).
	     03  EDOC-SIDE		PIC X(4).
	     03  EDOC-SHARES		PIC 9(7)V999.
	     03  EDOC-PRICE		PIC 9(7)V99.
	     03  EDOC-PRINCIPAL		PIC 9(11)V99.
	     03  EDOC-CHARGE		PIC 9(7)V99.
	     03  EDOC-AMOUNT		PIC 9(11)V99.
	     03  EDOC-CASH		PIC 9(11)V99.
	     03  EDOC-ITEMS		PIC 9(5).
	     03  EDOC-SETTLE-DATE	PIC 9(8).
	     03  FILLER			PIC X(33).
	01  EDOC-TRAILER REDEFINES EDOC-ITEM.
	     03  FILLER			PIC X(01).
	     03  EDOC-TRL-COUNT		PIC 9(7).
	     03  EDOC-TRL-HASH		PIC 9(13)V99.
	     03  FILLER			PIC X(227).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Electronic delivery -- whether the account in
      * EDL-FOR-ACCOUNT takes its documents by e-mail, and
      * the counts and hash total for the document file's
      * trailer
      ******************************************************
 	01  EDELIV-FILE-STATUS.
           	05  EDL-STATUS-1	PIC X.
           	05  EDL-STATUS-2	PIC X.
 	01  EDOC-FILE-STATUS.
           	05  EDOC-STATUS-1	PIC X.
           	05  EDOC-STATUS-2	PIC X.
	01  EDL-OPEN-SWITCH	PIC X VALUE "N".
		88  EDELIV-AVAILABLE	VALUE "Y".
	01  EDL-FLAG-SWITCH	PIC X VALUE "N".
		88  DOCS-BY-EMAIL		VALUE "Y".
	01  EDL-FOR-ACCOUNT	PIC X(10).
	01  EDOC-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  EDOC-HASH		PIC 9(13)V99 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  RPT-EDOC-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"CONFIRMS E-DELIVERED =>".
		05  RPT-EDOC-COUNT	PIC ZZZZ9.
 	01  RETMAIL-FILE-STATUS.
           	05  RTM-STATUS-1	PIC X.
           	05  RTM-STATUS-2	PIC X.
	01  RTM-OPEN-SWITCH	PIC X VALUE "N".
		88  RETMAIL-AVAILABLE	VALUE "Y".
	01  RTM-FLAG-SWITCH	PIC X VALUE "N".
		88  MAIL-IS-RETURNED	VALUE "Y".
	01  RTM-FOR-ACCOUNT	PIC X(10).
      ******************************************************
      * The accounts suppressed for returned mail, listed at
      * the end of the run -- the first 500 by name, any
      * beyond that by count
      ******************************************************
	01  SUPP-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  SUPP-ROW		PIC 9(5) COMP-5.
	01  SUPP-NOTE		PIC X(30).
	01  SUPP-TABLE.
	    05  SUPP-ENTRY OCCURS 500 TIMES.
		10  SUPP-ACCOUNT	PIC X(10).
		10  SUPP-SINCE	PIC 9(8).
		10  SUPP-DETAIL	PIC X(30).
	01  RPT-SUPP-HEAD.
		05  FILLER	PIC X(40) VALUE
			"SUPPRESSED - RETURNED MAIL".
	01  RPT-SUPP-LINE.
		05  RPT-SUPP-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(8) VALUE "  SINCE ".
		05  RPT-SUPP-SINCE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-SUPP-DETAIL	PIC X(30).
	01  RPT-SUPP-MORE.
		05  FILLER		PIC X(6) VALUE "  AND ".
		05  RPT-SUPP-MORE-COUNT	PIC ZZZZ9.
		05  FILLER		PIC X(20) VALUE
			" MORE NOT LISTED".
	01  RPT-SUPP-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"CONFIRMS SUPPRESSED  =>".
		05  RPT-SUPP-COUNT	PIC ZZZZ9.
	01  CFM-SUPP-NOTE.
		05  CFM-SUPP-FUND	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CFM-SUPP-SIDE	PIC X(4).
		05  FILLER		PIC X(14) VALUE SPACES.
 	01  PARTY-FILE-STATUS.
           	05  PTY-STATUS-1	PIC X.
           	05  PTY-STATUS-2	PIC X.
	01  PTY-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTY-AVAILABLE	VALUE "Y".
	01  PTY-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTIES	VALUE "Y".
	01  PTY-FOR-ACCOUNT	PIC X(10).
 	01  STREAMCTL-FILE-STATUS.
           	05  STM-STATUS-1	PIC X.
           	05  STM-STATUS-2	PIC X.
	01  CFM-NAME-LINE.
		05  FILLER	PIC X(10) VALUE "NAME:".
		05  CFM-NAME	PIC X(30).
	01  CFM-JOINT-LINE.
		05  FILLER	PIC X(10) VALUE "JOINT:".
		05  CFM-JOINT-NAME	PIC X(30).
	01  CFM-ADDR-LINE.
		05  FILLER	PIC X(10) VALUE "ADDRESS:".
		05  CFM-STREET	PIC X(30).
		05  CFM-STATE	PIC X(02).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  CFM-ZIP	PIC X(10).
	01  CFM-DOLLAR-LINE.
		05  FILLER	PIC X(20) VALUE
			"DOLLARS REQUESTED:".
		05  CFM-DOLLARS	PIC $$$$$$$$9.99.
	01  CFM-ALL-LINE.
		05  FILLER	PIC X(30) VALUE
			"ORDER: FULL LIQUIDATION".
	01  CFM-TRADE-LINE.
		05  FILLER	PIC X(10) VALUE "TRADE:".
		05  CFM-SIDE	PIC X(5).
			"PROCEEDS SETTLE ON:".
		05  CFM-SETTLE-DATE	PIC 9(8).
	01  RPT-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"CONFIRMS PRINTED     =>".
		05  RPT-CFM-COUNT PIC ZZZZ9.
      ******************************************************
      * Log message definitions
 	01  CASH-FILE-STATUS.
           	05  CASH-STATUS-1	PIC X.
           	05  CASH-STATUS-2	PIC X.
 	01  ORDBK-FILE-STATUS.
           	05  ORDBK-STATUS-1	PIC X.
           	05  ORDBK-STATUS-2	PIC X.
	01  ORDBK-OPEN-SWITCH	PIC X VALUE "N".
		88  ORDBK-AVAILABLE	VALUE "Y".
	01  ORDBK-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-ORDERS	VALUE "Y".
	01  ORDER-FOUND-SWITCH	PIC X VALUE "N".
		88  ORDER-FOUND		VALUE "Y".
      ******************************************************
      * End-of-file control and counts
      ******************************************************
       START-CONFIRMS.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-STREAM-SCOPE.
		CLOSE CUSTMAS-FILE
		CLOSE FEE-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO PTY-OPEN-SWITCH.
	OPEN INPUT PARTY-FILE.
	IF PTY-STATUS-1 = "0"
		MOVE "Y" TO PTY-OPEN-SWITCH.
	MOVE "N" TO RTM-OPEN-SWITCH.
	OPEN INPUT RETMAIL-FILE.
	IF RTM-STATUS-1 = "0"
		MOVE "Y" TO RTM-OPEN-SWITCH.
	OPEN INPUT ORDBK-FILE.
	IF ORDBK-STATUS-1 = "0"
		MOVE "Y" TO ORDBK-OPEN-SWITCH.
	MOVE "N" TO EDL-OPEN-SWITCH.
	OPEN INPUT EDELIV-FILE.
	IF EDL-STATUS-1 = "0"
		MOVE "Y" TO EDL-OPEN-SWITCH.
	IF STREAM-NO > 1
		OPEN EXTEND EDOC-FILE
	ELSE
		OPEN OUTPUT EDOC-FILE.
	IF EDOC-STATUS-1 NOT = "0"
		MOVE "OPEN EDOC" TO LOG-ERR-ROUTINE
		MOVE EDOC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM WRITE-EDOC-HEADER.
	PERFORM READ-LOOP UNTIL DONE-READING.
	CLOSE BLOTTER-FILE.
	CLOSE CUSTMAS-FILE.
	CLOSE FEE-FILE.
	CLOSE CASH-FILE.
	IF PARTY-AVAILABLE
		CLOSE PARTY-FILE.
	IF ORDBK-AVAILABLE
		CLOSE ORDBK-FILE.
	IF RETMAIL-AVAILABLE
		CLOSE RETMAIL-FILE.
	IF EDELIV-AVAILABLE
		CLOSE EDELIV-FILE.
	PERFORM WRITE-EDOC-TRAILER.
	CLOSE EDOC-FILE.
	MOVE CFM-COUNT TO RPT-CFM-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE EDOC-COUNT TO RPT-EDOC-COUNT.
	DISPLAY RPT-EDOC-TOTAL.
	PERFORM LIST-SUPPRESSED THRU LIST-SUPPRESSED-EXIT.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
		GO TO READ-LOOP-EXIT.
	IF FILE-BLOTTER-IS-CANCELLED OR FILE-BLOTTER-IS-REVERSAL
		GO TO READ-LOOP-EXIT.
	MOVE FILE-BLOTTER-ACCOUNT TO EDL-FOR-ACCOUNT.
	PERFORM CHECK-EDELIVERY THRU CHECK-EDELIVERY-EXIT.
	IF DOCS-BY-EMAIL
		PERFORM DELIVER-CONFIRM
		GO TO READ-LOOP-EXIT.
	MOVE FILE-BLOTTER-ACCOUNT TO RTM-FOR-ACCOUNT.
	PERFORM CHECK-RETURNED-MAIL THRU CHECK-RETURNED-MAIL-EXIT.
	IF MAIL-IS-RETURNED
		MOVE FILE-BLOTTER-FUND TO CFM-SUPP-FUND
		IF FILE-BLOTTER-IS-BUY
			MOVE "BUY" TO CFM-SUPP-SIDE
		ELSE
			MOVE "SELL" TO CFM-SUPP-SIDE
		END-IF
		MOVE CFM-SUPP-NOTE TO SUPP-NOTE
		PERFORM NOTE-SUPPRESSED
		GO TO READ-LOOP-EXIT.
	PERFORM PRINT-CONFIRM.
       READ-LOOP-EXIT.
	EXIT.
	DISPLAY CFM-ACCT-LINE.
	PERFORM GET-CUSTOMER.
	DISPLAY CFM-NAME-LINE.
	MOVE FILE-BLOTTER-ACCOUNT TO PTY-FOR-ACCOUNT.
	PERFORM PRINT-JOINT-OWNERS THRU PRINT-JOINT-OWNERS-EXIT.
	DISPLAY CFM-ADDR-LINE.
	DISPLAY CFM-CSZ-LINE.
	IF FILE-BLOTTER-IS-BUY
		MOVE "BUY" TO CFM-SIDE
	ELSE
		MOVE "SELL" TO CFM-SIDE.
	PERFORM GET-ORDER THRU GET-ORDER-EXIT.
	IF ORDER-FOUND AND FILE-ORDBK-IN-DOLLARS
		MOVE FILE-ORDBK-DOLLARS TO CFM-DOLLARS
		DISPLAY CFM-DOLLAR-LINE.
	IF ORDER-FOUND AND FILE-ORDBK-ALL-SHARES
		DISPLAY CFM-ALL-LINE.
	MOVE FILE-BLOTTER-AMOUNT TO CFM-SHARES.
	MOVE FILE-BLOTTER-FUND TO CFM-FUND.
	DISPLAY CFM-TRADE-LINE.
		PERFORM GET-SETTLE-DATE.
	DISPLAY CFM-RULE.
      ******************************************************
      *  One trade's confirm for the document file -- the
      *  same principal, charge and total the printed
      *  confirm shows, and for a sale the date the proceeds
      *  settle
      ******************************************************
       DELIVER-CONFIRM.
	COMPUTE PRINCIPAL ROUNDED =
	    FILE-BLOTTER-AMOUNT * FILE-BLOTTER-PRICE.
	PERFORM GET-COMMISSION THRU GET-COMMISSION-EXIT.
	IF FILE-BLOTTER-IS-BUY
		COMPUTE CONFIRM-TOTAL = PRINCIPAL + COMMISSION-AMT
	ELSE
		COMPUTE CONFIRM-TOTAL = PRINCIPAL - COMMISSION-AMT.
	PERFORM GET-CUSTOMER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-DETAIL TO TRUE.
	MOVE FILE-BLOTTER-ACCOUNT TO EDOC-ACCOUNT.
	MOVE "CONF" TO EDOC-DOC-TYPE.
	MOVE FILE-BLOTTER-DATE TO EDOC-DOC-DATE.
	MOVE FILE-EDL-EMAIL TO EDOC-EMAIL.
	MOVE CFM-NAME TO EDOC-NAME.
	MOVE FILE-BLOTTER-ORDER-REF TO EDOC-REF.
	MOVE FILE-BLOTTER-FUND TO EDOC-FUND.
	IF FILE-BLOTTER-IS-BUY
		MOVE "BUY" TO EDOC-SIDE
	ELSE
		MOVE "SELL" TO EDOC-SIDE.
	MOVE FILE-BLOTTER-AMOUNT TO EDOC-SHARES.
	MOVE FILE-BLOTTER-PRICE TO EDOC-PRICE.
	MOVE PRINCIPAL TO EDOC-PRINCIPAL.
	MOVE COMMISSION-AMT TO EDOC-CHARGE.
	MOVE CONFIRM-TOTAL TO EDOC-AMOUNT.
	MOVE ZERO TO EDOC-CASH.
	MOVE 1 TO EDOC-ITEMS.
	MOVE ZERO TO EDOC-SETTLE-DATE.
	IF FILE-BLOTTER-IS-SELL
		MOVE FILE-BLOTTER-ACCOUNT TO FILE-CASH-ACCOUNT
		READ CASH-FILE
		IF CASH-STATUS-1 = "0"
			MOVE FILE-CASH-SETTLE-DATE TO EDOC-SETTLE-DATE
		END-IF
	END-IF.
	PERFORM WRITE-EDOC-REC.
	ADD 1 TO EDOC-COUNT.
	ADD EDOC-AMOUNT TO EDOC-HASH.
      ******************************************************
      *  Every joint owner registered on the account in
      *  PTY-FOR-ACCOUNT, one line each under the owner's
      *  name, in slot order
      ******************************************************
       PRINT-JOINT-OWNERS.
	IF NOT PARTY-AVAILABLE
		GO TO PRINT-JOINT-OWNERS-EXIT.
	MOVE "N" TO PTY-EOF-SWITCH.
	MOVE PTY-FOR-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE ZERO TO FILE-PTY-SEQ.
	START PARTY-FILE KEY IS NOT LESS THAN FILE-PTY-KEY
		INVALID KEY SET DONE-PARTIES TO TRUE.
	PERFORM PRINT-ONE-JOINT THRU PRINT-ONE-JOINT-EXIT
		UNTIL DONE-PARTIES.
       PRINT-JOINT-OWNERS-EXIT.
	EXIT.
      ******************************************************
       PRINT-ONE-JOINT.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-PARTIES TO TRUE.
	IF DONE-PARTIES
		GO TO PRINT-ONE-JOINT-EXIT.
	IF FILE-PTY-ACCOUNT NOT = PTY-FOR-ACCOUNT
		SET DONE-PARTIES TO TRUE
		GO TO PRINT-ONE-JOINT-EXIT.
	IF NOT FILE-PTY-IS-JOINT
		GO TO PRINT-ONE-JOINT-EXIT.
	MOVE FILE-PTY-NAME TO CFM-JOINT-NAME.
	DISPLAY CFM-JOINT-LINE.
       PRINT-ONE-JOINT-EXIT.
	EXIT.
      ******************************************************
      *  Customer name and address -- an account with no
      *  master record confirms to the account number alone
      ******************************************************
       GET-COMMISSION-EXIT.
	EXIT.
      ******************************************************
      *  The order-book entry the trade filled, matched on
      *  the order reference among the account's orders in
      *  the fund
      ******************************************************
       GET-ORDER.
	MOVE "N" TO ORDER-FOUND-SWITCH.
	IF NOT ORDBK-AVAILABLE OR FILE-BLOTTER-ORDER-REF = SPACES
		GO TO GET-ORDER-EXIT.
	MOVE "N" TO ORDBK-EOF-SWITCH.
	MOVE FILE-BLOTTER-ACCOUNT TO FILE-ORDBK-ACCOUNT.
	MOVE FILE-BLOTTER-FUND TO FILE-ORDBK-FUND.
	MOVE ZERO TO FILE-ORDBK-DATE.
	MOVE ZERO TO FILE-ORDBK-TIME.
	START ORDBK-FILE KEY IS NOT LESS THAN FILE-ORDBK-KEY
		INVALID KEY SET DONE-READING-ORDERS TO TRUE.
	PERFORM MATCH-ORDER THRU MATCH-ORDER-EXIT
		UNTIL DONE-READING-ORDERS OR ORDER-FOUND.
       GET-ORDER-EXIT.
	EXIT.
      ******************************************************
       MATCH-ORDER.
	READ ORDBK-FILE NEXT RECORD
		AT END SET DONE-READING-ORDERS TO TRUE.
	IF DONE-READING-ORDERS
		GO TO MATCH-ORDER-EXIT.
	IF FILE-ORDBK-ACCOUNT NOT = FILE-BLOTTER-ACCOUNT OR
	   FILE-ORDBK-FUND NOT = FILE-BLOTTER-FUND
		SET DONE-READING-ORDERS TO TRUE
		GO TO MATCH-ORDER-EXIT.
	IF FILE-ORDBK-ORDER-REF = FILE-BLOTTER-ORDER-REF
		SET ORDER-FOUND TO TRUE.
       MATCH-ORDER-EXIT.
	EXIT.
      ******************************************************
      *  When a sale's proceeds come off hold -- the
      *  settlement date SELLSR stamped on the cash record
      ******************************************************
       GET-STREAM-SCOPE-EXIT.
	EXIT.
      ******************************************************
      *  Is the mail for RTM-FOR-ACCOUNT coming back?  A
      *  site with no returned-mail file suppresses nothing.
      ******************************************************
       CHECK-RETURNED-MAIL.
	MOVE "N" TO RTM-FLAG-SWITCH.
	IF NOT RETMAIL-AVAILABLE
		GO TO CHECK-RETURNED-MAIL-EXIT.
	MOVE RTM-FOR-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF RTM-STATUS-1 = "0" AND FILE-RTM-IS-RETURNED
		MOVE "Y" TO RTM-FLAG-SWITCH.
       CHECK-RETURNED-MAIL-EXIT.
	EXIT.
      ******************************************************
      *  Hold one suppressed account for the end-of-run list
      ******************************************************
       NOTE-SUPPRESSED.
	ADD 1 TO SUPP-COUNT.
	IF SUPP-COUNT NOT > 500
		MOVE RTM-FOR-ACCOUNT TO SUPP-ACCOUNT(SUPP-COUNT)
		MOVE FILE-RTM-FIRST-DATE TO SUPP-SINCE(SUPP-COUNT)
		MOVE SUPP-NOTE TO SUPP-DETAIL(SUPP-COUNT).
      ******************************************************
      *  The suppressed accounts, so the mail room knows what
      *  was held back and why
      ******************************************************
       LIST-SUPPRESSED.
	MOVE SUPP-COUNT TO RPT-SUPP-COUNT.
	DISPLAY RPT-SUPP-TOTAL.
	IF SUPP-COUNT = ZERO
		GO TO LIST-SUPPRESSED-EXIT.
	DISPLAY SPACE.
	DISPLAY RPT-SUPP-HEAD.
	PERFORM LIST-ONE-SUPPRESSED
		VARYING SUPP-ROW FROM 1 BY 1
		UNTIL SUPP-ROW > SUPP-COUNT OR SUPP-ROW > 500.
	IF SUPP-COUNT > 500
		COMPUTE RPT-SUPP-MORE-COUNT = SUPP-COUNT - 500
		DISPLAY RPT-SUPP-MORE.
       LIST-SUPPRESSED-EXIT.
	EXIT.
      ******************************************************
       LIST-ONE-SUPPRESSED.
	MOVE SUPP-ACCOUNT(SUPP-ROW) TO RPT-SUPP-ACCOUNT.
	MOVE SUPP-SINCE(SUPP-ROW) TO RPT-SUPP-SINCE.
	MOVE SUPP-DETAIL(SUPP-ROW) TO RPT-SUPP-DETAIL.
	DISPLAY RPT-SUPP-LINE.
      ******************************************************
      *  Does the account in EDL-FOR-ACCOUNT take its
      *  documents by e-mail?  A site with no election file
      *  delivers everything on paper.
      ******************************************************
       CHECK-EDELIVERY.
	MOVE "N" TO EDL-FLAG-SWITCH.
	IF NOT EDELIV-AVAILABLE
		GO TO CHECK-EDELIVERY-EXIT.
	MOVE EDL-FOR-ACCOUNT TO FILE-EDL-ACCOUNT.
	READ EDELIV-FILE.
	IF EDL-STATUS-1 = "0" AND FILE-EDL-IS-ELECTRONIC
		MOVE "Y" TO EDL-FLAG-SWITCH.
       CHECK-EDELIVERY-EXIT.
	EXIT.
      ******************************************************
      *  The document file's envelope, as STMTRPT writes it
      ******************************************************
       WRITE-EDOC-HEADER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-HEADER TO TRUE.
	MOVE "STOCKAPP" TO EDOC-HDR-SOURCE.
	MOVE "CONF" TO EDOC-HDR-DOC-TYPE.
	MOVE TODAYS-DATE TO EDOC-HDR-DATE.
	MOVE STREAM-NO TO EDOC-HDR-STREAM.
	PERFORM WRITE-EDOC-REC.
      ******************************************************
       WRITE-EDOC-TRAILER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-TRAILER TO TRUE.
	MOVE EDOC-COUNT TO EDOC-TRL-COUNT.
	MOVE EDOC-HASH TO EDOC-TRL-HASH.
	PERFORM WRITE-EDOC-REC.
      ******************************************************
      *  Common write/error-check for one document record
      ******************************************************
       WRITE-EDOC-REC.
	WRITE EDOC-ITEM.
	IF EDOC-STATUS-1 NOT = "0"
		MOVE "WRITE EDOC" TO LOG-ERR-ROUTINE
		MOVE EDOC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE EDOC-FILE
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
