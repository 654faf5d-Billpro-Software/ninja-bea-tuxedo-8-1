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
      * #ident	"@(#) samples/atmi/STOCKAPP/ORDMNTSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/ORDMNTSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * ORDMNTSR is the pending order desk -- it lists the
      * orders an account has waiting on ORDERBK.IT for the
      * NAV strike, and lets a trader withdraw one or change
      * its fund, side or size before EODEXEC strikes it.
      * Once an order has traded it is CANCSR's business, a
      * cancel and rebook on the blotter; until then there
      * is nothing to back out, only the book to correct.
      *
      * A withdrawn order is not deleted.  It stays on the
      * book with status "W" so the strike's report still
      * lists it among the day's orders, and every cancel or
      * change stamps the order with the operator and the
      * date and time it was made.  Only an active trader or
      * supervisor on OPERATOR.IT may cancel or change,
      * verified here regardless of what the caller's screen
      * allowed; any operator may list.
      *
      * A block order ("BK" reference) may be withdrawn here
      * whole, but its size and allocation are the block
      * desk's -- BLKMNT -- so a change to one is refused.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ORDMNTSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT ORDBK-FILE ASSIGN "ORDERBK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ORDBK-KEY
		STATUS FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The order book, laid out as ORDCAPSR writes it
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
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
		 88  FILE-OPERATOR-IS-TRADER	VALUE "T".
		 88  FILE-OPERATOR-IS-SUPER	VALUE "S".
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
      ******************************************************
      * Today's date/time, stamped on a changed order
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Whether the submitting operator passed the role check
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
      ******************************************************
      * The order as it stood, kept while a change of fund
      * moves it to its new key
      ******************************************************
	01  SAVE-ORDBK-ITEM	PIC X(133).
	01  OLD-ORDBK-KEY	PIC X(36).
	01  CHANGE-SWITCH	PIC X VALUE "N".
		88  SOMETHING-CHANGED	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
      ******************************************************
      * Tuxedo definitions
      ******************************************************
	01  TPSVCRET-REC.
	COPY TPSVCRET.
      *
       	01  TPTYPE-REC.
       	COPY TPTYPE.
      *
       	01 TPSTATUS-REC.
       	COPY TPSTATUS.
      *
       	01  TPSVCDEF-REC.
       	COPY TPSVCDEF.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGREC.
		05  FILLER	PIC X(7) VALUE  "ORDERS ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(8) VALUE  " FUND =>".
		05  REC-FUND	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
		05  FILLER	PIC X(12) VALUE  " OPERATOR =>".
		05  REC-OPERATOR	PIC X(10).
      *
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"ORDMNTSR =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"ORDMNTSR ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
      *
	01  LOGREC-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
      ******************************************************
      * User defined data records
      ******************************************************
       	01 ORDLIST-REC.
	COPY ORDLIST.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-ACTION       PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-PENDING      PIC S9(9) COMP-5 VALUE 9.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-ORDMNTSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	OPEN I-O ORDBK-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT ORDBK-FILE
		CLOSE ORDBK-FILE
		OPEN I-O ORDBK-FILE.
	OPEN INPUT OPERATOR-FILE.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE LENGTH OF ORDLIST-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			ORDLIST-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE ORDLIST-ACCOUNT TO REC-ACCOUNT.
	MOVE ORDLIST-FUND TO REC-FUND.
	MOVE ORDLIST-ACTION TO REC-ACTION.
	MOVE ORDLIST-OPERATOR TO REC-OPERATOR.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  A list just answers what is waiting on the book
      ******************************************************
	IF ORDLIST-ACTION = "L"
		PERFORM LIST-ORDERS THRU LIST-ORDERS-EXIT
		PERFORM GOOD-EXIT.
	IF ORDLIST-ACTION NOT = "C" AND
	   ORDLIST-ACTION NOT = "M"
		MOVE "Action Not L, C or M" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Cancelling or changing an order is trading
      *  business -- verified here regardless of what the
      *  caller's screen allowed
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE ORDLIST-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND (FILE-OPERATOR-IS-TRADER OR FILE-OPERATOR-IS-SUPER)
		MOVE "Y" TO AUTH-SWITCH.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized To Trade" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The order named has to be on the book and still
      *  waiting for the strike
      ******************************************************
	MOVE ORDLIST-ACCOUNT TO FILE-ORDBK-ACCOUNT.
	MOVE ORDLIST-FUND TO FILE-ORDBK-FUND.
	MOVE ORDLIST-DATE TO FILE-ORDBK-DATE.
	MOVE ORDLIST-TIME TO FILE-ORDBK-TIME.
	READ ORDBK-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "No Such Order On The Book" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF NOT FILE-ORDBK-IS-PENDING
		MOVE "Order No Longer Pending" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-PENDING TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF ORDLIST-ACTION = "C"
		PERFORM WITHDRAW-ORDER
	ELSE
		PERFORM CHANGE-ORDER.
	PERFORM LIST-ORDERS THRU LIST-ORDERS-EXIT.
	PERFORM GOOD-EXIT.
      ******************************************************
      *  Update OK -- leave
      ******************************************************
       GOOD-EXIT.
	CLOSE ORDBK-FILE.
	CLOSE OPERATOR-FILE.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Leave without updating
      ******************************************************
       WRITEIT-ERROR.
	CLOSE ORDBK-FILE.
	CLOSE OPERATOR-FILE.
	SET TPFAIL TO TRUE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      * Leave
      ******************************************************
       A-999-EXIT.
	CLOSE ORDBK-FILE.
	CLOSE OPERATOR-FILE.
	MOVE "Exiting without Update" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Withdraw the order -- it stays on the book, marked
      *  "W" with who withdrew it and when
      ******************************************************
       WITHDRAW-ORDER.
	SET FILE-ORDBK-IS-WITHDRAWN TO TRUE.
	PERFORM STAMP-CHANGE.
	REWRITE ORDBK-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE ORD" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE "Order Withdrawn" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      *  Change the order's side, size and/or fund.  The
      *  size is restated in the terms the order was taken
      *  in; a whole-position order has no size to restate
      *  and can only be a sale.  The fund is part of the
      *  book key, so a change of fund writes the order
      *  under its new key first and then removes the old
      *  one -- the capture date and time, the reference
      *  and the capturing operator all carry over.
      ******************************************************
       CHANGE-ORDER.
	IF FILE-ORDBK-ORDER-REF(1:2) = "BK"
		MOVE "Block Orders Change At The Block Desk" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF ORDLIST-NEW-SIDE NOT = SPACE AND
	   ORDLIST-NEW-SIDE NOT = "B" AND
	   ORDLIST-NEW-SIDE NOT = "S"
		MOVE "New Side Not B or S" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF FILE-ORDBK-ALL-SHARES AND ORDLIST-NEW-SIDE = "B"
		MOVE "Whole Position Order Must Be A Sale" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF ORDLIST-NEW-AMOUNT > ZERO AND NOT FILE-ORDBK-IN-SHARES
		MOVE "Order Is Not In Shares" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF ORDLIST-NEW-DOLLARS > ZERO AND NOT FILE-ORDBK-IN-DOLLARS
		MOVE "Order Is Not In Dollars" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE "N" TO CHANGE-SWITCH.
	IF ORDLIST-NEW-SIDE NOT = SPACE AND
	   ORDLIST-NEW-SIDE NOT = FILE-ORDBK-ACTION
		MOVE ORDLIST-NEW-SIDE TO FILE-ORDBK-ACTION
		MOVE "Y" TO CHANGE-SWITCH.
	IF ORDLIST-NEW-AMOUNT > ZERO AND
	   ORDLIST-NEW-AMOUNT NOT = FILE-ORDBK-AMOUNT
		MOVE ORDLIST-NEW-AMOUNT TO FILE-ORDBK-AMOUNT
		MOVE "Y" TO CHANGE-SWITCH.
	IF ORDLIST-NEW-DOLLARS > ZERO AND
	   ORDLIST-NEW-DOLLARS NOT = FILE-ORDBK-DOLLARS
		MOVE ORDLIST-NEW-DOLLARS TO FILE-ORDBK-DOLLARS
		MOVE "Y" TO CHANGE-SWITCH.
	IF ORDLIST-NEW-FUND NOT = SPACES AND
	   ORDLIST-NEW-FUND NOT = FILE-ORDBK-FUND
		MOVE "Y" TO CHANGE-SWITCH.
	IF NOT SOMETHING-CHANGED
		MOVE "Nothing To Change" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	PERFORM STAMP-CHANGE.
	IF ORDLIST-NEW-FUND NOT = SPACES AND
	   ORDLIST-NEW-FUND NOT = FILE-ORDBK-FUND
		PERFORM MOVE-ORDER-TO-FUND
	ELSE
		REWRITE ORDBK-ITEM
		IF STATUS-1 NOT = "0"
			MOVE "REWRITE ORD" TO LOG-ERR-ROUTINE
			MOVE STATUS-1 TO LOG-ERR-TP-STATUS
			PERFORM DO-USERLOG-ERR
			PERFORM WRITEIT-ERROR
		END-IF
	END-IF.
	MOVE "Order Changed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      *  Re-key the changed order under its new fund.  An
      *  order already sitting at that key (the same
      *  account, fund and capture time) is never overlaid.
      ******************************************************
       MOVE-ORDER-TO-FUND.
	MOVE ORDBK-ITEM TO SAVE-ORDBK-ITEM.
	MOVE FILE-ORDBK-KEY TO OLD-ORDBK-KEY.
	MOVE ORDLIST-NEW-FUND TO FILE-ORDBK-FUND.
	READ ORDBK-FILE.
	IF STATUS-1 = "0"
		MOVE "Order Already On Book Under New Fund" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE SAVE-ORDBK-ITEM TO ORDBK-ITEM.
	MOVE ORDLIST-NEW-FUND TO FILE-ORDBK-FUND.
	WRITE ORDBK-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE ORD" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE OLD-ORDBK-KEY TO FILE-ORDBK-KEY.
	DELETE ORDBK-FILE RECORD.
	IF STATUS-1 NOT = "0"
		MOVE "DELETE ORD" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Who changed the order, and when
      ******************************************************
       STAMP-CHANGE.
	MOVE ORDLIST-OPERATOR TO FILE-ORDBK-CHG-OPERATOR.
	MOVE TODAYS-DATE TO FILE-ORDBK-CHG-DATE.
	MOVE TODAYS-TIME TO FILE-ORDBK-CHG-TIME.
      ******************************************************
      *  Answer the account's pending orders, in book order
      ******************************************************
       LIST-ORDERS.
	MOVE ZERO TO ORDLIST-COUNT.
	MOVE "N" TO EOF-SWITCH.
	MOVE ORDLIST-ACCOUNT TO FILE-ORDBK-ACCOUNT.
	MOVE LOW-VALUES TO FILE-ORDBK-FUND.
	MOVE ZERO TO FILE-ORDBK-DATE.
	MOVE ZERO TO FILE-ORDBK-TIME.
	START ORDBK-FILE KEY IS NOT LESS THAN FILE-ORDBK-KEY
		INVALID KEY GO TO LIST-ORDERS-EXIT.
	PERFORM LIST-ONE-ORDER THRU LIST-ONE-ORDER-EXIT
		UNTIL DONE-READING OR ORDLIST-COUNT = 20.
       LIST-ORDERS-EXIT.
	EXIT.
      ******************************************************
       LIST-ONE-ORDER.
	READ ORDBK-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LIST-ONE-ORDER-EXIT.
	IF FILE-ORDBK-ACCOUNT NOT = ORDLIST-ACCOUNT
		SET DONE-READING TO TRUE
		GO TO LIST-ONE-ORDER-EXIT.
	IF NOT FILE-ORDBK-IS-PENDING
		GO TO LIST-ONE-ORDER-EXIT.
	ADD 1 TO ORDLIST-COUNT.
	MOVE FILE-ORDBK-FUND TO ORDLIST-ROW-FUND(ORDLIST-COUNT).
	MOVE FILE-ORDBK-DATE TO ORDLIST-ROW-DATE(ORDLIST-COUNT).
	MOVE FILE-ORDBK-TIME TO ORDLIST-ROW-TIME(ORDLIST-COUNT).
	MOVE FILE-ORDBK-ACTION TO ORDLIST-ROW-SIDE(ORDLIST-COUNT).
	MOVE FILE-ORDBK-ORDER-TYPE TO
		ORDLIST-ROW-TYPE(ORDLIST-COUNT).
	MOVE FILE-ORDBK-AMOUNT TO ORDLIST-ROW-AMOUNT(ORDLIST-COUNT).
	MOVE FILE-ORDBK-DOLLARS TO
		ORDLIST-ROW-DOLLARS(ORDLIST-COUNT).
	MOVE FILE-ORDBK-ORDER-REF TO ORDLIST-ROW-REF(ORDLIST-COUNT).
	MOVE FILE-ORDBK-OPERATOR TO
		ORDLIST-ROW-OPERATOR(ORDLIST-COUNT).
       LIST-ONE-ORDER-EXIT.
	EXIT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY ORDLIST-REC.
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
