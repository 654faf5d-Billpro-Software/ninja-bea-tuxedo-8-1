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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACATSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/ACATSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * ACATSR books a whole-account transfer with another
      * firm -- shares that arrive or leave in kind, with
      * their acquisition dates and cost basis, rather than
      * being sold at one firm and bought at the other.  It
      * is XFERSR's counterpart for a move across the firm's
      * own boundary: no cash, no gain log, no commission,
      * one side of the move only, inside one global
      * transaction.
      *
      * Action "R" receives one lot from the contra firm's
      * transfer file (ACATLOAD drives it a lot at a time).
      * The shares go onto the account's CUST.IT position
      * and into the CUSTLOT.IT lot of the acquisition date,
      * blended at a weighted price when one already exists.
      * A lot that arrives without its cost basis, or
      * without an acquisition date, books at a zero price
      * -- dated the transfer date when the date is missing
      * -- and is flagged "U" on LOTBASIS.IT, so SELLSR
      * reports the sale as basis not reported until the
      * figures are furnished.  The receiving account has to
      * be on the customer master and pass the same checks a
      * trade does.
      *
      * Action "D" delivers the account's whole position in
      * one fund out (ACATOUT drives it fund by fund once the
      * receiving firm has confirmed): the position goes to
      * zero and the lots and their LOTBASIS.IT entries are
      * removed.  Pledged shares may not leave.
      *
      * Either way the move writes a non-trade blotter leg
      * -- "I" in, "O" out -- valued at the basis price of
      * the shares moved and carrying the transfer reference
      * "AC" + contra firm + transfer date in FILE-BLOTTER-
      * LINK-REF, so RECONCIL nets the shares and GLFEED
      * books the move through the transfer clearing
      * account.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACATSR.
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
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	SELECT JRNL-FILE ASSIGN "JOURNAL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-JRN-KEY
		STATUS JRNL-FILE-STATUS.
	SELECT PLEDGE-FILE ASSIGN "PLEDGE.IT"
		ORGANIZATION INDEXED
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
	SELECT LOTBASIS-FILE ASSIGN "LOTBASIS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LBAS-KEY
		STATUS LOTBASIS-FILE-STATUS.
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
      ******************************************************
      * Customer master -- the account on our side of the
      * transfer is checked the same way a trade checks it
      ******************************************************
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
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
		 88  FILE-ACCOUNT-FROZEN	VALUE "F" "D".
		 88  FILE-ACCOUNT-CLOSING	VALUE "P".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
      ******************************************************
      * Trade blotter -- one non-trade leg per move, "I" for
      * shares received and "O" for shares delivered
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
      ******************************************************
      * Operator security master -- the servers themselves
      * verify the submitting operator and role here; screen-
      * level checks in the clients are convenience, not
      * security.
      ******************************************************
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
		 88  FILE-OPERATOR-IS-LOCKED	VALUE "L".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
		 88  FILE-OPERATOR-IS-PRICING	VALUE "P".
		 88  FILE-OPERATOR-IS-TRADER	VALUE "T".
		 88  FILE-OPERATOR-IS-INQUIRY	VALUE "I" " ".
		 88  FILE-OPERATOR-IS-SUPER	VALUE "S".
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
		 88  FILE-OPERATOR-MUST-CHANGE	VALUE "Y".
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
      ******************************************************
      * After-image journal -- one dated record per master-
      * file record written or rewritten, so a damaged
      * master restored from the nightly close can be rolled
      * forward through ROLLFWD to the moment of failure.
      * ARCHPRG drops entries past the retention.
      ******************************************************
	FD  JRNL-FILE; RECORD 283.
	01  JRNL-ITEM.
	     03  FILE-JRN-KEY.
		05  FILE-JRN-DATE	PIC 9(8).
		05  FILE-JRN-TIME	PIC 9(8).
		05  FILE-JRN-SEQ	PIC 9(5).
	     03  FILE-JRN-TARGET	PIC X(8).
	     03  FILE-JRN-OP		PIC X(1).
	     03  FILE-JRN-LEN		PIC 9(3).
	     03  FILE-JRN-IMAGE		PIC X(250).
      ******************************************************
      * Share pledges -- loan collateral holds per account
      * and fund, maintained by PLEDGSR under supervisor
      * control.  A pledged position cannot be delivered
      * away until the pledge is released.
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
      * Adjusted basis beside a CUSTLOT.IT lot, keyed the
      * same way as the lot -- see XFERSR.  Reason "U" is a
      * lot received from another firm with no cost basis
      * reported: the lot carries a zero price and the
      * event date is the date it arrived.  A lot delivered
      * away takes its entry with it.
      ******************************************************
	FD  LOTBASIS-FILE; RECORD 65.
	01  LOTBASIS-ITEM.
	     03  FILE-LBAS-KEY.
		05  FILE-LBAS-ACCOUNT	PIC X(10).
		05  FILE-LBAS-FUND	PIC X(10).
		05  FILE-LBAS-TRADE-DATE	PIC 9(8).
	     03  FILE-LBAS-REASON	PIC X(01).
		 88  FILE-LBAS-UNREPORTED	VALUE "U".
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
	01  PLG-OPEN-SWITCH	PIC X VALUE "N".
		88  PLEDGE-AVAILABLE	VALUE "Y".
	01  PLG-ACTIVE-SWITCH	PIC X VALUE "N".
		88  PLEDGE-ACTIVE	VALUE "Y".
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
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
 	01  LOT-FILE-STATUS.
           	05  LOT-STATUS-1	PIC X.
           	05  LOT-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
      ******************************************************
      * Whether the submitting operator passed the role check
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
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
		05  FILLER	PIC X(7) VALUE  "ACAT ".
		05  REC-ACTION	PIC X(1).
		05  FILLER	PIC X(8) VALUE  " ACCT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(8) VALUE  " FUND =>".
		05  REC-FUND	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " CONTRA =>".
		05  REC-CONTRA	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " SHARES =>".
		05  REC-SHARES 	PIC ZZZZZZ9.999.
      *
	01  LOGMSG.
		05  FILLER	PIC X(9) VALUE
			"ACATSR =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"ACATSR ERR =>".
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
      * Today's date/time, stamped on the blotter leg
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * The transfer reference on the blotter leg -- "AC"
      * plus the contra firm and the transfer date, the
      * same on every leg of one account's transfer
      ******************************************************
	01  ACAT-REF.
	    05  FILLER		PIC X(2) VALUE "AC".
	    05  REF-CONTRA	PIC X(10).
	    05  REF-DATE	PIC 9(8).
      ******************************************************
      * The lot being received -- its date and per-share
      * price as booked, and whether it had to be flagged
      * basis not reported
      ******************************************************
	01  RCV-LOT-DATE	PIC 9(8).
	01  RCV-LOT-PRICE	PIC 9(7)V99.
	01  UNREPORTED-SWITCH	PIC X VALUE "N".
		88  BASIS-UNREPORTED	VALUE "Y".
      ******************************************************
      * The position being delivered -- its shares, the
      * basis of the lots that went with it, and the walk
      * through those lots
      ******************************************************
	01  MOVE-QTY		PIC 9(7)V999.
	01  MOVE-QTY-LEFT	PIC 9(7)V999.
	01  MOVE-USE-QTY	PIC 9(7)V999.
	01  MOVE-BASIS		PIC 9(11)V99.
	01  LEG-PRICE		PIC 9(7)V99.
	01  LOT-EOF-SWITCH	PIC X VALUE "N".
	    88  DONE-READING-LOTS	VALUE "Y".
	01  LOT-START-SWITCH	PIC X VALUE "N".
	    88  LOT-START-FAILED	VALUE "Y".
      ******************************************************
      * Global transaction demarcation -- position, lots,
      * basis entries and blotter leg live or die together
      ******************************************************
	01  TX-TIMEOUT			PIC S9(9) COMP-5 VALUE 30.
      ******************************************************
      * User defined data records
      ******************************************************
       	01 ACAT-REC.
	COPY ACAT.
        77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
        77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
        77 REC-INSUFFICIENT     PIC S9(9) COMP-5 VALUE 3.
        77 REC-PLEDGED          PIC S9(9) COMP-5 VALUE 19.
        77 REC-ACCOUNT-CLOSED   PIC S9(9) COMP-5 VALUE 5.
        77 REC-ACCOUNT-FROZEN   PIC S9(9) COMP-5 VALUE 6.
        77 REC-BAD-ACTION       PIC S9(9) COMP-5 VALUE 8.
        77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
        77 REC-NO-TIN           PIC S9(9) COMP-5 VALUE 14.
        77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-ACATSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	OPEN I-O CUST-FILE.
	OPEN I-O LOT-FILE.
	OPEN I-O CUSTMAS-FILE.
	OPEN I-O BLOTTER-FILE.
	OPEN INPUT OPERATOR-FILE.
	OPEN I-O JRNL-FILE.
	IF JRN-STATUS-1 = "3"
		OPEN OUTPUT JRNL-FILE
		CLOSE JRNL-FILE
		OPEN I-O JRNL-FILE.
	OPEN I-O POSXREF-FILE.
	MOVE "N" TO PLG-OPEN-SWITCH.
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
		MOVE "Y" TO PLG-OPEN-SWITCH.
	OPEN I-O LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "3"
		OPEN OUTPUT LOTBASIS-FILE
		CLOSE LOTBASIS-FILE
		OPEN I-O LOTBASIS-FILE.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE LENGTH OF ACAT-REC TO LEN IN TPTYPE-REC.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			ACAT-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE ACAT-ACTION TO REC-ACTION.
	MOVE ACAT-ACCOUNT TO REC-ACCOUNT.
	MOVE ACAT-FUND TO REC-FUND.
	MOVE ACAT-CONTRA TO REC-CONTRA.
	MOVE ACAT-SHARES TO REC-SHARES.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  Nothing posts while the end-of-day run has the
      *  files closed for its proofs
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
	CALL "TPBEGIN" USING TX-TIMEOUT TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPBEGIN" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM TPBEGIN-FAILED-EXIT.
	PERFORM CHECK-OPERATOR-ROLE.
	PERFORM CHECK-ACCOUNT.
	MOVE ACAT-CONTRA TO REF-CONTRA.
	IF ACAT-XFER-DATE = ZERO
		MOVE TODAYS-DATE TO REF-DATE
	ELSE
		MOVE ACAT-XFER-DATE TO REF-DATE.
	MOVE "N" TO ACAT-NO-BASIS.
	IF ACAT-IS-RECEIVE
		PERFORM RECEIVE-LOT
	ELSE
		IF ACAT-IS-DELIVER
			PERFORM DELIVER-POSITION THRU
				DELIVER-POSITION-EXIT
		ELSE
			MOVE "Action Must Be R Or D" TO LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-BAD-ACTION TO APPL-CODE
			PERFORM WRITEIT-ERROR
		END-IF
	END-IF.
      ******************************************************
      *  Update OK -- commit the global transaction
      ******************************************************
	CALL "TPCOMMIT" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCOMMIT" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM CLOSE-FILES.
	MOVE ACAT-REF TO ACAT-LINK-REF.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Transfer completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Roll back the global transaction and leave
      ******************************************************
       WRITEIT-ERROR.
	CALL "TPABORT" USING TPSTATUS-REC.
	PERFORM CLOSE-FILES.
	SET TPFAIL TO TRUE.
	MOVE "Transfer Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  TPBEGIN itself failed -- no transaction was ever
      *  started, so there is nothing for TPABORT to roll
      *  back.  Just close the files, report the failure,
      *  and leave.
      ******************************************************
       TPBEGIN-FAILED-EXIT.
	PERFORM CLOSE-FILES.
	SET TPFAIL TO TRUE.
	MOVE "Transfer Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      * Leave
      ******************************************************
       A-999-EXIT.
	PERFORM CLOSE-FILES.
	MOVE "Exiting without Transfer" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Close every file this service opened
      ******************************************************
       CLOSE-FILES.
	CLOSE CUST-FILE.
	CLOSE LOT-FILE.
	CLOSE CUSTMAS-FILE.
	CLOSE BLOTTER-FILE.
	CLOSE OPERATOR-FILE.
	CLOSE JRNL-FILE.
	CLOSE POSXREF-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	CLOSE LOTBASIS-FILE.
      ******************************************************
      *  The submitting operator has to be on OPERATOR.IT,
      *  active, and hold the trader role
      ******************************************************
       CHECK-OPERATOR-ROLE.
	MOVE "N" TO AUTH-SWITCH.
	MOVE ACAT-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-TRADER
		MOVE "Y" TO AUTH-SWITCH.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized To Transfer" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The account has to be on the customer master -- a
      *  transfer is never the way an account comes into
      *  being -- and may be neither closed nor frozen.  A
      *  receipt also needs an account still open for
      *  business and its TIN where one is required; a
      *  delivery may go out of an account pending closure,
      *  since closure itself moves the assets away.
      ******************************************************
       CHECK-ACCOUNT.
	MOVE ACAT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "Account Not On Customer Master" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF FILE-ACCOUNT-CLOSED
		MOVE "Account Is Closed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-ACCOUNT-CLOSED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF FILE-ACCOUNT-FROZEN
		MOVE "Account Is Frozen" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-ACCOUNT-FROZEN TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF ACAT-IS-RECEIVE AND FILE-ACCOUNT-CLOSING
		MOVE "Receiving Account Is Closing" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-ACCOUNT-CLOSED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF ACAT-IS-RECEIVE AND FILE-CUSTMAS-TIN-REQD = "Y" AND
	   FILE-CUSTMAS-TIN = SPACES
		MOVE "Receiver Taxpayer ID Missing" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NO-TIN TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Receive one lot -- work out the date and price it
      *  books at, add the shares to the position, merge the
      *  lot, flag it when its basis is not known, and write
      *  the "I" leg
      ******************************************************
       RECEIVE-LOT.
	IF ACAT-SHARES = ZERO
		MOVE "No Shares To Receive" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-INSUFFICIENT TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE "N" TO UNREPORTED-SWITCH.
	IF ACAT-LOT-DATE = ZERO OR ACAT-LOT-DATE > REF-DATE
		MOVE REF-DATE TO RCV-LOT-DATE
		MOVE "Y" TO UNREPORTED-SWITCH
	ELSE
		MOVE ACAT-LOT-DATE TO RCV-LOT-DATE.
	IF ACAT-BASIS-REPORTED
		COMPUTE RCV-LOT-PRICE ROUNDED =
			ACAT-COST / ACAT-SHARES
	ELSE
		MOVE ZERO TO RCV-LOT-PRICE
		MOVE "Y" TO UNREPORTED-SWITCH.
	MOVE ACAT-SHARES TO MOVE-QTY.
	PERFORM ADD-TO-POSITION.
	PERFORM MERGE-RECEIVED-LOT.
	IF BASIS-UNREPORTED
		PERFORM FLAG-UNREPORTED-BASIS
		MOVE "Y" TO ACAT-NO-BASIS
		MOVE "Lot Received Without Basis" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	MOVE RCV-LOT-PRICE TO LEG-PRICE.
	SET FILE-BLOTTER-IS-XFER-IN TO TRUE.
	PERFORM WRITE-TRANSFER-LEG.
      ******************************************************
      *  Add the received shares to the account's position,
      *  opening one if none is on file
      ******************************************************
       ADD-TO-POSITION.
	MOVE ACAT-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE ACAT-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 = "0"
		ADD MOVE-QTY TO FILE-CUST-AMOUNT
		REWRITE CUST-ITEM
		PERFORM JOURNAL-CUST
	ELSE
		MOVE ACAT-ACCOUNT TO FILE-CUST-ACCOUNT
		MOVE ACAT-FUND TO FILE-CUST-FUND
		MOVE MOVE-QTY TO FILE-CUST-AMOUNT
		WRITE CUST-ITEM
		PERFORM JOURNAL-CUST
		IF STATUS-1 = "0"
			PERFORM ADD-POSXREF
		END-IF
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE POS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Put the received lot on CUSTLOT.IT under its
      *  acquisition date -- blended at a weighted price into
      *  a lot of the same date already held, written fresh
      *  otherwise
      ******************************************************
       MERGE-RECEIVED-LOT.
	MOVE ACAT-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE ACAT-FUND TO FILE-LOT-FUND.
	MOVE RCV-LOT-DATE TO FILE-LOT-TRADE-DATE.
	READ LOT-FILE.
	IF LOT-STATUS-1 = "0"
		COMPUTE FILE-LOT-PRICE ROUNDED =
		    ((FILE-LOT-AMOUNT * FILE-LOT-PRICE) +
		     (ACAT-SHARES * RCV-LOT-PRICE))
		    / (FILE-LOT-AMOUNT + ACAT-SHARES)
		ADD ACAT-SHARES TO FILE-LOT-AMOUNT
		REWRITE LOT-ITEM
		PERFORM JOURNAL-LOT
	ELSE
		MOVE ACAT-ACCOUNT TO FILE-LOT-ACCOUNT
		MOVE ACAT-FUND TO FILE-LOT-FUND
		MOVE RCV-LOT-DATE TO FILE-LOT-TRADE-DATE
		MOVE ACAT-SHARES TO FILE-LOT-AMOUNT
		MOVE RCV-LOT-PRICE TO FILE-LOT-PRICE
		WRITE LOT-ITEM
		PERFORM JOURNAL-LOT
	END-IF.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "WRITE LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Flag the lot basis not reported on LOTBASIS.IT.  A
      *  lot that already has an entry keeps its figures but
      *  takes the flag -- once unreported shares are mixed
      *  in, its price can no longer be relied on either.
      ******************************************************
       FLAG-UNREPORTED-BASIS.
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	READ LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		MOVE "U" TO FILE-LBAS-REASON
		MOVE REF-DATE TO FILE-LBAS-EVENT-DATE
		REWRITE LOTBASIS-ITEM
	ELSE
		MOVE FILE-LOT-KEY TO FILE-LBAS-KEY
		MOVE "U" TO FILE-LBAS-REASON
		MOVE REF-DATE TO FILE-LBAS-EVENT-DATE
		MOVE "N" TO FILE-LBAS-LONG-TERM
		MOVE FILE-LOT-PRICE TO FILE-LBAS-LOSS-PRICE
		MOVE FILE-LOT-PRICE TO FILE-LBAS-CARRY-PRICE
		MOVE ZERO TO FILE-LBAS-EVENT-PRICE
		WRITE LOTBASIS-ITEM
	END-IF.
	IF LBAS-STATUS-1 NOT = "0"
		MOVE "WRITE LBAS" TO LOG-ERR-ROUTINE
		MOVE LBAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Deliver the account's whole position in the fund --
      *  zero the position, remove every lot and its basis
      *  entry while totalling the basis that went, and
      *  write the "O" leg
      ******************************************************
       DELIVER-POSITION.
	MOVE ACAT-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE ACAT-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 NOT = "0" OR FILE-CUST-AMOUNT = ZERO
		MOVE "No Position To Deliver" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	PERFORM CHECK-PLEDGE THRU CHECK-PLEDGE-EXIT.
	MOVE FILE-CUST-AMOUNT TO MOVE-QTY.
	MOVE ZERO TO FILE-CUST-AMOUNT.
	REWRITE CUST-ITEM.
	PERFORM JOURNAL-CUST.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE MOVE-QTY TO MOVE-QTY-LEFT.
	MOVE ZERO TO MOVE-BASIS.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE "N" TO LOT-START-SWITCH.
	MOVE ACAT-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE ACAT-FUND TO FILE-LOT-FUND.
	MOVE LOW-VALUES TO FILE-LOT-TRADE-DATE.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY SET LOT-START-FAILED TO TRUE.
	IF NOT LOT-START-FAILED
		PERFORM DELIVER-LOT-LOOP THRU DELIVER-LOT-LOOP-EXIT
			UNTIL DONE-READING-LOTS.
	IF MOVE-QTY-LEFT > ZERO
		MOVE "Shares Delivered With No Lot On File" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG.
	IF MOVE-QTY > ZERO
		COMPUTE LEG-PRICE ROUNDED = MOVE-BASIS / MOVE-QTY
	ELSE
		MOVE ZERO TO LEG-PRICE.
	SET FILE-BLOTTER-IS-XFER-OUT TO TRUE.
	PERFORM WRITE-TRANSFER-LEG.
	MOVE MOVE-QTY TO ACAT-SHARES.
	MOVE MOVE-BASIS TO ACAT-COST.
       DELIVER-POSITION-EXIT.
	EXIT.
      ******************************************************
      *  Remove the next lot of the position being
      *  delivered, with its basis entry.  Lots beyond what
      *  the position holds are stale and go just the same,
      *  but only the shares delivered count toward the
      *  basis.
      ******************************************************
       DELIVER-LOT-LOOP.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-READING-LOTS TO TRUE.
	IF DONE-READING-LOTS
		GO TO DELIVER-LOT-LOOP-EXIT.
	IF FILE-LOT-ACCOUNT NOT = ACAT-ACCOUNT OR
	   FILE-LOT-FUND NOT = ACAT-FUND
		SET DONE-READING-LOTS TO TRUE
		GO TO DELIVER-LOT-LOOP-EXIT.
	IF FILE-LOT-AMOUNT < MOVE-QTY-LEFT
		MOVE FILE-LOT-AMOUNT TO MOVE-USE-QTY
	ELSE
		MOVE MOVE-QTY-LEFT TO MOVE-USE-QTY.
	COMPUTE MOVE-BASIS ROUNDED = MOVE-BASIS +
	    (MOVE-USE-QTY * FILE-LOT-PRICE).
	SUBTRACT MOVE-USE-QTY FROM MOVE-QTY-LEFT.
	DELETE LOT-FILE RECORD.
	PERFORM JOURNAL-LOT-DELETE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "DELETE LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	READ LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		DELETE LOTBASIS-FILE RECORD.
       DELIVER-LOT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Write the non-trade blotter leg -- the caller has
      *  set the action and LEG-PRICE, and MOVE-QTY holds the
      *  shares moved
      ******************************************************
       WRITE-TRANSFER-LEG.
	MOVE ACAT-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE ACAT-FUND TO FILE-BLOTTER-FUND.
	MOVE TODAYS-DATE TO FILE-BLOTTER-DATE.
	MOVE TODAYS-TIME TO FILE-BLOTTER-TIME.
	MOVE MOVE-QTY TO FILE-BLOTTER-AMOUNT.
	MOVE LEG-PRICE TO FILE-BLOTTER-PRICE.
	MOVE SPACES TO FILE-BLOTTER-ORDER-REF.
	MOVE ACAT-REF TO FILE-BLOTTER-LINK-REF.
	SET FILE-BLOTTER-IS-LIVE TO TRUE.
	MOVE ZERO TO FILE-BLOTTER-FEE.
	IF ACAT-OPERATOR = SPACES
		MOVE "SYSTEM" TO FILE-BLOTTER-OPERATOR
	ELSE
		MOVE ACAT-OPERATOR TO FILE-BLOTTER-OPERATOR.
	PERFORM STAMP-BLOTTER-REP.
	PERFORM WRITE-LEG-TRY THRU WRITE-LEG-TRY-EXIT.
      ******************************************************
      *  Several lots of one fund can arrive inside the same
      *  second -- step the time on past a duplicate key so
      *  each lot keeps its own leg
      ******************************************************
       WRITE-LEG-TRY.
	WRITE BLOTTER-ITEM.
	IF BLOTTER-STATUS-1 = "2"
		ADD 1 TO FILE-BLOTTER-TIME
		GO TO WRITE-LEG-TRY.
	IF BLOTTER-STATUS-1 NOT = "0"
		MOVE "WRITE BLOTTER" TO LOG-ERR-ROUTINE
		MOVE BLOTTER-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
       WRITE-LEG-TRY-EXIT.
	EXIT.
      ******************************************************
      *  Is the end-of-day trading window closed?  No status
      *  file, or no window record, means open.
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
      *  has been begun, the reason code tells the caller to
      *  try again later
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
	COPY TPRETURN REPLACING
			DATA-REC BY ACAT-REC.
      ******************************************************
      *  Stamp the account's rep of record on the blotter
      *  leg about to be written
      ******************************************************
       STAMP-BLOTTER-REP.
	MOVE SPACES TO FILE-BLOTTER-REP.
	MOVE FILE-BLOTTER-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE FILE-CUSTMAS-REP TO FILE-BLOTTER-REP.
      ******************************************************
      * Write out a log err messages
      ******************************************************
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
      ******************************************************
      *  A position under a pledge in force may not be
      *  delivered away at all -- the whole position goes,
      *  so any pledged quantity blocks it
      ******************************************************
       CHECK-PLEDGE.
	IF NOT PLEDGE-AVAILABLE
		GO TO CHECK-PLEDGE-EXIT.
	MOVE ACAT-ACCOUNT TO FILE-PLG-ACCOUNT.
	MOVE ACAT-FUND TO FILE-PLG-FUND.
	READ PLEDGE-FILE.
	IF PLG-STATUS-1 NOT = "0"
		GO TO CHECK-PLEDGE-EXIT.
	PERFORM JUDGE-PLEDGE-ACTIVE THRU JUDGE-PLEDGE-ACTIVE-EXIT.
	IF PLEDGE-ACTIVE AND FILE-PLG-QTY > ZERO
		MOVE "Shares Pledged As Collateral" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-PLEDGED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
       CHECK-PLEDGE-EXIT.
	EXIT.
      ******************************************************
      *  Is a pledge in force on the record just read?  In
      *  force means effective on or before today with no
      *  release date yet, or one still in the future.
      ******************************************************
       JUDGE-PLEDGE-ACTIVE.
	MOVE "N" TO PLG-ACTIVE-SWITCH.
	IF FILE-PLG-EFF-DATE > TODAYS-DATE
		GO TO JUDGE-PLEDGE-ACTIVE-EXIT.
	IF FILE-PLG-REL-DATE NOT = ZERO AND
	   FILE-PLG-REL-DATE NOT > TODAYS-DATE
		GO TO JUDGE-PLEDGE-ACTIVE-EXIT.
	MOVE "Y" TO PLG-ACTIVE-SWITCH.
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
      ******************************************************
      ******************************************************
       JOURNAL-CUST.
	MOVE "CUST" TO FILE-JRN-TARGET.
	MOVE 30 TO FILE-JRN-LEN.
	MOVE SPACES TO FILE-JRN-IMAGE.
	MOVE CUST-ITEM TO FILE-JRN-IMAGE(1:30).
	MOVE "A" TO FILE-JRN-OP.
	PERFORM WRITE-JOURNAL-REC.
      ******************************************************
       JOURNAL-LOT.
	MOVE "CUSTLOT" TO FILE-JRN-TARGET.
	MOVE 47 TO FILE-JRN-LEN.
	MOVE SPACES TO FILE-JRN-IMAGE.
	MOVE LOT-ITEM TO FILE-JRN-IMAGE(1:47).
	MOVE "A" TO FILE-JRN-OP.
	PERFORM WRITE-JOURNAL-REC.
      ******************************************************
      *  A delivered lot is deleted, and the journal must
      *  say so -- op "D" with the key in the image -- or a
      *  roll-forward would resurrect the lot
      ******************************************************
       JOURNAL-LOT-DELETE.
	MOVE "CUSTLOT" TO FILE-JRN-TARGET.
	MOVE 47 TO FILE-JRN-LEN.
	MOVE SPACES TO FILE-JRN-IMAGE.
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
      ******************************************************
       WRITE-JOURNAL-REC.
	MOVE TODAYS-DATE TO FILE-JRN-DATE.
	ACCEPT JRN-TIME FROM TIME.
	MOVE JRN-TIME TO FILE-JRN-TIME.
       WRITE-JOURNAL-TRY.
	ADD 1 TO JRN-SEQ.
	MOVE JRN-SEQ TO FILE-JRN-SEQ.
	WRITE JRNL-ITEM.
	IF JRN-STATUS-1 = "2"
		GO TO WRITE-JOURNAL-TRY.
	IF JRN-STATUS-1 NOT = "0"
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
		TPSTATUS-REC.
