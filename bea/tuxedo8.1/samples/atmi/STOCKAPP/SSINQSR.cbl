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
      * #ident	"@(#) samples/atmi/STOCKAPP/SSINQSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/SSINQSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * SSINQSR is the customer self-service gateway the
      * telephone and web channels call.  There is no
      * operator sign-on behind it: the customer proves who
      * they are with the account number and the PIN kept
      * on PIN.IT, and the gateway then answers one of four
      * inquiries by calling the service that already
      * answers it for the tellers --
      *
      *     V  VALSR    "valinq"   account valuation
      *     H  HISTSR   "trdhist"  recent trades
      *     O  ORDMNTSR "ordlist"  orders on the book
      *     C  CASHSR   "cashtx"   cash balance
      *
      * -- copying the reply into the SELFSVC buffer.  The
      * inquiry-only actions are set here, never taken from
      * the caller: CASHSR is always asked type "I" and
      * ORDMNTSR always action "L", so there is no path from
      * this service to anything that posts.  The callee's
      * refusal code is relayed unchanged.
      *
      * A wrong PIN counts against the account; PINTRIES
      * (PARAM.IT, 3 when none is on file) wrong in a row
      * lock the PIN until a teller resets or unlocks it
      * through PINMNT, and the lockout is audited on
      * PINAUD.IT.  An account not on file, closed, still
      * pending its opening review, or with no PIN or a
      * disabled one, answers exactly as a wrong PIN does --
      * the caller learns nothing about which it was.
      *
      * Every self-service access, answered or refused, is
      * noted on the account's CONTACT.IT history as channel
      * "S", so a teller browsing the history sees it.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SSINQSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT PIN-FILE ASSIGN "PIN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PIN-ACCOUNT
		STATUS FILE-STATUS.
	SELECT PINAUD-FILE ASSIGN "PINAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PAUD-KEY
		STATUS PINAUD-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT CONTACT-FILE ASSIGN "CONTACT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CT-KEY
		STATUS CONTACT-FILE-STATUS.
	SELECT PARAM-FILE ASSIGN "PARAM.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Customer PINs -- one per account.  STATUS "A"
      * active, "L" locked by wrong tries, "D" disabled by a
      * teller.  LAST-DATE/TIME is the last good sign-on.
      ******************************************************
	FD  PIN-FILE; RECORD 54.
	01  PIN-ITEM.
	     03  FILE-PIN-ACCOUNT		PIC X(10).
	     03  FILE-PIN-NUMBER		PIC X(06).
	     03  FILE-PIN-STATUS		PIC X(01).
		 88  FILE-PIN-IS-ACTIVE		VALUE "A".
		 88  FILE-PIN-IS-LOCKED		VALUE "L".
	     03  FILE-PIN-FAIL-COUNT		PIC 9(2).
	     03  FILE-PIN-SET-DATE		PIC 9(8).
	     03  FILE-PIN-SET-BY		PIC X(10).
	     03  FILE-PIN-LAST-DATE		PIC 9(8).
	     03  FILE-PIN-LAST-TIME		PIC 9(8).
	     03  FILE-PIN-LAST-CHANNEL		PIC X(01).
      ******************************************************
      * PIN audit trail -- one record per PIN set, unlock,
      * disable or lockout, keyed by account and when
      ******************************************************
	FD  PINAUD-FILE; RECORD 66.
	01  PINAUD-ITEM.
	     03  FILE-PAUD-KEY.
		05  FILE-PAUD-ACCOUNT	PIC X(10).
		05  FILE-PAUD-DATE	PIC 9(8).
		05  FILE-PAUD-TIME	PIC 9(8).
	     03  FILE-PAUD-ACTION	PIC X(10).
	     03  FILE-PAUD-BY		PIC X(10).
	     03  FILE-PAUD-DETAIL	PIC X(20).
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
		 88  FILE-ACCOUNT-PENDING-OPEN	VALUE "N".
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
      * Contact history -- self-service accesses are added
      * here as CHANNEL "S"
      ******************************************************
	FD  CONTACT-FILE; RECORD 165.
	01  CONTACT-ITEM.
	     03  FILE-CT-KEY.
		05  FILE-CT-ACCOUNT	PIC X(10).
		05  FILE-CT-DATE	PIC 9(8).
		05  FILE-CT-TIME	PIC 9(8).
	     03  FILE-CT-OPERATOR	PIC X(10).
	     03  FILE-CT-CHANNEL	PIC X(01).
	     03  FILE-CT-FOLLOWUP	PIC 9(8).
	     03  FILE-CT-NOTE-1		PIC X(60).
	     03  FILE-CT-NOTE-2		PIC X(60).
	FD  PARAM-FILE; RECORD 51.
	01  PARAM-ITEM.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  PINAUD-FILE-STATUS.
           	05  PAUD-STATUS-1	PIC X.
           	05  PAUD-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  CONTACT-FILE-STATUS.
           	05  CT-STATUS-1		PIC X.
           	05  CT-STATUS-2		PIC X.
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  PARM-OPEN-SWITCH	PIC X VALUE "N".
		88  PARAM-AVAILABLE	VALUE "Y".
      ******************************************************
      * Sign-on controls -- how many wrong tries lock the
      * PIN, whether the account may be noted on its
      * history, and how many times a clashing time stamp
      * has been stepped on
      ******************************************************
	77  DEFAULT-PIN-TRIES	PIC 9(2) VALUE 3.
	01  PIN-TRIES		PIC 9(2).
	01  NOTE-OK-SWITCH	PIC X VALUE "N".
		88  ACCOUNT-CAN-BE-NOTED	VALUE "Y".
	01  CLASH-COUNT		PIC 9(4) COMP-5.
	01  ROW-SUB		PIC 9(4) COMP-5.
      ******************************************************
      * The history note -- what was asked, over which
      * channel, and how it was answered
      ******************************************************
	01  NOTE-LINE-1.
		05  FILLER	PIC X(13) VALUE "SELF-SERVICE ".
		05  NOTE-CHANNEL	PIC X(09).
		05  FILLER	PIC X(03) VALUE " - ".
		05  NOTE-REQUEST	PIC X(20).
		05  FILLER	PIC X(15).
	01  NOTE-LINE-2.
		05  NOTE-OUTCOME	PIC X(40).
		05  FILLER	PIC X(06) VALUE " CODE ".
		05  NOTE-CODE	PIC 9(4).
		05  FILLER	PIC X(10).
      ******************************************************
      * Today's date and time
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
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
      * Used for the TPCALL to the answering service
      ******************************************************
       	01  QTPSVCDEF-REC.
       	COPY TPSVCDEF.
      *
       	01  QTPTYPE-REC.
       	COPY TPTYPE.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGREC.
		05  FILLER	PIC X(8) VALUE  "SELFSVC ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(11) VALUE  " REQUEST =>".
		05  REC-REQUEST	PIC X(01).
		05  FILLER	PIC X(11) VALUE  " CHANNEL =>".
		05  REC-CHANNEL	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"SSINQSR =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"SSINQSR ERR =>".
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
      * User defined data records -- the self-service
      * buffer and the four the answering services take
      ******************************************************
       	01 SELFSVC-REC.
	COPY SELFSVC.
       	01 VALUE-REC.
	COPY VALINQ.
       	01 TRDHIST-REC.
	COPY TRDHIST.
       	01 ORDLIST-REC.
	COPY ORDLIST.
       	01 CASHTX-REC.
	COPY CASHTX.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-BAD-PIN          PIC S9(9) COMP-5 VALUE 27.
	77 REC-PIN-LOCKED       PIC S9(9) COMP-5 VALUE 28.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-SSINQSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O PIN-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT PIN-FILE
		CLOSE PIN-FILE
		OPEN I-O PIN-FILE.
	OPEN I-O PINAUD-FILE.
	IF PAUD-STATUS-1 = "3"
		OPEN OUTPUT PINAUD-FILE
		CLOSE PINAUD-FILE
		OPEN I-O PINAUD-FILE.
	OPEN I-O CONTACT-FILE.
	IF CT-STATUS-1 = "3"
		OPEN OUTPUT CONTACT-FILE
		CLOSE CONTACT-FILE
		OPEN I-O CONTACT-FILE.
	OPEN INPUT CUSTMAS-FILE.
	MOVE "N" TO PARM-OPEN-SWITCH.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "Y" TO PARM-OPEN-SWITCH.
	PERFORM GET-PIN-TRIES.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE LENGTH OF SELFSVC-REC TO LEN IN TPTYPE-REC.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			SELFSVC-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request -- never the PIN
      ******************************************************
	MOVE SELFSVC-ACCOUNT TO REC-ACCOUNT.
	MOVE SELFSVC-REQUEST TO REC-REQUEST.
	MOVE SELFSVC-CHANNEL TO REC-CHANNEL.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	MOVE ZERO TO SELFSVC-COUNT.
	MOVE "N" TO SELFSVC-MORE.
	MOVE ZERO TO SELFSVC-TRIES-LEFT.
	MOVE "N" TO NOTE-OK-SWITCH.
	IF NOT SELFSVC-CHANNEL-VALID
		MOVE "Channel Not T or W" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM REFUSE-EXIT.
	IF SELFSVC-CHANNEL = "T"
		MOVE "TELEPHONE" TO NOTE-CHANNEL
	ELSE
		MOVE "WEB" TO NOTE-CHANNEL.
	IF SELFSVC-IS-VALUATION
		MOVE "VALUATION" TO NOTE-REQUEST
	ELSE IF SELFSVC-IS-HISTORY
		MOVE "RECENT TRADES" TO NOTE-REQUEST
	ELSE IF SELFSVC-IS-ORDERS
		MOVE "PENDING ORDERS" TO NOTE-REQUEST
	ELSE IF SELFSVC-IS-CASH
		MOVE "CASH BALANCE" TO NOTE-REQUEST
	ELSE
		MOVE "Request Not V, H, O or C" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  The customer has to be who they say they are
      *  before anything is answered
      ******************************************************
	PERFORM CHECK-THE-PIN THRU CHECK-THE-PIN-EXIT.
      ******************************************************
      *  Signed on -- ask the service that answers it
      ******************************************************
	IF SELFSVC-IS-VALUATION
		PERFORM ASK-VALUATION
	ELSE IF SELFSVC-IS-HISTORY
		PERFORM ASK-HISTORY
	ELSE IF SELFSVC-IS-ORDERS
		PERFORM ASK-ORDERS
	ELSE
		PERFORM ASK-CASH.
	MOVE "ANSWERED" TO NOTE-OUTCOME.
	MOVE REC-FOUND TO NOTE-CODE.
	PERFORM ADD-HISTORY-NOTE THRU ADD-HISTORY-NOTE-EXIT.
	PERFORM GOOD-EXIT.
      ******************************************************
      *  Answered -- leave
      ******************************************************
       GOOD-EXIT.
	PERFORM CLOSE-FILES.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Request refused -- the caller's APPL-CODE says why
      ******************************************************
       REFUSE-EXIT.
	PERFORM CLOSE-FILES.
	SET TPFAIL TO TRUE.
	MOVE "Request Refused" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      * Leave
      ******************************************************
       A-999-EXIT.
	PERFORM CLOSE-FILES.
	MOVE "Exiting without Answer" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
       CLOSE-FILES.
	CLOSE PIN-FILE.
	CLOSE PINAUD-FILE.
	CLOSE CONTACT-FILE.
	CLOSE CUSTMAS-FILE.
	IF PARAM-AVAILABLE
		CLOSE PARAM-FILE.
      ******************************************************
      *  Account and PIN.  Anything short of an open account
      *  with an active PIN answers as a wrong PIN would.  A
      *  wrong PIN is counted, and the count reaching the
      *  limit locks the PIN and audits the lockout; a right
      *  one clears the count and stamps the sign-on.
      ******************************************************
       CHECK-THE-PIN.
	MOVE SELFSVC-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "Account Not On Customer Master" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-PIN TO APPL-CODE
		PERFORM REFUSE-EXIT.
	MOVE "Y" TO NOTE-OK-SWITCH.
	IF FILE-ACCOUNT-CLOSED OR FILE-ACCOUNT-PENDING-OPEN
		MOVE "Account Not Open" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-PIN TO APPL-CODE
		PERFORM REFUSED-NOTE-EXIT.
	MOVE SELFSVC-ACCOUNT TO FILE-PIN-ACCOUNT.
	READ PIN-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "No PIN On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-PIN TO APPL-CODE
		PERFORM REFUSED-NOTE-EXIT.
	IF FILE-PIN-IS-LOCKED
		MOVE "PIN Locked" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-PIN-LOCKED TO APPL-CODE
		PERFORM REFUSED-NOTE-EXIT.
	IF NOT FILE-PIN-IS-ACTIVE
		MOVE "PIN Disabled" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-PIN TO APPL-CODE
		PERFORM REFUSED-NOTE-EXIT.
	IF SELFSVC-PIN NOT = FILE-PIN-NUMBER
		PERFORM WRONG-PIN.
	MOVE ZERO TO FILE-PIN-FAIL-COUNT.
	MOVE TODAYS-DATE TO FILE-PIN-LAST-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-PIN-LAST-TIME.
	MOVE SELFSVC-CHANNEL TO FILE-PIN-LAST-CHANNEL.
	REWRITE PIN-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE PIN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       CHECK-THE-PIN-EXIT.
	EXIT.
      ******************************************************
      *  Wrong PIN -- bump the count, lock at the limit,
      *  note the refusal and leave
      ******************************************************
       WRONG-PIN.
	MOVE "Incorrect PIN" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	ADD 1 TO FILE-PIN-FAIL-COUNT.
	IF FILE-PIN-FAIL-COUNT NOT < PIN-TRIES
		MOVE "L" TO FILE-PIN-STATUS
		MOVE "PIN Locked Out" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE "LOCKOUT" TO FILE-PAUD-ACTION
		MOVE "TOO MANY WRONG PINS" TO FILE-PAUD-DETAIL
		PERFORM WRITE-PINAUD THRU WRITE-PINAUD-EXIT
		MOVE REC-PIN-LOCKED TO APPL-CODE
	ELSE
		COMPUTE SELFSVC-TRIES-LEFT =
		    PIN-TRIES - FILE-PIN-FAIL-COUNT
		MOVE REC-BAD-PIN TO APPL-CODE
	END-IF.
	REWRITE PIN-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE PIN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	PERFORM REFUSED-NOTE-EXIT.
      ******************************************************
      *  Refused -- note it on the account's history, then
      *  leave with APPL-CODE as the caller set it
      ******************************************************
       REFUSED-NOTE-EXIT.
	MOVE APPL-CODE TO NOTE-CODE.
	IF APPL-CODE = REC-PIN-LOCKED
		MOVE "REFUSED - PIN LOCKED" TO NOTE-OUTCOME
	ELSE IF APPL-CODE = REC-BAD-PIN
		MOVE "REFUSED - SIGN-ON FAILED" TO NOTE-OUTCOME
	ELSE
		MOVE "REFUSED" TO NOTE-OUTCOME.
	PERFORM ADD-HISTORY-NOTE THRU ADD-HISTORY-NOTE-EXIT.
	PERFORM REFUSE-EXIT.
      ******************************************************
      *  One TPCALL round trip on the QTPSVCDEF/QTPTYPE pair
      *  the caller has set up.  A refusal relays the
      *  answering service's own code back to our caller.
      ******************************************************
       SET-CALL-FLAGS.
	MOVE "VIEW" TO REC-TYPE IN QTPTYPE-REC.
	SET TPBLOCK IN QTPSVCDEF-REC TO TRUE.
	SET TPNOTRAN IN QTPSVCDEF-REC TO TRUE.
	SET TPNOTIME IN QTPSVCDEF-REC TO TRUE.
	SET TPSIGRSTRT IN QTPSVCDEF-REC TO TRUE.
	SET TPNOCHANGE IN QTPSVCDEF-REC TO TRUE.
       CALL-FAILED.
	MOVE "TPCALL" TO LOG-ERR-ROUTINE.
	MOVE TP-STATUS TO LOG-ERR-TP-STATUS.
	PERFORM DO-USERLOG-ERR.
	MOVE "Answering Service Refused" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE APPL-RETURN-CODE TO APPL-CODE.
	IF APPL-CODE = ZERO
		MOVE REC-NOT-FOUND TO APPL-CODE.
	PERFORM REFUSED-NOTE-EXIT.
      ******************************************************
      *  V -- VALSR's valuation, rows and cash
      ******************************************************
       ASK-VALUATION.
	MOVE SELFSVC-ACCOUNT TO VAL-ACCOUNT.
	MOVE "SELFSVC" TO VAL-OPERATOR.
	MOVE LENGTH OF VALUE-REC TO LEN IN QTPTYPE-REC.
	MOVE "valinq" TO SUB-TYPE IN QTPTYPE-REC.
	MOVE "VALSR" TO SERVICE-NAME IN QTPSVCDEF-REC.
	PERFORM SET-CALL-FLAGS.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			VALUE-REC
			QTPTYPE-REC
			VALUE-REC
			TPSTATUS-REC.
	IF NOT TPOK
		PERFORM CALL-FAILED.
	MOVE VAL-COUNT TO SELFSVC-COUNT.
	PERFORM COPY-ONE-VALUE
		VARYING ROW-SUB FROM 1 BY 1
		UNTIL ROW-SUB > VAL-COUNT.
	MOVE VAL-CASH-BALANCE TO SELFSVC-CASH-BALANCE.
	MOVE VAL-CASH-HOLD TO SELFSVC-CASH-HOLD.
	MOVE VAL-TOTAL TO SELFSVC-TOTAL.
       COPY-ONE-VALUE.
	SET VLX TO ROW-SUB.
	MOVE VAL-FUND (VLX) TO SELFSVC-VAL-FUND (ROW-SUB).
	MOVE VAL-SHARES (VLX) TO SELFSVC-VAL-SHARES (ROW-SUB).
	MOVE VAL-PRICE (VLX) TO SELFSVC-VAL-PRICE (ROW-SUB).
	MOVE VAL-VALUE (VLX) TO SELFSVC-VAL-VALUE (ROW-SUB).
      ******************************************************
      *  H -- HISTSR's trade history, paged as the caller
      *  asked
      ******************************************************
       ASK-HISTORY.
	MOVE SELFSVC-ACCOUNT TO TRDHIST-ACCOUNT.
	MOVE "SELFSVC" TO TRDHIST-OPERATOR.
	MOVE SELFSVC-FROM-FUND TO TRDHIST-FROM-FUND.
	MOVE SELFSVC-FROM-DATE TO TRDHIST-FROM-DATE.
	MOVE LENGTH OF TRDHIST-REC TO LEN IN QTPTYPE-REC.
	MOVE "trdhist" TO SUB-TYPE IN QTPTYPE-REC.
	MOVE "HISTSR" TO SERVICE-NAME IN QTPSVCDEF-REC.
	PERFORM SET-CALL-FLAGS.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			TRDHIST-REC
			QTPTYPE-REC
			TRDHIST-REC
			TPSTATUS-REC.
	IF NOT TPOK
		PERFORM CALL-FAILED.
	MOVE TRDHIST-COUNT TO SELFSVC-COUNT.
	IF TRDHIST-MORE = "Y"
		MOVE "Y" TO SELFSVC-MORE.
	PERFORM COPY-ONE-TRADE
		VARYING ROW-SUB FROM 1 BY 1
		UNTIL ROW-SUB > TRDHIST-COUNT.
       COPY-ONE-TRADE.
	MOVE TRDHIST-DATE (ROW-SUB) TO SELFSVC-HIST-DATE (ROW-SUB).
	MOVE TRDHIST-FUND (ROW-SUB) TO SELFSVC-HIST-FUND (ROW-SUB).
	MOVE TRDHIST-ACTION (ROW-SUB) TO
		SELFSVC-HIST-ACTION (ROW-SUB).
	MOVE TRDHIST-STATUS (ROW-SUB) TO
		SELFSVC-HIST-STATUS (ROW-SUB).
	MOVE TRDHIST-AMOUNT (ROW-SUB) TO
		SELFSVC-HIST-AMOUNT (ROW-SUB).
	MOVE TRDHIST-PRICE (ROW-SUB) TO SELFSVC-HIST-PRICE (ROW-SUB).
      ******************************************************
      *  O -- ORDMNTSR's pending orders, always action "L"
      ******************************************************
       ASK-ORDERS.
	MOVE SPACES TO ORDLIST-REC.
	MOVE SELFSVC-ACCOUNT TO ORDLIST-ACCOUNT.
	MOVE "L" TO ORDLIST-ACTION.
	MOVE "SELFSVC" TO ORDLIST-OPERATOR.
	MOVE ZERO TO ORDLIST-DATE.
	MOVE ZERO TO ORDLIST-TIME.
	MOVE ZERO TO ORDLIST-NEW-AMOUNT.
	MOVE ZERO TO ORDLIST-NEW-DOLLARS.
	MOVE ZERO TO ORDLIST-COUNT.
	MOVE LENGTH OF ORDLIST-REC TO LEN IN QTPTYPE-REC.
	MOVE "ordlist" TO SUB-TYPE IN QTPTYPE-REC.
	MOVE "ORDMNTSR" TO SERVICE-NAME IN QTPSVCDEF-REC.
	PERFORM SET-CALL-FLAGS.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			ORDLIST-REC
			QTPTYPE-REC
			ORDLIST-REC
			TPSTATUS-REC.
	IF NOT TPOK
		PERFORM CALL-FAILED.
	MOVE ORDLIST-COUNT TO SELFSVC-COUNT.
	PERFORM COPY-ONE-ORDER
		VARYING ROW-SUB FROM 1 BY 1
		UNTIL ROW-SUB > ORDLIST-COUNT.
       COPY-ONE-ORDER.
	MOVE ORDLIST-ROW-FUND (ROW-SUB) TO
		SELFSVC-ORD-FUND (ROW-SUB).
	MOVE ORDLIST-ROW-DATE (ROW-SUB) TO
		SELFSVC-ORD-DATE (ROW-SUB).
	MOVE ORDLIST-ROW-SIDE (ROW-SUB) TO
		SELFSVC-ORD-SIDE (ROW-SUB).
	MOVE ORDLIST-ROW-TYPE (ROW-SUB) TO
		SELFSVC-ORD-TYPE (ROW-SUB).
	MOVE ORDLIST-ROW-AMOUNT (ROW-SUB) TO
		SELFSVC-ORD-AMOUNT (ROW-SUB).
	MOVE ORDLIST-ROW-DOLLARS (ROW-SUB) TO
		SELFSVC-ORD-DOLLARS (ROW-SUB).
	MOVE ORDLIST-ROW-REF (ROW-SUB) TO
		SELFSVC-ORD-REF (ROW-SUB).
      ******************************************************
      *  C -- CASHSR's balance, always type "I"
      ******************************************************
       ASK-CASH.
	MOVE SPACES TO CASHTX-REC.
	MOVE SELFSVC-ACCOUNT TO CASHTX-ACCOUNT.
	MOVE "I" TO CASHTX-TYPE.
	MOVE ZERO TO CASHTX-AMOUNT.
	MOVE "SELFSVC" TO CASHTX-OPERATOR.
	MOVE ZERO TO CASHTX-TAX-YEAR.
	MOVE LENGTH OF CASHTX-REC TO LEN IN QTPTYPE-REC.
	MOVE "cashtx" TO SUB-TYPE IN QTPTYPE-REC.
	MOVE "CASHSR" TO SERVICE-NAME IN QTPSVCDEF-REC.
	PERFORM SET-CALL-FLAGS.
	CALL "TPCALL" USING QTPSVCDEF-REC
			QTPTYPE-REC
			CASHTX-REC
			QTPTYPE-REC
			CASHTX-REC
			TPSTATUS-REC.
	IF NOT TPOK
		PERFORM CALL-FAILED.
	MOVE CASHTX-BALANCE TO SELFSVC-CASH-BALANCE.
	MOVE CASHTX-HOLD-AMOUNT TO SELFSVC-CASH-HOLD.
	MOVE CASHTX-SETTLE-DATE TO SELFSVC-SETTLE-DATE.
	MOVE CASHTX-UNCOLLECTED TO SELFSVC-UNCOLLECTED.
      ******************************************************
      *  Note the access on the account's contact history,
      *  channel "S", by SELFSVC.  Two accesses landing in
      *  the same hundredth of a second are kept apart by
      *  stepping the later one's time on, as CONTSR does.
      *  A failed note is logged but never blocks the answer.
      ******************************************************
       ADD-HISTORY-NOTE.
	IF NOT ACCOUNT-CAN-BE-NOTED
		GO TO ADD-HISTORY-NOTE-EXIT.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE SELFSVC-ACCOUNT TO FILE-CT-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CT-DATE.
	MOVE TODAYS-TIME TO FILE-CT-TIME.
	MOVE "SELFSVC" TO FILE-CT-OPERATOR.
	MOVE "S" TO FILE-CT-CHANNEL.
	MOVE ZERO TO FILE-CT-FOLLOWUP.
	MOVE NOTE-LINE-1 TO FILE-CT-NOTE-1.
	MOVE NOTE-LINE-2 TO FILE-CT-NOTE-2.
	MOVE ZERO TO CLASH-COUNT.
       ADD-HISTORY-NOTE-WRITE.
	WRITE CONTACT-ITEM.
	IF CT-STATUS-1 = "2" AND CLASH-COUNT < 100
		ADD 1 TO CLASH-COUNT
		ADD 1 TO FILE-CT-TIME
		GO TO ADD-HISTORY-NOTE-WRITE.
	IF CT-STATUS-1 NOT = "0"
		MOVE "WRITE CONT" TO LOG-ERR-ROUTINE
		MOVE CT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       ADD-HISTORY-NOTE-EXIT.
	EXIT.
      ******************************************************
      *  Write one PIN audit record -- the caller sets the
      *  action and detail
      ******************************************************
       WRITE-PINAUD.
	MOVE SELFSVC-ACCOUNT TO FILE-PAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-PAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-PAUD-TIME.
	MOVE "SELFSVC" TO FILE-PAUD-BY.
	MOVE ZERO TO CLASH-COUNT.
       WRITE-PINAUD-AGAIN.
	WRITE PINAUD-ITEM.
	IF PAUD-STATUS-1 = "2" AND CLASH-COUNT < 100
		ADD 1 TO CLASH-COUNT
		ADD 1 TO FILE-PAUD-TIME
		GO TO WRITE-PINAUD-AGAIN.
	IF PAUD-STATUS-1 NOT = "0"
		MOVE "WRITE PAUD" TO LOG-ERR-ROUTINE
		MOVE PAUD-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       WRITE-PINAUD-EXIT.
	EXIT.
      ******************************************************
      *  How many wrong PINs in a row lock the PIN --
      *  PINTRIES on PARAM.IT, the built-in default when no
      *  parameter file or record is on file
      ******************************************************
       GET-PIN-TRIES.
	MOVE DEFAULT-PIN-TRIES TO PIN-TRIES.
	IF PARAM-AVAILABLE
		MOVE "PINTRIES" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO PIN-TRIES
		END-IF
	END-IF.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY SELFSVC-REC.
      ******************************************************
      * Write out a log err messages
      ******************************************************
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
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
