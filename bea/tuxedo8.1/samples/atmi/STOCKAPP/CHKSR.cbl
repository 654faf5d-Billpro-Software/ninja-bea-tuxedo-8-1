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
      * #ident	"@(#) samples/atmi/STOCKAPP/CHKSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CHKSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CHKSR acts on the disbursement checks CHKRUN cuts
      * for withdrawals with no bank instruction on file.
      * Every check CHKRUN issues is on the CHKREG.IT check
      * register, keyed by check number.  This service:
      *   - stops payment on or voids an outstanding check,
      *     putting its money back into the account's
      *     CASH.IT balance with an "SP" or "CV" ledger
      *     entry; CHKRUN sends the bank the void on the
      *     next positive-pay file so the check is not
      *     honored if it turns up
      *   - voids and reissues -- the "CV" credit is followed
      *     at once by a fresh "WD" withdrawal for the same
      *     amount, left unbatched, so the next CHKRUN cuts
      *     it on a new number.  The balance ends where it
      *     started and the ledger shows both movements.
      *   - loads the next range of blank check stock onto
      *     CHKSTOCK.IT, the control record CHKRUN numbers
      *     checks from.  Only a supervisor may, and a range
      *     is only accepted above every number ever issued
      *     and once the range in hand is used up, so a check
      *     number can never be issued twice.
      * The cash credit, its ledger entries and the register
      * update are one global transaction, as in CASHSR.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CHKSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CHKREG-FILE ASSIGN "CHKREG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CKR-CHECK-NO
		STATUS FILE-STATUS.
	SELECT CHKSTOCK-FILE ASSIGN "CHKSTOCK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-STK-ID
		STATUS CHKSTOCK-FILE-STATUS.
	SELECT CASH-FILE ASSIGN "CASH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CASH-ACCOUNT
		STATUS CASH-FILE-STATUS.
	SELECT CASHLED-FILE ASSIGN "CASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS CASHLED-FILE-STATUS.
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
	SELECT SYSSTAT-FILE ASSIGN "SYSSTAT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SYS-NAME
		STATUS SYSSTAT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Check register -- one record per check CHKRUN has
      * issued.  STATUS is O outstanding, S stopped, V
      * voided, R voided and reissued, E stale -- out
      * past ESCHDAYS, voided at the bank and held for
      * escheatment -- or P paid, presented and cleared at
      * the bank as BANKRECO found it.  LED-DATE/LED-TIME
      * is the key of the "WD" ledger entry the check paid
      * out.
      ******************************************************
	FD  CHKREG-FILE; RECORD 122.
	01  CHKREG-ITEM.
	     03  FILE-CKR-CHECK-NO	PIC 9(8).
	     03  FILE-CKR-ACCOUNT	PIC X(10).
	     03  FILE-CKR-AMOUNT	PIC 9(9)V99.
	     03  FILE-CKR-ISSUE-DATE	PIC 9(8).
	     03  FILE-CKR-PAYEE		PIC X(30).
	     03  FILE-CKR-STATUS	PIC X(01).
		 88  FILE-CKR-IS-OUTSTANDING	VALUE "O".
		 88  FILE-CKR-IS-STOPPED	VALUE "S".
		 88  FILE-CKR-IS-VOIDED		VALUE "V".
		 88  FILE-CKR-IS-REISSUED	VALUE "R".
		 88  FILE-CKR-IS-ESCHEAT	VALUE "E".
		 88  FILE-CKR-IS-PAID		VALUE "P".
	     03  FILE-CKR-STATUS-DATE	PIC 9(8).
	     03  FILE-CKR-LED-DATE	PIC 9(8).
	     03  FILE-CKR-LED-TIME	PIC 9(8).
	     03  FILE-CKR-OPERATOR	PIC X(10).
	     03  FILE-CKR-REASON	PIC X(20).
      ******************************************************
      * Check stock control -- the one "CHECKS" record holds
      * the range of blank stock in hand and the next number
      * CHKRUN will print
      ******************************************************
	FD  CHKSTOCK-FILE; RECORD 50.
	01  CHKSTOCK-ITEM.
	     03  FILE-STK-ID		PIC X(8).
	     03  FILE-STK-FIRST-NO	PIC 9(8).
	     03  FILE-STK-LAST-NO	PIC 9(8).
	     03  FILE-STK-NEXT-NO	PIC 9(8).
	     03  FILE-STK-LOAD-DATE	PIC 9(8).
	     03  FILE-STK-OPERATOR	PIC X(10).
	FD  CASH-FILE; RECORD 40.
	01  CASH-ITEM.
	     03  FILE-CASH-ACCOUNT		PIC X(10).
	     03  FILE-CASH-BALANCE		PIC 9(9)V99.
	     03  FILE-CASH-HOLD-AMOUNT		PIC 9(9)V99.
	     03  FILE-CASH-SETTLE-DATE		PIC 9(8).
      ******************************************************
      * Cash transaction ledger -- see CASHSR.cbl for the
      * full reason-code list.  This service writes the "SP"
      * and "CV" credits, and the "WD" of a reissue.
      ******************************************************
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-LED-KEY.
		05  FILE-LED-ACCOUNT		PIC X(10).
		05  FILE-LED-DATE		PIC 9(8).
		05  FILE-LED-TIME		PIC 9(8).
	     03  FILE-LED-REASON		PIC X(02).
	     03  FILE-LED-AMOUNT		PIC 9(9)V99.
	     03  FILE-LED-SIGN			PIC X(01).
	     03  FILE-LED-BALANCE		PIC 9(9)V99.
	     03  FILE-LED-DESC			PIC X(20).
	     03  FILE-LED-BATCH			PIC 9(8).
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
      * After-image journal -- see CASHSR.cbl
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
 	01  CHKSTOCK-FILE-STATUS.
           	05  STK-STATUS-1	PIC X.
           	05  STK-STATUS-2	PIC X.
 	01  CASH-FILE-STATUS.
           	05  CASH-STATUS-1	PIC X.
           	05  CASH-STATUS-2	PIC X.
 	01  CASHLED-FILE-STATUS.
           	05  LED-STATUS-1	PIC X.
           	05  LED-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
           	05  JRN-STATUS-2	PIC X.
      ******************************************************
      * End-of-day trading window, read per request
      ******************************************************
 	01  SYSSTAT-FILE-STATUS.
           	05  SYS-STATUS-1	PIC X.
           	05  SYS-STATUS-2	PIC X.
	01  EOD-WINDOW-SWITCH	PIC X VALUE "N".
		88  IN-EOD-WINDOW	VALUE "Y".
	01  JRN-SEQ		PIC 9(5) VALUE ZERO.
	01  JRN-TIME		PIC 9(8).
      ******************************************************
      * Whether the submitting operator passed the role
      * check, whether the account had a cash record to
      * credit, and the ledger description being built
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
	01  CASH-FOUND-SWITCH	PIC X VALUE "N".
		88  CASH-ON-FILE	VALUE "Y".
	01  STOCK-FOUND-SWITCH	PIC X VALUE "N".
		88  STOCK-ON-FILE	VALUE "Y".
	01  LED-DESC-WORK.
		05  LED-DESC-TEXT	PIC X(11).
		05  LED-DESC-NUMBER	PIC 9(8).
		05  FILLER		PIC X(1) VALUE SPACE.
      ******************************************************
      * Today's date/time, part of the ledger key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * Global transaction demarcation -- the cash credit,
      * its ledger entries and the register update are
      * all-or-nothing
      ******************************************************
	01  TX-TIMEOUT			PIC S9(9) COMP-5 VALUE 30.
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
		05  FILLER	PIC X(8) VALUE  "CHECK   ".
		05  FILLER	PIC X(10) VALUE  " CHECK =>".
		05  REC-CHECK-NO	PIC 9(8).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(9) VALUE
			"CHKSR  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"CHKSR ERR  =>".
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
       	01 CHKACT-REC.
	COPY CHKACT.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-PENDING      PIC S9(9) COMP-5 VALUE 9.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
	77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CHKSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O CHKREG-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT CHKREG-FILE
		CLOSE CHKREG-FILE
		OPEN I-O CHKREG-FILE.
	OPEN I-O CHKSTOCK-FILE.
	IF STK-STATUS-1 = "3"
		OPEN OUTPUT CHKSTOCK-FILE
		CLOSE CHKSTOCK-FILE
		OPEN I-O CHKSTOCK-FILE.
	OPEN I-O CASH-FILE.
	OPEN I-O CASHLED-FILE.
	OPEN INPUT OPERATOR-FILE.
	OPEN I-O JRNL-FILE.
	IF JRN-STATUS-1 = "3"
		OPEN OUTPUT JRNL-FILE
		CLOSE JRNL-FILE
		OPEN I-O JRNL-FILE.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE LENGTH OF CHKACT-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			CHKACT-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE CHKACT-CHECK-NO TO REC-CHECK-NO.
	MOVE CHKACT-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  An inquiry just answers -- any operator may ask
      *  where a check stands
      ******************************************************
	IF CHKACT-IS-INQUIRY
		PERFORM READ-THE-CHECK
		PERFORM ANSWER-THE-CHECK
		PERFORM GOOD-EXIT.
	IF NOT CHKACT-IS-STOP AND NOT CHKACT-IS-VOID
	   AND NOT CHKACT-IS-REISSUE AND NOT CHKACT-IS-LOAD
		MOVE "Action Not I, S, V, R or L" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  Money only moves for an active trader, and check
      *  stock is only loaded by an active supervisor, on
      *  OPERATOR.IT -- verified here regardless of what the
      *  caller's screen allowed.  Any active operator may
      *  inquire.
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE CHKACT-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
		IF CHKACT-IS-LOAD
			IF FILE-OPERATOR-IS-SUPER
				MOVE "Y" TO AUTH-SWITCH
			END-IF
		ELSE
			IF FILE-OPERATOR-IS-TRADER OR CHKACT-IS-INQUIRY
				MOVE "Y" TO AUTH-SWITCH
			END-IF
		END-IF
	END-IF.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM REFUSE-EXIT.
	IF CHKACT-IS-LOAD
		PERFORM LOAD-CHECK-STOCK
		PERFORM GOOD-EXIT.
      ******************************************************
      *  Only a check still outstanding can be stopped,
      *  voided or reissued -- one already stopped or voided
      *  has had its money back once, and one the bank has
      *  paid has gone for good.  A stale check held
      *  for escheatment is already void at the bank, but
      *  the owner turning up before it is turned over may
      *  still have it voided back to cash or reissued.
      ******************************************************
	PERFORM READ-THE-CHECK.
	IF NOT FILE-CKR-IS-OUTSTANDING AND
	   NOT (FILE-CKR-IS-ESCHEAT AND NOT CHKACT-IS-STOP)
		PERFORM ANSWER-THE-CHECK
		MOVE "Check Not Outstanding" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-PENDING TO APPL-CODE
		PERFORM REFUSE-EXIT.
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
      *  Begin a global transaction -- the credit, its
      *  ledger entries and the register update live or die
      *  together
      ******************************************************
	CALL "TPBEGIN" USING TX-TIMEOUT TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPBEGIN" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM TPBEGIN-FAILED-EXIT.
	PERFORM CREDIT-CHECK-BACK.
	IF CHKACT-IS-REISSUE
		PERFORM QUEUE-REISSUE.
	PERFORM UPDATE-THE-REGISTER.
      ******************************************************
      *  Update OK -- commit the global transaction
      ******************************************************
	CALL "TPCOMMIT" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCOMMIT" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM ANSWER-THE-CHECK.
	PERFORM GOOD-EXIT.
      ******************************************************
      *  Action taken (or inquiry answered) -- leave
      ******************************************************
       GOOD-EXIT.
	PERFORM CLOSE-FILES.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Request refused before any transaction was begun
      ******************************************************
       REFUSE-EXIT.
	PERFORM CLOSE-FILES.
	SET TPFAIL TO TRUE.
	MOVE "Request Refused" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Roll back the global transaction and leave
      ******************************************************
       WRITEIT-ERROR.
	CALL "TPABORT" USING TPSTATUS-REC.
	PERFORM CLOSE-FILES.
	SET TPFAIL TO TRUE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
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
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      * Leave
      ******************************************************
       A-999-EXIT.
	PERFORM CLOSE-FILES.
	MOVE "Exiting without Update" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
       CLOSE-FILES.
	CLOSE CHKREG-FILE.
	CLOSE CHKSTOCK-FILE.
	CLOSE CASH-FILE.
	CLOSE CASHLED-FILE.
	CLOSE OPERATOR-FILE.
	CLOSE JRNL-FILE.
      ******************************************************
      *  Find the check on the register -- a number never
      *  issued is refused as not found
      ******************************************************
       READ-THE-CHECK.
	MOVE CHKACT-CHECK-NO TO FILE-CKR-CHECK-NO.
	READ CHKREG-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "Check Not On Register" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  Put the check's money back into the account -- "SP"
      *  for a stop payment, "CV" for a void or reissue.  An
      *  account whose cash record has since gone (a closed
      *  account) gets a fresh one to hold the money.
      ******************************************************
       CREDIT-CHECK-BACK.
	MOVE "N" TO CASH-FOUND-SWITCH.
	MOVE FILE-CKR-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 = "0"
		MOVE "Y" TO CASH-FOUND-SWITCH
	ELSE
		MOVE FILE-CKR-ACCOUNT TO FILE-CASH-ACCOUNT
		MOVE ZERO TO FILE-CASH-BALANCE
		MOVE ZERO TO FILE-CASH-HOLD-AMOUNT
		MOVE ZERO TO FILE-CASH-SETTLE-DATE.
	ADD FILE-CKR-AMOUNT TO FILE-CASH-BALANCE.
	PERFORM WRITE-CASH.
	IF CHKACT-IS-STOP
		MOVE "SP" TO FILE-LED-REASON
		MOVE "STOP PAY" TO LED-DESC-TEXT
	ELSE
		MOVE "CV" TO FILE-LED-REASON
		MOVE "CHECK VOID" TO LED-DESC-TEXT.
	MOVE "+" TO FILE-LED-SIGN.
	MOVE FILE-CKR-CHECK-NO TO LED-DESC-NUMBER.
	MOVE LED-DESC-WORK TO FILE-LED-DESC.
	PERFORM POST-LEDGER.
      ******************************************************
      *  A reissue takes the same money straight back out as
      *  a new, unbatched withdrawal -- the next CHKRUN (or
      *  DISBURSE, should a bank instruction be keyed in the
      *  meantime) pays it under a new number
      ******************************************************
       QUEUE-REISSUE.
	SUBTRACT FILE-CKR-AMOUNT FROM FILE-CASH-BALANCE.
	MOVE "Y" TO CASH-FOUND-SWITCH.
	PERFORM WRITE-CASH.
	MOVE "WD" TO FILE-LED-REASON.
	MOVE "-" TO FILE-LED-SIGN.
	MOVE "REISSUE" TO LED-DESC-TEXT.
	MOVE FILE-CKR-CHECK-NO TO LED-DESC-NUMBER.
	MOVE LED-DESC-WORK TO FILE-LED-DESC.
	PERFORM POST-LEDGER.
      ******************************************************
      *  Write or rewrite the cash record and journal it
      ******************************************************
       WRITE-CASH.
	IF CASH-ON-FILE
		REWRITE CASH-ITEM
	ELSE
		WRITE CASH-ITEM.
	IF CASH-STATUS-1 NOT = "0"
		MOVE "WRITE CASH" TO LOG-ERR-ROUTINE
		MOVE CASH-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM JOURNAL-CASH.
      ******************************************************
      *  Mark the check stopped, voided or reissued on the
      *  register, with the day, the operator and the
      *  reason -- CHKRUN sends the bank the void tonight
      ******************************************************
       UPDATE-THE-REGISTER.
	IF CHKACT-IS-STOP
		SET FILE-CKR-IS-STOPPED TO TRUE
	ELSE IF CHKACT-IS-VOID
		SET FILE-CKR-IS-VOIDED TO TRUE
	ELSE
		SET FILE-CKR-IS-REISSUED TO TRUE.
	MOVE TODAYS-DATE TO FILE-CKR-STATUS-DATE.
	MOVE CHKACT-OPERATOR TO FILE-CKR-OPERATOR.
	MOVE CHKACT-REASON TO FILE-CKR-REASON.
	REWRITE CHKREG-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE CKR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Write the ledger entry for the movement just posted.
      *  The reason, sign and description are set by the
      *  caller.  A void-and-reissue posts two entries in the
      *  same instant, so a key collision steps the time on
      *  and tries again; any other failure fails the action.
      ******************************************************
       POST-LEDGER.
	MOVE FILE-CKR-ACCOUNT TO FILE-LED-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-LED-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-LED-TIME.
	MOVE FILE-CKR-AMOUNT TO FILE-LED-AMOUNT.
	MOVE FILE-CASH-BALANCE TO FILE-LED-BALANCE.
	MOVE ZERO TO FILE-LED-BATCH.
       POST-LEDGER-TRY.
	WRITE CASHLED-ITEM.
	IF LED-STATUS-1 = "2"
		ADD 1 TO FILE-LED-TIME
		GO TO POST-LEDGER-TRY.
	IF LED-STATUS-1 NOT = "0"
		MOVE "WRITE LEDGER" TO LOG-ERR-ROUTINE
		MOVE LED-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  A new range of blank stock -- it must run forward,
      *  start above every number the range in hand could
      *  have issued, and only once that range is used up,
      *  so no check number is ever printed twice
      ******************************************************
       LOAD-CHECK-STOCK.
	IF CHKACT-CHECK-NO = ZERO OR
	   CHKACT-LAST-NO < CHKACT-CHECK-NO
		MOVE "Check Stock Range Not Valid" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM REFUSE-EXIT.
	MOVE "N" TO STOCK-FOUND-SWITCH.
	MOVE "CHECKS" TO FILE-STK-ID.
	READ CHKSTOCK-FILE.
	IF STK-STATUS-1 = "0"
		MOVE "Y" TO STOCK-FOUND-SWITCH.
	IF STOCK-ON-FILE
		IF FILE-STK-NEXT-NO NOT > FILE-STK-LAST-NO
			MOVE "Current Check Stock Not Used Up" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-BAD-TYPE TO APPL-CODE
			PERFORM REFUSE-EXIT
		END-IF
		IF CHKACT-CHECK-NO NOT > FILE-STK-LAST-NO
			MOVE "Check Stock Overlaps Numbers Issued" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-BAD-TYPE TO APPL-CODE
			PERFORM REFUSE-EXIT
		END-IF
	END-IF.
	MOVE "CHECKS" TO FILE-STK-ID.
	MOVE CHKACT-CHECK-NO TO FILE-STK-FIRST-NO.
	MOVE CHKACT-LAST-NO TO FILE-STK-LAST-NO.
	MOVE CHKACT-CHECK-NO TO FILE-STK-NEXT-NO.
	MOVE TODAYS-DATE TO FILE-STK-LOAD-DATE.
	MOVE CHKACT-OPERATOR TO FILE-STK-OPERATOR.
	IF STOCK-ON-FILE
		REWRITE CHKSTOCK-ITEM
	ELSE
		WRITE CHKSTOCK-ITEM.
	IF STK-STATUS-1 NOT = "0"
		MOVE "WRITE STK" TO LOG-ERR-ROUTINE
		MOVE STK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  The check as it now stands, and the account's cash
      *  balance
      ******************************************************
       ANSWER-THE-CHECK.
	MOVE FILE-CKR-ACCOUNT TO CHKACT-ACCOUNT.
	MOVE FILE-CKR-AMOUNT TO CHKACT-AMOUNT.
	MOVE FILE-CKR-PAYEE TO CHKACT-PAYEE.
	MOVE FILE-CKR-ISSUE-DATE TO CHKACT-ISSUE-DATE.
	MOVE FILE-CKR-STATUS TO CHKACT-STATUS.
	MOVE FILE-CKR-STATUS-DATE TO CHKACT-STATUS-DATE.
	MOVE FILE-CKR-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 = "0"
		MOVE FILE-CASH-BALANCE TO CHKACT-BALANCE
	ELSE
		MOVE ZERO TO CHKACT-BALANCE.
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
      *  has been begun
      ******************************************************
       EOD-WINDOW-EXIT.
	MOVE REC-EOD-WINDOW TO APPL-CODE.
	PERFORM REFUSE-EXIT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY CHKACT-REC.
      ******************************************************
      *  After-image journal writer for the cash record
      ******************************************************
       JOURNAL-CASH.
	MOVE "CASH" TO FILE-JRN-TARGET.
	MOVE 40 TO FILE-JRN-LEN.
	MOVE SPACES TO FILE-JRN-IMAGE.
	MOVE CASH-ITEM TO FILE-JRN-IMAGE(1:40).
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
