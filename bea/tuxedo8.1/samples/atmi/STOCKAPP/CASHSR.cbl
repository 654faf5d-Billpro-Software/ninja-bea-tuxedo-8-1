      * sale proceeds still under the settlement hold are not
      * withdrawable until SETTLE has released them, the same
      * rule BUYSR applies when it debits a purchase.
      *
      * A check deposit (type "C") credits the balance at
      * once but is recorded on CHKHOLD.IT as uncollected
      * until its clearing date, CHKCLEAR business days out
      * (ten when PARAM.IT names none).  Uncollected money
      * may buy shares -- BUYSR tags the lot it paid for --
      * but may not be withdrawn before the check clears.
      *
      * The ledger says what moved; CASHAUD.IT, written with
      * every ledger entry under the same key, says who
      * keyed it and which supervisor released it, for the
      * operator activity review.
      *
      * A balance inquiry is noted, with the operator
      * asking, on the ACCLOG.IT access log (see ACCL-PUT).
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CASHSR.
		ACCESS DYNAMIC
		RECORD KEY FILE-PEND-KEY
		STATUS PENDAPPR-FILE-STATUS.
	SELECT CHKHOLD-FILE ASSIGN "CHKHOLD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-KEY
		STATUS CHKHOLD-FILE-STATUS.
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
	SELECT CASHAUD-FILE ASSIGN "CASHAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAD-KEY
		STATUS CASHAUD-FILE-STATUS.
	COPY BDATESEL.
	COPY ACCLSEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CASH-FILE; RECORD 40.
      *   SH  sale proceeds placed on hold (SELLSR)
      *   SR  settlement release (SETTLE)
      *   DP  deposit (this service)
      *   CK  check deposit (this service)
      *   WD  withdrawal (this service)
      *   CX  cancel adjustment (CANCSR)
      *   RK  rebook adjustment (CANCSR)
      *   RF  deposit return fee (DEPRET)
      *   DC  distribution paid to cash (DISTRUN)
      *   FE  account fee assessed (FEERUN)
      *   SP  stop payment on a disbursement check (CHKSR)
      *   CV  disbursement check voided (CHKSR)
      *   AR  disbursement returned by the receiving bank
      *       (DISBRET)
      * FILE-LED-SIGN is "+" for money in, "-" for money out;
      * FILE-LED-BALANCE is the available balance after the
      * movement.
      * FILE-LED-BATCH is the disbursement batch a "WD"
      * entry went out to the bank in -- zero until the
      * nightly DISBURSE job collects it -- or, for an
      * account with no bank instruction, the number of the
      * check CHKRUN paid it by.
      ******************************************************
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
		05  FILE-CUSTMAS-STATE		PIC X(02).
		05  FILE-CUSTMAS-ZIP		PIC X(10).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-PENDING-OPEN	VALUE "N".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
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
		 88  FILE-PEND-IS-SUIT-HOLD	VALUE "U".
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
      ******************************************************
      * Uncollected check deposits -- one record per check,
      * written as the deposit posts.  The money stays
      * uncollected until FILE-CHK-CLEAR-DATE; whatever
      * part of it BUYSR has already spent on shares is
      * carried in FILE-CHK-INVESTED, the rest is still
      * cash the customer may not withdraw.
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
      * After-image journal -- one dated record per master-
      * file record written or rewritten, so a damaged
      * master restored from the nightly close can be rolled
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
      ******************************************************
      * Who keyed each movement -- one record per ledger
      * entry, under the ledger entry's own key
      ******************************************************
	FD  CASHAUD-FILE; RECORD 59.
	01  CASHAUD-ITEM.
	     03  FILE-CAD-KEY.
		05  FILE-CAD-ACCOUNT	PIC X(10).
		05  FILE-CAD-DATE	PIC 9(8).
		05  FILE-CAD-TIME	PIC 9(8).
	     03  FILE-CAD-OPERATOR	PIC X(10).
	     03  FILE-CAD-APPROVER	PIC X(10).
	     03  FILE-CAD-REASON	PIC X(02).
	     03  FILE-CAD-AMOUNT	PIC 9(9)V99.
	COPY BDATEFD.
	COPY ACCLFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * End-of-day trading window, read per request
      ******************************************************
 	01  SYSSTAT-FILE-STATUS.
           	05  SYS-STATUS-1	PIC X.
           	05  SYS-STATUS-2	PIC X.
	01  EOD-WINDOW-SWITCH	PIC X VALUE "N".
		88  IN-EOD-WINDOW	VALUE "Y".
 	01  CHKHOLD-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
      ******************************************************
      * Check-deposit hold -- the clearing window in force,
      * the money on the account still uncollected and the
      * day the last of it clears, and what a withdrawal
      * may draw once that money is set aside
      ******************************************************
	77  DEFAULT-CHK-CLEAR	PIC 9(3) VALUE 10.
	01  CHK-CLEAR-DAYS	PIC 9(3).
	01  CHK-DAY-SUB		PIC 9(4) COMP-5.
	01  UNCOLLECTED-CASH	PIC 9(9)V99.
	01  LAST-CLEAR-DATE	PIC 9(8).
	01  WITHDRAWABLE	PIC S9(9)V99.
	01  CHK-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CHK-SCAN	VALUE "Y".
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
           	05  JRN-STATUS-2	PIC X.
	01  JRN-SEQ		PIC 9(5) VALUE ZERO.
	01  JRN-TIME		PIC 9(8).
 	01  CASHAUD-FILE-STATUS.
           	05  CAD-STATUS-1	PIC X.
           	05  CAD-STATUS-2	PIC X.
 	01  CONTRIB-FILE-STATUS.
           	05  CON-STATUS-1	PIC X.
           	05  CON-STATUS-2	PIC X.
	01  YEAR-DIV-REMAINDER	PIC 9(4).
	01  LEAP-YEAR-SWITCH	PIC X VALUE "N".
	    88  IS-LEAP-YEAR	VALUE "Y".
	01  WORK-DATE-NUM	PIC 9(8).
	01  DOW-YEAR		PIC 9(4).
	01  DOW-MONTH		PIC 9(4).
	01  DOW-T1		PIC 9(4) COMP-5.
	01  DOW-T2		PIC 9(4) COMP-5.
	01  DOW-T3		PIC 9(4) COMP-5.
	01  DOW-J		PIC 9(4).
	01  DOW-K		PIC 9(4).
	01  DOW-SUM		PIC 9(5) COMP-5.
	01  DOW-Q		PIC 9(5) COMP-5.
	01  DOW-H		PIC 9(4) COMP-5.
	01  BUSINESS-DAY-SWITCH	PIC X VALUE "Y".
		88  IS-BUSINESS-DAY	VALUE "Y".
      ******************************************************
      * Contribution-limit working fields -- the tax year
      * the deposit counts against, the cutoff a prior-year
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CM-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
	01  PEND-OPEN-SWITCH	PIC X VALUE "N".
		88  ACCOUNT-PENDING-OPEN	VALUE "Y".
 	01  RMD-FILE-STATUS.
           	05  RMD-STATUS-1	PIC X.
           	05  RMD-STATUS-2	PIC X.
      * Today's date/time, part of the ledger key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * Global transaction demarcation -- the balance update
        77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
        77 REC-OVER-LIMIT       PIC S9(9) COMP-5 VALUE 16.
        77 REC-NEEDS-APPROVAL   PIC S9(9) COMP-5 VALUE 15.
        77 REC-UNCOLLECTED      PIC S9(9) COMP-5 VALUE 22.
        77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
        77 REC-PENDING-OPEN     PIC S9(9) COMP-5 VALUE 26.
        77 REC-TRAN-FAILED      PIC S9(9) COMP-5 VALUE 29.
	COPY ACCLWS.
      *
       	LINKAGE SECTION.
      *
		OPEN OUTPUT PENDAPPR-FILE
		CLOSE PENDAPPR-FILE
		OPEN I-O PENDAPPR-FILE.
	OPEN I-O CHKHOLD-FILE.
	IF CHK-STATUS-1 = "3"
		OPEN OUTPUT CHKHOLD-FILE
		CLOSE CHKHOLD-FILE
		OPEN I-O CHKHOLD-FILE.
	OPEN I-O JRNL-FILE.
	IF JRN-STATUS-1 = "3"
		OPEN OUTPUT JRNL-FILE
		CLOSE JRNL-FILE
		OPEN I-O JRNL-FILE.
	OPEN I-O CASHAUD-FILE.
	IF CAD-STATUS-1 = "3"
		OPEN OUTPUT CASHAUD-FILE
		CLOSE CASHAUD-FILE
		OPEN I-O CASHAUD-FILE.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE(1:4) TO CURRENT-YEAR.
	COMPUTE PRIOR-YEAR = CURRENT-YEAR - 1.
      ******************************************************
			TPSTATUS-REC.
      ******************************************************
      *  A balance inquiry just reads and answers -- no
      *  transaction, no ledger entry -- but who asked is
      *  noted on the access log
      ******************************************************
	IF CASHTX-IS-INQUIRY
		MOVE CASHTX-ACCOUNT TO ACCL-ACCOUNT
		MOVE CASHTX-OPERATOR TO ACCL-OPERATOR
		MOVE "CASHSR" TO ACCL-SERVICE
		PERFORM ACCL-PUT THRU ACCL-PUT-EXIT
		PERFORM DO-INQUIRY
		PERFORM GOOD-EXIT.
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
	IF NOT CASHTX-IS-DEPOSIT AND NOT CASHTX-IS-WITHDRAWAL
	   AND NOT CASHTX-IS-CHECK
		MOVE "Type Not D, C, W or I" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM REFUSE-EXIT.
	IF CASHTX-IS-CHECK AND CASHTX-CHECK-NO = SPACES
		MOVE "Check Number Required" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM REFUSE-EXIT.
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  No money moves into or out of an account still
      *  waiting on its opening review -- the customer has
      *  not yet been identified
      ******************************************************
	PERFORM CHECK-PENDING-OPEN THRU CHECK-PENDING-OPEN-EXIT.
	IF ACCOUNT-PENDING-OPEN
		MOVE "Account Pending Open Review" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-PENDING-OPEN TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  A withdrawal shortly after an address change is the
      *  classic takeover fraud -- checked against the
      *  maintenance audit trail before any money moves
      *  transaction is begun -- an over-limit deposit is
      *  refused and suspended, never silently taken
      ******************************************************
	IF CASHTX-IS-DEPOSIT OR CASHTX-IS-CHECK
		PERFORM CHECK-CONTRIBUTION
		IF CONTRIBUTION-BLOCKED
			PERFORM WRITE-LIMIT-SUSPENSE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM TPBEGIN-FAILED-EXIT.
	IF CASHTX-IS-DEPOSIT OR CASHTX-IS-CHECK
		PERFORM POST-DEPOSIT
	ELSE
		PERFORM POST-WITHDRAWAL.
	IF CUSTAUD-AVAILABLE
		CLOSE CUSTAUD-FILE.
	CLOSE PENDAPPR-FILE.
	CLOSE CHKHOLD-FILE.
	CLOSE JRNL-FILE.
	CLOSE CASHAUD-FILE.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Completed" TO LOGMSG-TEXT.
	IF CUSTAUD-AVAILABLE
		CLOSE CUSTAUD-FILE.
	CLOSE PENDAPPR-FILE.
	CLOSE CHKHOLD-FILE.
	CLOSE JRNL-FILE.
	CLOSE CASHAUD-FILE.
	SET TPFAIL TO TRUE.
	MOVE "Request Refused" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF CUSTAUD-AVAILABLE
		CLOSE CUSTAUD-FILE.
	CLOSE PENDAPPR-FILE.
	CLOSE CHKHOLD-FILE.
	CLOSE JRNL-FILE.
	CLOSE CASHAUD-FILE.
	SET TPFAIL TO TRUE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF CUSTAUD-AVAILABLE
		CLOSE CUSTAUD-FILE.
	CLOSE PENDAPPR-FILE.
	CLOSE CHKHOLD-FILE.
	CLOSE JRNL-FILE.
	CLOSE CASHAUD-FILE.
	SET TPFAIL TO TRUE.
	MOVE REC-TRAN-FAILED TO APPL-CODE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
	IF CUSTAUD-AVAILABLE
		CLOSE CUSTAUD-FILE.
	CLOSE PENDAPPR-FILE.
	CLOSE CHKHOLD-FILE.
	CLOSE JRNL-FILE.
	CLOSE CASHAUD-FILE.
	MOVE "Exiting without Update" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
		MOVE ZERO TO CASHTX-BALANCE
		MOVE ZERO TO CASHTX-HOLD-AMOUNT
		MOVE ZERO TO CASHTX-SETTLE-DATE
		MOVE ZERO TO CASHTX-UNCOLLECTED
		MOVE ZERO TO CASHTX-CLEAR-DATE
		MOVE "No Cash Account On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	END-IF.
      ******************************************************
      *  Echo the balances as they now stand -- the
      *  uncollected figure never shows more than the
      *  balance actually holds
      ******************************************************
       ANSWER-BALANCES.
	MOVE FILE-CASH-BALANCE TO CASHTX-BALANCE.
	MOVE FILE-CASH-HOLD-AMOUNT TO CASHTX-HOLD-AMOUNT.
	MOVE FILE-CASH-SETTLE-DATE TO CASHTX-SETTLE-DATE.
	PERFORM SUM-UNCOLLECTED THRU SUM-UNCOLLECTED-EXIT.
	IF UNCOLLECTED-CASH > FILE-CASH-BALANCE
		MOVE FILE-CASH-BALANCE TO CASHTX-UNCOLLECTED
	ELSE
		MOVE UNCOLLECTED-CASH TO CASHTX-UNCOLLECTED.
	MOVE LAST-CLEAR-DATE TO CASHTX-CLEAR-DATE.
      ******************************************************
      *  Put money in -- a customer with no cash account yet
      *  gets one opened by the first deposit
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	IF CASHTX-IS-CHECK
		PERFORM POST-CHECK-HOLD
		MOVE "CK" TO FILE-LED-REASON
		MOVE "CHECK DEPOSIT" TO FILE-LED-DESC
	ELSE
		MOVE "DP" TO FILE-LED-REASON
		MOVE "DEPOSIT" TO FILE-LED-DESC.
	MOVE "+" TO FILE-LED-SIGN.
	PERFORM POST-LEDGER.
	PERFORM NOTE-CONTRIBUTION.
      ******************************************************
      *  Record the check as uncollected until it clears --
      *  CHKCLEAR business days after today, weekends and
      *  market holidays skipped.  The same check number
      *  deposited twice in a day to one account is refused
      *  rather than credited twice.
      ******************************************************
       POST-CHECK-HOLD.
	MOVE DEFAULT-CHK-CLEAR TO CHK-CLEAR-DAYS.
	IF PARAM-AVAILABLE
		MOVE "CHKCLEAR" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0"
			MOVE FILE-PARM-VALUE TO CHK-CLEAR-DAYS
		END-IF
	END-IF.
	MOVE TODAYS-DATE(1:4) TO WORK-YEAR.
	MOVE TODAYS-DATE(5:2) TO WORK-MONTH.
	MOVE TODAYS-DATE(7:2) TO WORK-DAY.
	PERFORM ADD-ONE-BUSINESS-DAY
		VARYING CHK-DAY-SUB FROM 1 BY 1
		UNTIL CHK-DAY-SUB > CHK-CLEAR-DAYS.
	MOVE CASHTX-ACCOUNT TO FILE-CHK-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CHK-DEP-DATE.
	MOVE CASHTX-CHECK-NO TO FILE-CHK-CHECK-NO.
	MOVE CASHTX-AMOUNT TO FILE-CHK-AMOUNT.
	MOVE ZERO TO FILE-CHK-INVESTED.
	COMPUTE FILE-CHK-CLEAR-DATE =
		WORK-YEAR * 10000 +
		WORK-MONTH * 100 +
		WORK-DAY.
	MOVE CASHTX-OPERATOR TO FILE-CHK-OPERATOR.
	WRITE CHKHOLD-ITEM.
	IF CHK-STATUS-1 = "2"
		MOVE "Check Already Deposited Today" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "WRITE CHKHOLD" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE FILE-CHK-CLEAR-DATE TO CASHTX-CLEAR-DATE.
      ******************************************************
      *  Total the account's check money not yet cleared and
      *  not already spent on shares, and the day the last
      *  of it clears -- zero and zero when nothing is held
      ******************************************************
       SUM-UNCOLLECTED.
	MOVE ZERO TO UNCOLLECTED-CASH.
	MOVE ZERO TO LAST-CLEAR-DATE.
	MOVE "N" TO CHK-EOF-SWITCH.
	MOVE CASHTX-ACCOUNT TO FILE-CHK-ACCOUNT.
	MOVE ZERO TO FILE-CHK-DEP-DATE.
	MOVE SPACES TO FILE-CHK-CHECK-NO.
	START CHKHOLD-FILE KEY IS NOT LESS THAN FILE-CHK-KEY
		INVALID KEY SET DONE-CHK-SCAN TO TRUE.
	PERFORM SCAN-ONE-CHECK THRU SCAN-ONE-CHECK-EXIT
		UNTIL DONE-CHK-SCAN.
       SUM-UNCOLLECTED-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-CHECK.
	READ CHKHOLD-FILE NEXT RECORD
		AT END SET DONE-CHK-SCAN TO TRUE.
	IF DONE-CHK-SCAN
		GO TO SCAN-ONE-CHECK-EXIT.
	IF FILE-CHK-ACCOUNT NOT = CASHTX-ACCOUNT
		SET DONE-CHK-SCAN TO TRUE
		GO TO SCAN-ONE-CHECK-EXIT.
	IF FILE-CHK-CLEAR-DATE NOT > TODAYS-DATE
		GO TO SCAN-ONE-CHECK-EXIT.
	IF FILE-CHK-INVESTED < FILE-CHK-AMOUNT
		COMPUTE UNCOLLECTED-CASH = UNCOLLECTED-CASH +
			FILE-CHK-AMOUNT - FILE-CHK-INVESTED
		IF FILE-CHK-CLEAR-DATE > LAST-CLEAR-DATE
			MOVE FILE-CHK-CLEAR-DATE TO LAST-CLEAR-DATE
		END-IF
	END-IF.
       SCAN-ONE-CHECK-EXIT.
	EXIT.
      ******************************************************
      *  Draw the tax year's contribution accumulator up --
      *  retirement accounts only, under the year the
      *  designation resolved to
		PERFORM DO-USERLOG
		MOVE REC-INSUFFICIENT-CASH TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Check money not yet cleared stays in the account --
      *  only what is left once it is set aside may go
      ******************************************************
	PERFORM SUM-UNCOLLECTED THRU SUM-UNCOLLECTED-EXIT.
	COMPUTE WITHDRAWABLE = FILE-CASH-BALANCE - UNCOLLECTED-CASH.
	IF CASHTX-AMOUNT > WITHDRAWABLE
		PERFORM ANSWER-BALANCES
		MOVE "Uncollected Check Funds" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-UNCOLLECTED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	SUBTRACT CASHTX-AMOUNT FROM FILE-CASH-BALANCE.
	REWRITE CASH-ITEM.
	PERFORM JOURNAL-CASH.
		MOVE LED-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM WRITE-CASH-AUDIT.
      ******************************************************
      *  Who keyed the movement just ledgered, and who
      *  released it.  A failed audit write is logged; the
      *  movement itself stands.
      ******************************************************
       WRITE-CASH-AUDIT.
	MOVE FILE-LED-KEY TO FILE-CAD-KEY.
	MOVE CASHTX-OPERATOR TO FILE-CAD-OPERATOR.
	MOVE CASHTX-APPROVER TO FILE-CAD-APPROVER.
	MOVE FILE-LED-REASON TO FILE-CAD-REASON.
	MOVE FILE-LED-AMOUNT TO FILE-CAD-AMOUNT.
	WRITE CASHAUD-ITEM.
	IF CAD-STATUS-1 NOT = "0"
		MOVE "WRITE CASHAUD" TO LOG-ERR-ROUTINE
		MOVE CAD-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The classic takeover fraud is change-the-address,
      *  then withdraw.  A withdrawal within ADDRHOLD days
		END-IF
	END-IF.
      ******************************************************
      *  Advance WORK-DATE to the next business day
      ******************************************************
       ADD-ONE-BUSINESS-DAY.
	PERFORM ADD-ONE-WORK-DAY.
	PERFORM CHECK-BUSINESS-DAY.
	IF NOT IS-BUSINESS-DAY
		GO TO ADD-ONE-BUSINESS-DAY.
      ******************************************************
      *  Is WORK-DATE a business day?  Saturday and Sunday
      *  by Zeller's congruence; any other day is a holiday
      *  only if the market calendar says so -- a type "T"
      *  record is the tax filing cutoff, not a closing.
      ******************************************************
       CHECK-BUSINESS-DAY.
	MOVE "Y" TO BUSINESS-DAY-SWITCH.
	COMPUTE WORK-DATE-NUM =
		WORK-YEAR * 10000 +
		WORK-MONTH * 100 +
		WORK-DAY.
	MOVE WORK-YEAR TO DOW-YEAR.
	MOVE WORK-MONTH TO DOW-MONTH.
	IF DOW-MONTH < 3
		ADD 12 TO DOW-MONTH
		SUBTRACT 1 FROM DOW-YEAR.
	COMPUTE DOW-T1 = (13 * (DOW-MONTH + 1)) / 5.
	DIVIDE DOW-YEAR BY 100 GIVING DOW-J REMAINDER DOW-K.
	COMPUTE DOW-T2 = DOW-K / 4.
	COMPUTE DOW-T3 = DOW-J / 4.
	COMPUTE DOW-SUM = WORK-DAY + DOW-T1 + DOW-K +
		DOW-T2 + DOW-T3 + (5 * DOW-J).
	DIVIDE DOW-SUM BY 7 GIVING DOW-Q REMAINDER DOW-H.
	IF DOW-H = 0 OR DOW-H = 1
		MOVE "N" TO BUSINESS-DAY-SWITCH
	ELSE IF CALENDAR-AVAILABLE
		MOVE WORK-DATE-NUM TO FILE-CAL-DATE
		READ CALENDAR-FILE
		IF CAL-STATUS-1 = "0" AND FILE-CAL-TYPE NOT = "T"
			MOVE "N" TO BUSINESS-DAY-SWITCH
		END-IF
	END-IF.
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
      *  Is the account on the customer master still pending
      *  its opening review?  No master record, or no master
      *  file, is not pending -- the same allowance the
      *  purchase path gives
      ******************************************************
       CHECK-PENDING-OPEN.
	MOVE "N" TO PEND-OPEN-SWITCH.
	IF NOT CUSTMAS-AVAILABLE
		GO TO CHECK-PENDING-OPEN-EXIT.
	MOVE CASHTX-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0" AND FILE-ACCOUNT-PENDING-OPEN
		MOVE "Y" TO PEND-OPEN-SWITCH.
       CHECK-PENDING-OPEN-EXIT.
	EXIT.
      ******************************************************
      *  Refused for the end-of-day window -- no transaction
      *  has been begun, nothing is suspended, the reason
      *  code tells the caller to try again later
      ******************************************************
       EOD-WINDOW-EXIT.
	MOVE REC-EOD-WINDOW TO APPL-CODE.
	PERFORM REFUSE-EXIT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
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
      ******************************************************
      * Note one access on ACCLOG.IT.  The file is opened
      * (created on first use) and closed again around the
      * one write.  A blank account is not noted.  A failed
      * note is logged but never keeps the answer from the
      * caller.
      ******************************************************
       ACCL-PUT.
	IF ACCL-ACCOUNT = SPACES
		GO TO ACCL-PUT-EXIT.
	IF ACCL-OPERATOR = SPACES
		MOVE "SYSTEM" TO ACCL-OPERATOR.
	OPEN I-O ACCLOG-FILE.
	IF ACCL-STATUS-1 = "3"
		OPEN OUTPUT ACCLOG-FILE
		CLOSE ACCLOG-FILE
		OPEN I-O ACCLOG-FILE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "OPEN ACCL" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO ACCL-PUT-EXIT.
	MOVE SPACES TO ACCLOG-ITEM.
	MOVE ACCL-ACCOUNT TO FILE-ACL-ACCOUNT.
	ACCEPT FILE-ACL-DATE FROM DATE YYYYMMDD.
	ACCEPT FILE-ACL-TIME FROM TIME.
	MOVE ACCL-OPERATOR TO FILE-ACL-OPERATOR.
	MOVE ACCL-SERVICE TO FILE-ACL-SERVICE.
	MOVE ZERO TO ACCL-CLASH-COUNT.
       ACCL-PUT-WRITE.
	WRITE ACCLOG-ITEM.
	IF ACCL-STATUS-1 = "2" AND ACCL-CLASH-COUNT < 100
		ADD 1 TO ACCL-CLASH-COUNT
		ADD 1 TO FILE-ACL-TIME
		GO TO ACCL-PUT-WRITE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "WRITE ACCL" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	CLOSE ACCLOG-FILE.
       ACCL-PUT-EXIT.
	EXIT.
