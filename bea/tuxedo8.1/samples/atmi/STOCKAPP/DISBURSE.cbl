      * BANKDISB.IT:
      *   H  header -- source, business date, batch number
      *   D  one item per withdrawal -- account, amount,
      *      ABA routing and bank account number, and the
      *      item's place in the batch, the trace the bank
      *      quotes back when it returns the payment
      *   T  trailer -- item count and amount total, the
      *      control totals the bank balances against
      * Each entry sent is stamped with the batch it went
      * out in, so a rerun never sends the same money twice.
      * An entry with no bank instruction on file stays
      * unstamped and shows on the exception line; CHKRUN,
      * run straight after, pays it by check, unless the
      * instruction is keyed in BANKMNT first.  An
      * instruction DISBRET has marked returned -- the
      * receiving bank bounced a payment sent to it -- is
      * treated as no instruction until BANKMNT re-keys it.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DISBURSE.
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-LED-BATCH			PIC 9(8).
      ******************************************************
      * Bank instruction master -- where each account's
      * outgoing money is addressed.  Maintained by BANKMNT;
      * DISBRET marks one returned (with the bank's return
      * reason) when a payment sent to it bounces.
      ******************************************************
	FD  BANKINST-FILE; RECORD 78.
	01  BANKINST-ITEM.
	     03  FILE-BINST-ACCOUNT	PIC X(10).
	     03  FILE-BINST-ABA		PIC 9(9).
	     03  FILE-BINST-BANK-ACCT	PIC X(17).
	     03  FILE-BINST-NAME	PIC X(30).
	     03  FILE-BINST-STATUS	PIC X(01).
		 88  FILE-BINST-IS-RETURNED	VALUE "R".
	     03  FILE-BINST-RET-DATE	PIC 9(8).
	     03  FILE-BINST-RET-REASON	PIC X(03).
      ******************************************************
      * The outbound disbursement file -- one 60-byte record
      * per line, the first byte saying which shape the rest
	     03  DSB-DTL-AMOUNT		PIC 9(9)V99.
	     03  DSB-DTL-ABA		PIC 9(9).
	     03  DSB-DTL-BANK-ACCT	PIC X(17).
	     03  DSB-DTL-ITEM		PIC 9(6).
	     03  FILLER			PIC X(6).
	01  BANKDISB-TRAILER REDEFINES BANKDISB-ITEM.
	     03  FILLER			PIC X(01).
	     03  DSB-TRL-COUNT		PIC 9(7).
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
	FD  PARAM-FILE; RECORD 51.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * date) and the day's counts
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  BATCH-NUMBER	PIC 9(8).
	01  SENT-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SENT-AMOUNT		PIC 9(11)V99 VALUE ZERO.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-HELD-ITEM-AMT	PIC ZZZZZZZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-HELD-WHY	PIC X(27).
	01  RPT-AHELD.
		05  FILLER	PIC X(16) VALUE "ADDRESS HOLD =>".
		05  RPT-AHELD-COUNT	PIC ZZZZZZ9.
       START-DISBURSE.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE TO BATCH-NUMBER.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF BINST-STATUS-1 NOT = "0"
		PERFORM HOLD-ONE-ITEM
		GO TO SEND-ONE-ITEM-EXIT.
	IF FILE-BINST-IS-RETURNED
		PERFORM HOLD-RETURNED-ITEM
		GO TO SEND-ONE-ITEM-EXIT.
	MOVE SPACES TO BANKDISB-ITEM.
	SET DSB-IS-DETAIL TO TRUE.
	MOVE FILE-LED-ACCOUNT TO DSB-DTL-ACCOUNT.
	MOVE FILE-LED-AMOUNT TO DSB-DTL-AMOUNT.
	MOVE FILE-BINST-ABA TO DSB-DTL-ABA.
	MOVE FILE-BINST-BANK-ACCT TO DSB-DTL-BANK-ACCT.
	COMPUTE DSB-DTL-ITEM = SENT-COUNT + 1.
	PERFORM WRITE-DISB-REC.
	ADD 1 TO SENT-COUNT.
	ADD FILE-LED-AMOUNT TO SENT-AMOUNT.
	ADD FILE-LED-AMOUNT TO HELD-AMOUNT.
	MOVE FILE-LED-ACCOUNT TO RPT-HELD-ACCOUNT.
	MOVE FILE-LED-AMOUNT TO RPT-HELD-ITEM-AMT.
	MOVE "HELD - NO BANK RECORD" TO RPT-HELD-WHY.
	DISPLAY RPT-HELD-LINE.
      ******************************************************
      *  The same, for an account whose instruction the
      *  receiving bank has bounced a payment back from --
      *  nothing more goes there until BANKMNT re-keys it,
      *  and CHKRUN mails a check meanwhile
      ******************************************************
       HOLD-RETURNED-ITEM.
	ADD 1 TO HELD-COUNT.
	ADD FILE-LED-AMOUNT TO HELD-AMOUNT.
	MOVE FILE-LED-ACCOUNT TO RPT-HELD-ACCOUNT.
	MOVE FILE-LED-AMOUNT TO RPT-HELD-ITEM-AMT.
	MOVE "HELD - INSTRUCTION RETURNED" TO RPT-HELD-WHY.
	DISPLAY RPT-HELD-LINE.
      ******************************************************
      *  The ADDRHOLD window in force -- from PARAM.IT or
		CLOSE BANKDISB-FILE
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
