      * assets between accounts) books the same way against
      * the transfer clearing account, valued at the basis
      * price the legs carry, since no trade and no cash
      * happened.  The zero-priced journal leg a FUNDCORP
      * split or reverse split writes moved no value and
      * books nothing.
      *
      * A redemption that paid a contingent deferred sales
      * charge -- logged on CDSCLOG.IT under the sale's
      * blotter key -- books a second pair, event "CD": the
      * charge comes back out of the cash (or exchange
      * clearing) account the sale debited and goes to the
      * CDSC fee account, so the charge stands as its own
      * line and an exchange's clearing still nets to zero.
      *
      * The chart of accounts lives on GLMAP.IT (GLMAPMNT)
      * -- each event type and fund category resolves to its
      * ledger-side "IN" event would book the same money
      * twice.  A site with no GLMAP.IT at all still books
      * through the original built-in chart, unchanged.
      *
      * The month-end payables are booked here too, the
      * night after they are fixed: TRAILPAY's trail
      * payables (event "TR") and CONCPAY's dealer
      * concession payables to the selling partners (event
      * "DC").
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. GLFEED.
		ACCESS DYNAMIC
		RECORD KEY FILE-TPB-KEY
		STATUS TRAILPBL-FILE-STATUS.
	SELECT CONCPBL-FILE ASSIGN "CONCPBL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CPB-KEY
		STATUS CONCPBL-FILE-STATUS.
	SELECT GLMAP-FILE ASSIGN "GLMAP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		ACCESS SEQUENTIAL
		RECORD KEY FILE-LED-KEY
		STATUS CASHLED-FILE-STATUS.
	SELECT CDSCLOG-FILE ASSIGN "CDSCLOG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDL-KEY
		STATUS CDSCLOG-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-TPB-BOOKED	PIC X(01).
		 88  FILE-TPB-IS-BOOKED	VALUE "Y".
      ******************************************************
      * The dealer concession payables CONCPAY fixes at month
      * end, one per selling partner, booked and flagged the
      * same way
      ******************************************************
	FD  CONCPBL-FILE; RECORD 32.
	01  CONCPBL-ITEM.
	     03  FILE-CPB-KEY.
		05  FILE-CPB-PARTNER	PIC X(10).
		05  FILE-CPB-DATE	PIC 9(8).
	     03  FILE-CPB-AMOUNT	PIC 9(11)V99.
	     03  FILE-CPB-BOOKED	PIC X(01).
		 88  FILE-CPB-IS-BOOKED	VALUE "Y".
      ******************************************************
      * The chart-of-accounts mapping -- effective dates are
      * stored inverted so the newest row in force reads
      * first
	     03  FILE-LED-BALANCE		PIC 9(9)V99.
	     03  FILE-LED-DESC			PIC X(20).
	     03  FILE-LED-BATCH			PIC 9(8).
      ******************************************************
      * CDSC assessment log, keyed the same as the sale's
      * blotter entry -- the sale's fee carries the CDSC and
      * any short-term redemption fee together
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
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  TRAILPBL-FILE-STATUS.
           	05  TPB-STATUS-1	PIC X.
	01  TPB-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PAYABLES	VALUE "Y".
	01  TRAIL-VALUE		PIC 9(9)V99.
 	01  CONCPBL-FILE-STATUS.
           	05  CPB-STATUS-1	PIC X.
           	05  CPB-STATUS-2	PIC X.
	01  CPB-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-CONCESSIONS	VALUE "Y".
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this batch job's
	01  XFER-GL-ACCT		PIC X(10) VALUE "XFERCLEAR".
	01  TRLEXP-GL-ACCT	PIC X(10) VALUE "TRAILEXP".
	01  TRLPAY-GL-ACCT	PIC X(10) VALUE "TRAILPAY".
	01  CONEXP-GL-ACCT	PIC X(10) VALUE "CONCEXP".
	01  CONPAY-GL-ACCT	PIC X(10) VALUE "CONCPAY".
	01  CDSC-GL-ACCT		PIC X(10) VALUE "CDSCFEE".
	01  DEBIT-ACCT		PIC X(10).
	01  CREDIT-ACCT		PIC X(10).
	01  TRADE-VALUE		PIC 9(9)V99.
		88  LEDGER-AVAILABLE	VALUE "Y".
	01  LED-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LEDGER		VALUE "Y".
 	01  CDSCLOG-FILE-STATUS.
           	05  CDL-STATUS-1	PIC X.
           	05  CDL-STATUS-2	PIC X.
	01  CDL-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSCLOG-AVAILABLE	VALUE "Y".
	01  EVENT-CODE		PIC X(02).
	01  WORK-CATEGORY	PIC X(10).
	01  CACHED-FUND		PIC X(10) VALUE SPACES.
	01  EFF-WANTED-INV	PIC 9(8).
	01  EXCEPTION-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  RPT-EXC-LINE.
		05  FILLER	PIC X(14) VALUE "NO GL MAPPING".
		05  RPT-EXC-EVENT	PIC X(02).
       START-GLFEED.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE "N" TO MAP-OPEN-SWITCH.
	OPEN INPUT FUNDMAS-FILE.
	IF FUNDMAS-STATUS-1 = "0"
		MOVE "Y" TO FM-OPEN-SWITCH.
	MOVE "N" TO CDL-OPEN-SWITCH.
	OPEN INPUT CDSCLOG-FILE.
	IF CDL-STATUS-1 = "0"
		MOVE "Y" TO CDL-OPEN-SWITCH.
	OPEN INPUT BLOTTER-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN DAYBLOT" TO LOG-ERR-ROUTINE
		PERFORM A-999-EXIT.
	PERFORM READ-LOOP UNTIL DONE-READING.
	PERFORM BOOK-TRAIL-PAYABLES.
	PERFORM BOOK-CONC-PAYABLES THRU BOOK-CONC-PAYABLES-EXIT.
	IF MAPPING-AVAILABLE
		PERFORM BOOK-LEDGER-EVENTS.
	CLOSE BLOTTER-FILE.
		CLOSE GLMAP-FILE.
	IF FUNDMAS-AVAILABLE
		CLOSE FUNDMAS-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	MOVE TRADE-COUNT TO RPT-TRADE-COUNT.
	MOVE JE-COUNT TO RPT-JE-COUNT.
	DISPLAY SPACE.
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		ADD 1 TO TRADE-COUNT
		PERFORM POST-ONE-TRADE THRU POST-ONE-TRADE-EXIT
	END-IF.
      ******************************************************
      *  Turn one blotter entry into a balanced debit/credit
      *  journal-entry pair.  A share-journal leg carrying no
      *  value -- FUNDCORP's split legs -- moved no money and
      *  books nothing.
      ******************************************************
       POST-ONE-TRADE.
	COMPUTE TRADE-VALUE ROUNDED =
		FILE-BLOTTER-AMOUNT * FILE-BLOTTER-PRICE.
	IF TRADE-VALUE = ZERO AND
	   (FILE-BLOTTER-IS-XFER-IN OR FILE-BLOTTER-IS-XFER-OUT)
		GO TO POST-ONE-TRADE-EXIT.
	MOVE FILE-BLOTTER-DATE TO JE-DATE.
	MOVE FILE-BLOTTER-ACCOUNT TO JE-ACCOUNT.
	MOVE FILE-BLOTTER-FUND TO JE-FUND.
		MOVE "DISTRIBUTION" TO JE-DESCRIPTION.
	PERFORM GET-FUND-CATEGORY.
	PERFORM RESOLVE-AND-WRITE-PAIR.
	IF FILE-BLOTTER-IS-SELL AND FILE-BLOTTER-IS-LIVE AND
	   FILE-BLOTTER-FEE > ZERO
		PERFORM BOOK-CDSC THRU BOOK-CDSC-EXIT.
       POST-ONE-TRADE-EXIT.
	EXIT.
      ******************************************************
      *  The CDSC a live redemption paid, out of the account
      *  its sell pair just debited and into the CDSC fee
      *  account.  The charge can never exceed the fee the
      *  blotter carried for the sale.
      ******************************************************
       BOOK-CDSC.
	IF NOT CDSCLOG-AVAILABLE
		GO TO BOOK-CDSC-EXIT.
	MOVE FILE-BLOTTER-ACCOUNT TO FILE-CDL-ACCOUNT.
	MOVE FILE-BLOTTER-FUND TO FILE-CDL-FUND.
	MOVE FILE-BLOTTER-DATE TO FILE-CDL-DATE.
	MOVE FILE-BLOTTER-TIME TO FILE-CDL-TIME.
	READ CDSCLOG-FILE.
	IF CDL-STATUS-1 NOT = "0" OR FILE-CDL-AMOUNT = ZERO
		GO TO BOOK-CDSC-EXIT.
	IF FILE-CDL-AMOUNT > FILE-BLOTTER-FEE
		MOVE FILE-BLOTTER-FEE TO TRADE-VALUE
	ELSE
		MOVE FILE-CDL-AMOUNT TO TRADE-VALUE.
	MOVE "CD" TO EVENT-CODE.
	MOVE CDSC-GL-ACCT TO DEBIT-ACCT.
	IF FILE-BLOTTER-LINK-REF NOT = SPACES
		MOVE EXCH-GL-ACCT TO CREDIT-ACCT
	ELSE
		MOVE CASH-GL-ACCT TO CREDIT-ACCT.
	MOVE "CDSC" TO JE-DESCRIPTION.
	PERFORM RESOLVE-AND-WRITE-PAIR.
       BOOK-CDSC-EXIT.
	EXIT.
      ******************************************************
      *  Book the month-end trail payables TRAILPAY fixed --
      *  one trail expense debit and payable credit per
       BOOK-ONE-PAYABLE-EXIT.
	EXIT.
      ******************************************************
      *  Book the month-end dealer concession payables
      *  CONCPAY fixed -- event "DC", one concession expense
      *  debit and payable credit per unbooked partner
      *  record, keyed to the partner.  A site with no
      *  concession payable file has nothing to book.
      ******************************************************
       BOOK-CONC-PAYABLES.
	OPEN I-O CONCPBL-FILE.
	IF CPB-STATUS-1 NOT = "0"
		GO TO BOOK-CONC-PAYABLES-EXIT.
	MOVE LOW-VALUES TO FILE-CPB-KEY.
	START CONCPBL-FILE KEY IS NOT LESS THAN FILE-CPB-KEY
		INVALID KEY SET DONE-CONCESSIONS TO TRUE.
	PERFORM BOOK-ONE-CONCESSION THRU BOOK-ONE-CONCESSION-EXIT
		UNTIL DONE-CONCESSIONS.
	CLOSE CONCPBL-FILE.
       BOOK-CONC-PAYABLES-EXIT.
	EXIT.
      ******************************************************
       BOOK-ONE-CONCESSION.
	READ CONCPBL-FILE NEXT RECORD
		AT END SET DONE-CONCESSIONS TO TRUE.
	IF DONE-CONCESSIONS
		GO TO BOOK-ONE-CONCESSION-EXIT.
	IF FILE-CPB-IS-BOOKED
		GO TO BOOK-ONE-CONCESSION-EXIT.
	IF FILE-CPB-AMOUNT = ZERO
		GO TO BOOK-ONE-CONCESSION-EXIT.
	MOVE FILE-CPB-AMOUNT TO TRAIL-VALUE.
	MOVE TRAIL-VALUE TO TRADE-VALUE.
	MOVE FILE-CPB-DATE TO JE-DATE.
	MOVE FILE-CPB-PARTNER TO JE-ACCOUNT.
	MOVE SPACES TO JE-FUND.
	MOVE SPACES TO JE-ORDER-REF.
	MOVE "DEALER CONCESSION" TO JE-DESCRIPTION.
	MOVE "DC" TO EVENT-CODE.
	MOVE SPACES TO WORK-CATEGORY.
	MOVE CONEXP-GL-ACCT TO DEBIT-ACCT.
	MOVE CONPAY-GL-ACCT TO CREDIT-ACCT.
	PERFORM RESOLVE-AND-WRITE-PAIR.
	SET FILE-CPB-IS-BOOKED TO TRUE.
	REWRITE CONCPBL-ITEM.
	IF CPB-STATUS-1 NOT = "0"
		MOVE "REWRITE CPB" TO LOG-ERR-ROUTINE
		MOVE CPB-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO TRADE-COUNT.
       BOOK-ONE-CONCESSION-EXIT.
	EXIT.
      ******************************************************
      *  The fund's category off the fund master, cached
      *  fund by fund -- blank when the row has no fund or
      *  the master is not on file
		PERFORM A-999-EXIT.
	ADD 1 TO JE-COUNT.
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
