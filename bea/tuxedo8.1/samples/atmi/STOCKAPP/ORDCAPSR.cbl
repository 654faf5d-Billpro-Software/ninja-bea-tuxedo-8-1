		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * NAV strike; EODEXEC marks it "F" (filled) or "U"
      * (unfilled) as it drains the book, and stamps the strike
      * price it filled at in FILE-ORDBK-FILL-PRICE.
      * FILE-ORDBK-ORDER-TYPE is what the customer asked for:
      * shares (blank or "S"), a dollar amount ("D", the
      * money in FILE-ORDBK-DOLLARS) or the whole position
      * ("A", sales only).  A dollar or whole-position order
      * carries zero shares until EODEXEC sizes it at the
      * strike; FILE-ORDBK-AMOUNT then holds the shares the
      * order actually filled for.
      * Until the strike ORDMNTSR may change a pending order
      * or withdraw it -- a withdrawn order stays on the book
      * as "W" so the strike's report still accounts for it.
      * FILE-ORDBK-CHG-OPERATOR/-DATE/-TIME say who last
      * touched the order there and when; blank and zero
      * for an order as captured.
      ******************************************************
	FD  ORDBK-FILE; RECORD 133.
	01  ORDBK-ITEM.
	     03  FILE-ORDBK-KEY.
		05  FILE-ORDBK-ACCOUNT		PIC X(10).
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
      * Customer master -- checked before an order is allowed
      * onto the book, the same way BUYSR and SELLSR check it
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
		 88  FILE-ACCOUNT-FROZEN	VALUE "F" "D".
		 88  FILE-ACCOUNT-PENDING-OPEN	VALUE "N".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
		 88  FILE-METHOD-IS-FIFO	VALUE "F" " ".
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Today's date/time, part of the order book key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * Reference assigned to an order captured with a blank
        77 REC-ACCOUNT-CLOSED   PIC S9(9) COMP-5 VALUE 5.
        77 REC-ACCOUNT-FROZEN   PIC S9(9) COMP-5 VALUE 6.
        77 REC-BAD-ACTION       PIC S9(9) COMP-5 VALUE 8.
        77 REC-PENDING-OPEN     PIC S9(9) COMP-5 VALUE 26.
      *
       	LINKAGE SECTION.
      *
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  ...and what it is stated in.  A dollar order needs
      *  the dollars; selling the whole position only makes
      *  sense on the sell side.
      ******************************************************
	IF NOT CUST-IN-SHARES AND NOT CUST-IN-DOLLARS
	   AND NOT CUST-ALL-SHARES
		MOVE "Order Type Not S, D or A" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM REFUSE-EXIT.
	IF CUST-IN-DOLLARS AND CUST-DOLLARS = ZERO
		MOVE "Dollar Order With No Dollars" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM REFUSE-EXIT.
	IF CUST-ALL-SHARES AND NOT CUST-IS-SELL
		MOVE "Whole Position Order Must Be A Sale" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-ACTION TO APPL-CODE
		PERFORM REFUSE-EXIT.
      ******************************************************
      *  Refuse the order if the account is closed, frozen or
      *  still pending its opening review.
      *  An account with no customer master record on file
      *  yet is allowed through -- CUSTMAS.IT does not have
      *  to be populated for every account that can trade.
			PERFORM DO-USERLOG
			MOVE REC-ACCOUNT-FROZEN TO APPL-CODE
			PERFORM REFUSE-EXIT
		ELSE IF FILE-ACCOUNT-PENDING-OPEN
			MOVE "Account Pending Open Review" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-PENDING-OPEN TO APPL-CODE
			PERFORM REFUSE-EXIT
		END-IF
	END-IF.
      ******************************************************
      ******************************************************
	MOVE CUST-ACCOUNT TO FILE-ORDBK-ACCOUNT.
	MOVE CUST-FUND TO FILE-ORDBK-FUND.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE TO FILE-ORDBK-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
      ******************************************************
      *  An order held on the forwarding queue while this
      *  service was down is booked when it was first taken
      ******************************************************
	IF CUST-CAPTURE-DATE NOT = ZERO
		MOVE CUST-CAPTURE-DATE TO FILE-ORDBK-DATE
		MOVE CUST-CAPTURE-TIME TO TODAYS-TIME.
	MOVE TODAYS-TIME TO FILE-ORDBK-TIME.
	MOVE CUST-ACTION TO FILE-ORDBK-ACTION.
	MOVE CUST-ORDER-TYPE TO FILE-ORDBK-ORDER-TYPE.
	IF CUST-IN-SHARES
		MOVE CUST-AMOUNT TO FILE-ORDBK-AMOUNT
		MOVE ZERO TO FILE-ORDBK-DOLLARS
	ELSE IF CUST-IN-DOLLARS
		MOVE ZERO TO FILE-ORDBK-AMOUNT
		MOVE CUST-DOLLARS TO FILE-ORDBK-DOLLARS
	ELSE
		MOVE ZERO TO FILE-ORDBK-AMOUNT
		MOVE ZERO TO FILE-ORDBK-DOLLARS
	END-IF.
      ******************************************************
      *  An order captured without a reference gets one --
      *  the reply carries it back to the caller
      *  the strike, where EODEXEC hands it to SELLSR
      ******************************************************
	MOVE CUST-LOT-DATE TO FILE-ORDBK-LOT-DATE.
	MOVE SPACES TO FILE-ORDBK-CHG-OPERATOR.
	MOVE ZERO TO FILE-ORDBK-CHG-DATE.
	MOVE ZERO TO FILE-ORDBK-CHG-TIME.
	WRITE ORDBK-ITEM.
	IF STATUS-1 = "2" AND CUST-CAPTURE-DATE NOT = ZERO
		PERFORM CHECK-ALREADY-BOOKED.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE ORDBK" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	PERFORM CAPTURED-EXIT.
      ******************************************************
      *  A forwarded order delivered a second time finds
      *  itself already on the book under its capture time --
      *  answer it as captured rather than book it twice
      ******************************************************
       CHECK-ALREADY-BOOKED.
	READ ORDBK-FILE.
	IF STATUS-1 = "0"
		IF FILE-ORDBK-ORDER-REF = CUST-ORDER-REF
			MOVE "Order Already On The Book" TO LOGMSG-TEXT
			PERFORM DO-USERLOG
			PERFORM CAPTURED-EXIT
		END-IF
		MOVE "2" TO STATUS-1
	END-IF.
      ******************************************************
      *  Captured OK -- the order trades at tonight's strike
      ******************************************************
       CAPTURED-EXIT.
	CLOSE ORDBK-FILE.
	CLOSE CUSTMAS-FILE.
	MOVE REC-FOUND TO APPL-CODE.
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
