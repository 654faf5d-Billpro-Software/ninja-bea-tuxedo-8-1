      *   FILE-BLOTTER-FEE of each buy (a blank rep rolls
      *   to HOUSE the way REPPROD rolls it)
      *   redemption-fee revenue, off the fee of each sale
      *   CDSC revenue, the part of a sale's fee CDSCLOG.IT
      *   logs as the contingent deferred sales charge
      *   account-fee revenue, off the "FE" entries on the
      *   cash ledger
      *   day-by-day detail behind each stream
      *   a trailing twelve-month summary of all four
      *
      * Both BLOTTER.IT and BLOTARCH.IT are read, so history
      * stays complete after ARCHPRG purges -- revenue is
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
	FD  BLOTTER-FILE; RECORD 126.
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
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
           	05  LED-STATUS-2	PIC X.
	01  LED-OPEN-SWITCH	PIC X VALUE "N".
		88  LEDGER-AVAILABLE	VALUE "Y".
 	01  CDSCLOG-FILE-STATUS.
           	05  CDL-STATUS-1	PIC X.
           	05  CDL-STATUS-2	PIC X.
	01  CDL-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSCLOG-AVAILABLE	VALUE "Y".
      ******************************************************
      * The asked-for month and the trailing twelve-month
      * window, oldest first
	    05  REPORT-YEAR	PIC 9(4).
	    05  REPORT-MM	PIC 9(2).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  T12-TABLE.
	    05  T12-ENTRY OCCURS 12 TIMES.
		10  T12-MONTH	PIC 9(6).
		10  T12-COMMIS	PIC 9(11)V99.
		10  T12-REDFEE	PIC 9(11)V99.
		10  T12-CDSC	PIC 9(11)V99.
		10  T12-ACCTFEE	PIC 9(11)V99.
	01  T12-SUB		PIC 9(4) COMP-5.
	01  T12-WORK-YEAR	PIC 9(4).
	01  ROW-DAY		PIC 9(2).
      ******************************************************
      * The month's buckets -- commission by fund and by
      * rep, and the four streams by day
      ******************************************************
	01  FUND-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  FUND-TABLE.
	    05  DAY-ENTRY OCCURS 31 TIMES.
		10  DT-COMMIS	PIC 9(11)V99.
		10  DT-REDFEE	PIC 9(11)V99.
		10  DT-CDSC	PIC 9(11)V99.
		10  DT-ACCTFEE	PIC 9(11)V99.
	01  DAY-SUB		PIC 9(4) COMP-5.
	01  MONTH-COMMIS	PIC 9(11)V99 VALUE ZERO.
	01  MONTH-REDFEE	PIC 9(11)V99 VALUE ZERO.
	01  MONTH-CDSC		PIC 9(11)V99 VALUE ZERO.
	01  MONTH-ACCTFEE	PIC 9(11)V99 VALUE ZERO.
      ******************************************************
      * The row in hand, normalized off whichever file it
      * came from.  ROW-CDSC is the part of a sale's fee
      * split out as CDSC, ROW-FEE what is left of it.
      ******************************************************
	01  ROW-ACCOUNT		PIC X(10).
	01  ROW-DATE		PIC 9(8).
	01  ROW-TIME		PIC 9(8).
	01  ROW-ACTION		PIC X(01).
	01  ROW-STATUS		PIC X(01).
	01  ROW-FUND		PIC X(10).
	01  ROW-REP		PIC X(10).
	01  ROW-FEE		PIC 9(7)V99.
	01  ROW-CDSC		PIC 9(7)V99.
      ******************************************************
      * End-of-file controls
      ******************************************************
		05  RPT-DAY-COMM	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(9) VALUE "  REDFEE".
		05  RPT-DAY-RED	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(7) VALUE "  CDSC".
		05  RPT-DAY-CDSC	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(10) VALUE "  ACCTFEE".
		05  RPT-DAY-ACCT	PIC ZZZZZZZZ9.99.
	01  RPT-MONTH-TOTAL.
		05  RPT-TOT-COMM	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(9) VALUE "  REDFEE".
		05  RPT-TOT-RED	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(7) VALUE "  CDSC".
		05  RPT-TOT-CDSC	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(10) VALUE "  ACCTFEE".
		05  RPT-TOT-ACCT	PIC ZZZZZZZZ9.99.
	01  RPT-T12-LINE.
		05  RPT-T12-COMM	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(9) VALUE "  REDFEE".
		05  RPT-T12-RED	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(7) VALUE "  CDSC".
		05  RPT-T12-CDSC	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(10) VALUE "  ACCTFEE".
		05  RPT-T12-ACCT	PIC ZZZZZZZZ9.99.
      *
       START-REVRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	OPEN INPUT CASHLED-FILE.
	IF LED-STATUS-1 = "0"
		MOVE "Y" TO LED-OPEN-SWITCH.
	MOVE "N" TO CDL-OPEN-SWITCH.
	OPEN INPUT CDSCLOG-FILE.
	IF CDL-STATUS-1 = "0"
		MOVE "Y" TO CDL-OPEN-SWITCH.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LIVE-LOOP UNTIL DONE-READING.
	CLOSE BLOTTER-FILE.
		MOVE "N" TO EOF-SWITCH
		PERFORM LEDGER-LOOP UNTIL DONE-READING
		CLOSE CASHLED-FILE.
	IF CDSCLOG-AVAILABLE
		CLOSE CDSCLOG-FILE.
	PERFORM PRINT-THE-REPORT.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
		T12-WORK-YEAR * 100 + T12-WORK-MM.
	MOVE ZERO TO T12-COMMIS (T12-SUB).
	MOVE ZERO TO T12-REDFEE (T12-SUB).
	MOVE ZERO TO T12-CDSC (T12-SUB).
	MOVE ZERO TO T12-ACCTFEE (T12-SUB).
	IF T12-WORK-MM = 1
		MOVE 12 TO T12-WORK-MM
       CLEAR-DAY-TABLE.
	MOVE ZERO TO DT-COMMIS (DAY-SUB).
	MOVE ZERO TO DT-REDFEE (DAY-SUB).
	MOVE ZERO TO DT-CDSC (DAY-SUB).
	MOVE ZERO TO DT-ACCTFEE (DAY-SUB).
      ******************************************************
      *  One pass over the live blotter
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LIVE-LOOP-EXIT.
	MOVE FILE-BLOTTER-ACCOUNT TO ROW-ACCOUNT.
	MOVE FILE-BLOTTER-DATE TO ROW-DATE.
	MOVE FILE-BLOTTER-TIME TO ROW-TIME.
	MOVE FILE-BLOTTER-ACTION TO ROW-ACTION.
	MOVE FILE-BLOTTER-STATUS TO ROW-STATUS.
	MOVE FILE-BLOTTER-FUND TO ROW-FUND.
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO ARCH-LOOP-EXIT.
	MOVE FILE-BLOTA-ACCOUNT TO ROW-ACCOUNT.
	MOVE FILE-BLOTA-DATE TO ROW-DATE.
	MOVE FILE-BLOTA-TIME TO ROW-TIME.
	MOVE FILE-BLOTA-ACTION TO ROW-ACTION.
	MOVE FILE-BLOTA-STATUS TO ROW-STATUS.
	MOVE FILE-BLOTA-FUND TO ROW-FUND.
      ******************************************************
      *  Roll one trade's fee into whatever buckets its date
      *  reaches.  A buy's fee is commission, a sale's the
      *  short-term redemption fee plus whatever CDSC the
      *  sale was logged with; cancelled rows and reversal
      *  legs earned nothing.
      ******************************************************
       ROLL-ONE-TRADE.
	IF ROW-FEE = ZERO
		GO TO ROLL-ONE-TRADE-EXIT.
	IF ROW-ACTION NOT = "B" AND ROW-ACTION NOT = "S"
		GO TO ROLL-ONE-TRADE-EXIT.
	MOVE ZERO TO ROW-CDSC.
	IF ROW-ACTION = "S"
		PERFORM SPLIT-OUT-CDSC.
	MOVE ROW-DATE(1:6) TO ROW-MONTH.
	PERFORM ROLL-INTO-T12.
	IF ROW-MONTH NOT = REPORT-MONTH
	ELSE
		ADD ROW-FEE TO MONTH-REDFEE
		ADD ROW-FEE TO DT-REDFEE (ROW-DAY)
		ADD ROW-CDSC TO MONTH-CDSC
		ADD ROW-CDSC TO DT-CDSC (ROW-DAY)
	END-IF.
       ROLL-ONE-TRADE-EXIT.
	EXIT.
      ******************************************************
      *  The CDSC logged against the sale in hand comes out
      *  of its fee into its own stream
      ******************************************************
       SPLIT-OUT-CDSC.
	IF CDSCLOG-AVAILABLE
		MOVE ROW-ACCOUNT TO FILE-CDL-ACCOUNT
		MOVE ROW-FUND TO FILE-CDL-FUND
		MOVE ROW-DATE TO FILE-CDL-DATE
		MOVE ROW-TIME TO FILE-CDL-TIME
		READ CDSCLOG-FILE
		IF CDL-STATUS-1 = "0"
			IF FILE-CDL-AMOUNT > ROW-FEE
				MOVE ROW-FEE TO ROW-CDSC
			ELSE
				MOVE FILE-CDL-AMOUNT TO ROW-CDSC
			END-IF
			SUBTRACT ROW-CDSC FROM ROW-FEE
		END-IF
	END-IF.
      ******************************************************
      *  The trailing-twelve slot for the row's month, if
      *  the window reaches it
      ******************************************************
		ADD ROW-FEE TO T12-COMMIS (T12-SUB)
	ELSE IF ROW-ACTION = "S"
		ADD ROW-FEE TO T12-REDFEE (T12-SUB)
		ADD ROW-CDSC TO T12-CDSC (T12-SUB)
	ELSE
		ADD ROW-FEE TO T12-ACCTFEE (T12-SUB).
       ROLL-ONE-T12-SLOT-EXIT.
		UNTIL DAY-SUB > 31.
	MOVE MONTH-COMMIS TO RPT-TOT-COMM.
	MOVE MONTH-REDFEE TO RPT-TOT-RED.
	MOVE MONTH-CDSC TO RPT-TOT-CDSC.
	MOVE MONTH-ACCTFEE TO RPT-TOT-ACCT.
	DISPLAY RPT-MONTH-TOTAL.
	DISPLAY SPACE.
       SHOW-ONE-DAY.
	IF DT-COMMIS (DAY-SUB) = ZERO AND
	   DT-REDFEE (DAY-SUB) = ZERO AND
	   DT-CDSC (DAY-SUB) = ZERO AND
	   DT-ACCTFEE (DAY-SUB) = ZERO
		GO TO SHOW-ONE-DAY-EXIT.
	MOVE DAY-SUB TO RPT-DAY-NO.
	MOVE DT-COMMIS (DAY-SUB) TO RPT-DAY-COMM.
	MOVE DT-REDFEE (DAY-SUB) TO RPT-DAY-RED.
	MOVE DT-CDSC (DAY-SUB) TO RPT-DAY-CDSC.
	MOVE DT-ACCTFEE (DAY-SUB) TO RPT-DAY-ACCT.
	DISPLAY RPT-DAY-LINE.
       SHOW-ONE-DAY-EXIT.
	MOVE T12-MONTH (T12-SUB) TO RPT-T12-MONTH.
	MOVE T12-COMMIS (T12-SUB) TO RPT-T12-COMM.
	MOVE T12-REDFEE (T12-SUB) TO RPT-T12-RED.
	MOVE T12-CDSC (T12-SUB) TO RPT-T12-CDSC.
	MOVE T12-ACCTFEE (T12-SUB) TO RPT-T12-ACCT.
	DISPLAY RPT-T12-LINE.
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
