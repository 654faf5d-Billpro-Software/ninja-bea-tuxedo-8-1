      * out.  An account whose lots cannot cover the shares
      * previews the covered part with the shortfall logged,
      * the same judgement SELLSR's relief makes.
      *
      * A class carrying a CDSC schedule previews the charge
      * SELLSR would assess -- the reinvested and free-
      * allowance shares left out -- as PRV-CDSC.  It comes
      * out of the proceeds and off the gain on the side the
      * charged lots' holding period puts them; the year's
      * allowance is read, never drawn down.
      *
      * Every inquiry is noted, with the operator asking,
      * on the ACCLOG.IT access log (see ACCL-PUT).
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PREVSR.
		ACCESS DYNAMIC
		RECORD KEY FILE-CAL-DATE
		STATUS CALENDAR-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	SELECT CDSC-FILE ASSIGN "CDSC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDSC-CLASS
		STATUS CDSC-FILE-STATUS.
	SELECT CDSCFREE-FILE ASSIGN "CDSCFREE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDF-KEY
		STATUS CDSCFREE-FILE-STATUS.
	COPY BDATESEL.
	COPY ACCLSEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	     03  FILE-CAL-DATE			PIC 9(8).
	     03  FILE-CAL-TYPE			PIC X(01).
	     03  FILE-CAL-DESC			PIC X(30).
      ******************************************************
      * Blotter -- read only for the distribution entries
      * that tell reinvested shares in a lot from bought ones
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
      * Contingent deferred sales charge schedules, one per
      * share class, maintained by CDSCMNT -- the percentage
      * charged on shares redeemed in each of the first seven
      * years they are held (year 1 first) and the share of
      * the position that may leave free of charge each
      * year.  A class with no schedule charges nothing.
      ******************************************************
	FD  CDSC-FILE; RECORD 34.
	01  CDSC-ITEM.
	     03  FILE-CDSC-CLASS	PIC X(02).
	     03  FILE-CDSC-FREE-PCT	PIC 9(2)V99.
	     03  FILE-CDSC-SCHEDULE.
		05  FILE-CDSC-PCT	PIC 9(2)V99 OCCURS 7 TIMES.
      ******************************************************
      * The year's free redemption allowance per account and
      * fund -- fixed at the first CDSC redemption of the
      * calendar year off the position held then, and drawn
      * down by every charged redemption after it
      ******************************************************
	FD  CDSCFREE-FILE; RECORD 44.
	01  CDSCFREE-ITEM.
	     03  FILE-CDF-KEY.
		05  FILE-CDF-ACCOUNT	PIC X(10).
		05  FILE-CDF-FUND	PIC X(10).
		05  FILE-CDF-YEAR	PIC 9(4).
	     03  FILE-CDF-ALLOWANCE	PIC 9(7)V999.
	     03  FILE-CDF-USED		PIC 9(7)V999.
	COPY BDATEFD.
	COPY ACCLFD.
	WORKING-STORAGE SECTION.
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
	01  BLT-OPEN-SWITCH	PIC X VALUE "N".
		88  BLOTTER-AVAILABLE	VALUE "Y".
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
           	05  CAL-STATUS-2	PIC X.
	01  CAL-OPEN-SWITCH	PIC X VALUE "N".
		88  CALENDAR-AVAILABLE	VALUE "Y".
 	01  CDSC-FILE-STATUS.
           	05  CDSC-STATUS-1	PIC X.
           	05  CDSC-STATUS-2	PIC X.
	01  CDSC-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSC-AVAILABLE	VALUE "Y".
 	01  CDSCFREE-FILE-STATUS.
           	05  CDF-STATUS-1	PIC X.
           	05  CDF-STATUS-2	PIC X.
	01  CDF-OPEN-SWITCH	PIC X VALUE "N".
		88  CDSCFREE-AVAILABLE	VALUE "Y".
      ******************************************************
      * CDSC working fields -- the class's schedule, the
      * chargeable shares the lot relief found banded by the
      * schedule year they fall in, the reinvested shares
      * found in the lot in hand, the year's free allowance
      * left, and the charge itself
      ******************************************************
	01  CDSC-SWITCH		PIC X VALUE "N".
		88  CDSC-ACTIVE		VALUE "Y".
	01  CDSC-CLASS		PIC X(02).
	01  CDSC-FREE-PCT	PIC 9(2)V99.
	01  CDSC-SCHEDULE.
		05  CDSC-PCT	PIC 9(2)V99 OCCURS 7 TIMES.
	01  CDSC-BANDS.
		05  CDSC-BAND-QTY	PIC 9(7)V999 OCCURS 7 TIMES.
	01  CDSC-SUB		PIC 9(4) COMP-5.
	01  CDSC-YEARS		PIC 9(4).
	01  CDSC-LOT-YEAR	PIC 9(4).
	01  CDSC-LOT-MMDD	PIC 9(4).
	01  CDSC-EFF-YEAR	PIC 9(4).
	01  CDSC-EFF-MMDD	PIC 9(4).
	01  CDSC-HELD-QTY	PIC 9(7)V999.
	01  CDSC-REINV-QTY	PIC 9(7)V999.
	01  CDSC-CHARGE-QTY	PIC 9(7)V999.
	01  CDSC-FREE-LEFT	PIC 9(7)V999.
	01  CDSC-FREE-USE	PIC 9(7)V999.
	01  CDSC-FREE-TAKEN	PIC 9(7)V999.
	01  CDSC-FREE-QTY	PIC 9(7)V999.
	01  CDSC-CHARGED-QTY	PIC 9(7)V999.
	01  CDSC-BAND-FEE	PIC 9(7)V99.
	01  CDSC-SCAN-SWITCH	PIC X VALUE "N".
		88  DONE-REINV-SCAN	VALUE "Y".
      ******************************************************
      * The account's cost-basis election, saved off the
      * customer master -- blank or missing relieves FIFO,
      * Today's date/time
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Tuxedo definitions
      ******************************************************
        77 REC-INSUFFICIENT     PIC S9(9) COMP-5 VALUE 3.
        77 REC-NO-LOT           PIC S9(9) COMP-5 VALUE 7.
        77 REC-STALE-PRICE      PIC S9(9) COMP-5 VALUE 12.
	COPY ACCLWS.
      *
       	LINKAGE SECTION.
      *
	OPEN INPUT CALENDAR-FILE.
	IF CAL-STATUS-1 = "0"
		MOVE "Y" TO CAL-OPEN-SWITCH.
	MOVE "N" TO BLT-OPEN-SWITCH.
	OPEN INPUT BLOTTER-FILE.
	IF BLOTTER-STATUS-1 = "0"
		MOVE "Y" TO BLT-OPEN-SWITCH.
	MOVE "N" TO CDSC-OPEN-SWITCH.
	OPEN INPUT CDSC-FILE.
	IF CDSC-STATUS-1 = "0"
		MOVE "Y" TO CDSC-OPEN-SWITCH.
	MOVE "N" TO CDF-OPEN-SWITCH.
	OPEN INPUT CDSCFREE-FILE.
	IF CDF-STATUS-1 = "0"
		MOVE "Y" TO CDF-OPEN-SWITCH.
	PERFORM GET-BUSINESS-DATE.
	PERFORM SET-LONG-TERM-CUTOFF.
      ******************************************************
      * Get the data that was sent by the client
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      *  Note who is looking at the account
      ******************************************************
	MOVE PRV-ACCOUNT TO ACCL-ACCOUNT.
	MOVE PRV-OPERATOR TO ACCL-OPERATOR.
	MOVE "PREVSR" TO ACCL-SERVICE.
	PERFORM ACCL-PUT THRU ACCL-PUT-EXIT.
      ******************************************************
      *  The position has to exist and cover the shares --
      *  the same edits SELLSR applies before it would post
      ******************************************************
		PERFORM REFUSE-EXIT.
	MOVE DEC-DGTS OF QUOTE-SELL-PRICE TO PRV-PRICE.
      ******************************************************
      *  The preview itself -- fee and CDSC terms, the
      *  read-only lot relief, the fee and CDSC, the
      *  proceeds and the release date
      ******************************************************
	PERFORM GET-REDEMPTION-TERMS.
	PERFORM GET-CDSC-TERMS THRU GET-CDSC-TERMS-EXIT.
	MOVE ZERO TO PRV-LOT-COUNT.
	MOVE ZERO TO PRV-GAIN-SHORT.
	MOVE ZERO TO PRV-GAIN-LONG.
	PERFORM PREVIEW-LOT-RELIEF.
	PERFORM ASSESS-THE-FEE.
	PERFORM ASSESS-CDSC THRU ASSESS-CDSC-EXIT.
	COMPUTE PRV-PROCEEDS ROUNDED =
	    (PRV-SHARES * PRV-PRICE) - PRV-FEE - PRV-CDSC.
	SUBTRACT PRV-FEE FROM PRV-GAIN-SHORT.
	PERFORM COMPUTE-SETTLE-DATE.
      ******************************************************
		CLOSE FUNDMAS-FILE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	IF BLOTTER-AVAILABLE
		CLOSE BLOTTER-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Preview Answered" TO LOGMSG-TEXT.
		CLOSE FUNDMAS-FILE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	IF BLOTTER-AVAILABLE
		CLOSE BLOTTER-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	SET TPFAIL TO TRUE.
	MOVE "Request Refused" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
		CLOSE FUNDMAS-FILE.
	IF CALENDAR-AVAILABLE
		CLOSE CALENDAR-FILE.
	IF BLOTTER-AVAILABLE
		CLOSE BLOTTER-FILE.
	IF CDSC-AVAILABLE
		CLOSE CDSC-FILE.
	IF CDSCFREE-AVAILABLE
		CLOSE CDSCFREE-FILE.
	MOVE "Exiting without Preview" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
		ADD SLICE-GAIN TO PRV-GAIN-SHORT
	ELSE
		ADD SLICE-GAIN TO PRV-GAIN-LONG.
	PERFORM NOTE-CDSC-SLICE THRU NOTE-CDSC-SLICE-EXIT.
      ******************************************************
      *  The fee on the young shares, the same arithmetic
      *  SELLSR's ASSESS-REDEMPTION-FEE applies
		    REDFEE-YOUNG-QTY * PRV-PRICE * REDFEE-RATE
	END-IF.
      ******************************************************
      *  Contingent deferred sales charge terms for the
      *  class being previewed.  A class with no schedule on
      *  CDSC.IT -- or a site with no schedule file at all --
      *  charges none.  The position held is kept for the
      *  year's free allowance.
      ******************************************************
       GET-CDSC-TERMS.
	MOVE "N" TO CDSC-SWITCH.
	MOVE ZERO TO PRV-CDSC.
	MOVE ZERO TO CDSC-FREE-TAKEN.
	MOVE ZERO TO CDSC-FREE-QTY.
	MOVE ZERO TO CDSC-CHARGED-QTY.
	MOVE ZEROS TO CDSC-BANDS.
	IF NOT CDSC-AVAILABLE
		GO TO GET-CDSC-TERMS-EXIT.
	IF QUOTE-CLASS = SPACES
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE QUOTE-CLASS TO FILE-CDSC-CLASS.
	READ CDSC-FILE.
	IF CDSC-STATUS-1 NOT = "0"
		GO TO GET-CDSC-TERMS-EXIT.
	MOVE FILE-CDSC-CLASS TO CDSC-CLASS.
	MOVE FILE-CDSC-FREE-PCT TO CDSC-FREE-PCT.
	MOVE FILE-CDSC-SCHEDULE TO CDSC-SCHEDULE.
	COMPUTE CDSC-HELD-QTY = FILE-CUST-AMOUNT.
	MOVE "Y" TO CDSC-SWITCH.
       GET-CDSC-TERMS-EXIT.
	EXIT.
      ******************************************************
      *  Band the RELIEF-USE-QTY shares the preview takes
      *  from the lot in hand by the schedule year they fall in.
      *  Shares the lot took in from reinvested distributions
      *  are always free and are treated as the last to leave
      *  the lot, so only what the lot holds beyond them can
      *  be charged.  A lot held seven years or more, or a
      *  schedule year at zero, is free as well.
      ******************************************************
       NOTE-CDSC-SLICE.
	IF NOT CDSC-ACTIVE
		GO TO NOTE-CDSC-SLICE-EXIT.
	PERFORM COUNT-REINVESTED-SHARES
		THRU COUNT-REINVESTED-SHARES-EXIT.
	MOVE ZERO TO CDSC-CHARGE-QTY.
	IF FILE-LOT-AMOUNT > CDSC-REINV-QTY
		COMPUTE CDSC-CHARGE-QTY =
		    FILE-LOT-AMOUNT - CDSC-REINV-QTY.
	IF CDSC-CHARGE-QTY > RELIEF-USE-QTY
		MOVE RELIEF-USE-QTY TO CDSC-CHARGE-QTY.
	COMPUTE CDSC-FREE-QTY = CDSC-FREE-QTY +
	    RELIEF-USE-QTY - CDSC-CHARGE-QTY.
	IF CDSC-CHARGE-QTY = ZERO
		GO TO NOTE-CDSC-SLICE-EXIT.
	MOVE ZERO TO CDSC-YEARS.
	IF FILE-LOT-TRADE-DATE < TODAYS-DATE
		MOVE FILE-LOT-TRADE-DATE(1:4) TO CDSC-LOT-YEAR
		MOVE FILE-LOT-TRADE-DATE(5:4) TO CDSC-LOT-MMDD
		MOVE TODAYS-DATE(1:4) TO CDSC-EFF-YEAR
		MOVE TODAYS-DATE(5:4) TO CDSC-EFF-MMDD
		COMPUTE CDSC-YEARS = CDSC-EFF-YEAR - CDSC-LOT-YEAR
		IF CDSC-EFF-MMDD < CDSC-LOT-MMDD
			SUBTRACT 1 FROM CDSC-YEARS
		END-IF
	END-IF.
	IF CDSC-YEARS > 6
		ADD CDSC-CHARGE-QTY TO CDSC-FREE-QTY
		GO TO NOTE-CDSC-SLICE-EXIT.
	COMPUTE CDSC-SUB = CDSC-YEARS + 1.
	IF CDSC-PCT (CDSC-SUB) = ZERO
		ADD CDSC-CHARGE-QTY TO CDSC-FREE-QTY
		GO TO NOTE-CDSC-SLICE-EXIT.
	ADD CDSC-CHARGE-QTY TO CDSC-BAND-QTY (CDSC-SUB).
       NOTE-CDSC-SLICE-EXIT.
	EXIT.
      ******************************************************
      *  Reinvested shares in the lot in hand -- the live (or
      *  rebooked) distribution entries the blotter holds for
      *  the account and fund on the lot's trade date, which
      *  is the date DISTRUN gives the lot it posts.  With no
      *  blotter to read, none are found.
      ******************************************************
       COUNT-REINVESTED-SHARES.
	MOVE ZERO TO CDSC-REINV-QTY.
	IF NOT BLOTTER-AVAILABLE
		GO TO COUNT-REINVESTED-SHARES-EXIT.
	MOVE "N" TO CDSC-SCAN-SWITCH.
	MOVE FILE-LOT-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	MOVE FILE-LOT-FUND TO FILE-BLOTTER-FUND.
	MOVE FILE-LOT-TRADE-DATE TO FILE-BLOTTER-DATE.
	MOVE ZERO TO FILE-BLOTTER-TIME.
	MOVE LOW-VALUES TO FILE-BLOTTER-ACTION.
	START BLOTTER-FILE KEY NOT < FILE-BLOTTER-KEY
		INVALID KEY SET DONE-REINV-SCAN TO TRUE.
	PERFORM SCAN-REINV-LOOP THRU SCAN-REINV-LOOP-EXIT
		UNTIL DONE-REINV-SCAN.
       COUNT-REINVESTED-SHARES-EXIT.
	EXIT.
       SCAN-REINV-LOOP.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-REINV-SCAN TO TRUE.
	IF DONE-REINV-SCAN
		GO TO SCAN-REINV-LOOP-EXIT.
	IF FILE-BLOTTER-ACCOUNT NOT = FILE-LOT-ACCOUNT OR
	   FILE-BLOTTER-FUND NOT = FILE-LOT-FUND OR
	   FILE-BLOTTER-DATE NOT = FILE-LOT-TRADE-DATE
		SET DONE-REINV-SCAN TO TRUE
		GO TO SCAN-REINV-LOOP-EXIT.
	IF FILE-BLOTTER-IS-DIST AND
	   (FILE-BLOTTER-IS-LIVE OR FILE-BLOTTER-IS-REBOOK)
		ADD FILE-BLOTTER-AMOUNT TO CDSC-REINV-QTY.
       SCAN-REINV-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Price the CDSC on the banded shares.  The year's
      *  free allowance comes off the youngest band first --
      *  the one carrying the highest rate -- and shares the
      *  sale found no lot for are treated as free.  Each
      *  band's charge comes off the gain on the side its
      *  holding period falls -- the first schedule year is
      *  short term, every later year long term.
      ******************************************************
       ASSESS-CDSC.
	IF NOT CDSC-ACTIVE
		GO TO ASSESS-CDSC-EXIT.
	ADD RELIEF-QTY-LEFT TO CDSC-FREE-QTY.
	MOVE ZERO TO CDSC-CHARGED-QTY.
	PERFORM ADD-CDSC-BAND
		VARYING CDSC-SUB FROM 1 BY 1 UNTIL CDSC-SUB > 7.
	IF CDSC-CHARGED-QTY = ZERO
		GO TO ASSESS-CDSC-EXIT.
	PERFORM GET-CDSC-FREE-LEFT THRU GET-CDSC-FREE-LEFT-EXIT.
	PERFORM PRICE-CDSC-BAND
		VARYING CDSC-SUB FROM 1 BY 1 UNTIL CDSC-SUB > 7.
	SUBTRACT CDSC-FREE-TAKEN FROM CDSC-CHARGED-QTY.
	ADD CDSC-FREE-TAKEN TO CDSC-FREE-QTY.
       ASSESS-CDSC-EXIT.
	EXIT.
       ADD-CDSC-BAND.
	ADD CDSC-BAND-QTY (CDSC-SUB) TO CDSC-CHARGED-QTY.
       PRICE-CDSC-BAND.
	IF CDSC-FREE-LEFT < CDSC-BAND-QTY (CDSC-SUB)
		MOVE CDSC-FREE-LEFT TO CDSC-FREE-USE
	ELSE
		MOVE CDSC-BAND-QTY (CDSC-SUB) TO CDSC-FREE-USE.
	SUBTRACT CDSC-FREE-USE FROM CDSC-FREE-LEFT.
	SUBTRACT CDSC-FREE-USE FROM CDSC-BAND-QTY (CDSC-SUB).
	ADD CDSC-FREE-USE TO CDSC-FREE-TAKEN.
	COMPUTE CDSC-BAND-FEE ROUNDED =
	    CDSC-BAND-QTY (CDSC-SUB) * PRV-PRICE
	    * CDSC-PCT (CDSC-SUB) / 100.
	ADD CDSC-BAND-FEE TO PRV-CDSC.
	IF CDSC-SUB = 1
		SUBTRACT CDSC-BAND-FEE FROM PRV-GAIN-SHORT
	ELSE
		SUBTRACT CDSC-BAND-FEE FROM PRV-GAIN-LONG.
      ******************************************************
      *  What is left of the account's free allowance in the
      *  fund for the year -- with no charged redemption yet
      *  this year, the whole allowance off the position
      *  held.
      ******************************************************
       GET-CDSC-FREE-LEFT.
	MOVE ZERO TO CDSC-FREE-LEFT.
	IF NOT CDSCFREE-AVAILABLE
		GO TO GET-CDSC-FREE-LEFT-EXIT.
	MOVE PRV-ACCOUNT TO FILE-CDF-ACCOUNT.
	MOVE PRV-FUND TO FILE-CDF-FUND.
	MOVE TODAYS-DATE(1:4) TO FILE-CDF-YEAR.
	READ CDSCFREE-FILE.
	IF CDF-STATUS-1 NOT = "0"
		MOVE PRV-ACCOUNT TO FILE-CDF-ACCOUNT
		MOVE PRV-FUND TO FILE-CDF-FUND
		MOVE TODAYS-DATE(1:4) TO FILE-CDF-YEAR
		MOVE ZERO TO FILE-CDF-USED
		COMPUTE FILE-CDF-ALLOWANCE ROUNDED =
		    CDSC-HELD-QTY * CDSC-FREE-PCT / 100.
	IF FILE-CDF-ALLOWANCE > FILE-CDF-USED
		COMPUTE CDSC-FREE-LEFT =
		    FILE-CDF-ALLOWANCE - FILE-CDF-USED.
       GET-CDSC-FREE-LEFT-EXIT.
	EXIT.
      ******************************************************
      *  Walk today's date backward REDFEE-DAYS calendar
      *  days -- a lot traded after the cutoff owes the fee
      ******************************************************
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
