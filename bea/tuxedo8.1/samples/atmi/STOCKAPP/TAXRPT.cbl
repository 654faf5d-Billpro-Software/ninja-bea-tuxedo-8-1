      *            trade time -- proceeds, cost basis and
      *            gain -- grouped by account with the TIN,
      *            registration type and backup-withholding
      *            flag off CUSTMAS.IT.  Each line carries
      *            the holding period and whether the basis
      *            was stepped up on inherited shares, cut
      *            by the gift lower-of rule, or never
      *            reported by the firm the shares came from.
      *   1099-DIV one total per account of the year's
      *            distributions (the blotter's "D" records,
      *            valued at shares times reinvestment price)
		ACCESS DYNAMIC
		RECORD KEY FILE-DECL-KEY
		STATUS DECL-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  GAINLOG-FILE; RECORD 94.
	01  GAIN-ITEM.
	     03  FILE-GAIN-KEY.
		05  FILE-GAIN-ACCOUNT		PIC X(10).
	     03  FILE-GAIN-WASH-FLAG		PIC X(01).
		 88  FILE-GAIN-IS-WASH		VALUE "W".
	     03  FILE-GAIN-DISALLOWED		PIC 9(9)V99.
	     03  FILE-GAIN-TERM		PIC X(01).
		 88  FILE-GAIN-IS-LONG-TERM	VALUE "L".
	     03  FILE-GAIN-BASIS-ADJ		PIC X(01).
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY.
	     03  FILE-DECL-POSTED-DATE	PIC 9(8).
	     03  FILE-DECL-OPERATOR	PIC X(10).
	     03  FILE-DECL-APPROVER	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * The reporting year and its bounds
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-MONTH	PIC 9(2).
	01  REPORT-YEAR		PIC 9(4).
	01  YEAR-START		PIC 9(8).
	01  RPT-B-HEAD.
		05  FILLER	PIC X(30) VALUE
			"1099-B REDEMPTION DETAIL".
	01  RPT-B-KEY.
		05  FILLER	PIC X(36) VALUE
			"TERM: S SHORT L LONG M MIXED  BASIS:".
		05  FILLER	PIC X(44) VALUE
			" I INHERITED G GIFT LOWER-OF U NOT REPORTED".
	01  RPT-ACCT-LINE.
		05  FILLER	PIC X(10) VALUE "ACCOUNT:".
		05  RPT-ACCOUNT	PIC X(10).
	01  RPT-B-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-FUND		PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-DATE		PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-SHARES		PIC ZZZZZ9.999.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-PROCEEDS	PIC $$$$$$$9.99.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-BASIS		PIC $$$$$$$9.99.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-GAIN		PIC $$$$$$$9.99-.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-TERM		PIC X(01).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-ADJ		PIC X(01).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-WASH		PIC X(04).
	01  RPT-DIV-HEAD.
		05  FILLER	PIC X(30) VALUE
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE(1:4) TO REPORT-YEAR.
	MOVE TODAYS-DATE(5:2) TO TODAYS-MONTH.
	IF TODAYS-MONTH NOT = 12
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
	DISPLAY RPT-B-HEAD.
	DISPLAY RPT-B-KEY.
	MOVE HIGH-VALUES TO CTL-ACCOUNT.
	PERFORM B-READ-LOOP UNTIL DONE-READING.
	DISPLAY SPACE.
	COMPUTE ADJUSTED-GAIN =
	    FILE-GAIN-AMOUNT + FILE-GAIN-DISALLOWED.
	MOVE ADJUSTED-GAIN TO RPT-GAIN.
	MOVE FILE-GAIN-TERM TO RPT-TERM.
	MOVE FILE-GAIN-BASIS-ADJ TO RPT-ADJ.
	IF FILE-GAIN-IS-WASH
		MOVE "WASH" TO RPT-WASH
	ELSE
	MOVE ZERO TO LAST-WHL-DATE.
	MOVE ZERO TO LAST-WHL-TIME.
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
