		ACCESS DYNAMIC
		RECORD KEY FILE-ALR-KEY
		STATUS ALERT-FILE-STATUS.
	SELECT SYSSTAT-FILE ASSIGN "SYSSTAT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SYS-NAME
		STATUS SYSSTAT-FILE-STATUS.
	COPY BDATESEL.
	COPY FWDQSEL.
	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE; RECORD 63.
		 88  FILE-ALR-IS-ACKED	VALUE "Y".
	     03  FILE-ALR-ACK-OPER	PIC X(10).
	     03  FILE-ALR-ACK-DATE	PIC 9(8).
      ******************************************************
      * System status -- the end-of-day trading window record
      * EODRUN closes over its proofs; choice 22 shows it and
      * lets a supervisor open or close it by hand.  An
      * override opens the window for the rest of that day's
      * run -- EODRUN will not close it again that date.
      ******************************************************
	FD  SYSSTAT-FILE; RECORD 44.
	01  SYSSTAT-ITEM.
	     03  FILE-SYS-NAME		PIC X(08).
	     03  FILE-SYS-STATE		PIC X(01).
		 88  FILE-SYS-IS-CLOSED	VALUE "C".
		 88  FILE-SYS-IS-OPEN	VALUE "O" " ".
	     03  FILE-SYS-OVERRIDE	PIC X(01).
		 88  FILE-SYS-IS-OVERRIDDEN	VALUE "Y".
	     03  FILE-SYS-STEP		PIC X(08).
	     03  FILE-SYS-BY		PIC X(10).
	     03  FILE-SYS-DATE		PIC 9(8).
	     03  FILE-SYS-TIME		PIC 9(8).
	COPY BDATEFD.
	COPY FWDQFD.
	WORKING-STORAGE SECTION.
 	01  ALERT-FILE-STATUS.
           	05  ALR-STATUS-1	PIC X.
	01  ASK-ACK-LINE	PIC X(26) VALUE
			"ACKNOWLEDGE ALL (Y/N) [ ]".
	01  ACK-ANSWER		PIC X(01).
 	01  SYSSTAT-FILE-STATUS.
           	05  SYS-STATUS-1	PIC X.
           	05  SYS-STATUS-2	PIC X.
	01  SYS-FOUND-SWITCH	PIC X VALUE "N".
		88  SYS-RECORD-FOUND	VALUE "Y".
	01  ASK-EODW-LINE	PIC X(26) VALUE
			"OPEN/CLOSE WINDOW O/C [ ]".
	01  EODW-ANSWER		PIC X(01).
      ******************************************************
      * File status
      ******************************************************
	01  PWD-EXP-DAYS	PIC 9(3).
	01  TODAYS-DATE		PIC 9(8).
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * TODAYS-DATE stays on the machine clock -- password
      * aging and the sign-on audit run to real days -- and
      * the system business date is held apart from it for
      * the trading window override EODRUN compares against
      ******************************************************
	01  BUSINESS-DATE	PIC 9(8).
	COPY BDATEWS.
	COPY FWDQWS.
	01  EXPIRY-DATE		PIC 9(8).
      ******************************************************
      * Calendar arithmetic for the expiry date -- walks the
      *
	01 PREVIEW-REC.
	COPY PREVIEW.
      *
	01 ORDLIST-REC.
	COPY ORDLIST.
      *
	01 PARTY-REC.
	COPY PARTY.
      *
	01 RETMAIL-REC.
	COPY RETMAIL.
	01 EDELIV-REC.
	COPY EDELIV.
	01 SUIT-REC.
	COPY SUIT.
	01 CHKACT-REC.
	COPY CHKACT.
	01 CMPL-REC.
	COPY CMPL.
	01 CONTACT-REC.
	COPY CONTACT.
      *
	77 REC-FOUND 		PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND 	PIC S9(9) COMP-5 VALUE 2.
	77 REC-NEEDS-APPROVAL	PIC S9(9) COMP-5 VALUE 15.
	77 REC-UNCOLLECTED	PIC S9(9) COMP-5 VALUE 22.
	77 REC-EOD-WINDOW	PIC S9(9) COMP-5 VALUE 23.
	77 REC-PENDING-OPEN	PIC S9(9) COMP-5 VALUE 26.
	77 REC-TRAN-FAILED	PIC S9(9) COMP-5 VALUE 29.
      *****************************************************
      * Buffer TPCALLed to NORMSR to upper-case and
      * left-justify an account or fund code before it is sent
		05  FILLER	PIC X(30) VALUE
			" 15  SHARE PLEDGE (SUPV)".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 16  PENDING ORDERS".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 17  RELATED PARTIES".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 18  RETURNED MAIL".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 19  E-DELIVERY ELECTION".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 20  SUITABILITY PROFILE".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 21  CHECK STOP/VOID/REISSUE".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 22  END-OF-DAY WINDOW (SUPV)".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 23  CUSTOMER COMPLAINT".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 24  CONTACT HISTORY".
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(30) VALUE
			" 99  EXIT".
		05  FILLER	PIC X(80).
			"ENTER CHOICE [   ]".
		05  FILLER	PIC X(61).
	01  MENU-ENTER REDEFINES MENU-SCREEN.
		05  FILLER	PIC X(2120).
		05  FILLER	PIC X(14).
		05  CRT-CHOICE	PIC 9(02).
		05  FILLER	PIC X(60).
		05  ASK-ASOF	PIC X(18) VALUE
				"ASOF    [        ]".
		05  FILLER	PIC X(62).
      *****************************************************
      * An order may be stated in dollars instead of shares
      * -- the money to invest or to receive -- and a sale
      * may take the whole position with a "Y" in ALL.  The
      * strike works out the shares for either, so neither
      * goes with an as-of date.
      *****************************************************
		05  ASK-DOLLARS	PIC X(22) VALUE
				"DOLLARS [            ]".
		05  FILLER	PIC X(58).
		05  ASK-ALLSHR	PIC X(11) VALUE
				"ALL     [ ]".
		05  FILLER	PIC X(69).
	01  ENTER-IT REDEFINES CUST-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  FILLER	PIC X(9).
		05  CRT-ASOF	PIC 9(8).
		05  FILLER	PIC X(63).
		05  FILLER	PIC X(9).
		05  CRT-DOLLARS	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(9).
		05  CRT-ALLSHR	PIC X(01).
		05  FILLER	PIC X(70).
      *****************************************************
      * Quote screen -- choice 3
      *****************************************************
		05  CRT-AREP	PIC X(10).
		05  FILLER	PIC X(58).
      *****************************************************
      * Cash screen -- choice 7.  Type D deposits, C
      * deposits a check (its number is required), W
      * withdraws, I just asks for the balances.
      *****************************************************
	01  CASH-HEAD.
		05  ASK-CACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-CTYPE	PIC X(16) VALUE
				"TYPE D/C/W/I [ ]".
		05  FILLER	PIC X(64).
		05  ASK-CAMOUNT	PIC X(22) VALUE
				"AMOUNT  [            ]".
		05  FILLER	PIC X(58).
		05  ASK-CYEAR	PIC X(14) VALUE
				"TAX YR  [    ]".
		05  FILLER	PIC X(66).
		05  ASK-CCHECK	PIC X(20) VALUE
				"CHECK # [          ]".
		05  FILLER	PIC X(60).
	01  ENTER-CASH REDEFINES CASH-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-CACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(14).
		05  CRT-CTYPE	PIC X(01).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(9).
		05  CRT-CAMOUNT	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(9).
		05  CRT-CYEAR	PIC 9(4).
		05  FILLER	PIC X(67).
		05  FILLER	PIC X(9).
		05  CRT-CCHECK	PIC X(10).
		05  FILLER	PIC X(61).
      *****************************************************
      * Trade history screen -- choice 8.  A from-date of
      * zero and a blank from-fund ask for everything; when
		05  PRVW-LINE-ST	PIC $$$$$$$$9.99-.
		05  FILLER	PIC X(8) VALUE "  LT =>".
		05  PRVW-LINE-LT	PIC $$$$$$$$9.99-.
		05  FILLER	PIC X(10) VALUE "  CDSC =>".
		05  PRVW-LINE-CDSC	PIC $$$$$$9.99.
      *****************************************************
      * Beneficiary registration screen -- choice 13.  The
      * numbered slot names who inherits, at what
		05  FILLER	PIC X(6) VALUE "  REL".
		05  PLG-LINE-REL	PIC 9(8).
      *****************************************************
      * Pending orders screen -- choice 16.  The account's
      * orders waiting for tonight's strike are listed by
      * row; a trader then picks a row to cancel ("C") or
      * change ("M").  A change gives only what is to
      * change -- a new fund, a new side, or a new size in
      * the order's own terms, shares or dollars.
      *****************************************************
	01  ORD-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(20) VALUE
			"PENDING ORDERS".
		05  FILLER	PIC X(40).
		05  ASK-OACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
	01  ENTER-ORD REDEFINES ORD-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-OACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
	01  ORDACT-HEAD.
		05  ASK-OACTION	PIC X(14) VALUE
				"ACTION C/M [ ]".
		05  FILLER	PIC X(66).
		05  ASK-OROW	PIC X(12) VALUE
				"ROW     [  ]".
		05  FILLER	PIC X(68).
		05  ASK-OFUND	PIC X(20) VALUE
				"FUND    [          ]".
		05  FILLER	PIC X(60).
		05  ASK-OSIDE	PIC X(11) VALUE
				"SIDE    [ ]".
		05  FILLER	PIC X(69).
		05  ASK-OAMOUNT	PIC X(21) VALUE
				"AMOUNT  [           ]".
		05  FILLER	PIC X(59).
		05  ASK-ODOLLARS	PIC X(22) VALUE
				"DOLLARS [            ]".
		05  FILLER	PIC X(58).
	01  ENTER-ORDACT REDEFINES ORDACT-HEAD.
		05  FILLER	PIC X(12).
		05  CRT-OACTION	PIC X(01).
		05  FILLER	PIC X(67).
		05  FILLER	PIC X(9).
		05  CRT-OROW	PIC 9(02).
		05  FILLER	PIC X(69).
		05  FILLER	PIC X(9).
		05  CRT-OFUND	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(9).
		05  CRT-OSIDE	PIC X(01).
		05  FILLER	PIC X(70).
		05  FILLER	PIC X(9).
		05  CRT-OAMOUNT	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(9).
		05  CRT-ODOLLARS	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(59).
	01  ORD-ROW		PIC 9(4) COMP-5.
	01  ORD-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ORD-LINE-ROW	PIC Z9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ORD-LINE-FUND	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  ORD-LINE-SIDE	PIC X(4).
		05  ORD-LINE-SHARES	PIC ZZZZZZ9.999.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  ORD-LINE-DOLLARS	PIC $$$$$$$$9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  ORD-LINE-NOTE	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  ORD-LINE-REF	PIC X(20).
      *****************************************************
      * Related parties screen -- choice 17.  The numbered
      * slot names one person besides the registered owner
      * who stands on the account: J joint owner, P attorney-
      * in-fact under a power of attorney, C custodian, T
      * trusted contact.  Action I asks what a slot says.
      * BIRTH is keyed YYYYMMDD.
      *****************************************************
	01  PTY-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"RELATED PARTIES".
		05  FILLER	PIC X(34).
		05  ASK-YACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-YSEQ	PIC X(12) VALUE
				"SEQ     [  ]".
		05  FILLER	PIC X(68).
		05  ASK-YACTION	PIC X(16) VALUE
				"ACTION A/D/I [ ]".
		05  FILLER	PIC X(64).
		05  ASK-YROLE	PIC X(16) VALUE
				"ROLE J/P/C/T [ ]".
		05  FILLER	PIC X(64).
		05  ASK-YNAME	PIC X(40) VALUE
		"NAME    [                              ]".
		05  FILLER	PIC X(40).
		05  ASK-YSTREET	PIC X(40) VALUE
		"STREET  [                              ]".
		05  FILLER	PIC X(40).
		05  ASK-YCITY	PIC X(30) VALUE
				"CITY    [                    ]".
		05  FILLER	PIC X(50).
		05  ASK-YSTATE	PIC X(12) VALUE
				"STATE   [  ]".
		05  FILLER	PIC X(68).
		05  ASK-YZIP	PIC X(20) VALUE
				"ZIP     [          ]".
		05  FILLER	PIC X(60).
		05  ASK-YBIRTH	PIC X(18) VALUE
				"BIRTH   [        ]".
		05  FILLER	PIC X(62).
		05  ASK-YTIN	PIC X(19) VALUE
				"TIN     [         ]".
		05  FILLER	PIC X(61).
	01  ENTER-PTY REDEFINES PTY-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-YACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(9).
		05  CRT-YSEQ	PIC 9(2).
		05  FILLER	PIC X(69).
		05  FILLER	PIC X(14).
		05  CRT-YACTION	PIC X(01).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(14).
		05  CRT-YROLE	PIC X(01).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(9).
		05  CRT-YNAME	PIC X(30).
		05  FILLER	PIC X(41).
		05  FILLER	PIC X(9).
		05  CRT-YSTREET	PIC X(30).
		05  FILLER	PIC X(41).
		05  FILLER	PIC X(9).
		05  CRT-YCITY	PIC X(20).
		05  FILLER	PIC X(51).
		05  FILLER	PIC X(9).
		05  CRT-YSTATE	PIC X(02).
		05  FILLER	PIC X(69).
		05  FILLER	PIC X(9).
		05  CRT-YZIP	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(9).
		05  CRT-YBIRTH	PIC 9(8).
		05  FILLER	PIC X(63).
		05  FILLER	PIC X(9).
		05  CRT-YTIN	PIC X(9).
		05  FILLER	PIC X(62).
      *****************************************************
      * Returned mail screen -- choice 18.  Action R records
      * a piece of mail come back undeliverable, C clears the
      * flag once a good address is on file, I asks where
      * the account stands.  REASON is what the envelope
      * says, MOVED, NO SUCH, and the like.
      *****************************************************
	01  RTM-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"RETURNED MAIL".
		05  FILLER	PIC X(34).
		05  ASK-MACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-MACTION	PIC X(16) VALUE
				"ACTION R/C/I [ ]".
		05  FILLER	PIC X(64).
		05  ASK-MREASON	PIC X(20) VALUE
				"REASON  [          ]".
		05  FILLER	PIC X(60).
	01  ENTER-RTM REDEFINES RTM-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-MACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(14).
		05  CRT-MACTION	PIC X(01).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(9).
		05  CRT-MREASON	PIC X(10).
		05  FILLER	PIC X(61).
      *****************************************************
      * E-delivery screen -- choice 19.  Action E records
      * the customer's consent to documents by e-mail at
      * the address keyed, P puts the account back on paper,
      * I asks how the account takes its documents.
      *****************************************************
	01  EDL-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"E-DELIVERY ELECTION".
		05  FILLER	PIC X(34).
		05  ASK-EDACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-EDACTION	PIC X(16) VALUE
				"ACTION E/P/I [ ]".
		05  FILLER	PIC X(64).
		05  ASK-EDEMAIL	PIC X(9) VALUE
				"E-MAIL  [".
		05  FILLER	PIC X(50) VALUE SPACES.
		05  FILLER	PIC X(1) VALUE "]".
		05  FILLER	PIC X(20).
	01  ENTER-EDL REDEFINES EDL-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-EDACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(14).
		05  CRT-EDACTION	PIC X(01).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(9).
		05  CRT-EDEMAIL	PIC X(50).
		05  FILLER	PIC X(21).
      *****************************************************
      * Suitability screen -- choice 20.  Action U records
      * the profile as keyed from a fresh interview, I asks
      * what the profile on file says and how old it is.
      *****************************************************
	01  SUI-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"SUITABILITY PROFILE".
		05  FILLER	PIC X(34).
		05  ASK-SUACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-SUACTION	PIC X(21) VALUE
				"ACTION U/I        [ ]".
		05  FILLER	PIC X(59).
		05  ASK-SUOBJ	PIC X(21) VALUE
				"OBJECTIVE P/I/G/S [ ]".
		05  FILLER	PIC X(59).
		05  ASK-SURISK	PIC X(21) VALUE
				"RISK 1-5          [ ]".
		05  FILLER	PIC X(59).
		05  ASK-SUHOR	PIC X(21) VALUE
				"HORIZON S/M/L     [ ]".
		05  FILLER	PIC X(59).
		05  ASK-SUWORTH	PIC X(23) VALUE
				"NET WORTH [           ]".
		05  FILLER	PIC X(57).
	01  ENTER-SUI REDEFINES SUI-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-SUACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(19).
		05  CRT-SUACTION	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(19).
		05  CRT-SUOBJ	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(19).
		05  CRT-SURISK	PIC 9(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(19).
		05  CRT-SUHOR	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(11).
		05  CRT-SUWORTH	PIC Z(10)9.
		05  FILLER	PIC X(58).
      *****************************************************
      * Check screen -- choice 21.  Action I shows a check
      * on the register; S, V and R stop, void or void and
      * reissue it with the reason given; L loads a new
      * range of blank check stock, CHECK NO through LAST
      * NO.
      *****************************************************
	01  CHK-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"CHECK STOP/VOID/REISSUE".
		05  FILLER	PIC X(34).
		05  ASK-CKNO	PIC X(19) VALUE
				"CHECK NO [        ]".
		05  FILLER	PIC X(61).
		05  ASK-CKACTION	PIC X(21) VALUE
				"ACTION I/S/V/R/L  [ ]".
		05  FILLER	PIC X(59).
		05  ASK-CKLAST	PIC X(19) VALUE
				"LAST NO  [        ]".
		05  FILLER	PIC X(61).
		05  ASK-CKREASON	PIC X(31) VALUE
				"REASON   [                    ]".
		05  FILLER	PIC X(49).
	01  ENTER-CHK REDEFINES CHK-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(10).
		05  CRT-CKNO	PIC 9(08).
		05  FILLER	PIC X(62).
		05  FILLER	PIC X(19).
		05  CRT-CKACTION	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10).
		05  CRT-CKLAST	PIC 9(08).
		05  FILLER	PIC X(62).
		05  FILLER	PIC X(10).
		05  CRT-CKREASON	PIC X(20).
		05  FILLER	PIC X(50).
      *****************************************************
      * Complaint screen -- choice 23.  Action L logs a new
      * complaint received today (the date and number are
      * given back); C closes the complaint named by account,
      * date received and number, with any make-whole amount
      * paid; I shows it.
      *****************************************************
	01  CMP-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"CUSTOMER COMPLAINT".
		05  FILLER	PIC X(34).
		05  ASK-CMACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-CMACTION	PIC X(21) VALUE
				"ACTION L/C/I      [ ]".
		05  FILLER	PIC X(59).
		05  ASK-CMDATE	PIC X(19) VALUE
				"RECEIVED [        ]".
		05  FILLER	PIC X(61).
		05  ASK-CMSEQ	PIC X(13) VALUE
				"NUMBER   [  ]".
		05  FILLER	PIC X(67).
		05  ASK-CMCAT	PIC X(21) VALUE
				"ARRIVED W/O       [ ]".
		05  FILLER	PIC X(59).
		05  ASK-CMPROB	PIC X(13) VALUE
				"PROBLEM  [  ]".
		05  FILLER	PIC X(67).
		05  ASK-CMPROD	PIC X(13) VALUE
				"PRODUCT  [  ]".
		05  FILLER	PIC X(67).
		05  ASK-CMFUND	PIC X(21) VALUE
				"FUND     [          ]".
		05  FILLER	PIC X(59).
		05  ASK-CMSUMM	PIC X(51) VALUE
		"SUMMARY  [                                        ]".
		05  FILLER	PIC X(29).
		05  ASK-CMWHOLE	PIC X(25) VALUE
				"MAKE WHOLE [            ]".
		05  FILLER	PIC X(55).
	01  ENTER-CMP REDEFINES CMP-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-CMACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(19).
		05  CRT-CMACTION	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10).
		05  CRT-CMDATE	PIC 9(08).
		05  FILLER	PIC X(62).
		05  FILLER	PIC X(10).
		05  CRT-CMSEQ	PIC 9(02).
		05  FILLER	PIC X(68).
		05  FILLER	PIC X(19).
		05  CRT-CMCAT	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10).
		05  CRT-CMPROB	PIC X(02).
		05  FILLER	PIC X(68).
		05  FILLER	PIC X(10).
		05  CRT-CMPROD	PIC X(02).
		05  FILLER	PIC X(68).
		05  FILLER	PIC X(10).
		05  CRT-CMFUND	PIC X(10).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10).
		05  CRT-CMSUMM	PIC X(40).
		05  FILLER	PIC X(30).
		05  FILLER	PIC X(12).
		05  CRT-CMWHOLE	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(56).
      *****************************************************
      * Contact history screen -- choice 24.  Action A adds
      * a note (channel, text and any follow-up date); B
      * browses the notes on file from the date and time
      * given, zeros for the first.  Notes are never changed
      * once saved.
      *****************************************************
	01  CON-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"CONTACT HISTORY".
		05  FILLER	PIC X(34).
		05  ASK-COACCOUNT	PIC X(20) VALUE
				"ACCOUNT [          ]".
		05  FILLER	PIC X(60).
		05  ASK-COACTION	PIC X(21) VALUE
				"ACTION A/B        [ ]".
		05  FILLER	PIC X(59).
		05  ASK-COCHANNEL	PIC X(21) VALUE
				"CHANNEL P/E/L/V   [ ]".
		05  FILLER	PIC X(59).
		05  ASK-COFOLLOW	PIC X(19) VALUE
				"FOLLOW UP[        ]".
		05  FILLER	PIC X(61).
		05  ASK-CONOTE1	PIC X(10) VALUE
				"NOTE     [".
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10) VALUE "]".
		05  ASK-CONOTE2	PIC X(10) VALUE
				"         [".
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10) VALUE "]".
		05  ASK-COFDATE	PIC X(19) VALUE
				"FROM DATE[        ]".
		05  FILLER	PIC X(61).
		05  ASK-COFTIME	PIC X(19) VALUE
				"FROM TIME[        ]".
		05  FILLER	PIC X(61).
	01  ENTER-CON REDEFINES CON-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(9).
		05  CRT-COACCOUNT	PIC X(10).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(19).
		05  CRT-COACTION	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(19).
		05  CRT-COCHANNEL	PIC X(01).
		05  FILLER	PIC X(60).
		05  FILLER	PIC X(10).
		05  CRT-COFOLLOW	PIC 9(08).
		05  FILLER	PIC X(62).
		05  FILLER	PIC X(10).
		05  CRT-CONOTE1	PIC X(60).
		05  FILLER	PIC X(10).
		05  FILLER	PIC X(10).
		05  CRT-CONOTE2	PIC X(60).
		05  FILLER	PIC X(10).
		05  FILLER	PIC X(10).
		05  CRT-COFDATE	PIC 9(08).
		05  FILLER	PIC X(62).
		05  FILLER	PIC X(10).
		05  CRT-COFTIME	PIC 9(08).
		05  FILLER	PIC X(62).
      *****************************************************
      * Row subscript and display line used to print the
      * contact history reply from CONTSR
      *****************************************************
	01  CON-ROW		PIC 9(4) COMP-5.
	01  CON-LINE.
		05  CON-LINE-DATE	PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  CON-LINE-TIME	PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  CON-LINE-BY	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  CON-LINE-VIA	PIC X(01).
		05  FILLER	PIC X(14) VALUE
			"  FOLLOW UP =>".
		05  CON-LINE-DUE	PIC 9(8).
	01  CON-TEXT-LINE.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  CON-LINE-TEXT	PIC X(60).
      *****************************************************
      * Lines showing who stands on an account -- the
      * registered owner, then each related party by slot.
      * The same lines head the buy, sell and cash screens
      * so the teller sees who may give instructions before
      * taking one.
      *****************************************************
	01  PTY-ROW		PIC 9(4) COMP-5.
	01  PTY-OWNER-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(19) VALUE
			"OWNER".
		05  PTY-LINE-OWNER	PIC X(30).
	01  PTY-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PTY-LINE-SEQ	PIC Z9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  PTY-LINE-ROLE	PIC X(16).
		05  PTY-LINE-NAME	PIC X(30).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  PTY-LINE-NOTE	PIC X(14).
      *****************************************************
      * Result line showing the RMD figures RMDSR answered
      *****************************************************
	01  RMD-LINE.
		05  CASH-LINE-HOLD	PIC $$$$$$$$9.99.
		05  FILLER	PIC X(14) VALUE "  SETTLES =>".
		05  CASH-LINE-DATE	PIC 9(8).
	01  UNCOL-LINE.
		05  FILLER	PIC X(15) VALUE "UNCOLLECTED =>".
		05  UNCOL-LINE-AMT	PIC $$$$$$$$9.99.
		05  FILLER	PIC X(13) VALUE "  CLEARS =>".
		05  UNCOL-LINE-DATE	PIC 9(8).
	01  DUP-LINE.
		05  FILLER	PIC X(31) VALUE
			"POSSIBLE DUPLICATE OF ACCOUNT ".
		05  DUP-LINE-ACCOUNT	PIC X(10).
		05  DUP-LINE-BASIS	PIC X(20).
      ******************************************************
	PROCEDURE DIVISION.
       START-MENU.
	ELSE IF CRT-CHOICE = 15
		PERFORM DO-PLEDGE
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 16
		PERFORM DO-ORDERS THRU DO-ORDERS-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 17
		PERFORM DO-PARTY THRU DO-PARTY-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 18
		PERFORM DO-RETMAIL THRU DO-RETMAIL-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 19
		PERFORM DO-EDELIV THRU DO-EDELIV-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 20
		PERFORM DO-SUIT THRU DO-SUIT-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 21
		PERFORM DO-CHECK THRU DO-CHECK-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 22
		PERFORM DO-EODWIN THRU DO-EODWIN-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 23
		PERFORM DO-COMPLAINT THRU DO-COMPLAINT-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 24
		PERFORM DO-CONTACT THRU DO-CONTACT-EXIT
		GO TO SHOW-MENU
	ELSE IF CRT-CHOICE = 99
		PERFORM DO-TPTERM
		PERFORM EXIT-PROGRAM
	MOVE CRT-ACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-ACCOUNT.
	MOVE CRT-ACCOUNT TO PARTY-ACCOUNT.
	PERFORM SHOW-AUTHORIZED THRU SHOW-AUTHORIZED-EXIT.
	MOVE CRT-FUND TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-FUND.
	IF CRT-ALLSHR = "Y"
		MOVE "Whole Position Only On A Sale" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY ENTER-IT
		GO TO DO-BUY-EXIT.
	MOVE CRT-DOLLARS TO CUST-DOLLARS.
	IF CUST-DOLLARS > ZERO AND CRT-ASOF > ZERO
		MOVE "Dollar Order Cannot Be Backdated" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY ENTER-IT
		GO TO DO-BUY-EXIT.
	IF CUST-DOLLARS > ZERO
		SET CUST-IN-DOLLARS TO TRUE
	ELSE
		SET CUST-IN-SHARES TO TRUE.
	MOVE CRT-ACCOUNT TO CUST-ACCOUNT.
	MOVE CRT-FUND TO CUST-FUND.
	MOVE CRT-AMOUNT TO CUST-AMOUNT.
		DISPLAY ENTER-IT
		DISPLAY "BACKDATED ORDER PARKED FOR SUPERVISOR"
		GO TO DO-BUY-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Buy Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		GO TO DO-BUY-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-PENDING-OPEN
		MOVE "Buy Refused - Pending Open" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "ACCOUNT AWAITING OPENING REVIEW - NOT YET OPEN"
		GO TO DO-BUY-EXIT.
      ******************************************************
      *  The service is down or could not start its
      *  transaction -- hold the order on the forwarding
      *  queue rather than lose it
      ******************************************************
	IF NOT TPOK AND (APPL-RETURN-CODE = ZERO OR
	   APPL-RETURN-CODE = REC-TRAN-FAILED)
		PERFORM QUEUE-THE-ORDER
		GO TO DO-BUY-EXIT.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "Buy Order Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-BUY-EXIT.
	MOVE CRT-ACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-ACCOUNT.
	MOVE CRT-ACCOUNT TO PARTY-ACCOUNT.
	PERFORM SHOW-AUTHORIZED THRU SHOW-AUTHORIZED-EXIT.
	MOVE CRT-FUND TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-FUND.
	MOVE CRT-DOLLARS TO CUST-DOLLARS.
	IF (CUST-DOLLARS > ZERO OR CRT-ALLSHR = "Y") AND
	   CRT-ASOF > ZERO
		MOVE "Dollar Order Cannot Be Backdated" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY ENTER-IT
		GO TO DO-SELL-EXIT.
	IF CRT-ALLSHR = "Y"
		SET CUST-ALL-SHARES TO TRUE
		MOVE ZERO TO CUST-DOLLARS
	ELSE IF CUST-DOLLARS > ZERO
		SET CUST-IN-DOLLARS TO TRUE
	ELSE
		SET CUST-IN-SHARES TO TRUE.
	MOVE CRT-ACCOUNT TO CUST-ACCOUNT.
	MOVE CRT-FUND TO CUST-FUND.
	MOVE CRT-AMOUNT TO CUST-AMOUNT.
		DISPLAY ENTER-IT
		DISPLAY "BACKDATED ORDER PARKED FOR SUPERVISOR"
		GO TO DO-SELL-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Sell Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		GO TO DO-SELL-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-PENDING-OPEN
		MOVE "Sell Refused - Pending Open" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "ACCOUNT AWAITING OPENING REVIEW - NOT YET OPEN"
		GO TO DO-SELL-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-UNCOLLECTED
		MOVE "Sell Refused - Uncollected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY ENTER-IT
		DISPLAY "SHARES BOUGHT WITH UNCOLLECTED CHECK FUNDS"
		GO TO DO-SELL-EXIT.
      ******************************************************
      *  The service is down or could not start its
      *  transaction -- hold the order on the forwarding
      *  queue rather than lose it
      ******************************************************
	IF NOT TPOK AND (APPL-RETURN-CODE = ZERO OR
	   APPL-RETURN-CODE = REC-TRAN-FAILED)
		PERFORM QUEUE-THE-ORDER
		GO TO DO-SELL-EXIT.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	IF CRT-PACCOUNT = SPACES
		GO TO DO-POSITIONS-EXIT.
	MOVE CRT-PACCOUNT TO POSLIST-ACCOUNT.
	MOVE SESSION-OPERATOR TO POSLIST-OPERATOR.
      *
	MOVE LENGTH OF POSLIST-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE CRT-ABDT TO CUSTMAS-BIRTH-DATE.
	MOVE CRT-AREP TO CUSTMAS-REP.
	MOVE SESSION-OPERATOR TO CUSTMAS-OPERATOR.
	MOVE SPACE TO CUSTMAS-DUP-FLAG.
	MOVE SPACES TO CUSTMAS-DUP-ACCOUNT.
      *
	MOVE LENGTH OF CUSTMAS-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
		GO TO DO-MAINTAIN-EXIT.
	MOVE "Account Maintained" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      ******************************************************
      *  A new account that looks like a customer already on
      *  file is added all the same -- the operator is told
      *  which account it resembles and on what
      ******************************************************
	IF CUSTMAS-DUP-FLAG NOT = SPACE
		MOVE CUSTMAS-DUP-ACCOUNT TO DUP-LINE-ACCOUNT
		IF CUSTMAS-DUP-BY-TIN
			MOVE " - SAME TIN" TO DUP-LINE-BASIS
		ELSE
			MOVE " - SAME NAME" TO DUP-LINE-BASIS
		END-IF
		DISPLAY DUP-LINE.
       DO-MAINTAIN-EXIT.
	EXIT.
      ******************************************************
	MOVE CRT-CACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-CACCOUNT.
	MOVE CRT-CACCOUNT TO PARTY-ACCOUNT.
	PERFORM SHOW-AUTHORIZED THRU SHOW-AUTHORIZED-EXIT.
	MOVE CRT-CACCOUNT TO CASHTX-ACCOUNT.
	MOVE CRT-CTYPE TO CASHTX-TYPE.
	MOVE CRT-CAMOUNT TO CASHTX-AMOUNT.
	MOVE CRT-CYEAR TO CASHTX-TAX-YEAR.
	MOVE SESSION-OPERATOR TO CASHTX-OPERATOR.
	MOVE SPACES TO CASHTX-APPROVER.
	MOVE CRT-CCHECK TO CASHTX-CHECK-NO.
      *
	MOVE LENGTH OF CASHTX-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
			TPTYPE-REC
			CASHTX-REC
			TPSTATUS-REC.
      ******************************************************
      *  A withdrawal refused for check money not yet
      *  cleared says so, and when the money will be good
      ******************************************************
	IF NOT TPOK AND APPL-RETURN-CODE = REC-UNCOLLECTED
		MOVE "Withdrawal Held - Uncollected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE CASHTX-UNCOLLECTED TO UNCOL-LINE-AMT
		MOVE CASHTX-CLEAR-DATE TO UNCOL-LINE-DATE
		DISPLAY "CHECK FUNDS NOT YET COLLECTED"
		DISPLAY UNCOL-LINE
		GO TO DO-CASH-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Cash Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		GO TO DO-CASH-EXIT.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-PENDING-OPEN
		MOVE "Cash Refused - Pending Open" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "ACCOUNT AWAITING OPENING REVIEW - NOT YET OPEN"
		GO TO DO-CASH-EXIT.
      ******************************************************
      *  A deposit or withdrawal the service could not take
      *  is held on the forwarding queue; an inquiry is
      *  simply keyed again later
      ******************************************************
	IF NOT TPOK AND NOT CASHTX-IS-INQUIRY AND
	   (APPL-RETURN-CODE = ZERO OR
	   APPL-RETURN-CODE = REC-TRAN-FAILED)
		PERFORM QUEUE-THE-CASH
		GO TO DO-CASH-EXIT.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		MOVE CASHTX-HOLD-AMOUNT TO CASH-LINE-HOLD
		MOVE CASHTX-SETTLE-DATE TO CASH-LINE-DATE
		DISPLAY CASH-LINE
		IF CASHTX-UNCOLLECTED > ZERO
			MOVE CASHTX-UNCOLLECTED TO UNCOL-LINE-AMT
			MOVE CASHTX-CLEAR-DATE TO UNCOL-LINE-DATE
			DISPLAY UNCOL-LINE
		END-IF
	ELSE
		MOVE "Cash Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
       DO-CASH-EXIT.
	EXIT.
      ******************************************************
      *  Put the order or cash request just refused as
      *  unreachable on the forwarding queue, for FWDSR to
      *  deliver once the service is back, and tell the
      *  operator which reference it is held under
      ******************************************************
       QUEUE-THE-ORDER.
	PERFORM GET-BUSINESS-DATE.
	MOVE SPACES TO FWDQ-REC.
	MOVE ZERO TO FWDQ-CAPTURE-DATE.
	MOVE ZERO TO FWDQ-CAPTURE-TIME.
	MOVE SERVICE-NAME TO FWDQ-SERVICE.
	MOVE "cust" TO FWDQ-SUB-TYPE.
	MOVE "MENU" TO FWDQ-SOURCE.
	MOVE SESSION-OPERATOR TO FWDQ-OPERATOR.
	MOVE CUST-ACCOUNT TO FWDQ-ACCOUNT.
	MOVE CUST-ORDER-REF TO FWDQ-REF.
	MOVE CUST-REC TO FWDQ-DATA.
	PERFORM FWDQ-PUT THRU FWDQ-PUT-EXIT.
	PERFORM SHOW-QUEUED.
       QUEUE-THE-CASH.
	PERFORM GET-BUSINESS-DATE.
	MOVE SPACES TO FWDQ-REC.
	MOVE ZERO TO FWDQ-CAPTURE-DATE.
	MOVE ZERO TO FWDQ-CAPTURE-TIME.
	MOVE SERVICE-NAME TO FWDQ-SERVICE.
	MOVE "cashtx" TO FWDQ-SUB-TYPE.
	MOVE "MENU" TO FWDQ-SOURCE.
	MOVE SESSION-OPERATOR TO FWDQ-OPERATOR.
	MOVE CASHTX-ACCOUNT TO FWDQ-ACCOUNT.
	MOVE CASHTX-REC TO FWDQ-DATA.
	PERFORM FWDQ-PUT THRU FWDQ-PUT-EXIT.
	PERFORM SHOW-QUEUED.
       SHOW-QUEUED.
	IF FWDQ-NOT-QUEUED
		MOVE "Service Down - Request Not Queued" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SERVICE UNAVAILABLE - NOT QUEUED, KEY IT AGAIN"
	ELSE
		MOVE "Service Down - Request Queued" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SERVICE UNAVAILABLE - QUEUED AS REF " FWDQ-REF
	END-IF.
      ******************************************************
      *  Choice 8 -- browse an account's blotter activity,
      *  via HISTSR.  Any operator may look -- history is an
      *  inquiry, the same judgement DO-POSITIONS makes.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-HACCOUNT.
	MOVE CRT-HACCOUNT TO TRDHIST-ACCOUNT.
	MOVE SESSION-OPERATOR TO TRDHIST-OPERATOR.
	MOVE CRT-HFFUND TO TRDHIST-FROM-FUND.
	MOVE CRT-HFROM TO TRDHIST-FROM-DATE.
      *
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-RACCOUNT.
	MOVE CRT-RACCOUNT TO RMD-ACCOUNT.
	MOVE SESSION-OPERATOR TO RMD-OPERATOR.
	MOVE CRT-RYEAR TO RMD-YEAR.
      *
	MOVE LENGTH OF RMD-REC TO LEN.
       DO-PLEDGE-EXIT.
	EXIT.
      ******************************************************
      *  Choice 16 -- an account's orders waiting for the
      *  NAV strike, via ORDMNTSR.  Any operator may list
      *  them; cancelling or changing one is trading, the
      *  same role choices 1 and 2 need, and the service
      *  verifies the role again itself.  The row picked is
      *  sent back by its book key, as the list gave it.
      ******************************************************
       DO-ORDERS.
	DISPLAY SPACE.
	DISPLAY ORD-HEAD.
	MOVE SPACE TO ENTER-ORD.
	DISPLAY ENTER-ORD.
	ACCEPT ENTER-ORD.
	IF CRT-OACCOUNT = SPACES
		GO TO DO-ORDERS-EXIT.
	MOVE CRT-OACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-OACCOUNT.
	MOVE CRT-OACCOUNT TO ORDLIST-ACCOUNT.
	MOVE "L" TO ORDLIST-ACTION.
	MOVE SESSION-OPERATOR TO ORDLIST-OPERATOR.
	PERFORM CALL-ORDMNTSR.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "Order List Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-ORDERS-EXIT.
	PERFORM SHOW-ORDER-LIST.
	IF ORDLIST-COUNT = ZERO
		GO TO DO-ORDERS-EXIT.
	DISPLAY SPACE.
	DISPLAY ORDACT-HEAD.
	MOVE SPACE TO ENTER-ORDACT.
	DISPLAY ENTER-ORDACT.
	ACCEPT ENTER-ORDACT.
	IF CRT-OACTION = SPACE
		GO TO DO-ORDERS-EXIT.
	IF NOT SESSION-IS-TRADER AND NOT SESSION-IS-SUPER
		MOVE "Not Authorized To Trade" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-ORDERS-EXIT.
	IF CRT-OROW = ZERO OR CRT-OROW > ORDLIST-COUNT
		DISPLAY "NO SUCH ROW"
		GO TO DO-ORDERS-EXIT.
	MOVE CRT-OACTION TO ORDLIST-ACTION.
	MOVE ORDLIST-ROW-FUND(CRT-OROW) TO ORDLIST-FUND.
	MOVE ORDLIST-ROW-DATE(CRT-OROW) TO ORDLIST-DATE.
	MOVE ORDLIST-ROW-TIME(CRT-OROW) TO ORDLIST-TIME.
	MOVE SPACES TO ORDLIST-NEW-FUND.
	IF CRT-OFUND NOT = SPACES
		MOVE CRT-OFUND TO NORM-REC
		PERFORM NORMALIZE-CODE
		MOVE NORM-REC TO ORDLIST-NEW-FUND.
	MOVE CRT-OSIDE TO ORDLIST-NEW-SIDE.
	MOVE CRT-OAMOUNT TO ORDLIST-NEW-AMOUNT.
	MOVE CRT-ODOLLARS TO ORDLIST-NEW-DOLLARS.
	PERFORM CALL-ORDMNTSR.
	IF TPOK AND APPL-RETURN-CODE = REC-FOUND
		IF CRT-OACTION = "C"
			DISPLAY "ORDER WITHDRAWN"
		ELSE
			DISPLAY "ORDER CHANGED"
		END-IF
		MOVE "Pending Order Updated" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM SHOW-ORDER-LIST
	ELSE
		DISPLAY SPACE
		DISPLAY "ORDER REQUEST REJECTED"
		MOVE "Pending Order Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
       DO-ORDERS-EXIT.
	EXIT.
      ******************************************************
      *  One TPCALL to the pending order service
      ******************************************************
       CALL-ORDMNTSR.
	MOVE LENGTH OF ORDLIST-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "ordlist" TO SUB-TYPE.
	MOVE "ORDMNTSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
      *
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			ORDLIST-REC
			TPTYPE-REC
			ORDLIST-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The pending orders the last reply carried
      ******************************************************
       SHOW-ORDER-LIST.
	DISPLAY SPACE.
	IF ORDLIST-COUNT = ZERO
		DISPLAY "NO PENDING ORDERS FOR THIS ACCOUNT"
	ELSE
		PERFORM SHOW-ORDER-ROW
			VARYING ORD-ROW FROM 1 BY 1
			UNTIL ORD-ROW > ORDLIST-COUNT.
      ******************************************************
       SHOW-ORDER-ROW.
	MOVE ORD-ROW TO ORD-LINE-ROW.
	MOVE ORDLIST-ROW-FUND(ORD-ROW) TO ORD-LINE-FUND.
	IF ORDLIST-ROW-SIDE(ORD-ROW) = "B"
		MOVE "BUY" TO ORD-LINE-SIDE
	ELSE
		MOVE "SELL" TO ORD-LINE-SIDE.
	MOVE ORDLIST-ROW-AMOUNT(ORD-ROW) TO ORD-LINE-SHARES.
	MOVE ORDLIST-ROW-DOLLARS(ORD-ROW) TO ORD-LINE-DOLLARS.
	IF ORDLIST-ROW-TYPE(ORD-ROW) = "D"
		MOVE "IN DOLLARS" TO ORD-LINE-NOTE
	ELSE IF ORDLIST-ROW-TYPE(ORD-ROW) = "A"
		MOVE "ALL SHARES" TO ORD-LINE-NOTE
	ELSE
		MOVE SPACES TO ORD-LINE-NOTE.
	MOVE ORDLIST-ROW-REF(ORD-ROW) TO ORD-LINE-REF.
	DISPLAY ORD-LINE.
      ******************************************************
      *  Choice 11 -- what the account is worth right now,
      *  via VALSR.  Any operator may look -- it is an
      *  inquiry, the same judgement DO-POSITIONS makes.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-VACCOUNT.
	MOVE CRT-VACCOUNT TO VAL-ACCOUNT.
	MOVE SESSION-OPERATOR TO VAL-OPERATOR.
      *
	MOVE LENGTH OF VALUE-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-WFUND.
	MOVE CRT-WACCOUNT TO PRV-ACCOUNT.
	MOVE SESSION-OPERATOR TO PRV-OPERATOR.
	MOVE CRT-WFUND TO PRV-FUND.
	MOVE CRT-WAMOUNT TO PRV-SHARES.
	MOVE CRT-WLOT TO PRV-LOT-DATE.
		DISPLAY PRVW-MONEY-LINE
		MOVE PRV-GAIN-SHORT TO PRVW-LINE-ST
		MOVE PRV-GAIN-LONG TO PRVW-LINE-LT
		MOVE PRV-CDSC TO PRVW-LINE-CDSC
		DISPLAY PRVW-GAIN-LINE
		MOVE "Preview Displayed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
	MOVE PRV-LOT-QTY (PVX) TO PRVW-LINE-QTY.
	MOVE PRV-LOT-PRICE (PVX) TO PRVW-LINE-PRICE.
	DISPLAY PRVW-LOT-LINE.
      ******************************************************
      *  Choice 17 -- the related parties on an account, via
      *  PARTYSR.  An add or delete needs the trader role;
      *  an inquiry any operator may make.  Whatever the
      *  action, the account's parties are listed back.
      ******************************************************
       DO-PARTY.
	DISPLAY SPACE.
	DISPLAY PTY-HEAD.
	MOVE SPACE TO ENTER-PTY.
	DISPLAY ENTER-PTY.
	ACCEPT ENTER-PTY.
	IF CRT-YACCOUNT = SPACES
		GO TO DO-PARTY-EXIT.
	IF CRT-YACTION NOT = "I" AND NOT SESSION-IS-TRADER
		MOVE "Not Authorized To Register" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-PARTY-EXIT.
	MOVE CRT-YACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-YACCOUNT.
	MOVE CRT-YACCOUNT TO PARTY-ACCOUNT.
	MOVE CRT-YSEQ TO PARTY-SEQ.
	MOVE CRT-YACTION TO PARTY-ACTION.
	MOVE CRT-YROLE TO PARTY-ROLE.
	MOVE CRT-YNAME TO PARTY-NAME.
	MOVE CRT-YSTREET TO PARTY-STREET.
	MOVE CRT-YCITY TO PARTY-CITY.
	MOVE CRT-YSTATE TO PARTY-STATE.
	MOVE CRT-YZIP TO PARTY-ZIP.
	MOVE CRT-YBIRTH TO PARTY-BIRTH-DATE.
	MOVE CRT-YTIN TO PARTY-TIN.
	MOVE SESSION-OPERATOR TO PARTY-OPERATOR.
	PERFORM CALL-PARTYSR.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "PARTY REQUEST REJECTED"
		MOVE "Party Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-PARTY-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		DISPLAY "PARTY REQUEST REJECTED"
		MOVE "Party Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-PARTY-EXIT.
	MOVE "Party Request Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	IF CRT-YACTION = "I"
		IF PARTY-NAME = SPACES
			DISPLAY "NO PARTY IN THAT SLOT"
		ELSE
			DISPLAY "ON FILE => " PARTY-NAME
			DISPLAY "           " PARTY-STREET
			DISPLAY "           " PARTY-CITY " " PARTY-STATE
				" " PARTY-ZIP
			DISPLAY "BIRTH   => " PARTY-BIRTH-DATE
				"  TIN => " PARTY-TIN
		END-IF
		DISPLAY SPACE.
	PERFORM SHOW-PARTY-LIST.
       DO-PARTY-EXIT.
	EXIT.
      ******************************************************
      *  Who may instruct on the account named in PARTY-
      *  ACCOUNT -- shown on the buy, sell and cash screens
      *  before the teller acts.  The registered owner and
      *  every joint owner, attorney-in-fact and custodian
      *  may instruct; a trusted contact is listed with a
      *  note that they may not.  A failed inquiry shows
      *  nothing and does not stop the transaction.
      ******************************************************
       SHOW-AUTHORIZED.
	MOVE ZERO TO PARTY-SEQ.
	MOVE "L" TO PARTY-ACTION.
	MOVE SESSION-OPERATOR TO PARTY-OPERATOR.
	PERFORM CALL-PARTYSR.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "Party List Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO SHOW-AUTHORIZED-EXIT.
	DISPLAY SPACE.
	DISPLAY "AUTHORIZED TO INSTRUCT ON THIS ACCOUNT".
	PERFORM SHOW-PARTY-LIST.
       SHOW-AUTHORIZED-EXIT.
	EXIT.
      ******************************************************
      *  One TPCALL to the related party service
      ******************************************************
       CALL-PARTYSR.
	MOVE LENGTH OF PARTY-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "party" TO SUB-TYPE.
	MOVE "PARTYSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			PARTY-REC
			TPTYPE-REC
			PARTY-REC
			TPSTATUS-REC.
      ******************************************************
       SHOW-PARTY-LIST.
	MOVE PARTY-OWNER-NAME TO PTY-LINE-OWNER.
	DISPLAY PTY-OWNER-LINE.
	PERFORM SHOW-PARTY-ROW
		VARYING PTY-ROW FROM 1 BY 1
		UNTIL PTY-ROW > PARTY-COUNT.
      ******************************************************
       SHOW-PARTY-ROW.
	MOVE PARTY-ROW-SEQ(PTY-ROW) TO PTY-LINE-SEQ.
	MOVE PARTY-ROW-NAME(PTY-ROW) TO PTY-LINE-NAME.
	MOVE SPACES TO PTY-LINE-NOTE.
	IF PARTY-ROW-ROLE(PTY-ROW) = "J"
		MOVE "JOINT OWNER" TO PTY-LINE-ROLE
	ELSE IF PARTY-ROW-ROLE(PTY-ROW) = "P"
		MOVE "POWER OF ATTY" TO PTY-LINE-ROLE
	ELSE IF PARTY-ROW-ROLE(PTY-ROW) = "C"
		MOVE "CUSTODIAN" TO PTY-LINE-ROLE
	ELSE
		MOVE "TRUSTED CONTACT" TO PTY-LINE-ROLE
		MOVE "MAY NOT ORDER" TO PTY-LINE-NOTE.
	DISPLAY PTY-LINE.
      ******************************************************
      *  Choice 18 -- the returned-mail flag on an account,
      *  via RETMSR.  Recording a return or clearing the
      *  flag needs the trader role; an inquiry any operator
      *  may make.  Whatever the action, the flag is shown
      *  back as it now stands.
      ******************************************************
       DO-RETMAIL.
	DISPLAY SPACE.
	DISPLAY RTM-HEAD.
	MOVE SPACE TO ENTER-RTM.
	DISPLAY ENTER-RTM.
	ACCEPT ENTER-RTM.
	IF CRT-MACCOUNT = SPACES
		GO TO DO-RETMAIL-EXIT.
	IF CRT-MACTION NOT = "I" AND NOT SESSION-IS-TRADER
		MOVE "Not Authorized To Flag Mail" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-RETMAIL-EXIT.
	MOVE CRT-MACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-MACCOUNT.
	MOVE CRT-MACCOUNT TO RETM-ACCOUNT.
	MOVE CRT-MACTION TO RETM-ACTION.
	MOVE CRT-MREASON TO RETM-REASON.
	MOVE SESSION-OPERATOR TO RETM-OPERATOR.
	MOVE LENGTH OF RETMAIL-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "retmail" TO SUB-TYPE.
	MOVE "RETMSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			RETMAIL-REC
			TPTYPE-REC
			RETMAIL-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "RETURNED MAIL REQUEST REJECTED"
		MOVE "Returned Mail Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-RETMAIL-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		DISPLAY "RETURNED MAIL REQUEST REJECTED"
		MOVE "Returned Mail Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-RETMAIL-EXIT.
	MOVE "Returned Mail Request Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	DISPLAY "OWNER   => " RETM-NAME.
	IF RETM-IS-RETURNED
		DISPLAY "MAIL RETURNED SINCE " RETM-FIRST-DATE
			" - MAILING SUPPRESSED"
		DISPLAY "LAST RETURN " RETM-LAST-DATE
			"  PIECES => " RETM-COUNT
	ELSE IF RETM-IS-CLEARED
		DISPLAY "RETURNED MAIL CLEARED " RETM-CLEAR-DATE
	ELSE
		DISPLAY "NO RETURNED MAIL ON FILE".
	IF RETM-LOST-STATUS = "O"
		DISPLAY "LOST SHAREHOLDER - SEARCHES IN PROGRESS"
	ELSE IF RETM-LOST-STATUS = "E"
		DISPLAY "LOST SHAREHOLDER - SEARCHES EXHAUSTED"
	ELSE IF RETM-LOST-STATUS = "F"
		DISPLAY "LOST SHAREHOLDER - FOUND".
       DO-RETMAIL-EXIT.
	EXIT.
      ******************************************************
      *  Choice 19 -- the account's e-delivery election, via
      *  EDLVSR.  Recording consent or putting the account
      *  back on paper needs the trader role; an inquiry any
      *  operator may make.  Whatever the action, the
      *  election is shown back as it now stands.
      ******************************************************
       DO-EDELIV.
	DISPLAY SPACE.
	DISPLAY EDL-HEAD.
	MOVE SPACE TO ENTER-EDL.
	DISPLAY ENTER-EDL.
	ACCEPT ENTER-EDL.
	IF CRT-EDACCOUNT = SPACES
		GO TO DO-EDELIV-EXIT.
	IF CRT-EDACTION NOT = "I" AND NOT SESSION-IS-TRADER
		MOVE "Not Authorized To Change Delivery" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-EDELIV-EXIT.
	MOVE CRT-EDACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-EDACCOUNT.
	MOVE CRT-EDACCOUNT TO EDLV-ACCOUNT.
	MOVE CRT-EDACTION TO EDLV-ACTION.
	MOVE CRT-EDEMAIL TO EDLV-EMAIL.
	MOVE SESSION-OPERATOR TO EDLV-OPERATOR.
	MOVE LENGTH OF EDELIV-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "edeliv" TO SUB-TYPE.
	MOVE "EDLVSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			EDELIV-REC
			TPTYPE-REC
			EDELIV-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "E-DELIVERY REQUEST REJECTED"
		MOVE "E-Delivery Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-EDELIV-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		DISPLAY "E-DELIVERY REQUEST REJECTED"
		MOVE "E-Delivery Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-EDELIV-EXIT.
	MOVE "E-Delivery Request Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	DISPLAY "OWNER   => " EDLV-NAME.
	IF EDLV-IS-ELECTRONIC
		DISPLAY "DOCUMENTS BY E-MAIL SINCE " EDLV-CONSENT-DATE
		DISPLAY "E-MAIL  => " EDLV-EMAIL
	ELSE
		DISPLAY "DOCUMENTS BY PAPER"
		IF EDLV-CHANGE-DATE NOT = ZERO
			DISPLAY "BACK TO PAPER " EDLV-CHANGE-DATE
				" - " EDLV-REASON
		END-IF
	END-IF.
       DO-EDELIV-EXIT.
	EXIT.
      ******************************************************
      *  Choice 20 -- the account's suitability profile, via
      *  SUITSR.  Recording a profile needs the trader role;
      *  an inquiry any operator may make.  Whatever the
      *  action, the profile is shown back as it now stands.
      ******************************************************
       DO-SUIT.
	DISPLAY SPACE.
	DISPLAY SUI-HEAD.
	MOVE SPACE TO ENTER-SUI.
	DISPLAY ENTER-SUI.
	ACCEPT ENTER-SUI.
	IF CRT-SUACCOUNT = SPACES
		GO TO DO-SUIT-EXIT.
	IF CRT-SUACTION NOT = "I" AND NOT SESSION-IS-TRADER
		MOVE "Not Authorized To Change Profile" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-SUIT-EXIT.
	MOVE CRT-SUACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-SUACCOUNT.
	MOVE CRT-SUACCOUNT TO SUIT-ACCOUNT.
	MOVE CRT-SUACTION TO SUIT-ACTION.
	MOVE CRT-SUOBJ TO SUIT-OBJECTIVE.
	MOVE CRT-SURISK TO SUIT-RISK.
	MOVE CRT-SUHOR TO SUIT-HORIZON.
	MOVE CRT-SUWORTH TO SUIT-NET-WORTH.
	MOVE SESSION-OPERATOR TO SUIT-OPERATOR.
	MOVE LENGTH OF SUIT-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "suit" TO SUB-TYPE.
	MOVE "SUITSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			SUIT-REC
			TPTYPE-REC
			SUIT-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "SUITABILITY REQUEST REJECTED"
		MOVE "Suitability Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-SUIT-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		DISPLAY "SUITABILITY REQUEST REJECTED"
		MOVE "Suitability Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-SUIT-EXIT.
	MOVE "Suitability Request Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	DISPLAY "OWNER     => " SUIT-NAME.
	IF SUIT-NOT-ON-FILE
		DISPLAY "NO SUITABILITY PROFILE ON FILE"
	ELSE
		DISPLAY "OBJECTIVE => " SUIT-OBJECTIVE
			"  RISK => " SUIT-RISK
			"  HORIZON => " SUIT-HORIZON
		DISPLAY "NET WORTH => " SUIT-NET-WORTH
		DISPLAY "PROFILE TAKEN " SUIT-PROFILE-DATE
	END-IF.
       DO-SUIT-EXIT.
	EXIT.
      ******************************************************
      *  Choice 21 -- stop, void or reissue a disbursement
      *  check, or load new check stock, via CHKSR.  Moving
      *  money needs the trader role and loading stock the
      *  supervisor role; an inquiry any operator may make.
      *  The check is shown back as it now stands, with the
      *  account's cash balance.
      ******************************************************
       DO-CHECK.
	DISPLAY SPACE.
	DISPLAY CHK-HEAD.
	MOVE SPACE TO ENTER-CHK.
	DISPLAY ENTER-CHK.
	ACCEPT ENTER-CHK.
	IF CRT-CKNO = ZERO
		GO TO DO-CHECK-EXIT.
	IF CRT-CKACTION = "L" AND NOT SESSION-IS-SUPER
		MOVE "Not Authorized To Load Stock" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-CHECK-EXIT.
	IF CRT-CKACTION NOT = "I" AND CRT-CKACTION NOT = "L"
	   AND NOT SESSION-IS-TRADER
		MOVE "Not Authorized To Change Check" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-CHECK-EXIT.
	MOVE CRT-CKNO TO CHKACT-CHECK-NO.
	MOVE CRT-CKACTION TO CHKACT-ACTION.
	MOVE CRT-CKLAST TO CHKACT-LAST-NO.
	MOVE CRT-CKREASON TO CHKACT-REASON.
	MOVE SESSION-OPERATOR TO CHKACT-OPERATOR.
	MOVE LENGTH OF CHKACT-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "chkact" TO SUB-TYPE.
	MOVE "CHKSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			CHKACT-REC
			TPTYPE-REC
			CHKACT-REC
			TPSTATUS-REC.
	IF NOT TPOK AND APPL-RETURN-CODE = REC-EOD-WINDOW
		MOVE "Check Refused - End-of-Day" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY SPACE
		DISPLAY "SYSTEM IN END-OF-DAY - TRY AGAIN LATER"
		GO TO DO-CHECK-EXIT.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "CHECK REQUEST REJECTED"
		MOVE "Check Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-CHECK-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		IF APPL-RETURN-CODE = REC-NOT-FOUND
			DISPLAY "CHECK NOT ON REGISTER"
		ELSE
			DISPLAY "CHECK REQUEST REJECTED"
		END-IF
		MOVE "Check Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-CHECK-EXIT.
	MOVE "Check Request Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	IF CHKACT-IS-LOAD
		DISPLAY "CHECK STOCK LOADED " CHKACT-CHECK-NO
			" THRU " CHKACT-LAST-NO
		GO TO DO-CHECK-EXIT.
	DISPLAY "CHECK NO  => " CHKACT-CHECK-NO
		"  ISSUED => " CHKACT-ISSUE-DATE.
	DISPLAY "ACCOUNT   => " CHKACT-ACCOUNT
		"  AMOUNT => " CHKACT-AMOUNT.
	DISPLAY "PAYEE     => " CHKACT-PAYEE.
	DISPLAY "STATUS    => " CHKACT-STATUS
		"  AS OF => " CHKACT-STATUS-DATE.
	DISPLAY "CASH BAL  => " CHKACT-BALANCE.
       DO-CHECK-EXIT.
	EXIT.
      ******************************************************
      *  Choice 22 -- the end-of-day trading window, for a
      *  supervisor only.  Shows whether the posting servers
      *  are open or held closed for the nightly proofs, who
      *  last set it and the business date it stands on; O
      *  opens it (an override EODRUN honors for the rest of
      *  that business date's run), C closes it
      *  by hand.  Either change is written to OPERAUD.IT
      *  under the supervisor's name.
      ******************************************************
       DO-EODWIN.
	IF NOT SESSION-IS-SUPER
		MOVE "Not Authorized For Window" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SUPERVISOR ONLY"
		GO TO DO-EODWIN-EXIT.
	OPEN I-O SYSSTAT-FILE.
	IF SYS-STATUS-1 = "3"
		OPEN OUTPUT SYSSTAT-FILE
		CLOSE SYSSTAT-FILE
		OPEN I-O SYSSTAT-FILE.
	IF SYS-STATUS-1 NOT = "0"
		MOVE "OPEN SYSSTAT" TO LOG-ERR-ROUTINE
		MOVE SYS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NO SYSTEM STATUS FILE"
		GO TO DO-EODWIN-EXIT.
	MOVE "N" TO SYS-FOUND-SWITCH.
	MOVE "EODWINDW" TO FILE-SYS-NAME.
	READ SYSSTAT-FILE.
	IF SYS-STATUS-1 = "0"
		MOVE "Y" TO SYS-FOUND-SWITCH
	ELSE
		MOVE "EODWINDW" TO FILE-SYS-NAME
		MOVE "O" TO FILE-SYS-STATE
		MOVE SPACE TO FILE-SYS-OVERRIDE
		MOVE SPACES TO FILE-SYS-STEP
		MOVE SPACES TO FILE-SYS-BY
		MOVE ZERO TO FILE-SYS-DATE
		MOVE ZERO TO FILE-SYS-TIME.
	DISPLAY SPACE.
	IF FILE-SYS-IS-CLOSED
		DISPLAY "WINDOW    => CLOSED - POSTINGS REFUSED"
	ELSE
		DISPLAY "WINDOW    => OPEN".
	PERFORM GET-BUSINESS-DATE.
	DISPLAY "BUS DATE  => " BUSINESS-DATE.
	IF SYS-RECORD-FOUND
		DISPLAY "SET BY    => " FILE-SYS-BY
			"  STEP => " FILE-SYS-STEP
		DISPLAY "AS OF     => " FILE-SYS-DATE
			"  " FILE-SYS-TIME.
	IF FILE-SYS-IS-OVERRIDDEN
		DISPLAY "SUPERVISOR OVERRIDE IN FORCE".
	MOVE SPACE TO EODW-ANSWER.
	DISPLAY ASK-EODW-LINE.
	ACCEPT EODW-ANSWER.
	IF EODW-ANSWER NOT = "O" AND EODW-ANSWER NOT = "C"
		CLOSE SYSSTAT-FILE
		GO TO DO-EODWIN-EXIT.
	MOVE EODW-ANSWER TO FILE-SYS-STATE.
	IF EODW-ANSWER = "O"
		MOVE "Y" TO FILE-SYS-OVERRIDE
		MOVE "OVERRIDE" TO FILE-SYS-STEP
		MOVE "WINDOW OPENED" TO FILE-OAUD-DETAIL
	ELSE
		MOVE SPACE TO FILE-SYS-OVERRIDE
		MOVE "MANUAL" TO FILE-SYS-STEP
		MOVE "WINDOW CLOSED" TO FILE-OAUD-DETAIL.
	MOVE SESSION-OPERATOR TO FILE-SYS-BY.
	MOVE BUSINESS-DATE TO FILE-SYS-DATE.
	ACCEPT FILE-SYS-TIME FROM TIME.
	IF SYS-RECORD-FOUND
		REWRITE SYSSTAT-ITEM
	ELSE
		WRITE SYSSTAT-ITEM.
	IF SYS-STATUS-1 NOT = "0"
		MOVE "WRITE SYSSTAT" TO LOG-ERR-ROUTINE
		MOVE SYS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "WINDOW NOT CHANGED"
		CLOSE SYSSTAT-FILE
		GO TO DO-EODWIN-EXIT.
	CLOSE SYSSTAT-FILE.
	PERFORM OPEN-OPERAUD.
	MOVE "EODWINDOW" TO FILE-OAUD-ACTION.
	PERFORM WRITE-OPERAUD.
	CLOSE OPERAUD-FILE.
	IF EODW-ANSWER = "C"
		DISPLAY "WINDOW CLOSED"
		MOVE "End-of-Day Window Closed" TO LOGMSG-TEXT
	ELSE
		DISPLAY "WINDOW OPENED"
		MOVE "End-of-Day Window Opened" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       DO-EODWIN-EXIT.
	EXIT.
      ******************************************************
      *  Choice 23 -- log, close or look up a customer
      *  complaint, via CMPLSR.  Any operator may log one or
      *  look one up; closing one is for a supervisor.  The
      *  complaint is shown back as it now stands.
      ******************************************************
       DO-COMPLAINT.
	DISPLAY SPACE.
	DISPLAY CMP-HEAD.
	MOVE SPACE TO ENTER-CMP.
	DISPLAY ENTER-CMP.
	ACCEPT ENTER-CMP.
	IF CRT-CMACCOUNT = SPACES
		GO TO DO-COMPLAINT-EXIT.
	IF CRT-CMACTION = "C" AND NOT SESSION-IS-SUPER
		MOVE "Not Authorized To Close Complaint" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SUPERVISOR ONLY"
		GO TO DO-COMPLAINT-EXIT.
	MOVE CRT-CMACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-CMACCOUNT.
	MOVE CRT-CMFUND TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-CMFUND.
	MOVE CRT-CMACCOUNT TO CMPL-ACCOUNT.
	MOVE CRT-CMACTION TO CMPL-ACTION.
	MOVE CRT-CMDATE TO CMPL-DATE.
	MOVE CRT-CMSEQ TO CMPL-SEQ.
	MOVE CRT-CMCAT TO CMPL-CATEGORY.
	MOVE CRT-CMPROB TO CMPL-PROBLEM.
	MOVE CRT-CMPROD TO CMPL-PRODUCT.
	MOVE CRT-CMFUND TO CMPL-FUND.
	MOVE CRT-CMSUMM TO CMPL-SUMMARY.
	MOVE CRT-CMWHOLE TO CMPL-MAKE-WHOLE.
	MOVE SESSION-OPERATOR TO CMPL-OPERATOR.
	MOVE LENGTH OF CMPL-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "cmpl" TO SUB-TYPE.
	MOVE "CMPLSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			CMPL-REC
			TPTYPE-REC
			CMPL-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "COMPLAINT REQUEST REJECTED"
		MOVE "Complaint Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-COMPLAINT-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		IF APPL-RETURN-CODE = REC-NOT-FOUND
			DISPLAY "COMPLAINT NOT ON FILE"
		ELSE
			DISPLAY "COMPLAINT REQUEST REJECTED"
		END-IF
		MOVE "Complaint Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-COMPLAINT-EXIT.
	MOVE "Complaint Request Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	DISPLAY "OWNER     => " CMPL-NAME.
	DISPLAY "COMPLAINT => " CMPL-ACCOUNT " " CMPL-DATE
		" NO " CMPL-SEQ.
	DISPLAY "ARRIVED   => " CMPL-CATEGORY
		"  PROBLEM => " CMPL-PROBLEM
		"  PRODUCT => " CMPL-PRODUCT
		"  FUND => " CMPL-FUND.
	DISPLAY "SUMMARY   => " CMPL-SUMMARY.
	DISPLAY "REP       => " CMPL-REP
		"  LOGGED BY => " CMPL-LOGGED-BY.
	IF CMPL-IS-CLOSED
		DISPLAY "CLOSED    => " CMPL-RESOLVED-DATE
			"  BY => " CMPL-CLOSED-BY
		DISPLAY "MAKE WHOLE=> " CMPL-MAKE-WHOLE
	ELSE
		DISPLAY "STATUS    => OPEN".
       DO-COMPLAINT-EXIT.
	EXIT.
      ******************************************************
      *  Choice 24 -- add a note to an account's contact
      *  history or browse the history, via CONTSR.  Any
      *  operator may do either; notes are only ever added
      *  to, so there is no change or delete here.
      ******************************************************
       DO-CONTACT.
	DISPLAY SPACE.
	DISPLAY CON-HEAD.
	MOVE SPACE TO ENTER-CON.
	DISPLAY ENTER-CON.
	ACCEPT ENTER-CON.
	IF CRT-COACCOUNT = SPACES
		GO TO DO-CONTACT-EXIT.
	MOVE CRT-COACCOUNT TO NORM-REC.
	PERFORM NORMALIZE-CODE.
	MOVE NORM-REC TO CRT-COACCOUNT.
	MOVE CRT-COACCOUNT TO CONTACT-ACCOUNT.
	MOVE CRT-COACTION TO CONTACT-ACTION.
	MOVE CRT-COCHANNEL TO CONTACT-CHANNEL.
	MOVE CRT-COFOLLOW TO CONTACT-FOLLOWUP.
	MOVE CRT-CONOTE1 TO CONTACT-NOTE-1.
	MOVE CRT-CONOTE2 TO CONTACT-NOTE-2.
	MOVE CRT-COFDATE TO CONTACT-FROM-DATE.
	MOVE CRT-COFTIME TO CONTACT-FROM-TIME.
	MOVE SESSION-OPERATOR TO CONTACT-OPERATOR.
	MOVE LENGTH OF CONTACT-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "contact" TO SUB-TYPE.
	MOVE "CONTSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			CONTACT-REC
			TPTYPE-REC
			CONTACT-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY SPACE
		DISPLAY "CONTACT REQUEST REJECTED"
		MOVE "Contact Request Failed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-CONTACT-EXIT.
	IF APPL-RETURN-CODE NOT = REC-FOUND
		DISPLAY SPACE
		IF APPL-RETURN-CODE = REC-NOT-FOUND
			DISPLAY "NO CONTACT HISTORY FOR THIS ACCOUNT"
		ELSE
			DISPLAY "CONTACT REQUEST REJECTED"
		END-IF
		MOVE "Contact Request Rejected" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO DO-CONTACT-EXIT.
	DISPLAY SPACE.
	DISPLAY "OWNER     => " CONTACT-NAME.
	IF CRT-COACTION = "A"
		DISPLAY "NOTE SAVED"
		MOVE "Contact Note Added" TO LOGMSG-TEXT
	ELSE
		MOVE "Contact History Displayed" TO LOGMSG-TEXT.
	PERFORM SHOW-CONTACT
		VARYING CON-ROW FROM 1 BY 1
		UNTIL CON-ROW > CONTACT-COUNT.
	IF CONTACT-MORE = "Y"
		DISPLAY "MORE - KEY LAST DATE/TIME TO PAGE ON".
	PERFORM DO-USERLOG.
       DO-CONTACT-EXIT.
	EXIT.
      ******************************************************
      *  Display one note of the contact history reply
      ******************************************************
       SHOW-CONTACT.
	MOVE CONTACT-DATE(CON-ROW) TO CON-LINE-DATE.
	MOVE CONTACT-TIME(CON-ROW) TO CON-LINE-TIME.
	MOVE CONTACT-BY(CON-ROW) TO CON-LINE-BY.
	MOVE CONTACT-VIA(CON-ROW) TO CON-LINE-VIA.
	MOVE CONTACT-DUE(CON-ROW) TO CON-LINE-DUE.
	DISPLAY CON-LINE.
	MOVE CONTACT-TEXT-1(CON-ROW) TO CON-LINE-TEXT.
	DISPLAY CON-TEXT-LINE.
	IF CONTACT-TEXT-2(CON-ROW) NOT = SPACES
		MOVE CONTACT-TEXT-2(CON-ROW) TO CON-LINE-TEXT
		DISPLAY CON-TEXT-LINE.
      *****************************************************
      * TPCALL NORMSR to upper-case and left-justify NORM-REC
      * in place before the caller moves it on into CUST-
	MOVE "Ended" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Business date off BUSDATE.IT
      *****************************************************
       GET-BUSINESS-DATE.
	MOVE ZERO TO BUSINESS-DATE.
	OPEN INPUT BUSDATE-FILE.
	IF BDT-STATUS-1 = "0"
		MOVE "BUSDATE" TO FILE-BDT-KEY
		READ BUSDATE-FILE
		IF BDT-STATUS-1 = "0"
			MOVE FILE-BDT-DATE TO BUSINESS-DATE
		END-IF
		CLOSE BUSDATE-FILE
	END-IF.
	IF BUSINESS-DATE = ZERO
		ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
      *****************************************************
      * Put a request on the forwarding queue.  It is
      * logged on FWDLOG.IT before it is queued, and the log
      * record is taken back out again if the queue refuses
      * it, so FWDLOG.IT never shows a request the queue
      * does not hold.
      *****************************************************
       FWDQ-PUT.
	SET FWDQ-NOT-QUEUED TO TRUE.
	IF FWDQ-CAPTURE-DATE = ZERO
		MOVE BUSINESS-DATE TO FWDQ-CAPTURE-DATE.
	IF FWDQ-CAPTURE-TIME = ZERO
		ACCEPT FWDQ-CAPTURE-TIME FROM TIME.
	OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 = "3"
		OPEN OUTPUT FWDLOG-FILE
		CLOSE FWDLOG-FILE
		OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 NOT = "0"
		MOVE "FWDLOG.IT could not be opened" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO FWDQ-PUT-EXIT.
	MOVE "N" TO FWDQ-REF-MADE-SW.
	IF FWDQ-REF = SPACES
		SET FWDQ-REF-MADE TO TRUE
		MOVE FWDQ-ACCOUNT TO FWDQ-GEN-ACCOUNT
		MOVE FWDQ-CAPTURE-TIME TO FWDQ-GEN-TIME
		MOVE FWDQ-GEN-REF TO FWDQ-REF.
	MOVE ZERO TO FWDQ-CLASH-COUNT.
	PERFORM FWDQ-PUT-LOG THRU FWDQ-PUT-LOG-EXIT.
	IF FWDQ-ALREADY-QUEUED
		MOVE SPACES TO LOGMSG-TEXT
		STRING "Already queued, ref " FWDQ-REF
			DELIMITED BY SIZE INTO LOGMSG-TEXT
		PERFORM DO-USERLOG
		CLOSE FWDLOG-FILE
		GO TO FWDQ-PUT-EXIT.
	IF FWDL-STATUS-1 NOT = "0"
		CLOSE FWDLOG-FILE
		GO TO FWDQ-PUT-EXIT.
	MOVE "STOCKQS" TO QSPACE-NAME.
	MOVE "FWDSR" TO QUEUE-NAME.
	SET TPQNOTRAN TO TRUE.
	SET TPQBLOCK TO TRUE.
	SET TPQTIME TO TRUE.
	SET TPQCORRID TO TRUE.
	SET TPQNOFAILUREQ TO TRUE.
	MOVE ZERO TO QUE-PRIORITY.
	MOVE SPACES TO QUE-MSGID.
	MOVE FWDQ-REF TO QUE-CORRID.
	MOVE LENGTH OF FWDQ-REC TO LEN IN TPTYPE-REC.
	MOVE "VIEW" TO REC-TYPE IN TPTYPE-REC.
	MOVE "fwdq" TO SUB-TYPE IN TPTYPE-REC.
	CALL "TPENQUEUE" USING FWDQ-TPQUEDEF-REC
		TPTYPE-REC
		FWDQ-REC
		TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPENQUEUE" TO LOG-ERR-ROUTINE
		MOVE QUE-DIAGNOSTIC TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		DELETE FWDLOG-FILE RECORD
		CLOSE FWDLOG-FILE
		GO TO FWDQ-PUT-EXIT.
	CLOSE FWDLOG-FILE.
	SET FWDQ-QUEUED TO TRUE.
	MOVE SPACES TO LOGMSG-TEXT.
	STRING "Queued for forwarding, ref " FWDQ-REF
		DELIMITED BY SIZE INTO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       FWDQ-PUT-EXIT.
	EXIT.
       FWDQ-PUT-LOG.
	MOVE SPACES TO FWDLOG-ITEM.
	MOVE FWDQ-REF TO FILE-FWD-REF.
	SET FILE-FWD-WAITING TO TRUE.
	MOVE FWDQ-SERVICE TO FILE-FWD-SERVICE.
	MOVE FWDQ-SUB-TYPE TO FILE-FWD-SUB-TYPE.
	MOVE FWDQ-SOURCE TO FILE-FWD-SOURCE.
	MOVE FWDQ-OPERATOR TO FILE-FWD-OPERATOR.
	MOVE FWDQ-ACCOUNT TO FILE-FWD-ACCOUNT.
	MOVE FWDQ-CAPTURE-DATE TO FILE-FWD-CAPTURE-DATE.
	MOVE FWDQ-CAPTURE-TIME TO FILE-FWD-CAPTURE-TIME.
	MOVE ZERO TO FILE-FWD-TRIES.
	MOVE ZERO TO FILE-FWD-LAST-DATE.
	MOVE ZERO TO FILE-FWD-LAST-TIME.
	MOVE ZERO TO FILE-FWD-RESULT.
	MOVE ZERO TO FILE-FWD-WORKED-DATE.
	MOVE FWDQ-DATA TO FILE-FWD-DATA.
	WRITE FWDLOG-ITEM.
	IF FWDL-STATUS-1 = "0"
		GO TO FWDQ-PUT-LOG-EXIT.
	IF FWDL-STATUS-1 = "2" AND NOT FWDQ-REF-MADE
		SET FWDQ-ALREADY-QUEUED TO TRUE
		GO TO FWDQ-PUT-LOG-EXIT.
	IF FWDL-STATUS-1 = "2" AND FWDQ-CLASH-COUNT < 100
		ADD 1 TO FWDQ-CLASH-COUNT
		ADD 1 TO FWDQ-GEN-TIME
		MOVE FWDQ-GEN-REF TO FWDQ-REF
		GO TO FWDQ-PUT-LOG.
	MOVE "WRITE FWD" TO LOG-ERR-ROUTINE.
	MOVE FWDL-STATUS-1 TO LOG-ERR-TP-STATUS.
	PERFORM DO-USERLOG-ERR.
       FWDQ-PUT-LOG-EXIT.
	EXIT.
      *****************************************************
      * Log messages to the userlog
      *****************************************************
       DO-USERLOG.
