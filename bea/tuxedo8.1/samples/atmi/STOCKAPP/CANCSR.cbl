		ACCESS DYNAMIC
		RECORD KEY FILE-JRN-KEY
		STATUS JRNL-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	SELECT SYSSTAT-FILE ASSIGN "SYSSTAT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SYS-NAME
		STATUS SYSSTAT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
      * restored to the lot file, and the realized gain
      * un-realized by deleting it.  See SELLSR.
      ******************************************************
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
      ******************************************************
      * Cash transaction ledger -- one dated, reason-coded
      * entry per movement against CASH.IT; the cancel and
	     03  FILE-JRN-OP		PIC X(1).
	     03  FILE-JRN-LEN		PIC 9(3).
	     03  FILE-JRN-IMAGE		PIC X(250).
      ******************************************************
      * Fund/account cross-reference -- a position this
      * service brings into being gets its key here too, so
      * the fund-level batch jobs can find it
      ******************************************************
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
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
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
           	05  JRN-STATUS-2	PIC X.
	01  JRN-SEQ		PIC 9(5) VALUE ZERO.
	01  JRN-TIME		PIC 9(8).
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
      ******************************************************
      * End-of-day trading window, read per request
      ******************************************************
 	01  SYSSTAT-FILE-STATUS.
           	05  SYS-STATUS-1	PIC X.
           	05  SYS-STATUS-2	PIC X.
	01  EOD-WINDOW-SWITCH	PIC X VALUE "N".
		88  IN-EOD-WINDOW	VALUE "Y".
      ******************************************************
      * Whether the submitting operator passed the role check
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
      * rebook blotter records
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
      ******************************************************
      * The original trade, held across the reversal and the
        77 REC-ACCOUNT-FROZEN   PIC S9(9) COMP-5 VALUE 6.
        77 REC-NOT-CANCELABLE   PIC S9(9) COMP-5 VALUE 9.
        77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
        77 REC-EOD-WINDOW       PIC S9(9) COMP-5 VALUE 23.
      *
       	LINKAGE SECTION.
      *
		OPEN OUTPUT JRNL-FILE
		CLOSE JRNL-FILE
		OPEN I-O JRNL-FILE.
	OPEN I-O POSXREF-FILE.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  Nothing posts while the end-of-day run has the
      *  files closed for its proofs -- the caller is told
      *  why and keys it again once the window reopens
      ******************************************************
	PERFORM CHECK-EOD-WINDOW THRU CHECK-EOD-WINDOW-EXIT.
	IF IN-EOD-WINDOW
		MOVE "System In End-of-Day - Refused" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EOD-WINDOW-EXIT.
      ******************************************************
      *  Begin a global transaction -- the reversal and the
      *  rebook live or die together
      ******************************************************
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM TPBEGIN-FAILED-EXIT.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	PERFORM CHECK-OPERATOR-ROLE.
      ******************************************************
	CLOSE CASHLED-FILE.
	CLOSE OPERATOR-FILE.
	CLOSE JRNL-FILE.
	CLOSE POSXREF-FILE.
      ******************************************************
      *  Back out a buy -- take the shares off the position,
      *  draw the purchase's lot back down, and put the
			PERFORM DO-USERLOG-ERR
			PERFORM WRITEIT-ERROR
		END-IF
		PERFORM ADD-POSXREF
	END-IF.
	PERFORM RESTORE-SALE-LOT.
      ******************************************************
      *  A position written afresh goes on the fund/account
      *  cross-reference as well.  A duplicate means the
      *  entry is already there from an earlier holding.
      ******************************************************
       ADD-POSXREF.
	MOVE FILE-CUST-FUND TO FILE-PXR-FUND.
	MOVE FILE-CUST-ACCOUNT TO FILE-PXR-ACCOUNT.
	WRITE POSXREF-ITEM.
	IF PXR-STATUS-1 = "0"
		PERFORM JOURNAL-POSXREF.
	IF PXR-STATUS-1 NOT = "0" AND PXR-STATUS-1 NOT = "2"
		MOVE "WRITE PXR" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Put the cancelled sale's relieved shares back on the
      *  lot file and un-realize its gain.  The sale's
      *  GAINLOG.IT record says what basis went out the door;
		MOVE RBK-AMOUNT TO FILE-CUST-AMOUNT
		WRITE CUST-ITEM
		PERFORM JOURNAL-CUST
		IF STATUS-1 = "0"
			PERFORM ADD-POSXREF
		END-IF
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE CUST" TO LOG-ERR-ROUTINE
		MOVE SALE-METHOD TO FILE-GAIN-METHOD.
	MOVE SPACE TO FILE-GAIN-WASH-FLAG.
	MOVE ZERO TO FILE-GAIN-DISALLOWED.
	MOVE SPACE TO FILE-GAIN-TERM.
	MOVE SPACE TO FILE-GAIN-BASIS-ADJ.
	WRITE GAIN-ITEM.
	IF GAINLOG-STATUS-1 NOT = "0"
		MOVE "WRITE GAIN" TO LOG-ERR-ROUTINE
		PERFORM DO-USERLOG-ERR
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
      *  Refused for the end-of-day window -- no transaction
      *  has been begun, nothing is reversed, the reason
      *  code tells the caller to try again later
      ******************************************************
       EOD-WINDOW-EXIT.
	MOVE "Exiting - System In End-of-Day" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE REC-EOD-WINDOW TO APPL-CODE.
	SET TPFAIL TO TRUE.
	PERFORM A-999-EXIT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	MOVE CASH-ITEM TO FILE-JRN-IMAGE(1:40).
	MOVE "A" TO FILE-JRN-OP.
	PERFORM WRITE-JOURNAL-REC.
      ******************************************************
       JOURNAL-POSXREF.
	MOVE "POSXREF" TO FILE-JRN-TARGET.
	MOVE 20 TO FILE-JRN-LEN.
	MOVE SPACES TO FILE-JRN-IMAGE.
	MOVE POSXREF-ITEM TO FILE-JRN-IMAGE(1:20).
	MOVE "A" TO FILE-JRN-OP.
	PERFORM WRITE-JOURNAL-REC.
      ******************************************************
      *  Stamp and write one journal record -- the sequence
      *  hunts past collisions within the same second
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
