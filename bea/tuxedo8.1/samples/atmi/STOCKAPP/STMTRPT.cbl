      * Tuxedo application the same way FUNDRPT and BLOTRPT
      * are.  It walks CUSTMAS.IT in account order and prints
      * one customer statement per master record -- name and
      * address (and every joint owner registered on
      * PARTY.IT), every position held on CUST.IT (browsed the
      * same way POSSR browses it, by STARTing on the account
      * part of the key and reading forward), and the cash
      * balance on CASH-FILE.  An account with no customer
      * master record on file is not a subscriber to
      * statements and is not listed.  Nor is an account
      * whose mail is coming back undeliverable (RETMAIL.IT)
      * -- its statement is held back and the account listed
      * at the end of the run as suppressed.
      *
      * An account that has consented to electronic delivery
      * (EDELIV.IT, see EDLVSR) is not printed at all.  Its
      * statement goes to STMTEDOC.IT instead, one D record
      * per statement carrying the e-mail address and the
      * statement's values, wrapped in an H header and a T
      * trailer (count and hash of the statement totals) the
      * way TAEXTRCT wraps its extract, for the e-delivery
      * vendor.  E-mail does not depend on the postal
      * address, so a consenting account is delivered even
      * while its paper mail is coming back.  Stream one (or
      * a standalone run) starts the file; each later stream
      * of the EODRUN reporting leg adds its own envelope.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. STMTRPT.
		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS PLEDGE-FILE-STATUS.
	SELECT PARTY-FILE ASSIGN "PARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTY-KEY
		STATUS PARTY-FILE-STATUS.
	SELECT RETMAIL-FILE ASSIGN "RETMAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RTM-ACCOUNT
		STATUS RETMAIL-FILE-STATUS.
	SELECT EDELIV-FILE ASSIGN "EDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EDL-ACCOUNT
		STATUS EDELIV-FILE-STATUS.
	SELECT EDOC-FILE ASSIGN "STMTEDOC.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS EDOC-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
	     03  FILE-PLG-PLEDGEE	PIC X(30).
	     03  FILE-PLG-EFF-DATE	PIC 9(8).
	     03  FILE-PLG-REL-DATE	PIC 9(8).
      ******************************************************
      * Related parties -- the joint owners registered on
      * an account besides the CUSTMAS.IT name
      ******************************************************
	FD  PARTY-FILE; RECORD 122.
	01  PARTY-ITEM.
	     03  FILE-PTY-KEY.
		05  FILE-PTY-ACCOUNT		PIC X(10).
		05  FILE-PTY-SEQ		PIC 9(2).
	     03  FILE-PTY-ROLE			PIC X(01).
		 88  FILE-PTY-IS-JOINT		VALUE "J".
	     03  FILE-PTY-NAME			PIC X(30).
	     03  FILE-PTY-ADDRESS		PIC X(62).
	     03  FILE-PTY-BIRTH-DATE		PIC 9(8).
	     03  FILE-PTY-TIN			PIC X(9).
      ******************************************************
      * Returned-mail flags -- an account whose mail is
      * coming back undeliverable is not mailed.  See RETMSR.
      ******************************************************
	FD  RETMAIL-FILE; RECORD 59.
	01  RETMAIL-ITEM.
	     03  FILE-RTM-ACCOUNT	PIC X(10).
	     03  FILE-RTM-STATUS		PIC X(01).
		 88  FILE-RTM-IS-RETURNED	VALUE "R".
	     03  FILE-RTM-FIRST-DATE	PIC 9(8).
	     03  FILE-RTM-REST		PIC X(40).
      ******************************************************
      * Electronic delivery elections -- see EDLVSR
      ******************************************************
	FD  EDELIV-FILE; RECORD 97.
	01  EDELIV-ITEM.
	     03  FILE-EDL-ACCOUNT	PIC X(10).
	     03  FILE-EDL-STATUS		PIC X(01).
		 88  FILE-EDL-IS-ELECTRONIC	VALUE "E".
		 88  FILE-EDL-IS-PAPER	VALUE "P".
	     03  FILE-EDL-CONSENT-DATE	PIC 9(8).
	     03  FILE-EDL-EMAIL		PIC X(50).
	     03  FILE-EDL-REST		PIC X(28).
      ******************************************************
      * The e-delivery document file -- one 250-byte record
      * per line, the first byte saying which shape the rest
      * takes.  HHSTMT and CONFIRMS write the same layout.
      ******************************************************
	FD  EDOC-FILE; RECORD 250.
	01  EDOC-ITEM.
	     03  EDOC-REC-TYPE		PIC X(01).
		 88  EDOC-IS-HEADER	VALUE "H".
		 88  EDOC-IS-DETAIL	VALUE "D".
		 88  EDOC-IS-TRAILER	VALUE "T".
	     03  EDOC-REC-BODY		PIC X(249).
	01  EDOC-HEADER REDEFINES EDOC-ITEM.
	     03  FILLER			PIC X(01).
	     03  EDOC-HDR-SOURCE		PIC X(8).
	     03  EDOC-HDR-DOC-TYPE	PIC X(4).
	     03  EDOC-HDR-DATE		PIC 9(8).
	     03  EDOC-HDR-STREAM		PIC 9(2).
	     03  FILLER			PIC X(227).
	01  EDOC-DETAIL REDEFINES EDOC-ITEM.
	     03  FILLER			PIC X(01).
	     03  EDOC-ACCOUNT		PIC X(10).
	     03  EDOC-DOC-TYPE		PIC X(4).
	     03  EDOC-DOC-DATE		PIC 9(8).
	     03  EDOC-EMAIL		PIC X(50).
	     03  EDOC-NAME		PIC X(30).
	     03  EDOC-REF		PIC X(20).
	     03  EDOC-FUND		PIC X(10).
	     03  EDOC-SIDE		PIC X(4).
	     03  EDOC-SHARES		PIC 9(7)V999.
	     03  EDOC-PRICE		PIC 9(7)V99.
	     03  EDOC-PRINCIPAL		PIC 9(11)V99.
	     03  EDOC-CHARGE		PIC 9(7)V99.
	     03  EDOC-AMOUNT		PIC 9(11)V99.
	     03  EDOC-CASH		PIC 9(11)V99.
	     03  EDOC-ITEMS		PIC 9(5).
	     03  EDOC-SETTLE-DATE	PIC 9(8).
	     03  FILLER			PIC X(33).
	01  EDOC-TRAILER REDEFINES EDOC-ITEM.
	     03  FILLER			PIC X(01).
	     03  EDOC-TRL-COUNT		PIC 9(7).
	     03  EDOC-TRL-HASH		PIC 9(13)V99.
	     03  FILLER			PIC X(227).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Electronic delivery -- whether the account in
      * EDL-FOR-ACCOUNT takes its documents by e-mail, and
      * the counts and hash total for the document file's
      * trailer
      ******************************************************
 	01  EDELIV-FILE-STATUS.
           	05  EDL-STATUS-1	PIC X.
           	05  EDL-STATUS-2	PIC X.
 	01  EDOC-FILE-STATUS.
           	05  EDOC-STATUS-1	PIC X.
           	05  EDOC-STATUS-2	PIC X.
	01  EDL-OPEN-SWITCH	PIC X VALUE "N".
		88  EDELIV-AVAILABLE	VALUE "Y".
	01  EDL-FLAG-SWITCH	PIC X VALUE "N".
		88  DOCS-BY-EMAIL		VALUE "Y".
	01  EDL-FOR-ACCOUNT	PIC X(10).
	01  EDOC-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  EDOC-HASH		PIC 9(13)V99 VALUE ZERO.
	01  EDOC-POS-VALUE	PIC 9(11)V99.
	01  EDOC-CASH-VALUE	PIC 9(11)V99.
	01  RPT-EDOC-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"STATEMENTS E-DELIVERED =>".
		05  RPT-EDOC-COUNT	PIC ZZZZ9.
 	01  RETMAIL-FILE-STATUS.
           	05  RTM-STATUS-1	PIC X.
           	05  RTM-STATUS-2	PIC X.
	01  RTM-OPEN-SWITCH	PIC X VALUE "N".
		88  RETMAIL-AVAILABLE	VALUE "Y".
	01  RTM-FLAG-SWITCH	PIC X VALUE "N".
		88  MAIL-IS-RETURNED	VALUE "Y".
	01  RTM-FOR-ACCOUNT	PIC X(10).
      ******************************************************
      * The accounts suppressed for returned mail, listed at
      * the end of the run -- the first 500 by name, any
      * beyond that by count
      ******************************************************
	01  SUPP-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  SUPP-ROW		PIC 9(5) COMP-5.
	01  SUPP-NOTE		PIC X(30).
	01  SUPP-TABLE.
	    05  SUPP-ENTRY OCCURS 500 TIMES.
		10  SUPP-ACCOUNT	PIC X(10).
		10  SUPP-SINCE	PIC 9(8).
		10  SUPP-DETAIL	PIC X(30).
	01  RPT-SUPP-HEAD.
		05  FILLER	PIC X(40) VALUE
			"SUPPRESSED - RETURNED MAIL".
	01  RPT-SUPP-LINE.
		05  RPT-SUPP-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(8) VALUE "  SINCE ".
		05  RPT-SUPP-SINCE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-SUPP-DETAIL	PIC X(30).
	01  RPT-SUPP-MORE.
		05  FILLER		PIC X(6) VALUE "  AND ".
		05  RPT-SUPP-MORE-COUNT	PIC ZZZZ9.
		05  FILLER		PIC X(20) VALUE
			" MORE NOT LISTED".
	01  RPT-SUPP-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"STATEMENTS SUPPRESSED  =>".
		05  RPT-SUPP-COUNT	PIC ZZZZ9.
 	01  PARTY-FILE-STATUS.
           	05  PTY-STATUS-1	PIC X.
           	05  PTY-STATUS-2	PIC X.
	01  PTY-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTY-AVAILABLE	VALUE "Y".
	01  PTY-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTIES	VALUE "Y".
	01  PTY-FOR-ACCOUNT	PIC X(10).
 	01  PLEDGE-FILE-STATUS.
           	05  PLG-STATUS-1	PIC X.
           	05  PLG-STATUS-2	PIC X.
	01  PLG-ACTIVE-SWITCH	PIC X VALUE "N".
		88  PLEDGE-ACTIVE	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  RPT-PLEDGE-LINE.
		05  FILLER	PIC X(12) VALUE "  PLEDGED".
		05  RPT-PLG-QTY	PIC ZZZZZZ9.999.
	01  RPT-NAME-LINE.
		05  FILLER	PIC X(10) VALUE "NAME:".
		05  RPT-NAME		PIC X(30).
	01  RPT-JOINT-LINE.
		05  FILLER	PIC X(10) VALUE "JOINT:".
		05  RPT-JOINT-NAME	PIC X(30).
	01  RPT-ADDR-LINE.
		05  FILLER	PIC X(10) VALUE "ADDRESS:".
		05  RPT-STREET	PIC X(30).
		05  FILLER	PIC X(30) VALUE
			"CASH BALANCE: No cash account".
	01  RPT-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"STATEMENTS PRINTED     =>".
		05  RPT-STMT-COUNT PIC ZZZZ9.
      ******************************************************
      * Log message definitions
       START-STMTRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-STREAM-SCOPE.
	OPEN INPUT PLEDGE-FILE.
	IF PLG-STATUS-1 = "0"
		MOVE "Y" TO PLG-OPEN-SWITCH.
	MOVE "N" TO PTY-OPEN-SWITCH.
	OPEN INPUT PARTY-FILE.
	IF PTY-STATUS-1 = "0"
		MOVE "Y" TO PTY-OPEN-SWITCH.
	MOVE "N" TO RTM-OPEN-SWITCH.
	OPEN INPUT RETMAIL-FILE.
	IF RTM-STATUS-1 = "0"
		MOVE "Y" TO RTM-OPEN-SWITCH.
	MOVE "N" TO EDL-OPEN-SWITCH.
	OPEN INPUT EDELIV-FILE.
	IF EDL-STATUS-1 = "0"
		MOVE "Y" TO EDL-OPEN-SWITCH.
	IF STREAM-NO > 1
		OPEN EXTEND EDOC-FILE
	ELSE
		OPEN OUTPUT EDOC-FILE.
	IF EDOC-STATUS-1 NOT = "0"
		MOVE "OPEN EDOC" TO LOG-ERR-ROUTINE
		MOVE EDOC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM WRITE-EDOC-HEADER.

	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		CLOSE PERF-FILE.
	IF PLEDGE-AVAILABLE
		CLOSE PLEDGE-FILE.
	IF PARTY-AVAILABLE
		CLOSE PARTY-FILE.
	IF RETMAIL-AVAILABLE
		CLOSE RETMAIL-FILE.
	IF EDELIV-AVAILABLE
		CLOSE EDELIV-FILE.
	PERFORM WRITE-EDOC-TRAILER.
	CLOSE EDOC-FILE.
	MOVE STMT-COUNT TO RPT-STMT-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE EDOC-COUNT TO RPT-EDOC-COUNT.
	DISPLAY RPT-EDOC-TOTAL.
	PERFORM LIST-SUPPRESSED THRU LIST-SUPPRESSED-EXIT.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
		IF FILE-CUSTMAS-ACCOUNT > STREAM-THRU
			SET DONE-READING TO TRUE
		ELSE
			PERFORM PRINT-OR-SUPPRESS
				THRU PRINT-OR-SUPPRESS-EXIT
		END-IF
	END-IF.
      ******************************************************
      *  An account taking its documents by e-mail gets its
      *  statement on the document file.  Otherwise an
      *  account whose mail is coming back gets no statement
      *  -- it is held for the suppressed list.
      ******************************************************
       PRINT-OR-SUPPRESS.
	MOVE FILE-CUSTMAS-ACCOUNT TO EDL-FOR-ACCOUNT.
	PERFORM CHECK-EDELIVERY THRU CHECK-EDELIVERY-EXIT.
	IF DOCS-BY-EMAIL
		PERFORM DELIVER-STATEMENT
		GO TO PRINT-OR-SUPPRESS-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO RTM-FOR-ACCOUNT.
	PERFORM CHECK-RETURNED-MAIL THRU CHECK-RETURNED-MAIL-EXIT.
	IF MAIL-IS-RETURNED
		MOVE FILE-CUSTMAS-NAME TO SUPP-NOTE
		PERFORM NOTE-SUPPRESSED
	ELSE
		PERFORM PRINT-STATEMENT.
       PRINT-OR-SUPPRESS-EXIT.
	EXIT.
      ******************************************************
      *  Print one customer's statement -- header, positions
      *  and cash balance
      ******************************************************
	DISPLAY RPT-STMT-HEAD.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	DISPLAY RPT-NAME-LINE.
	MOVE FILE-CUSTMAS-ACCOUNT TO PTY-FOR-ACCOUNT.
	PERFORM PRINT-JOINT-OWNERS THRU PRINT-JOINT-OWNERS-EXIT.
	MOVE FILE-CUSTMAS-STREET TO RPT-STREET.
	DISPLAY RPT-ADDR-LINE.
	MOVE FILE-CUSTMAS-CITY TO RPT-CITY.
		MOVE ZERO TO RPT-MKT-VALUE
	END-IF.
      ******************************************************
      *  Every joint owner registered on the account in
      *  PTY-FOR-ACCOUNT, one line each under the owner's
      *  name, in slot order
      ******************************************************
       PRINT-JOINT-OWNERS.
	IF NOT PARTY-AVAILABLE
		GO TO PRINT-JOINT-OWNERS-EXIT.
	MOVE "N" TO PTY-EOF-SWITCH.
	MOVE PTY-FOR-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE ZERO TO FILE-PTY-SEQ.
	START PARTY-FILE KEY IS NOT LESS THAN FILE-PTY-KEY
		INVALID KEY SET DONE-PARTIES TO TRUE.
	PERFORM PRINT-ONE-JOINT THRU PRINT-ONE-JOINT-EXIT
		UNTIL DONE-PARTIES.
       PRINT-JOINT-OWNERS-EXIT.
	EXIT.
      ******************************************************
       PRINT-ONE-JOINT.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-PARTIES TO TRUE.
	IF DONE-PARTIES
		GO TO PRINT-ONE-JOINT-EXIT.
	IF FILE-PTY-ACCOUNT NOT = PTY-FOR-ACCOUNT
		SET DONE-PARTIES TO TRUE
		GO TO PRINT-ONE-JOINT-EXIT.
	IF NOT FILE-PTY-IS-JOINT
		GO TO PRINT-ONE-JOINT-EXIT.
	MOVE FILE-PTY-NAME TO RPT-JOINT-NAME.
	DISPLAY RPT-JOINT-LINE.
       PRINT-ONE-JOINT-EXIT.
	EXIT.
      ******************************************************
      *  Join the fund's name off the reference master --
      *  blank when the master or the record is not on file
      ******************************************************
       GET-STREAM-SCOPE-EXIT.
	EXIT.
      ******************************************************
      *  Is the mail for RTM-FOR-ACCOUNT coming back?  A
      *  site with no returned-mail file suppresses nothing.
      ******************************************************
       CHECK-RETURNED-MAIL.
	MOVE "N" TO RTM-FLAG-SWITCH.
	IF NOT RETMAIL-AVAILABLE
		GO TO CHECK-RETURNED-MAIL-EXIT.
	MOVE RTM-FOR-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF RTM-STATUS-1 = "0" AND FILE-RTM-IS-RETURNED
		MOVE "Y" TO RTM-FLAG-SWITCH.
       CHECK-RETURNED-MAIL-EXIT.
	EXIT.
      ******************************************************
      *  Hold one suppressed account for the end-of-run list
      ******************************************************
       NOTE-SUPPRESSED.
	ADD 1 TO SUPP-COUNT.
	IF SUPP-COUNT NOT > 500
		MOVE RTM-FOR-ACCOUNT TO SUPP-ACCOUNT(SUPP-COUNT)
		MOVE FILE-RTM-FIRST-DATE TO SUPP-SINCE(SUPP-COUNT)
		MOVE SUPP-NOTE TO SUPP-DETAIL(SUPP-COUNT).
      ******************************************************
      *  The suppressed accounts, so the mail room knows what
      *  was held back and why
      ******************************************************
       LIST-SUPPRESSED.
	MOVE SUPP-COUNT TO RPT-SUPP-COUNT.
	DISPLAY RPT-SUPP-TOTAL.
	IF SUPP-COUNT = ZERO
		GO TO LIST-SUPPRESSED-EXIT.
	DISPLAY SPACE.
	DISPLAY RPT-SUPP-HEAD.
	PERFORM LIST-ONE-SUPPRESSED
		VARYING SUPP-ROW FROM 1 BY 1
		UNTIL SUPP-ROW > SUPP-COUNT OR SUPP-ROW > 500.
	IF SUPP-COUNT > 500
		COMPUTE RPT-SUPP-MORE-COUNT = SUPP-COUNT - 500
		DISPLAY RPT-SUPP-MORE.
       LIST-SUPPRESSED-EXIT.
	EXIT.
      ******************************************************
       LIST-ONE-SUPPRESSED.
	MOVE SUPP-ACCOUNT(SUPP-ROW) TO RPT-SUPP-ACCOUNT.
	MOVE SUPP-SINCE(SUPP-ROW) TO RPT-SUPP-SINCE.
	MOVE SUPP-DETAIL(SUPP-ROW) TO RPT-SUPP-DETAIL.
	DISPLAY RPT-SUPP-LINE.
      ******************************************************
      *  Does the account in EDL-FOR-ACCOUNT take its
      *  documents by e-mail?  A site with no election file
      *  delivers everything on paper.
      ******************************************************
       CHECK-EDELIVERY.
	MOVE "N" TO EDL-FLAG-SWITCH.
	IF NOT EDELIV-AVAILABLE
		GO TO CHECK-EDELIVERY-EXIT.
	MOVE EDL-FOR-ACCOUNT TO FILE-EDL-ACCOUNT.
	READ EDELIV-FILE.
	IF EDL-STATUS-1 = "0" AND FILE-EDL-IS-ELECTRONIC
		MOVE "Y" TO EDL-FLAG-SWITCH.
       CHECK-EDELIVERY-EXIT.
	EXIT.
      ******************************************************
      *  One statement for the document file -- the
      *  positions valued at the sell price the way the
      *  printed statement values them, the cash balance,
      *  and the total of the two
      ******************************************************
       DELIVER-STATEMENT.
	MOVE ZERO TO EDOC-POS-VALUE.
	MOVE ZERO TO EDOC-CASH-VALUE.
	MOVE ZERO TO POS-COUNT.
	MOVE "N" TO POS-EOF-SWITCH.
	MOVE "N" TO START-SWITCH.
	MOVE FILE-CUSTMAS-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE LOW-VALUES TO FILE-CUST-FUND.
	START CUST-FILE KEY IS EQUAL TO FILE-CUST-ACCOUNT
		INVALID KEY SET START-FAILED TO TRUE.
	IF NOT START-FAILED
		PERFORM VALUE-POSITION-LOOP
			THRU VALUE-POSITION-LOOP-EXIT
			UNTIL DONE-READING-POS.
	MOVE FILE-CUSTMAS-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 = "0"
		MOVE FILE-CASH-BALANCE TO EDOC-CASH-VALUE.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-DETAIL TO TRUE.
	MOVE FILE-CUSTMAS-ACCOUNT TO EDOC-ACCOUNT.
	MOVE "STMT" TO EDOC-DOC-TYPE.
	MOVE TODAYS-DATE TO EDOC-DOC-DATE.
	MOVE FILE-EDL-EMAIL TO EDOC-EMAIL.
	MOVE FILE-CUSTMAS-NAME TO EDOC-NAME.
	MOVE ZERO TO EDOC-SHARES.
	MOVE ZERO TO EDOC-PRICE.
	MOVE ZERO TO EDOC-CHARGE.
	MOVE ZERO TO EDOC-SETTLE-DATE.
	MOVE EDOC-POS-VALUE TO EDOC-PRINCIPAL.
	MOVE EDOC-CASH-VALUE TO EDOC-CASH.
	COMPUTE EDOC-AMOUNT = EDOC-POS-VALUE + EDOC-CASH-VALUE.
	MOVE POS-COUNT TO EDOC-ITEMS.
	PERFORM WRITE-EDOC-DETAIL.
      ******************************************************
      *  Value the next position for this account without
      *  printing it -- a fund with no QUOTE.IT record
      *  values at zero, as on the printed statement
      ******************************************************
       VALUE-POSITION-LOOP.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-READING-POS TO TRUE.
	IF DONE-READING-POS
		GO TO VALUE-POSITION-LOOP-EXIT.
	IF FILE-CUST-ACCOUNT NOT = FILE-CUSTMAS-ACCOUNT
		SET DONE-READING-POS TO TRUE
		GO TO VALUE-POSITION-LOOP-EXIT.
	ADD 1 TO POS-COUNT.
	MOVE FILE-CUST-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 = "0"
		COMPUTE POS-MKT-VALUE ROUNDED =
		    FILE-CUST-AMOUNT * FILE-QUOTE-SELL-PRICE
		ADD POS-MKT-VALUE TO EDOC-POS-VALUE.
       VALUE-POSITION-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The document file's envelope -- the header names
      *  the sender, the document type, the business date and
      *  the stream; the trailer carries the count and the
      *  hash of the statement totals the vendor balances to
      ******************************************************
       WRITE-EDOC-HEADER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-HEADER TO TRUE.
	MOVE "STOCKAPP" TO EDOC-HDR-SOURCE.
	MOVE "STMT" TO EDOC-HDR-DOC-TYPE.
	MOVE TODAYS-DATE TO EDOC-HDR-DATE.
	MOVE STREAM-NO TO EDOC-HDR-STREAM.
	PERFORM WRITE-EDOC-REC.
      ******************************************************
       WRITE-EDOC-DETAIL.
	PERFORM WRITE-EDOC-REC.
	ADD 1 TO EDOC-COUNT.
	ADD EDOC-AMOUNT TO EDOC-HASH.
      ******************************************************
       WRITE-EDOC-TRAILER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-TRAILER TO TRUE.
	MOVE EDOC-COUNT TO EDOC-TRL-COUNT.
	MOVE EDOC-HASH TO EDOC-TRL-HASH.
	PERFORM WRITE-EDOC-REC.
      ******************************************************
      *  Common write/error-check for one document record --
      *  a document file that cannot be written is no
      *  document file at all, so the run stops
      ******************************************************
       WRITE-EDOC-REC.
	WRITE EDOC-ITEM.
	IF EDOC-STATUS-1 NOT = "0"
		MOVE "WRITE EDOC" TO LOG-ERR-ROUTINE
		MOVE EDOC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE EDOC-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      * Write out a log err messages
      ******************************************************
       DO-USERLOG-ERR.
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
