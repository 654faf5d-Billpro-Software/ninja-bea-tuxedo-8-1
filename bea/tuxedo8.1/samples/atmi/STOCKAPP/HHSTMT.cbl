      * counts are branch-sized, not shop-sized, and the
      * rescan keeps the file keyed the way everything else
      * expects.
      *
      * A household whose lead member -- the lowest account
      * number, the one that starts its statement -- has
      * consented to electronic delivery (EDELIV.IT, see
      * EDLVSR) is not printed.  Its statement goes to
      * HHEDOC.IT instead, one D record per household in the
      * same H/D/T layout STMTRPT writes to STMTEDOC.IT, sent
      * to the lead member's e-mail address.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HHSTMT.
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	SELECT EDELIV-FILE ASSIGN "EDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EDL-ACCOUNT
		STATUS EDELIV-FILE-STATUS.
	SELECT EDOC-FILE ASSIGN "HHEDOC.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS EDOC-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
		02  FILE-QUOTE-LAST-TIME	PIC 9(8).
		02  FILE-QUOTE-BASE-FUND	PIC X(10).
		02  FILE-QUOTE-CLASS		PIC X(02).
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
      * The e-delivery document file -- the layout STMTRPT
      * writes
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
      * Tuxedo definitions -- USERLOG is the same logging
      ******************************************************
	01  CUR-HOUSEHOLD	PIC X(10).
	01  HH-TOTAL		PIC 9(11)V99.
	01  HH-CASH		PIC 9(11)V99.
	01  HH-MEMBERS		PIC 9(5) COMP-5.
	01  POS-VALUE		PIC 9(11)V99.
	01  LEAD-NAME		PIC X(30).
      ******************************************************
      * Electronic delivery -- whether the household's lead
      * member takes documents by e-mail (paper copy
      * otherwise), and the counts and hash total for the
      * document file's trailer
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
		88  PRINT-ON-PAPER		VALUE "N".
	01  EDL-FOR-ACCOUNT	PIC X(10).
	01  EDOC-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  EDOC-HASH		PIC 9(13)V99 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Combined per-fund positions across the household
      ******************************************************
			"  HOUSEHOLD VALUE =>".
		05  RPT-TOTAL-VALUE	PIC $$,$$$,$$$,$$9.99.
	01  RPT-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"HOUSEHOLDS PRINTED     =>".
		05  RPT-HH-COUNT PIC ZZZZ9.
	01  RPT-EDOC-TOTAL.
		05  FILLER	PIC X(25) VALUE
			"HOUSEHOLDS E-DELIVERED =>".
		05  RPT-EDOC-COUNT	PIC ZZZZ9.
      ******************************************************
      * Log message definitions
      ******************************************************
       START-HHSTMT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE "N" TO EDL-OPEN-SWITCH.
	OPEN INPUT EDELIV-FILE.
	IF EDL-STATUS-1 = "0"
		MOVE "Y" TO EDL-OPEN-SWITCH.
	OPEN OUTPUT EDOC-FILE.
	IF EDOC-STATUS-1 NOT = "0"
		MOVE "OPEN EDOC" TO LOG-ERR-ROUTINE
		MOVE EDOC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM WRITE-EDOC-HEADER.
	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
	CLOSE CUST-FILE.
	CLOSE CASH-FILE.
	CLOSE QUOTE-FILE.
	IF EDELIV-AVAILABLE
		CLOSE EDELIV-FILE.
	PERFORM WRITE-EDOC-TRAILER.
	CLOSE EDOC-FILE.
	MOVE HH-COUNT TO RPT-HH-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE EDOC-COUNT TO RPT-EDOC-COUNT.
	DISPLAY RPT-EDOC-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
		GO TO DISCOVER-LOOP-EXIT.
	MOVE FILE-CUSTMAS-HOUSEHOLD TO CUR-HOUSEHOLD.
	MOVE FILE-CUSTMAS-ACCOUNT TO SAVE-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO LEAD-NAME.
	PERFORM PRINT-HOUSEHOLD THRU PRINT-HOUSEHOLD-EXIT.
      ******************************************************
      *  Put the discovery walk back where it was -- the
      *  member scan inside PRINT-HOUSEHOLD repositioned the
      ******************************************************
      *  Print one household -- rescan CUSTMAS for every
      *  member, each with positions and cash, then the
      *  combined per-fund summary and total.  A household
      *  delivered by e-mail is assembled the same way with
      *  the printing left out, and its totals go to the
      *  document file.
      ******************************************************
       PRINT-HOUSEHOLD.
	MOVE SAVE-ACCOUNT TO EDL-FOR-ACCOUNT.
	PERFORM CHECK-EDELIVERY THRU CHECK-EDELIVERY-EXIT.
	MOVE ZERO TO HH-TOTAL.
	MOVE ZERO TO HH-CASH.
	MOVE ZERO TO HH-MEMBERS.
	MOVE ZERO TO COMB-COUNT.
	IF PRINT-ON-PAPER
		ADD 1 TO HH-COUNT
		DISPLAY SPACE
		MOVE CUR-HOUSEHOLD TO RPT-HOUSEHOLD
		DISPLAY RPT-HH-HEAD.
	MOVE "N" TO MEM-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS NOT LESS THAN
			FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING-MEM TO TRUE.
	PERFORM MEMBER-LOOP UNTIL DONE-READING-MEM.
	IF DOCS-BY-EMAIL
		PERFORM DELIVER-HOUSEHOLD
		GO TO PRINT-HOUSEHOLD-EXIT.
	DISPLAY RPT-COMB-HEAD.
	PERFORM SHOW-COMBINED
		VARYING COMB-SUB FROM 1 BY 1
		UNTIL COMB-SUB > COMB-COUNT.
	MOVE HH-TOTAL TO RPT-TOTAL-VALUE.
	DISPLAY RPT-HH-TOTAL.
       PRINT-HOUSEHOLD-EXIT.
	EXIT.
      ******************************************************
      *  Read the next master record, printing it when it
      *  belongs to the household being assembled
	IF FILE-CUSTMAS-HOUSEHOLD NOT = CUR-HOUSEHOLD
		GO TO MEMBER-LOOP-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO MEMBER-ACCOUNT.
	ADD 1 TO HH-MEMBERS.
	MOVE FILE-CUSTMAS-ACCOUNT TO RPT-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	MOVE FILE-CUSTMAS-STREET TO RPT-STREET.
	MOVE FILE-CUSTMAS-CITY TO RPT-CITY.
	MOVE FILE-CUSTMAS-STATE TO RPT-STATE.
	MOVE FILE-CUSTMAS-ZIP TO RPT-ZIP.
	IF PRINT-ON-PAPER
		DISPLAY RPT-ACCT-LINE
		DISPLAY RPT-ADDR-LINE.
	PERFORM SHOW-MEMBER-POSITIONS.
	PERFORM SHOW-MEMBER-CASH.
       MEMBER-LOOP-EXIT.
	MOVE FILE-CUST-FUND TO RPT-FUND.
	MOVE FILE-CUST-AMOUNT TO RPT-SHARES.
	MOVE POS-VALUE TO RPT-MKT-VALUE.
	IF PRINT-ON-PAPER
		DISPLAY RPT-POS-LINE.
	PERFORM ROLL-COMBINED.
       MEMBER-POS-LOOP-EXIT.
	EXIT.
		COMPUTE POS-VALUE =
		    FILE-CASH-BALANCE + FILE-CASH-HOLD-AMOUNT
		ADD POS-VALUE TO HH-TOTAL
		ADD POS-VALUE TO HH-CASH
		MOVE POS-VALUE TO RPT-CASH
		IF PRINT-ON-PAPER
			DISPLAY RPT-CASH-LINE
		END-IF
	END-IF.
      ******************************************************
      *  One combined per-fund line
	MOVE COMB-SHARES (COMB-SUB) TO RPT-COMB-SHARES.
	DISPLAY RPT-COMB-LINE.
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
      *  One household for the document file, addressed to
      *  the lead member -- the positions value, the cash,
      *  the household total, and how many member accounts
      *  it covers
      ******************************************************
       DELIVER-HOUSEHOLD.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-DETAIL TO TRUE.
	MOVE SAVE-ACCOUNT TO EDOC-ACCOUNT.
	MOVE "HHST" TO EDOC-DOC-TYPE.
	MOVE TODAYS-DATE TO EDOC-DOC-DATE.
	MOVE FILE-EDL-EMAIL TO EDOC-EMAIL.
	MOVE LEAD-NAME TO EDOC-NAME.
	MOVE CUR-HOUSEHOLD TO EDOC-REF.
	MOVE ZERO TO EDOC-SHARES.
	MOVE ZERO TO EDOC-PRICE.
	MOVE ZERO TO EDOC-CHARGE.
	MOVE ZERO TO EDOC-SETTLE-DATE.
	COMPUTE EDOC-PRINCIPAL = HH-TOTAL - HH-CASH.
	MOVE HH-CASH TO EDOC-CASH.
	MOVE HH-TOTAL TO EDOC-AMOUNT.
	MOVE HH-MEMBERS TO EDOC-ITEMS.
	PERFORM WRITE-EDOC-REC.
	ADD 1 TO EDOC-COUNT.
	ADD EDOC-AMOUNT TO EDOC-HASH.
      ******************************************************
      *  The document file's envelope, as STMTRPT writes it
      ******************************************************
       WRITE-EDOC-HEADER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-HEADER TO TRUE.
	MOVE "STOCKAPP" TO EDOC-HDR-SOURCE.
	MOVE "HHST" TO EDOC-HDR-DOC-TYPE.
	MOVE TODAYS-DATE TO EDOC-HDR-DATE.
	MOVE ZERO TO EDOC-HDR-STREAM.
	PERFORM WRITE-EDOC-REC.
      ******************************************************
       WRITE-EDOC-TRAILER.
	MOVE SPACES TO EDOC-ITEM.
	SET EDOC-IS-TRAILER TO TRUE.
	MOVE EDOC-COUNT TO EDOC-TRL-COUNT.
	MOVE EDOC-HASH TO EDOC-TRL-HASH.
	PERFORM WRITE-EDOC-REC.
      ******************************************************
      *  Common write/error-check for one document record
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
