      *      account with none stands alone under its own
      *      number), the CUSTMAS.IT name and structured
      *      address, and the shares held on the record date
      *   J  one record per joint owner of a holding
      *      account, following its D record -- fund,
      *      account and the joint owner's name off PARTY.IT,
      *      so the mailing registers every owner of record
      *   T  trailer -- holder count and total shares, the
      *      control the mailing house ties to the fund's
      *      total before printing a single envelope
      *
      * An account whose mail is coming back undeliverable
      * (RETMAIL.IT) is left out of the extract, D and J
      * records both -- the mailing house would only print
      * envelopes for the shredder.  The control report
      * lists those accounts with their shares, so the
      * trailer's shares plus the suppressed shares still
      * tie to the fund's total.
      *
      * A record date of zero (or today) walks CUST.IT in
      * key order -- the positions as they stand; for one
      * fund it walks that fund's holders on the POSXREF.IT
      * fund/account cross-reference instead, reading only
      * the fund's own positions.  A past
      * record date replays the merged live-plus-archived
      * blotter up to the date with the same status
      * semantics RECONCIL replays under: every row counts
	FILE-CONTROL.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ACCESS SEQUENTIAL
		RECORD KEY FILE-BLOTA-KEY
		STATUS BLOTARCH-FILE-STATUS.
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
	SELECT SHREXTR-FILE ASSIGN "SHREXTR.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS SHREXTR-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	     03  FILE-BLOTA-REP			PIC X(10).
	     03  FILE-BLOTA-ARCH-DATE		PIC 9(8).
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
      * The extract -- one 133-byte record per line, the
      * first byte saying which shape the rest takes
      ******************************************************
	     03  SHX-REC-TYPE		PIC X(01).
		 88  SHX-IS-HEADER	VALUE "H".
		 88  SHX-IS-DETAIL	VALUE "D".
		 88  SHX-IS-JOINT	VALUE "J".
		 88  SHX-IS-TRAILER	VALUE "T".
	     03  SHX-REC-BODY		PIC X(132).
	01  SHREXTR-HEADER REDEFINES SHREXTR-ITEM.
	     03  SHX-DTL-STATE		PIC X(02).
	     03  SHX-DTL-ZIP		PIC X(10).
	     03  SHX-DTL-SHARES		PIC 9(7)V999.
	01  SHREXTR-JOINT REDEFINES SHREXTR-ITEM.
	     03  FILLER			PIC X(01).
	     03  SHX-JNT-FUND		PIC X(10).
	     03  SHX-JNT-ACCOUNT	PIC X(10).
	     03  SHX-JNT-NAME		PIC X(30).
	     03  FILLER			PIC X(82).
	01  SHREXTR-TRAILER REDEFINES SHREXTR-ITEM.
	     03  FILLER			PIC X(01).
	     03  SHX-TRL-COUNT		PIC 9(7).
	     03  SHX-TRL-SHARES		PIC 9(11)V999.
	     03  FILLER			PIC X(111).
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
      * Fund/account cross-reference -- a one-fund extract
      * of today's holders walks the fund's keys here and
      * reads just those positions
      ******************************************************
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
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
			"HOLDERS SUPPRESSED =>".
		05  RPT-SUPP-COUNT	PIC ZZZZ9.
	01  SUPP-SHARES		PIC 9(11)V999 VALUE ZERO.
	01  SHX-SUPP-NOTE.
		05  SHX-SUPP-FUND	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SHX-SUPP-SHARES	PIC ZZZZZZ9.999.
		05  FILLER		PIC X(7) VALUE SPACES.
	01  RPT-SUPP-SHARES.
		05  FILLER	PIC X(23) VALUE
			"SUPPRESSED SHARES =>".
		05  RPT-SUPP-SHARE-TOTAL	PIC ZZZZZZZZZZ9.999.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this utility's
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
           	05  BLOTA-STATUS-2	PIC X.
	01  ARCH-OPEN-SWITCH	PIC X VALUE "N".
		88  ARCHIVE-AVAILABLE	VALUE "Y".
 	01  PARTY-FILE-STATUS.
           	05  PTY-STATUS-1	PIC X.
           	05  PTY-STATUS-2	PIC X.
	01  PTY-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTY-AVAILABLE	VALUE "Y".
	01  PTY-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTIES	VALUE "Y".
 	01  SHREXTR-FILE-STATUS.
           	05  SHX-STATUS-1	PIC X.
           	05  SHX-STATUS-2	PIC X.
			"RECORD DATE 0=NOW [        ]".
	01  ASK-DATE		PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  PAST-MODE-SWITCH	PIC X VALUE "N".
		88  PAST-DATE-MODE	VALUE "Y".
      ******************************************************
       START-SHREXTR.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY SPACE.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE "Y" TO CM-OPEN-SWITCH.
	MOVE "N" TO PTY-OPEN-SWITCH.
	OPEN INPUT PARTY-FILE.
	IF PTY-STATUS-1 = "0"
		MOVE "Y" TO PTY-OPEN-SWITCH.
	MOVE "N" TO RTM-OPEN-SWITCH.
	OPEN INPUT RETMAIL-FILE.
	IF RTM-STATUS-1 = "0"
		MOVE "Y" TO RTM-OPEN-SWITCH.
	OPEN OUTPUT SHREXTR-FILE.
	IF SHX-STATUS-1 NOT = "0"
		MOVE "OPEN SHREXTR" TO LOG-ERR-ROUTINE
	CLOSE SHREXTR-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	IF PARTY-AVAILABLE
		CLOSE PARTY-FILE.
	IF RETMAIL-AVAILABLE
		CLOSE RETMAIL-FILE.
	MOVE ASK-FUND TO RPT-FUND.
	MOVE ASK-DATE TO RPT-DATE.
	DISPLAY SPACE.
	MOVE HOLDER-COUNT TO RPT-HOLDER-COUNT.
	MOVE SHARE-TOTAL TO RPT-SHARE-TOTAL.
	DISPLAY RPT-TOTAL.
	MOVE SUPP-SHARES TO RPT-SUPP-SHARE-TOTAL.
	DISPLAY RPT-SUPP-SHARES.
	PERFORM LIST-SUPPRESSED THRU LIST-SUPPRESSED-EXIT.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
		CLOSE SHREXTR-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      *  Today's holders straight off CUST.IT in key order --
      *  or, for one fund, through the cross-reference
      ******************************************************
       EXTRACT-FROM-POSITIONS.
	OPEN INPUT CUST-FILE.
		CLOSE SHREXTR-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	IF ASK-FUND NOT = SPACES
		PERFORM EXTRACT-ONE-FUND
	ELSE
		PERFORM POSITION-LOOP THRU POSITION-LOOP-EXIT
			UNTIL DONE-READING.
	CLOSE CUST-FILE.
      ******************************************************
      *  One fund's holders, account order, off POSXREF.IT
      ******************************************************
       EXTRACT-ONE-FUND.
	OPEN INPUT POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE SHREXTR-FILE
		PERFORM A-999-EXIT.
	MOVE ASK-FUND TO FILE-PXR-FUND.
	MOVE LOW-VALUES TO FILE-PXR-ACCOUNT.
	START POSXREF-FILE KEY IS NOT LESS THAN FILE-PXR-KEY
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM XREF-POSITION-LOOP THRU XREF-POSITION-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE POSXREF-FILE.
      ******************************************************
       XREF-POSITION-LOOP.
	READ POSXREF-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO XREF-POSITION-LOOP-EXIT.
	IF FILE-PXR-FUND NOT = ASK-FUND
		SET DONE-READING TO TRUE
		GO TO XREF-POSITION-LOOP-EXIT.
	MOVE FILE-PXR-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE FILE-PXR-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 NOT = "0"
		GO TO XREF-POSITION-LOOP-EXIT.
	IF FILE-CUST-AMOUNT = ZERO
		GO TO XREF-POSITION-LOOP-EXIT.
	MOVE FILE-CUST-ACCOUNT TO CTL-ACCOUNT.
	MOVE FILE-CUST-FUND TO CTL-FUND.
	MOVE FILE-CUST-AMOUNT TO NET-AMOUNT.
	PERFORM WRITE-ONE-HOLDER THRU WRITE-ONE-HOLDER-EXIT.
       XREF-POSITION-LOOP-EXIT.
	EXIT.
      ******************************************************
       POSITION-LOOP.
	READ CUST-FILE NEXT RECORD
	MOVE FILE-CUST-ACCOUNT TO CTL-ACCOUNT.
	MOVE FILE-CUST-FUND TO CTL-FUND.
	MOVE FILE-CUST-AMOUNT TO NET-AMOUNT.
	PERFORM WRITE-ONE-HOLDER THRU WRITE-ONE-HOLDER-EXIT.
       POSITION-LOOP-EXIT.
	EXIT.
      ******************************************************
		GO TO PROCESS-GROUP-EXIT.
	IF ASK-FUND NOT = SPACES AND CTL-FUND NOT = ASK-FUND
		GO TO PROCESS-GROUP-EXIT.
	PERFORM WRITE-ONE-HOLDER THRU WRITE-ONE-HOLDER-EXIT.
       PROCESS-GROUP-EXIT.
	EXIT.
      ******************************************************
      *  under its own number
      ******************************************************
       WRITE-ONE-HOLDER.
	MOVE CTL-ACCOUNT TO RTM-FOR-ACCOUNT.
	PERFORM CHECK-RETURNED-MAIL THRU CHECK-RETURNED-MAIL-EXIT.
	IF MAIL-IS-RETURNED
		MOVE CTL-FUND TO SHX-SUPP-FUND
		MOVE NET-AMOUNT TO SHX-SUPP-SHARES
		MOVE SHX-SUPP-NOTE TO SUPP-NOTE
		PERFORM NOTE-SUPPRESSED
		ADD NET-AMOUNT TO SUPP-SHARES
		GO TO WRITE-ONE-HOLDER-EXIT.
	MOVE SPACES TO SHREXTR-ITEM.
	SET SHX-IS-DETAIL TO TRUE.
	MOVE CTL-FUND TO SHX-DTL-FUND.
	PERFORM WRITE-EXTRACT-REC.
	ADD 1 TO HOLDER-COUNT.
	ADD NET-AMOUNT TO SHARE-TOTAL.
	PERFORM WRITE-JOINT-OWNERS THRU WRITE-JOINT-OWNERS-EXIT.
       WRITE-ONE-HOLDER-EXIT.
	EXIT.
      ******************************************************
      *  One J record for each joint owner of the holding
      *  account, right behind its D record.  They are not
      *  holders of their own -- the trailer counts the
      *  account once.
      ******************************************************
       WRITE-JOINT-OWNERS.
	IF NOT PARTY-AVAILABLE
		GO TO WRITE-JOINT-OWNERS-EXIT.
	MOVE "N" TO PTY-EOF-SWITCH.
	MOVE CTL-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE ZERO TO FILE-PTY-SEQ.
	START PARTY-FILE KEY IS NOT LESS THAN FILE-PTY-KEY
		INVALID KEY SET DONE-PARTIES TO TRUE.
	PERFORM WRITE-ONE-JOINT THRU WRITE-ONE-JOINT-EXIT
		UNTIL DONE-PARTIES.
       WRITE-JOINT-OWNERS-EXIT.
	EXIT.
      ******************************************************
       WRITE-ONE-JOINT.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-PARTIES TO TRUE.
	IF DONE-PARTIES
		GO TO WRITE-ONE-JOINT-EXIT.
	IF FILE-PTY-ACCOUNT NOT = CTL-ACCOUNT
		SET DONE-PARTIES TO TRUE
		GO TO WRITE-ONE-JOINT-EXIT.
	IF NOT FILE-PTY-IS-JOINT
		GO TO WRITE-ONE-JOINT-EXIT.
	MOVE SPACES TO SHREXTR-ITEM.
	SET SHX-IS-JOINT TO TRUE.
	MOVE CTL-FUND TO SHX-JNT-FUND.
	MOVE CTL-ACCOUNT TO SHX-JNT-ACCOUNT.
	MOVE FILE-PTY-NAME TO SHX-JNT-NAME.
	PERFORM WRITE-EXTRACT-REC.
       WRITE-ONE-JOINT-EXIT.
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
