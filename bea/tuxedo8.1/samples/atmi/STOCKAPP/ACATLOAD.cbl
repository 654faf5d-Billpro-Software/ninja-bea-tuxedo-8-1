      *	(c) 2003 BEA Systems, Inc. All Rights Reserved.
      *
      *	Copyright (c) 1992 USL
      * All rights reserved
      *
      *	THIS IS UNPUBLISHED PROPRIETARY
      *	SOURCE CODE OF USL
      *	The copyright notice above does not
      *	evidence any actual or intended
      *	publication of such source code.
      *
      * #ident	"@(#) samples/atmi/STOCKAPP/ACATLOAD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/ACATLOAD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * ACATLOAD books an inbound account transfer -- the
      * positions another firm delivers to us in kind, lot
      * by lot with their acquisition dates and cost basis
      * -- a batch loader in the mold of PARTLOAD.  ACATIN.IT
      * arrives under the same envelope discipline:
      *   H  header -- the delivering firm, the transfer
      *      date, and the operator the transfer desk posts
      *      under
      *   D  one item per lot -- our receiving account, the
      *      fund, shares, acquisition date, total cost, a
      *      "Y" when the firm reported that cost, and the
      *      customer's account number at the delivering firm
      *   T  trailer -- item count and share hash total
      * ACATOUT writes the same layout when it is our firm
      * doing the delivering.  The envelope is validated
      * before a single lot books, and the run checkpoints
      * each committed item so a rerun never double-books.
      *
      * Each lot books through ACATSR as a non-trade receipt
      * into CUST.IT and CUSTLOT.IT.  A lot that came without
      * its cost basis, or without an acquisition date, is
      * still booked -- the shares are the customer's -- but
      * at a zero price and flagged basis not reported, and
      * the report lists every such lot so the transfer desk
      * can chase the figures.  A lot ACATSR refuses lands on
      * the ACATSUSP.IT suspense with its reason.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACATLOAD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT ACATIN-FILE ASSIGN "ACATIN.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT ACATSUSP-FILE ASSIGN "ACATSUSP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ASUSP-KEY
		STATUS ACATSUSP-FILE-STATUS.
	SELECT CHKPOINT-FILE ASSIGN "CHKPOINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The transfer file -- one 72-byte record per line,
      * the first byte saying which shape the rest takes
      ******************************************************
	FD  ACATIN-FILE; RECORD 72.
	01  ACATIN-ITEM.
	     03  ACT-REC-TYPE		PIC X(01).
		 88  ACT-IS-HEADER	VALUE "H".
		 88  ACT-IS-DETAIL	VALUE "D".
		 88  ACT-IS-TRAILER	VALUE "T".
	     03  ACT-REC-BODY		PIC X(71).
	01  ACATIN-HEADER REDEFINES ACATIN-ITEM.
	     03  FILLER			PIC X(01).
	     03  ACT-HDR-FIRM		PIC X(10).
	     03  ACT-HDR-DATE		PIC 9(8).
	     03  ACT-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(43).
	01  ACATIN-DETAIL REDEFINES ACATIN-ITEM.
	     03  FILLER			PIC X(01).
	     03  ACT-DTL-ACCOUNT	PIC X(10).
	     03  ACT-DTL-FUND		PIC X(10).
	     03  ACT-DTL-SHARES		PIC 9(7)V999.
	     03  ACT-DTL-LOT-DATE	PIC 9(8).
	     03  ACT-DTL-COST		PIC 9(9)V99.
	     03  ACT-DTL-BASIS-KNOWN	PIC X(01).
	     03  ACT-DTL-CONTRA-ACCT	PIC X(10).
	     03  FILLER			PIC X(11).
	01  ACATIN-TRAILER REDEFINES ACATIN-ITEM.
	     03  FILLER			PIC X(01).
	     03  ACT-TRL-COUNT		PIC 9(7).
	     03  ACT-TRL-HASH		PIC 9(11)V999.
	     03  FILLER			PIC X(50).
      ******************************************************
      * Transfer suspense -- one record per lot that could
      * not book, with the reason, keyed by run date and a
      * sequence within the run, the same arrangement
      * PTNSUSP.IT keeps for partner orders
      ******************************************************
	FD  ACATSUSP-FILE; RECORD 102.
	01  ACATSUSP-ITEM.
	     03  FILE-ASUSP-KEY.
		05  FILE-ASUSP-DATE	PIC 9(8).
		05  FILE-ASUSP-SEQ	PIC 9(5).
	     03  FILE-ASUSP-FIRM	PIC X(10).
	     03  FILE-ASUSP-ACCOUNT	PIC X(10).
	     03  FILE-ASUSP-FUND	PIC X(10).
	     03  FILE-ASUSP-SHARES	PIC 9(7)V999.
	     03  FILE-ASUSP-LOT-DATE	PIC 9(8).
	     03  FILE-ASUSP-COST	PIC 9(9)V99.
	     03  FILE-ASUSP-REASON	PIC X(30).
      ******************************************************
      * Loader checkpoint -- one record per loader, keyed by
      * the loader's name, carrying how many detail items
      * today's prior run committed.  See TRADLOAD.
      ******************************************************
	FD  CHKPOINT-FILE; RECORD 33.
	01  CHKPOINT-ITEM.
	     03  FILE-CHK-NAME		PIC X(8).
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
      *****************************************************
	01  TPTYPE-REC.
	COPY TPTYPE.
      *
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      *
	01  TPSVCDEF-REC.
	COPY TPSVCDEF.
      *
	01  TPINFDEF-REC VALUE LOW-VALUES.
	COPY TPINFDEF.
      *****************************************************
      * Log messages definitions
      *****************************************************
	01  LOGMSG.
		05  FILLER	PIC X(12) VALUE
			"ACATLOAD  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"ACATLOAD ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      *
	01  USER-DATA-REC 	PIC X(75).
      *****************************************************
      * VIEW record exchanged with ACATSR
      *****************************************************
	01 ACAT-REC.
	COPY ACAT.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  ACATSUSP-FILE-STATUS.
           	05  ASUSP-STATUS-1	PIC X.
           	05  ASUSP-STATUS-2	PIC X.
 	01  CHKPOINT-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
      ******************************************************
      * Envelope validation -- what the first pass found, and
      * what the trailer said the file should hold
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ENV-SWITCH		PIC X VALUE "N".
		88  ENVELOPE-BAD	VALUE "Y".
	01  HDR-SEEN-SWITCH	PIC X VALUE "N".
		88  HEADER-SEEN		VALUE "Y".
	01  TRL-SEEN-SWITCH	PIC X VALUE "N".
		88  TRAILER-SEEN	VALUE "Y".
	01  FEED-FIRM		PIC X(10).
	01  FEED-OPERATOR	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SCAN-HASH		PIC 9(11)V999 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
	01  STATED-HASH		PIC 9(11)V999.
      ******************************************************
      * Posting-pass counts and checkpoint/restart control
      ******************************************************
	01  BOOKED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  BOOKED-HASH		PIC 9(11)V999 VALUE ZERO.
	01  NOBASIS-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  SUSP-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SUSP-SEQ		PIC 9(5) VALUE ZERO.
	01  SUSP-REASON		PIC X(30).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  RESTART-SKIP	PIC 9(7) VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) VALUE ZERO.
	01  DONE-COUNT		PIC 9(7) VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"INBOUND ACCOUNT TRANSFER -".
		05  RPT-DATE	PIC 9(8).
		05  FILLER	PIC X(10) VALUE "  FROM =>".
		05  RPT-FIRM	PIC X(10).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-FIRM-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - NO DELIVERING FIRM".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  STATED HASH =>".
		05  RPT-STATED-HASH	PIC ZZZZZZZZZZ9.999.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-HASH	PIC ZZZZZZZZZZ9.999.
	01  RPT-NOBASIS-HEAD.
		05  FILLER	PIC X(40) VALUE
			"LOTS BOOKED WITHOUT COST BASIS".
	01  RPT-NOBASIS-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NB-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NB-FUND	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NB-SHARES	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(6) VALUE "  ACQ ".
		05  RPT-NB-DATE	PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NB-CONTRA	PIC X(10).
	01  RPT-BOOKED.
		05  FILLER	PIC X(16) VALUE "BOOKED       =>".
		05  RPT-BOOKED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  SHARE HASH =>".
		05  RPT-BOOKED-HASH	PIC ZZZZZZZZZZ9.999.
	01  RPT-NOBASIS.
		05  FILLER	PIC X(16) VALUE "NO BASIS     =>".
		05  RPT-NOBASIS-COUNT	PIC ZZZZZZ9.
	01  RPT-SUSP.
		05  FILLER	PIC X(16) VALUE "SUSPENDED    =>".
		05  RPT-SUSP-COUNT	PIC ZZZZZZ9.
	01  RPT-RESTART.
		05  FILLER	PIC X(30) VALUE
			"ALREADY DONE (CHECKPOINT)   =>".
		05  RPT-SKIPPED-COUNT	PIC ZZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-ACATLOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Pass one -- prove the envelope before booking a
      * single lot
      *****************************************************
	OPEN INPUT ACATIN-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN ACATIN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT UNTIL DONE-READING.
	CLOSE ACATIN-FILE.
	PERFORM JUDGE-ENVELOPE.
	MOVE TODAYS-DATE TO RPT-DATE.
	MOVE FEED-FIRM TO RPT-FIRM.
	IF ENVELOPE-BAD
		DISPLAY SPACE
		DISPLAY RPT-TITLE
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		MOVE STATED-HASH TO RPT-STATED-HASH
		MOVE SCAN-HASH TO RPT-SCAN-HASH
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * The header has to name the delivering firm -- every
      * blotter leg carries it in the transfer reference
      *****************************************************
	IF FEED-FIRM = SPACES
		DISPLAY SPACE
		DISPLAY RPT-TITLE
		DISPLAY RPT-FIRM-BAD
		MOVE "File Rejected - Firm" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * Envelope proved -- open the working files, register
      * as a client, and book pass two
      *****************************************************
	OPEN INPUT ACATIN-FILE.
	PERFORM OPEN-ACATSUSP.
	PERFORM OPEN-CHECKPOINT.
	MOVE SPACES TO USRNAME.
	MOVE SPACES TO CLTNAME.
	MOVE SPACES TO PASSWD.
	MOVE SPACES TO GRPNAME.
	MOVE ZERO TO DATALEN.
	SET TPU-DIP TO TRUE.
      *
        CALL "TPINITIALIZE" USING TPINFDEF-REC
		USER-DATA-REC
		TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPINITIALI" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATIN-FILE
		CLOSE ACATSUSP-FILE
		CLOSE CHKPOINT-FILE
		PERFORM A-999-EXIT.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SKIP-ONE-ITEM
		UNTIL SKIPPED-COUNT NOT < RESTART-SKIP
		OR DONE-READING.
	IF SKIPPED-COUNT > ZERO
		MOVE "Resumed Past Checkpoint" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	PERFORM POST-LOOP UNTIL DONE-READING.
	PERFORM CLEAR-CHECKPOINT.
	CLOSE ACATIN-FILE.
	CLOSE ACATSUSP-FILE.
	CLOSE CHKPOINT-FILE.
	CALL "TPTERM" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPTERM " TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	DISPLAY SPACE.
	MOVE BOOKED-COUNT TO RPT-BOOKED-COUNT.
	MOVE BOOKED-HASH TO RPT-BOOKED-HASH.
	DISPLAY RPT-BOOKED.
	MOVE NOBASIS-COUNT TO RPT-NOBASIS-COUNT.
	DISPLAY RPT-NOBASIS.
	MOVE SUSP-COUNT TO RPT-SUSP-COUNT.
	DISPLAY RPT-SUSP.
	IF SKIPPED-COUNT > ZERO
		MOVE SKIPPED-COUNT TO RPT-SKIPPED-COUNT
		DISPLAY RPT-RESTART.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without loading
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Load" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ ACATIN-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF ACT-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE ACT-HDR-FIRM TO FEED-FIRM
		MOVE ACT-HDR-OPERATOR TO FEED-OPERATOR
		MOVE ACT-HDR-DATE TO FEED-DATE
	ELSE IF ACT-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE ACT-TRL-COUNT TO STATED-COUNT
		MOVE ACT-TRL-HASH TO STATED-HASH
	ELSE IF ACT-IS-DETAIL
		ADD 1 TO SCAN-COUNT
		ADD ACT-DTL-SHARES TO SCAN-HASH
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Does the envelope hold?  Header and trailer both
      *  present, the detail count matching the stated count,
      *  and the share hash balancing exactly.
      ******************************************************
       JUDGE-ENVELOPE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
		MOVE "Y" TO ENV-SWITCH.
	IF NOT ENVELOPE-BAD
		IF SCAN-COUNT NOT = STATED-COUNT OR
		   SCAN-HASH NOT = STATED-HASH
			MOVE "Y" TO ENV-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  Pass over one detail item a prior run already
      *  committed -- header and trailer records do not count
      ******************************************************
       SKIP-ONE-ITEM.
	READ ACATIN-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF ACT-IS-DETAIL
			ADD 1 TO SKIPPED-COUNT
		END-IF
	END-IF.
      ******************************************************
      *  Pass two: post one record -- header and trailer ride
      *  through, each detail lot books or suspends
      ******************************************************
       POST-LOOP.
	READ ACATIN-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF ACT-IS-DETAIL
			PERFORM BOOK-ONE-LOT THRU BOOK-ONE-LOT-EXIT
			PERFORM TAKE-CHECKPOINT
		END-IF
	END-IF.
      ******************************************************
      *  Receive one lot through ACATSR.  A lot booked
      *  without its basis is listed for the transfer desk.
      ******************************************************
       BOOK-ONE-LOT.
	IF ACT-DTL-ACCOUNT = SPACES OR ACT-DTL-FUND = SPACES
		MOVE "NO ACCOUNT OR FUND" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO BOOK-ONE-LOT-EXIT.
	IF ACT-DTL-SHARES = ZERO
		MOVE "NO SHARES" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO BOOK-ONE-LOT-EXIT.
	MOVE "R" TO ACAT-ACTION.
	MOVE ACT-DTL-ACCOUNT TO ACAT-ACCOUNT.
	MOVE ACT-DTL-FUND TO ACAT-FUND.
	MOVE ACT-DTL-SHARES TO ACAT-SHARES.
	MOVE ACT-DTL-LOT-DATE TO ACAT-LOT-DATE.
	MOVE ACT-DTL-COST TO ACAT-COST.
	MOVE ACT-DTL-BASIS-KNOWN TO ACAT-BASIS-KNOWN.
	MOVE FEED-FIRM TO ACAT-CONTRA.
	MOVE FEED-DATE TO ACAT-XFER-DATE.
	MOVE FEED-OPERATOR TO ACAT-OPERATOR.
	MOVE SPACES TO ACAT-LINK-REF.
	MOVE SPACE TO ACAT-NO-BASIS.
      *
	MOVE LENGTH OF ACAT-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "acat" TO SUB-TYPE.
	MOVE "ACATSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
      *
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			ACAT-REC
			TPTYPE-REC
			ACAT-REC
			TPSTATUS-REC.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "TRANSFER REFUSED BY ACATSR" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO BOOK-ONE-LOT-EXIT.
	ADD 1 TO BOOKED-COUNT.
	ADD ACT-DTL-SHARES TO BOOKED-HASH.
	IF ACAT-NO-BASIS = "Y"
		PERFORM LIST-NO-BASIS.
       BOOK-ONE-LOT-EXIT.
	EXIT.
      ******************************************************
      *  One lot booked without its cost basis -- the
      *  heading goes out ahead of the first one
      ******************************************************
       LIST-NO-BASIS.
	IF NOBASIS-COUNT = ZERO
		DISPLAY SPACE
		DISPLAY RPT-NOBASIS-HEAD.
	ADD 1 TO NOBASIS-COUNT.
	MOVE ACT-DTL-ACCOUNT TO RPT-NB-ACCOUNT.
	MOVE ACT-DTL-FUND TO RPT-NB-FUND.
	MOVE ACT-DTL-SHARES TO RPT-NB-SHARES.
	MOVE ACT-DTL-LOT-DATE TO RPT-NB-DATE.
	MOVE ACT-DTL-CONTRA-ACCT TO RPT-NB-CONTRA.
	DISPLAY RPT-NOBASIS-LINE.
      ******************************************************
      *  Route one lot to the suspense with its reason.  The
      *  sequence hunts past any records a partial run of
      *  today already wrote, so a rerun never collides.
      ******************************************************
       WRITE-SUSPENSE.
	MOVE TODAYS-DATE TO FILE-ASUSP-DATE.
	MOVE FEED-FIRM TO FILE-ASUSP-FIRM.
	MOVE ACT-DTL-ACCOUNT TO FILE-ASUSP-ACCOUNT.
	MOVE ACT-DTL-FUND TO FILE-ASUSP-FUND.
	MOVE ACT-DTL-SHARES TO FILE-ASUSP-SHARES.
	MOVE ACT-DTL-LOT-DATE TO FILE-ASUSP-LOT-DATE.
	MOVE ACT-DTL-COST TO FILE-ASUSP-COST.
	MOVE SUSP-REASON TO FILE-ASUSP-REASON.
       WRITE-SUSPENSE-TRY.
	ADD 1 TO SUSP-SEQ.
	MOVE SUSP-SEQ TO FILE-ASUSP-SEQ.
	WRITE ACATSUSP-ITEM.
	IF ASUSP-STATUS-1 = "2"
		GO TO WRITE-SUSPENSE-TRY.
	IF ASUSP-STATUS-1 NOT = "0"
		MOVE "WRITE ASUSP" TO LOG-ERR-ROUTINE
		MOVE ASUSP-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO SUSP-COUNT.
      ******************************************************
      *  Open (creating on first use) the transfer suspense
      ******************************************************
       OPEN-ACATSUSP.
	OPEN I-O ACATSUSP-FILE.
	IF ASUSP-STATUS-1 = "3"
		OPEN OUTPUT ACATSUSP-FILE
		CLOSE ACATSUSP-FILE
		OPEN I-O ACATSUSP-FILE.
	IF ASUSP-STATUS-1 NOT = "0"
		MOVE "OPEN ASUSP" TO LOG-ERR-ROUTINE
		MOVE ASUSP-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATIN-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      *  Open (creating on first use) the checkpoint file and
      *  find out how far a prior run of today's file got --
      *  zero when today's run starts fresh.  See TRADLOAD.
      ******************************************************
       OPEN-CHECKPOINT.
	OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 = "3"
		OPEN OUTPUT CHKPOINT-FILE
		CLOSE CHKPOINT-FILE
		OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "OPEN CHKPT" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATIN-FILE
		CLOSE ACATSUSP-FILE
		PERFORM A-999-EXIT.
	MOVE "ACATLOAD" TO FILE-CHK-NAME.
	READ CHKPOINT-FILE.
	IF CHK-STATUS-1 = "0" AND FILE-CHK-DATE = TODAYS-DATE
		MOVE FILE-CHK-COUNT TO RESTART-SKIP
		MOVE FILE-CHK-COUNT TO DONE-COUNT
	ELSE
		MOVE ZERO TO RESTART-SKIP
		MOVE ZERO TO DONE-COUNT
		MOVE "ACATLOAD" TO FILE-CHK-NAME
		MOVE TODAYS-DATE TO FILE-CHK-DATE
		MOVE ZERO TO FILE-CHK-COUNT
		MOVE SPACES TO FILE-CHK-SUBKEY
		IF CHK-STATUS-1 = "0"
			REWRITE CHKPOINT-ITEM
		ELSE
			WRITE CHKPOINT-ITEM
		END-IF
	END-IF.
      ******************************************************
      *  Record that one more item has been committed -- a
      *  rerun after a failure picks up here
      ******************************************************
       TAKE-CHECKPOINT.
	ADD 1 TO DONE-COUNT.
	MOVE "ACATLOAD" TO FILE-CHK-NAME.
	MOVE TODAYS-DATE TO FILE-CHK-DATE.
	MOVE DONE-COUNT TO FILE-CHK-COUNT.
	MOVE SPACES TO FILE-CHK-SUBKEY.
	REWRITE CHKPOINT-ITEM.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "REWRITE CHK" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  A clean end needs no checkpoint -- delete it so the
      *  next run starts from record one
      ******************************************************
       CLEAR-CHECKPOINT.
	MOVE "ACATLOAD" TO FILE-CHK-NAME.
	DELETE CHKPOINT-FILE RECORD.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "DELETE CHK" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
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
      ******************************************************
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
