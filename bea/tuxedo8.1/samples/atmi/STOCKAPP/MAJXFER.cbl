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
      * #ident	"@(#) samples/atmi/STOCKAPP/MAJXFER.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/MAJXFER.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * MAJXFER re-registers custodial accounts whose minor
      * has come of age.  For every MAJORITY.IT record
      * marked "C" -- paperwork cleared by MAJMNT -- it
      * journals every position in the custodial account,
      * whole, into the individual account opened in the
      * former minor's name, through XFERSR, which carries
      * the lot dates and prices across so the basis is
      * intact, and prints what moved where.
      *
      * A record is marked "D" done only when every
      * transfer posted; a failure leaves it "C" for
      * tomorrow's run, with whatever did not move still in
      * the custodial account.  Cash is not moved here; it
      * pays away through the normal account closure path.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MAJXFER.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT MAJORITY-FILE ASSIGN "MAJORITY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAJ-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Age-of-majority control -- see MAJMNT
      ******************************************************
	FD  MAJORITY-FILE; RECORD 72.
	01  MAJORITY-ITEM.
	     03  FILE-MAJ-ACCOUNT	PIC X(10).
	     03  FILE-MAJ-STATUTE	PIC X(01).
	     03  FILE-MAJ-DATE		PIC 9(8).
	     03  FILE-MAJ-STATUS	PIC X(01).
		 88  FILE-MAJ-IS-OPEN		VALUE "O".
		 88  FILE-MAJ-IS-REACHED	VALUE "R".
		 88  FILE-MAJ-IS-CLEARED	VALUE "C".
		 88  FILE-MAJ-IS-DONE		VALUE "D".
	     03  FILE-MAJ-NOTICE90-DATE	PIC 9(8).
	     03  FILE-MAJ-NOTICE30-DATE	PIC 9(8).
	     03  FILE-MAJ-NEW-ACCOUNT	PIC X(10).
	     03  FILE-MAJ-OPERATOR	PIC X(10).
	     03  FILE-MAJ-CLEAR-DATE	PIC 9(8).
	     03  FILE-MAJ-DONE-DATE	PIC 9(8).
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03  FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT	PIC X(10).
		05  FILE-CUST-FUND	PIC X(10).
	     03  FILE-CUST-AMOUNT	PIC 9(7)V999.
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
		05  FILLER	PIC X(10) VALUE  "MAJXFER =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE  "MAJXFER ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE " FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      *
	01  USER-DATA-REC 	PIC X(75).
      *****************************************************
      * VIEW record driven through XFERSR for each move
      *****************************************************
	01 XFER-REC.
	COPY XFER.
      *
	77 REC-FOUND 		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  CUST-FILE-STATUS.
           	05  CUST-STATUS-1	PIC X.
           	05  CUST-STATUS-2	PIC X.
      ******************************************************
      * Walk controls and counts
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  POS-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-POSITIONS	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  ACCOUNT-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  DONE-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  SKIP-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  MOVE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * The account in hand and whether every transfer
      * posted
      ******************************************************
	01  WORK-ACCOUNT	PIC X(10).
	01  WORK-NEW-ACCOUNT	PIC X(10).
	01  WORK-OPERATOR	PIC X(10).
	01  WORK-FUND		PIC X(10).
	01  WORK-QTY		PIC 9(7)V999.
	01  FAIL-SWITCH		PIC X VALUE "N".
		88  ACCOUNT-FAILED	VALUE "Y".
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"MAJORITY RE-REGISTRATION -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-ACCOUNT-LINE.
		05  FILLER	PIC X(10) VALUE "ACCOUNT =>".
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-ACC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(8) VALUE "  TO  =>".
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-ACC-NEW	PIC X(10).
	01  RPT-MOVE-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-MV-FUND	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-MV-SHARES	PIC ZZZZZZ9.999.
	01  RPT-SKIP-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-SKIP-TEXT	PIC X(40).
	01  RPT-TOTAL.
		05  FILLER	PIC X(12) VALUE "ACCOUNTS =>".
		05  RPT-ACC-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(14) VALUE "  RE-REG'D =>".
		05  RPT-DONE-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(14) VALUE "  SKIPPED  =>".
		05  RPT-SKIP-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(14) VALUE "  MOVES    =>".
		05  RPT-MOVE-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-MAJXFER.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O MAJORITY-FILE.
	IF STATUS-1 = "3"
		MOVE "No Custodial Accounts On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN MAJ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUST-FILE.
	IF CUST-STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE CUST-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE MAJORITY-FILE
		PERFORM A-999-EXIT.
      *****************************************************
      * Register as an ATMI client, the same way the batch
      * loaders do
      *****************************************************
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
		CLOSE MAJORITY-FILE
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	MOVE LOW-VALUES TO FILE-MAJ-ACCOUNT.
	START MAJORITY-FILE KEY IS NOT LESS THAN FILE-MAJ-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM MAJORITY-LOOP UNTIL DONE-READING.
	CLOSE MAJORITY-FILE.
	CLOSE CUST-FILE.
	CALL "TPTERM" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPTERM " TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	MOVE ACCOUNT-COUNT TO RPT-ACC-COUNT.
	MOVE DONE-COUNT TO RPT-DONE-COUNT.
	MOVE SKIP-COUNT TO RPT-SKIP-COUNT.
	MOVE MOVE-COUNT TO RPT-MOVE-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without running
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Read the next majority record, re-registering each
      *  cleared account
      ******************************************************
       MAJORITY-LOOP.
	READ MAJORITY-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FILE-MAJ-IS-CLEARED
			PERFORM REREGISTER-ONE-ACCOUNT THRU
				REREGISTER-ONE-ACCOUNT-EXIT
		END-IF
	END-IF.
      ******************************************************
      *  Move every position to the new individual account
      *  and mark the record done only when everything moved
      ******************************************************
       REREGISTER-ONE-ACCOUNT.
	ADD 1 TO ACCOUNT-COUNT.
	MOVE FILE-MAJ-ACCOUNT TO WORK-ACCOUNT.
	MOVE FILE-MAJ-NEW-ACCOUNT TO WORK-NEW-ACCOUNT.
	MOVE FILE-MAJ-OPERATOR TO WORK-OPERATOR.
	MOVE WORK-ACCOUNT TO RPT-ACC-ACCOUNT.
	MOVE WORK-NEW-ACCOUNT TO RPT-ACC-NEW.
	DISPLAY SPACE.
	DISPLAY RPT-ACCOUNT-LINE.
	MOVE "N" TO FAIL-SWITCH.
	MOVE "N" TO POS-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE SPACES TO FILE-CUST-FUND.
	START CUST-FILE KEY IS NOT LESS THAN FILE-CUST-KEY
		INVALID KEY SET DONE-POSITIONS TO TRUE.
	PERFORM MOVE-ONE-POSITION THRU MOVE-ONE-POSITION-EXIT
		UNTIL DONE-POSITIONS.
	IF ACCOUNT-FAILED
		ADD 1 TO SKIP-COUNT
		MOVE "A TRANSFER FAILED - LEFT FOR TOMORROW" TO
			RPT-SKIP-TEXT
		DISPLAY RPT-SKIP-LINE
		GO TO REREGISTER-ONE-ACCOUNT-EXIT.
	SET FILE-MAJ-IS-DONE TO TRUE.
	MOVE TODAYS-DATE TO FILE-MAJ-DONE-DATE.
	REWRITE MAJORITY-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE MAJ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO DONE-COUNT.
	MOVE "Account Re-registered" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       REREGISTER-ONE-ACCOUNT-EXIT.
	EXIT.
      ******************************************************
      *  One position -- the whole of it moves
      ******************************************************
       MOVE-ONE-POSITION.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-POSITIONS TO TRUE.
	IF DONE-POSITIONS
		GO TO MOVE-ONE-POSITION-EXIT.
	IF FILE-CUST-ACCOUNT NOT = WORK-ACCOUNT
		SET DONE-POSITIONS TO TRUE
		GO TO MOVE-ONE-POSITION-EXIT.
	IF FILE-CUST-AMOUNT = ZERO
		GO TO MOVE-ONE-POSITION-EXIT.
	MOVE FILE-CUST-FUND TO WORK-FUND.
	MOVE FILE-CUST-AMOUNT TO WORK-QTY.
	PERFORM CALL-XFERSR THRU CALL-XFERSR-EXIT.
       MOVE-ONE-POSITION-EXIT.
	EXIT.
      ******************************************************
      *  Journal one position through XFERSR -- a zero
      *  amount moves the whole position, lots riding along
      ******************************************************
       CALL-XFERSR.
	MOVE WORK-ACCOUNT TO XFER-FROM-ACCOUNT.
	MOVE WORK-NEW-ACCOUNT TO XFER-TO-ACCOUNT.
	MOVE WORK-FUND TO XFER-FUND.
	MOVE ZERO TO XFER-AMOUNT.
	MOVE WORK-OPERATOR TO XFER-OPERATOR.
	MOVE SPACES TO XFER-LINK-REF.
	MOVE SPACE TO XFER-REASON.
	MOVE ZERO TO XFER-BASIS-DATE.
      *
	MOVE LENGTH OF XFER-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "xfer" TO SUB-TYPE.
	MOVE "XFERSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
      *
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			XFER-REC
			TPTYPE-REC
			XFER-REC
			TPSTATUS-REC.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "XFERSR" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "Y" TO FAIL-SWITCH
		GO TO CALL-XFERSR-EXIT.
	ADD 1 TO MOVE-COUNT.
	MOVE WORK-FUND TO RPT-MV-FUND.
	MOVE WORK-QTY TO RPT-MV-SHARES.
	DISPLAY RPT-MOVE-LINE.
       CALL-XFERSR-EXIT.
	EXIT.
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
      *****************************************************
      * Log messages to the userlog
      *****************************************************
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
