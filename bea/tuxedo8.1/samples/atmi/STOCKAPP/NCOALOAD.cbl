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
      * #ident	"@(#) samples/atmi/STOCKAPP/NCOALOAD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/NCOALOAD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * NCOALOAD applies the quarterly National Change of
      * Address file -- the new addresses the postal service
      * holds for shareholders who moved and filed a change
      * with the post office.  NCOA.IT arrives wrapped in the
      * envelope DEPLOAD takes:
      *   H  header -- source, file date, and the operator
      *      the NCOA processor's feed is provisioned under
      *   D  one move -- account, the name as matched, the
      *      new street, city, state and ZIP, the move's
      *      effective date, and I/F/B for an individual,
      *      family or business move
      *   T  trailer -- item count
      * The whole envelope is proved before a single address
      * changes.
      *
      * Every move posts through CUSTSR, exactly as an
      * address change keyed at the MENU does, so the change
      * lands on the CUSTAUD.IT before/after trail under the
      * feed operator and the SELLSR address-change safeguard
      * holds redemptions for the cooling-off period like
      * any other.  The registered name is sent back as it
      * stands on CUSTMAS.IT and every other field blank, so
      * CUSTSR changes the address and nothing else.  An
      * unknown or closed account, or a move CUSTSR refuses,
      * is listed and not applied; a move whose address is
      * already on file is passed over, which is also what
      * makes a rerun of the same file harmless.
      *
      * A new address is what a returned-mail flag waits
      * for -- an account with its flag up has it cleared
      * through RETMSR once the move posts, which also
      * closes its lost-shareholder search as found.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. NCOALOAD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT NCOA-FILE ASSIGN "NCOA.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT RETMAIL-FILE ASSIGN "RETMAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RTM-ACCOUNT
		STATUS RETMAIL-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The NCOA file -- one 120-byte record per line, the
      * first byte saying which shape the rest takes
      ******************************************************
	FD  NCOA-FILE; RECORD 120.
	01  NCOA-ITEM.
	     03  NCOA-REC-TYPE		PIC X(01).
		 88  NCOA-IS-HEADER	VALUE "H".
		 88  NCOA-IS-DETAIL	VALUE "D".
		 88  NCOA-IS-TRAILER	VALUE "T".
	     03  NCOA-REC-BODY		PIC X(119).
	01  NCOA-HEADER REDEFINES NCOA-ITEM.
	     03  FILLER			PIC X(01).
	     03  NCOA-HDR-SOURCE	PIC X(10).
	     03  NCOA-HDR-DATE		PIC 9(8).
	     03  NCOA-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(91).
	01  NCOA-DETAIL REDEFINES NCOA-ITEM.
	     03  FILLER			PIC X(01).
	     03  NCOA-DTL-ACCOUNT	PIC X(10).
	     03  NCOA-DTL-NAME		PIC X(30).
	     03  NCOA-DTL-ADDRESS.
		05  NCOA-DTL-STREET	PIC X(30).
		05  NCOA-DTL-CITY	PIC X(20).
		05  NCOA-DTL-STATE	PIC X(02).
		05  NCOA-DTL-ZIP	PIC X(10).
	     03  NCOA-DTL-MOVE-DATE	PIC 9(8).
	     03  NCOA-DTL-MOVE-TYPE	PIC X(01).
	     03  FILLER			PIC X(08).
	01  NCOA-TRAILER REDEFINES NCOA-ITEM.
	     03  FILLER			PIC X(01).
	     03  NCOA-TRL-COUNT		PIC 9(7).
	     03  FILLER			PIC X(112).
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS.
		05  FILE-CUSTMAS-STREET		PIC X(30).
		05  FILE-CUSTMAS-CITY		PIC X(20).
		05  FILE-CUSTMAS-STATE		PIC X(02).
		05  FILE-CUSTMAS-ZIP		PIC X(10).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-REST		PIC X(49).
      ******************************************************
      * Returned-mail flags -- read only here; the clearing
      * goes through RETMSR.  See RETMSR.
      ******************************************************
	FD  RETMAIL-FILE; RECORD 59.
	01  RETMAIL-ITEM.
	     03  FILE-RTM-ACCOUNT	PIC X(10).
	     03  FILE-RTM-STATUS		PIC X(01).
		 88  FILE-RTM-IS-RETURNED	VALUE "R".
	     03  FILE-RTM-REST		PIC X(48).
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
			"NCOALOAD  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"NCOALOAD ERR =>".
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
      * VIEW records exchanged with CUSTSR and RETMSR
      *****************************************************
	01 CUSTMAS-REC.
	COPY CUSTMAS.
      *
	01 RETMAIL-REC.
	COPY RETMAIL.
      *
	77 REC-FOUND		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  RETMAIL-FILE-STATUS.
           	05  RTM-STATUS-1	PIC X.
           	05  RTM-STATUS-2	PIC X.
	01  RETMAIL-OPEN-SWITCH	PIC X VALUE "N".
		88  RETMAIL-AVAILABLE	VALUE "Y".
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
		88  TRAILER-SEEN		VALUE "Y".
	01  FEED-OPERATOR	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
      ******************************************************
      * Posting-pass counts
      ******************************************************
	01  CHANGED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  SAME-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  NOT-APPLIED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  CLEARED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"NCOA ADDRESS UPDATE -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
	01  RPT-ITEM-LINE.
		05  RPT-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-NAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-MOVE-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-DISPOSITION	PIC X(26).
	01  RPT-CHANGED.
		05  FILLER	PIC X(24) VALUE
			"ADDRESSES CHANGED    =>".
		05  RPT-CHANGED-COUNT	PIC ZZZZZZ9.
	01  RPT-CLEARED.
		05  FILLER	PIC X(24) VALUE
			"  RETURNED MAIL CLEAR =>".
		05  RPT-CLEARED-COUNT	PIC ZZZZZZ9.
	01  RPT-SAME.
		05  FILLER	PIC X(24) VALUE
			"ALREADY ON FILE      =>".
		05  RPT-SAME-COUNT	PIC ZZZZZZ9.
	01  RPT-NOT-APPLIED.
		05  FILLER	PIC X(24) VALUE
			"NOT APPLIED          =>".
		05  RPT-NOT-APPLIED-COUNT PIC ZZZZZZ9.
	01  RPT-BALANCE.
		05  FILLER	PIC X(20) VALUE
			"AGAINST NCOA COUNT:".
		05  RPT-BAL-FLAG	PIC X(14).
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-NCOALOAD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Pass one -- prove the envelope before changing a
      * single address
      *****************************************************
	OPEN INPUT NCOA-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN NCOA" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE NCOA-FILE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
	   OR SCAN-COUNT NOT = STATED-COUNT
		MOVE "Y" TO ENV-SWITCH.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	IF ENVELOPE-BAD
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
	IF FEED-OPERATOR = SPACES
		MOVE "NCOA" TO FEED-OPERATOR.
      *****************************************************
      * Envelope proved -- open the working files, register
      * as a client, and post pass two
      *****************************************************
	OPEN INPUT NCOA-FILE.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE NCOA-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO RETMAIL-OPEN-SWITCH.
	OPEN INPUT RETMAIL-FILE.
	IF RTM-STATUS-1 = "0"
		MOVE "Y" TO RETMAIL-OPEN-SWITCH.
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
		CLOSE NCOA-FILE
		CLOSE CUSTMAS-FILE
		IF RETMAIL-AVAILABLE
			CLOSE RETMAIL-FILE
		END-IF
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM POST-LOOP THRU POST-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE NCOA-FILE.
	CLOSE CUSTMAS-FILE.
	IF RETMAIL-AVAILABLE
		CLOSE RETMAIL-FILE.
	CALL "TPTERM" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPTERM " TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      *****************************************************
      * The end-of-run balance -- every move on the file was
      * changed, found already on file, or listed
      *****************************************************
	DISPLAY SPACE.
	MOVE CHANGED-COUNT TO RPT-CHANGED-COUNT.
	DISPLAY RPT-CHANGED.
	MOVE CLEARED-COUNT TO RPT-CLEARED-COUNT.
	DISPLAY RPT-CLEARED.
	MOVE SAME-COUNT TO RPT-SAME-COUNT.
	DISPLAY RPT-SAME.
	MOVE NOT-APPLIED-COUNT TO RPT-NOT-APPLIED-COUNT.
	DISPLAY RPT-NOT-APPLIED.
	IF (CHANGED-COUNT + SAME-COUNT + NOT-APPLIED-COUNT)
	       = STATED-COUNT
		MOVE "IN BALANCE" TO RPT-BAL-FLAG
	ELSE
		MOVE "OUT OF BALANCE" TO RPT-BAL-FLAG.
	DISPLAY RPT-BALANCE.
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
	READ NCOA-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF NCOA-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE NCOA-HDR-OPERATOR TO FEED-OPERATOR
		MOVE NCOA-HDR-DATE TO FEED-DATE
	ELSE IF NCOA-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE NCOA-TRL-COUNT TO STATED-COUNT
	ELSE IF NCOA-IS-DETAIL
		ADD 1 TO SCAN-COUNT
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Pass two: one record -- header and trailer ride
      *  through, each move posts, passes or is listed
      ******************************************************
       POST-LOOP.
	READ NCOA-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO POST-LOOP-EXIT.
	IF NOT NCOA-IS-DETAIL
		GO TO POST-LOOP-EXIT.
	MOVE NCOA-DTL-ACCOUNT TO RPT-ACCOUNT.
	MOVE NCOA-DTL-NAME TO RPT-NAME.
	MOVE NCOA-DTL-MOVE-DATE TO RPT-MOVE-DATE.
	MOVE NCOA-DTL-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "UNKNOWN ACCOUNT" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO POST-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		MOVE "ACCOUNT CLOSED" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO POST-LOOP-EXIT.
	IF NCOA-DTL-STREET = SPACES OR NCOA-DTL-CITY = SPACES
		MOVE "NEW ADDRESS INCOMPLETE" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO POST-LOOP-EXIT.
	IF NCOA-DTL-ADDRESS = FILE-CUSTMAS-ADDRESS
		ADD 1 TO SAME-COUNT
		GO TO POST-LOOP-EXIT.
	PERFORM POST-THE-CHANGE.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "CUSTSR REFUSED" TO RPT-DISPOSITION
		PERFORM LIST-NOT-APPLIED
		GO TO POST-LOOP-EXIT.
	ADD 1 TO CHANGED-COUNT.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	MOVE "ADDRESS CHANGED" TO RPT-DISPOSITION.
	PERFORM CLEAR-RETURNED-MAIL THRU CLEAR-RETURNED-MAIL-EXIT.
	DISPLAY RPT-ITEM-LINE.
       POST-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Post the new address through CUSTSR -- the name as
      *  it stands, the new address, and every other field
      *  blank so CUSTSR leaves it as it is
      ******************************************************
       POST-THE-CHANGE.
	MOVE FILE-CUSTMAS-ACCOUNT TO CUSTMAS-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO CUSTMAS-NAME.
	MOVE NCOA-DTL-ADDRESS TO CUSTMAS-ADDRESS.
	MOVE SPACE TO CUSTMAS-STATUS.
	MOVE ZERO TO CUSTMAS-OPEN-DATE.
	MOVE SPACE TO CUSTMAS-COST-METHOD.
	MOVE SPACES TO CUSTMAS-HOUSEHOLD.
	MOVE SPACE TO CUSTMAS-REG-TYPE.
	MOVE SPACES TO CUSTMAS-TIN.
	MOVE SPACE TO CUSTMAS-BACKUP-WH.
	MOVE SPACE TO CUSTMAS-TIN-REQD.
	MOVE ZERO TO CUSTMAS-BIRTH-DATE.
	MOVE SPACES TO CUSTMAS-REP.
	MOVE FEED-OPERATOR TO CUSTMAS-OPERATOR.
      *
	MOVE LENGTH OF CUSTMAS-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "custmas" TO SUB-TYPE.
	MOVE "CUSTSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			CUSTMAS-REC
			TPTYPE-REC
			CUSTMAS-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPCALL CUST" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The move posted -- an account with its returned-
      *  mail flag up has it cleared through RETMSR.  A
      *  refused clear is noted on the line; the address
      *  change stands either way.
      ******************************************************
       CLEAR-RETURNED-MAIL.
	IF NOT RETMAIL-AVAILABLE
		GO TO CLEAR-RETURNED-MAIL-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF RTM-STATUS-1 NOT = "0" OR NOT FILE-RTM-IS-RETURNED
		GO TO CLEAR-RETURNED-MAIL-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO RETM-ACCOUNT.
	MOVE "C" TO RETM-ACTION.
	MOVE "NCOA" TO RETM-REASON.
	MOVE FEED-OPERATOR TO RETM-OPERATOR.
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
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "CHANGED - MAIL FLAG UP" TO RPT-DISPOSITION
	ELSE
		ADD 1 TO CLEARED-COUNT
		MOVE "CHANGED - MAIL CLEARED" TO RPT-DISPOSITION.
       CLEAR-RETURNED-MAIL-EXIT.
	EXIT.
      ******************************************************
      *  List one move that could not be applied
      ******************************************************
       LIST-NOT-APPLIED.
	ADD 1 TO NOT-APPLIED-COUNT.
	DISPLAY RPT-ITEM-LINE.
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
