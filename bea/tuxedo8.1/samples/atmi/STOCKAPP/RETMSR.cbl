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
      * #ident	"@(#) samples/atmi/STOCKAPP/RETMSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/RETMSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * RETMSR keeps the returned-mail flag on RETMAIL.IT --
      * one record per account whose statements or confirms
      * have come back undeliverable.  While the flag is up
      * STMTRPT, CONFIRMS and SHREXTR print nothing for the
      * account and list it as suppressed instead; mailing
      * on to an address known to be bad only feeds the
      * shredder.  The flag is raised here from the MENU, or
      * by RETMLOAD from the mail house's return file, and
      * comes down here when a good address is on file --
      * by hand, or by NCOALOAD when the change-of-address
      * file carries the customer's new address.  Clearing
      * the flag also closes the account's entry on the
      * LOSTSHR.IT search queue as found, so LOSTRUN stops
      * asking for searches on a shareholder who has been
      * found.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RETMSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT RETMAIL-FILE ASSIGN "RETMAIL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RTM-ACCOUNT
		STATUS FILE-STATUS.
	SELECT LOSTSHR-FILE ASSIGN "LOSTSHR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOST-ACCOUNT
		STATUS LOSTSHR-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Returned-mail flags -- one record per account that
      * has ever had mail come back.  Status R while the
      * flag is up, C once cleared; FIRST-DATE is when the
      * current flag went up, LAST-DATE and COUNT the latest
      * piece returned and how many have come back since.
      * SOURCE says who raised it -- M at the MENU, F from
      * the mail house's return file.
      ******************************************************
	FD  RETMAIL-FILE; RECORD 59.
	01  RETMAIL-ITEM.
	     03  FILE-RTM-ACCOUNT	PIC X(10).
	     03  FILE-RTM-STATUS		PIC X(01).
		 88  FILE-RTM-IS-RETURNED	VALUE "R".
		 88  FILE-RTM-IS-CLEARED	VALUE "C".
	     03  FILE-RTM-FIRST-DATE	PIC 9(8).
	     03  FILE-RTM-LAST-DATE	PIC 9(8).
	     03  FILE-RTM-COUNT		PIC 9(3).
	     03  FILE-RTM-SOURCE		PIC X(01).
	     03  FILE-RTM-OPERATOR	PIC X(10).
	     03  FILE-RTM-CLEAR-DATE	PIC 9(8).
	     03  FILE-RTM-REASON		PIC X(10).
      ******************************************************
      * Lost-shareholder search queue -- see LOSTRUN.  Only
      * the status and closing fields are touched here.
      ******************************************************
	FD  LOSTSHR-FILE; RECORD 83.
	01  LOSTSHR-ITEM.
	     03  FILE-LOST-ACCOUNT	PIC X(10).
	     03  FILE-LOST-STATUS	PIC X(01).
		 88  FILE-LOST-IS-OPEN	VALUE "O".
		 88  FILE-LOST-IS-FOUND	VALUE "F".
		 88  FILE-LOST-IS-EXHAUSTED	VALUE "E".
	     03  FILE-LOST-ENTRY-DATE	PIC 9(8).
	     03  FILE-LOST-RETURNED-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH1-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH1-RESULT	PIC X(01).
	     03  FILE-LOST-SEARCH2-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH2-RESULT	PIC X(01).
	     03  FILE-LOST-VENDOR	PIC X(20).
	     03  FILE-LOST-CLOSE-DATE	PIC 9(8).
	     03  FILE-LOST-OPERATOR	PIC X(10).
      ******************************************************
      * Customer master -- read only, for the registered
      * owner's name every reply carries and to refuse a
      * flag on an account that does not exist
      ******************************************************
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-REST		PIC X(112).
      ******************************************************
      * Operator security master -- the servers themselves
      * verify the submitting operator and role here; screen-
      * level checks in the clients are convenience, not
      * security.
      ******************************************************
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
		 88  FILE-OPERATOR-IS-LOCKED	VALUE "L".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
		 88  FILE-OPERATOR-IS-PRICING	VALUE "P".
		 88  FILE-OPERATOR-IS-TRADER	VALUE "T".
		 88  FILE-OPERATOR-IS-INQUIRY	VALUE "I" " ".
		 88  FILE-OPERATOR-IS-SUPER	VALUE "S".
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
		 88  FILE-OPERATOR-MUST-CHANGE	VALUE "Y".
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  LOSTSHR-FILE-STATUS.
           	05  LOST-STATUS-1	PIC X.
           	05  LOST-STATUS-2	PIC X.
	01  LOSTSHR-OPEN-SWITCH	PIC X VALUE "N".
		88  LOSTSHR-AVAILABLE	VALUE "Y".
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CUSTMAS-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
      ******************************************************
      * Whether the submitting operator passed the role check
      * and whether the account already has a flag record
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
	01  FLAG-FOUND-SWITCH	PIC X VALUE "N".
		88  FLAG-ON-FILE		VALUE "Y".
      ******************************************************
      * Today's date
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Tuxedo definitions
      ******************************************************
	01  TPSVCRET-REC.
	COPY TPSVCRET.
      *
       	01  TPTYPE-REC.
       	COPY TPTYPE.
      *
       	01 TPSTATUS-REC.
       	COPY TPSTATUS.
      *
       	01  TPSVCDEF-REC.
       	COPY TPSVCDEF.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGREC.
		05  FILLER	PIC X(8) VALUE  "RETMAIL ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"RETMSR  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"RETMSR ERR  =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
      *
	01  LOGREC-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
      ******************************************************
      * User defined data records
      ******************************************************
       	01 RETMAIL-REC.
	COPY RETMAIL.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-PENDING      PIC S9(9) COMP-5 VALUE 9.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-RETMSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O RETMAIL-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT RETMAIL-FILE
		CLOSE RETMAIL-FILE
		OPEN I-O RETMAIL-FILE.
	MOVE "N" TO LOSTSHR-OPEN-SWITCH.
	OPEN I-O LOSTSHR-FILE.
	IF LOST-STATUS-1 = "0"
		MOVE "Y" TO LOSTSHR-OPEN-SWITCH.
	MOVE "N" TO CUSTMAS-OPEN-SWITCH.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE "Y" TO CUSTMAS-OPEN-SWITCH.
	OPEN INPUT OPERATOR-FILE.
      ******************************************************
      * Get the data that was sent by the client
      ******************************************************
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE LENGTH OF RETMAIL-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			RETMAIL-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE RETM-ACCOUNT TO REC-ACCOUNT.
	MOVE RETM-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  An inquiry just answers -- any operator may ask
      *  whether an account's mail is coming back
      ******************************************************
	IF RETM-ACTION = "I"
		PERFORM ANSWER-THE-FLAG
		PERFORM GOOD-EXIT.
	IF RETM-ACTION NOT = "R" AND RETM-ACTION NOT = "C"
		MOVE "Action Not R, C or I" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The flag only moves for an active trader on
      *  OPERATOR.IT, verified here regardless of what the
      *  caller's screen allowed
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE RETM-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-TRADER
		MOVE "Y" TO AUTH-SWITCH.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF RETM-ACTION = "R"
		PERFORM RECORD-RETURN
	ELSE
		PERFORM CLEAR-THE-FLAG THRU CLEAR-THE-FLAG-EXIT.
	PERFORM ANSWER-THE-FLAG.
	PERFORM GOOD-EXIT.
      ******************************************************
      *  Update OK -- leave
      ******************************************************
       GOOD-EXIT.
	PERFORM CLOSE-FILES.
	MOVE REC-FOUND TO APPL-CODE.
	SET TPSUCCESS TO TRUE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      *  Leave without updating
      ******************************************************
       WRITEIT-ERROR.
	PERFORM CLOSE-FILES.
	SET TPFAIL TO TRUE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
      * Leave
      ******************************************************
       A-999-EXIT.
	PERFORM CLOSE-FILES.
	MOVE "Exiting without Update" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM DO-TPRETURN.
      ******************************************************
       CLOSE-FILES.
	CLOSE RETMAIL-FILE.
	IF LOSTSHR-AVAILABLE
		CLOSE LOSTSHR-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	CLOSE OPERATOR-FILE.
      ******************************************************
      *  Record one piece of mail come back -- a new flag
      *  (or one raised again after an earlier clear) starts
      *  its dates and count afresh, a flag already up just
      *  counts the piece.  The account must be on the
      *  customer master.
      ******************************************************
       RECORD-RETURN.
	IF CUSTMAS-AVAILABLE
		MOVE RETM-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 NOT = "0"
			MOVE "Account Not On Customer Master" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-NOT-FOUND TO APPL-CODE
			PERFORM WRITEIT-ERROR.
	MOVE "N" TO FLAG-FOUND-SWITCH.
	MOVE RETM-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF STATUS-1 = "0"
		MOVE "Y" TO FLAG-FOUND-SWITCH.
	IF NOT FLAG-ON-FILE OR NOT FILE-RTM-IS-RETURNED
		MOVE RETM-ACCOUNT TO FILE-RTM-ACCOUNT
		SET FILE-RTM-IS-RETURNED TO TRUE
		MOVE TODAYS-DATE TO FILE-RTM-FIRST-DATE
		MOVE ZERO TO FILE-RTM-COUNT
		MOVE ZERO TO FILE-RTM-CLEAR-DATE.
	MOVE TODAYS-DATE TO FILE-RTM-LAST-DATE.
	IF FILE-RTM-COUNT < 999
		ADD 1 TO FILE-RTM-COUNT.
	MOVE "M" TO FILE-RTM-SOURCE.
	MOVE RETM-OPERATOR TO FILE-RTM-OPERATOR.
	MOVE RETM-REASON TO FILE-RTM-REASON.
	IF FLAG-ON-FILE
		REWRITE RETMAIL-ITEM
	ELSE
		WRITE RETMAIL-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE RTM" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Clear a flag that is up -- mailing resumes with the
      *  next cycle, and a search-queue entry still open (or
      *  exhausted) closes as found
      ******************************************************
       CLEAR-THE-FLAG.
	MOVE RETM-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF STATUS-1 NOT = "0" OR NOT FILE-RTM-IS-RETURNED
		MOVE "No Returned-Mail Flag Up" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-PENDING TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	SET FILE-RTM-IS-CLEARED TO TRUE.
	MOVE TODAYS-DATE TO FILE-RTM-CLEAR-DATE.
	MOVE RETM-OPERATOR TO FILE-RTM-OPERATOR.
	REWRITE RETMAIL-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE RTM" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	IF NOT LOSTSHR-AVAILABLE
		GO TO CLEAR-THE-FLAG-EXIT.
	MOVE RETM-ACCOUNT TO FILE-LOST-ACCOUNT.
	READ LOSTSHR-FILE.
	IF LOST-STATUS-1 NOT = "0" OR FILE-LOST-IS-FOUND
		GO TO CLEAR-THE-FLAG-EXIT.
	SET FILE-LOST-IS-FOUND TO TRUE.
	MOVE TODAYS-DATE TO FILE-LOST-CLOSE-DATE.
	MOVE RETM-OPERATOR TO FILE-LOST-OPERATOR.
	REWRITE LOSTSHR-ITEM.
	IF LOST-STATUS-1 NOT = "0"
		MOVE "REWRITE LOST" TO LOG-ERR-ROUTINE
		MOVE LOST-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       CLEAR-THE-FLAG-EXIT.
	EXIT.
      ******************************************************
      *  The flag as it now stands, the owner's name and the
      *  account's search-queue status -- an account never
      *  flagged answers with a blank status
      ******************************************************
       ANSWER-THE-FLAG.
	MOVE SPACES TO RETM-NAME.
	IF CUSTMAS-AVAILABLE
		MOVE RETM-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-NAME TO RETM-NAME.
	MOVE RETM-ACCOUNT TO FILE-RTM-ACCOUNT.
	READ RETMAIL-FILE.
	IF STATUS-1 = "0"
		MOVE FILE-RTM-STATUS TO RETM-STATUS
		MOVE FILE-RTM-FIRST-DATE TO RETM-FIRST-DATE
		MOVE FILE-RTM-LAST-DATE TO RETM-LAST-DATE
		MOVE FILE-RTM-COUNT TO RETM-COUNT
		MOVE FILE-RTM-CLEAR-DATE TO RETM-CLEAR-DATE
	ELSE
		MOVE SPACES TO RETM-STATUS
		MOVE ZERO TO RETM-FIRST-DATE
		MOVE ZERO TO RETM-LAST-DATE
		MOVE ZERO TO RETM-COUNT
		MOVE ZERO TO RETM-CLEAR-DATE.
	MOVE SPACES TO RETM-LOST-STATUS.
	IF LOSTSHR-AVAILABLE
		MOVE RETM-ACCOUNT TO FILE-LOST-ACCOUNT
		READ LOSTSHR-FILE
		IF LOST-STATUS-1 = "0"
			MOVE FILE-LOST-STATUS TO RETM-LOST-STATUS.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY RETMAIL-REC.
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
