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
      * #ident	"@(#) samples/atmi/STOCKAPP/EDLVSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/EDLVSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * EDLVSR keeps the electronic delivery election on
      * EDELIV.IT -- one record per account that has ever
      * consented.  Status E means the customer has
      * consented to statements and confirms by e-mail at
      * the address on file; STMTRPT, HHSTMT and CONFIRMS
      * then write the document to the e-delivery vendor's
      * file instead of printing it.  Status P (or no record
      * at all) means paper.  The consent date is the day
      * the customer last consented; a new e-mail address is
      * a new consent.
      *
      * Every change is written to EDLVAUD.IT with the
      * address and status before and after and the operator
      * who made it, the same before/after trail CUSTSR
      * keeps for name and address changes.  EDLVBNC writes
      * the same record when the vendor's bounce-back file
      * puts an account back on paper.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EDLVSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT EDELIV-FILE ASSIGN "EDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EDL-ACCOUNT
		STATUS FILE-STATUS.
	SELECT EDLVAUD-FILE ASSIGN "EDLVAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EAUD-KEY
		STATUS EDLVAUD-FILE-STATUS.
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
      * Electronic delivery elections -- status E while the
      * customer's consent stands, P once back on paper.
      * CHANGE-DATE and REASON are the last change and why:
      * CONSENT, REVOKED, or BOUNCED.
      ******************************************************
	FD  EDELIV-FILE; RECORD 97.
	01  EDELIV-ITEM.
	     03  FILE-EDL-ACCOUNT	PIC X(10).
	     03  FILE-EDL-STATUS		PIC X(01).
		 88  FILE-EDL-IS-ELECTRONIC	VALUE "E".
		 88  FILE-EDL-IS-PAPER	VALUE "P".
	     03  FILE-EDL-CONSENT-DATE	PIC 9(8).
	     03  FILE-EDL-EMAIL		PIC X(50).
	     03  FILE-EDL-CHANGE-DATE	PIC 9(8).
	     03  FILE-EDL-REASON		PIC X(10).
	     03  FILE-EDL-OPERATOR	PIC X(10).
      ******************************************************
      * Election audit trail -- one record per change, keyed
      * by account, date and time.  ACTION is C consent,
      * R revoked to paper, or B bounced back to paper.
      ******************************************************
	FD  EDLVAUD-FILE; RECORD 149.
	01  EDLVAUD-ITEM.
	     03  FILE-EAUD-KEY.
		05  FILE-EAUD-ACCOUNT	PIC X(10).
		05  FILE-EAUD-DATE	PIC 9(8).
		05  FILE-EAUD-TIME	PIC 9(8).
	     03  FILE-EAUD-OPERATOR	PIC X(10).
	     03  FILE-EAUD-ACTION	PIC X(01).
	     03  FILE-EAUD-OLD-STATUS	PIC X(01).
	     03  FILE-EAUD-NEW-STATUS	PIC X(01).
	     03  FILE-EAUD-OLD-EMAIL	PIC X(50).
	     03  FILE-EAUD-NEW-EMAIL	PIC X(50).
	     03  FILE-EAUD-REASON	PIC X(10).
      ******************************************************
      * Customer master -- read only, for the registered
      * owner's name every reply carries and to refuse an
      * election on an account that does not exist or is
      * closed
      ******************************************************
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
		 88  FILE-ACCOUNT-CLOSED	VALUE "C".
	     03  FILE-CUSTMAS-REST		PIC X(49).
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
 	01  EDLVAUD-FILE-STATUS.
           	05  EAUD-STATUS-1	PIC X.
           	05  EAUD-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CUSTMAS-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
      ******************************************************
      * Whether the submitting operator passed the role
      * check, whether the account already has an election
      * record, and the election as it stood before the
      * change, held for the audit record
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
	01  ELECTION-FOUND-SWITCH	PIC X VALUE "N".
		88  ELECTION-ON-FILE	VALUE "Y".
	01  OLD-STATUS		PIC X(01).
	01  OLD-EMAIL		PIC X(50).
	01  AUDIT-ACTION	PIC X(01).
	01  AT-SIGN-COUNT	PIC 9(4) COMP-5.
      ******************************************************
      * Today's date, and the time that completes the audit
      * key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
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
		05  FILLER	PIC X(8) VALUE  "EDELIV  ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"EDLVSR  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"EDLVSR ERR  =>".
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
       	01 EDELIV-REC.
	COPY EDELIV.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-ACCOUNT-CLOSED   PIC S9(9) COMP-5 VALUE 5.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-PENDING      PIC S9(9) COMP-5 VALUE 9.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
	77 REC-BAD-EMAIL        PIC S9(9) COMP-5 VALUE 20.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-EDLVSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O EDELIV-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT EDELIV-FILE
		CLOSE EDELIV-FILE
		OPEN I-O EDELIV-FILE.
	OPEN I-O EDLVAUD-FILE.
	IF EAUD-STATUS-1 = "3"
		OPEN OUTPUT EDLVAUD-FILE
		CLOSE EDLVAUD-FILE
		OPEN I-O EDLVAUD-FILE.
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
	MOVE LENGTH OF EDELIV-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			EDELIV-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE EDLV-ACCOUNT TO REC-ACCOUNT.
	MOVE EDLV-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  An inquiry just answers -- any operator may ask how
      *  an account takes its documents
      ******************************************************
	IF EDLV-ACTION = "I"
		PERFORM ANSWER-THE-ELECTION
		PERFORM GOOD-EXIT.
	IF EDLV-ACTION NOT = "E" AND EDLV-ACTION NOT = "P"
		MOVE "Action Not E, P or I" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The election only changes for an active trader on
      *  OPERATOR.IT, verified here regardless of what the
      *  caller's screen allowed
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE EDLV-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-TRADER
		MOVE "Y" TO AUTH-SWITCH.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE "N" TO ELECTION-FOUND-SWITCH.
	MOVE EDLV-ACCOUNT TO FILE-EDL-ACCOUNT.
	READ EDELIV-FILE.
	IF STATUS-1 = "0"
		MOVE "Y" TO ELECTION-FOUND-SWITCH
		MOVE FILE-EDL-STATUS TO OLD-STATUS
		MOVE FILE-EDL-EMAIL TO OLD-EMAIL
	ELSE
		MOVE "P" TO OLD-STATUS
		MOVE SPACES TO OLD-EMAIL.
	IF EDLV-ACTION = "E"
		PERFORM RECORD-CONSENT
	ELSE
		PERFORM REVERT-TO-PAPER.
	PERFORM WRITE-ELECTION-AUDIT.
	PERFORM ANSWER-THE-ELECTION.
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
	CLOSE EDELIV-FILE.
	CLOSE EDLVAUD-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	CLOSE OPERATOR-FILE.
      ******************************************************
      *  Record the customer's consent -- the account must
      *  be open on the customer master and the address must
      *  at least look like one
      ******************************************************
       RECORD-CONSENT.
	IF CUSTMAS-AVAILABLE
		MOVE EDLV-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 NOT = "0"
			MOVE "Account Not On Customer Master" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-NOT-FOUND TO APPL-CODE
			PERFORM WRITEIT-ERROR
		END-IF
		IF FILE-ACCOUNT-CLOSED
			MOVE "Account Closed" TO LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-ACCOUNT-CLOSED TO APPL-CODE
			PERFORM WRITEIT-ERROR
		END-IF
	END-IF.
	MOVE ZERO TO AT-SIGN-COUNT.
	INSPECT EDLV-EMAIL TALLYING AT-SIGN-COUNT FOR ALL "@".
	IF EDLV-EMAIL(1:1) = SPACE OR AT-SIGN-COUNT NOT = 1
		MOVE "E-Mail Address Not Valid" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-EMAIL TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE EDLV-ACCOUNT TO FILE-EDL-ACCOUNT.
	SET FILE-EDL-IS-ELECTRONIC TO TRUE.
	MOVE TODAYS-DATE TO FILE-EDL-CONSENT-DATE.
	MOVE EDLV-EMAIL TO FILE-EDL-EMAIL.
	MOVE TODAYS-DATE TO FILE-EDL-CHANGE-DATE.
	MOVE "CONSENT" TO FILE-EDL-REASON.
	MOVE EDLV-OPERATOR TO FILE-EDL-OPERATOR.
	MOVE "C" TO AUDIT-ACTION.
	IF ELECTION-ON-FILE
		REWRITE EDELIV-ITEM
	ELSE
		WRITE EDELIV-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE EDL" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Put the account back on paper at the customer's
      *  request -- the address stays on file for the record
      ******************************************************
       REVERT-TO-PAPER.
	IF NOT ELECTION-ON-FILE OR NOT FILE-EDL-IS-ELECTRONIC
		MOVE "Account Already On Paper" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-PENDING TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	SET FILE-EDL-IS-PAPER TO TRUE.
	MOVE TODAYS-DATE TO FILE-EDL-CHANGE-DATE.
	MOVE "REVOKED" TO FILE-EDL-REASON.
	MOVE EDLV-OPERATOR TO FILE-EDL-OPERATOR.
	MOVE "R" TO AUDIT-ACTION.
	REWRITE EDELIV-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE EDL" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The before/after record of the change.  A failed
      *  audit write is logged but does not undo the change,
      *  the judgement CUSTSR makes.
      ******************************************************
       WRITE-ELECTION-AUDIT.
	MOVE EDLV-ACCOUNT TO FILE-EAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-EAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-EAUD-TIME.
	MOVE EDLV-OPERATOR TO FILE-EAUD-OPERATOR.
	MOVE AUDIT-ACTION TO FILE-EAUD-ACTION.
	MOVE OLD-STATUS TO FILE-EAUD-OLD-STATUS.
	MOVE FILE-EDL-STATUS TO FILE-EAUD-NEW-STATUS.
	MOVE OLD-EMAIL TO FILE-EAUD-OLD-EMAIL.
	MOVE FILE-EDL-EMAIL TO FILE-EAUD-NEW-EMAIL.
	MOVE FILE-EDL-REASON TO FILE-EAUD-REASON.
	WRITE EDLVAUD-ITEM.
	IF EAUD-STATUS-1 NOT = "0"
		MOVE "WRITE EAUD" TO LOG-ERR-ROUTINE
		MOVE EAUD-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The election as it now stands and the owner's name
      *  -- an account that never consented answers paper
      ******************************************************
       ANSWER-THE-ELECTION.
	MOVE SPACES TO EDLV-NAME.
	IF CUSTMAS-AVAILABLE
		MOVE EDLV-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-NAME TO EDLV-NAME.
	MOVE EDLV-ACCOUNT TO FILE-EDL-ACCOUNT.
	READ EDELIV-FILE.
	IF STATUS-1 = "0"
		MOVE FILE-EDL-STATUS TO EDLV-STATUS
		MOVE FILE-EDL-EMAIL TO EDLV-EMAIL
		MOVE FILE-EDL-CONSENT-DATE TO EDLV-CONSENT-DATE
		MOVE FILE-EDL-CHANGE-DATE TO EDLV-CHANGE-DATE
		MOVE FILE-EDL-REASON TO EDLV-REASON
	ELSE
		SET EDLV-IS-PAPER TO TRUE
		MOVE SPACES TO EDLV-EMAIL
		MOVE ZERO TO EDLV-CONSENT-DATE
		MOVE ZERO TO EDLV-CHANGE-DATE
		MOVE SPACES TO EDLV-REASON.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY EDELIV-REC.
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
