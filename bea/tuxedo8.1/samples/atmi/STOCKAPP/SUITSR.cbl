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
      * #ident	"@(#) samples/atmi/STOCKAPP/SUITSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/SUITSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * SUITSR keeps the investor suitability profile on
      * SUITABLE.IT -- one record per account that has been
      * interviewed: investment objective, risk tolerance 1
      * to 5, time horizon, stated net worth, and the date
      * the profile was taken.  BUYSR and EXCHSR compare the
      * profile with the risk rating FUNDMNT keeps on
      * FUNDRISK.IT for the fund being bought, and park a
      * purchase the profile does not support for a
      * supervisor.  SUITRPT lists the accounts whose
      * profile is missing or has gone stale.
      *
      * Every change is written to SUITAUD.IT with the
      * profile before and after and the operator who made
      * it, the same before/after trail CUSTSR keeps for
      * name and address changes.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SUITSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT SUITABLE-FILE ASSIGN "SUITABLE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SUIT-ACCOUNT
		STATUS FILE-STATUS.
	SELECT SUITAUD-FILE ASSIGN "SUITAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SAUD-KEY
		STATUS SUITAUD-FILE-STATUS.
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
      * Suitability profiles -- OBJECTIVE P/I/G/S, RISK 1-5,
      * HORIZON S/M/L, NET-WORTH in whole dollars, and the
      * date and operator of the interview
      ******************************************************
	FD  SUITABLE-FILE; RECORD 42.
	01  SUITABLE-ITEM.
	     03  FILE-SUIT-ACCOUNT	PIC X(10).
	     03  FILE-SUIT-PROFILE.
		05  FILE-SUIT-OBJECTIVE	PIC X(01).
		05  FILE-SUIT-RISK	PIC 9(01).
		05  FILE-SUIT-HORIZON	PIC X(01).
		05  FILE-SUIT-NET-WORTH	PIC 9(11).
		05  FILE-SUIT-DATE	PIC 9(8).
	     03  FILE-SUIT-OPERATOR	PIC X(10).
      ******************************************************
      * Profile audit trail -- one record per change, keyed
      * by account, date and time, the whole profile before
      * and after.  A first interview has a zero OLD-DATE.
      ******************************************************
	FD  SUITAUD-FILE; RECORD 80.
	01  SUITAUD-ITEM.
	     03  FILE-SAUD-KEY.
		05  FILE-SAUD-ACCOUNT	PIC X(10).
		05  FILE-SAUD-DATE	PIC 9(8).
		05  FILE-SAUD-TIME	PIC 9(8).
	     03  FILE-SAUD-OPERATOR	PIC X(10).
	     03  FILE-SAUD-OLD-PROFILE	PIC X(22).
	     03  FILE-SAUD-NEW-PROFILE	PIC X(22).
      ******************************************************
      * Customer master -- read only, for the registered
      * owner's name every reply carries and to refuse a
      * profile on an account that does not exist or is
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
 	01  SUITAUD-FILE-STATUS.
           	05  SAUD-STATUS-1	PIC X.
           	05  SAUD-STATUS-2	PIC X.
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
      * check, whether the account already has a profile,
      * and the profile as it stood before the change, held
      * for the audit record
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
	01  PROFILE-FOUND-SWITCH	PIC X VALUE "N".
		88  PROFILE-ON-FILE	VALUE "Y".
	01  OLD-PROFILE		PIC X(22).
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
		05  FILLER	PIC X(8) VALUE  "SUIT    ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"SUITSR  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"SUITSR ERR  =>".
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
       	01 SUIT-REC.
	COPY SUIT.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-ACCOUNT-CLOSED   PIC S9(9) COMP-5 VALUE 5.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
	77 REC-BAD-PROFILE      PIC S9(9) COMP-5 VALUE 21.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-SUITSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O SUITABLE-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT SUITABLE-FILE
		CLOSE SUITABLE-FILE
		OPEN I-O SUITABLE-FILE.
	OPEN I-O SUITAUD-FILE.
	IF SAUD-STATUS-1 = "3"
		OPEN OUTPUT SUITAUD-FILE
		CLOSE SUITAUD-FILE
		OPEN I-O SUITAUD-FILE.
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
	MOVE LENGTH OF SUIT-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			SUIT-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE SUIT-ACCOUNT TO REC-ACCOUNT.
	MOVE SUIT-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
      ******************************************************
      *  An inquiry just answers -- any operator may ask
      *  what an account's profile says
      ******************************************************
	IF SUIT-ACTION = "I"
		PERFORM ANSWER-THE-PROFILE
		PERFORM GOOD-EXIT.
	IF SUIT-ACTION NOT = "U"
		MOVE "Action Not U or I" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The profile only changes for an active trader on
      *  OPERATOR.IT, verified here regardless of what the
      *  caller's screen allowed
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE SUIT-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-TRADER
		MOVE "Y" TO AUTH-SWITCH.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE "N" TO PROFILE-FOUND-SWITCH.
	MOVE SUIT-ACCOUNT TO FILE-SUIT-ACCOUNT.
	READ SUITABLE-FILE.
	IF STATUS-1 = "0"
		MOVE "Y" TO PROFILE-FOUND-SWITCH
		MOVE FILE-SUIT-PROFILE TO OLD-PROFILE
	ELSE
		MOVE SPACES TO OLD-PROFILE
		MOVE ZERO TO OLD-PROFILE(15:8).
	PERFORM RECORD-PROFILE.
	PERFORM WRITE-PROFILE-AUDIT.
	PERFORM ANSWER-THE-PROFILE.
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
	CLOSE SUITABLE-FILE.
	CLOSE SUITAUD-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	CLOSE OPERATOR-FILE.
      ******************************************************
      *  Record the profile as keyed -- the account must be
      *  open on the customer master, and every field of the
      *  interview must be one the purchase check can judge
      *  by.  The profile date is today: recording a profile
      *  is taking a fresh one.
      ******************************************************
       RECORD-PROFILE.
	IF CUSTMAS-AVAILABLE
		MOVE SUIT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
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
	IF NOT SUIT-OBJ-VALID OR NOT SUIT-HOR-VALID OR
	   SUIT-RISK < 1 OR SUIT-RISK > 5
		MOVE "Profile Incomplete Or Not Valid" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-PROFILE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE SUIT-ACCOUNT TO FILE-SUIT-ACCOUNT.
	MOVE SUIT-OBJECTIVE TO FILE-SUIT-OBJECTIVE.
	MOVE SUIT-RISK TO FILE-SUIT-RISK.
	MOVE SUIT-HORIZON TO FILE-SUIT-HORIZON.
	MOVE SUIT-NET-WORTH TO FILE-SUIT-NET-WORTH.
	MOVE TODAYS-DATE TO FILE-SUIT-DATE.
	MOVE SUIT-OPERATOR TO FILE-SUIT-OPERATOR.
	IF PROFILE-ON-FILE
		REWRITE SUITABLE-ITEM
	ELSE
		WRITE SUITABLE-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE SUIT" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The before/after record of the change.  A failed
      *  audit write is logged but does not undo the change,
      *  the judgement CUSTSR makes.
      ******************************************************
       WRITE-PROFILE-AUDIT.
	MOVE SUIT-ACCOUNT TO FILE-SAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-SAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-SAUD-TIME.
	MOVE SUIT-OPERATOR TO FILE-SAUD-OPERATOR.
	MOVE OLD-PROFILE TO FILE-SAUD-OLD-PROFILE.
	MOVE FILE-SUIT-PROFILE TO FILE-SAUD-NEW-PROFILE.
	WRITE SUITAUD-ITEM.
	IF SAUD-STATUS-1 NOT = "0"
		MOVE "WRITE SAUD" TO LOG-ERR-ROUTINE
		MOVE SAUD-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The profile as it now stands and the owner's name
      *  -- an account never interviewed answers not on file
      ******************************************************
       ANSWER-THE-PROFILE.
	MOVE SPACES TO SUIT-NAME.
	IF CUSTMAS-AVAILABLE
		MOVE SUIT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-NAME TO SUIT-NAME.
	MOVE SUIT-ACCOUNT TO FILE-SUIT-ACCOUNT.
	READ SUITABLE-FILE.
	IF STATUS-1 = "0"
		SET SUIT-ON-FILE TO TRUE
		MOVE FILE-SUIT-OBJECTIVE TO SUIT-OBJECTIVE
		MOVE FILE-SUIT-RISK TO SUIT-RISK
		MOVE FILE-SUIT-HORIZON TO SUIT-HORIZON
		MOVE FILE-SUIT-NET-WORTH TO SUIT-NET-WORTH
		MOVE FILE-SUIT-DATE TO SUIT-PROFILE-DATE
	ELSE
		SET SUIT-NOT-ON-FILE TO TRUE
		MOVE SPACES TO SUIT-OBJECTIVE
		MOVE ZERO TO SUIT-RISK
		MOVE SPACES TO SUIT-HORIZON
		MOVE ZERO TO SUIT-NET-WORTH
		MOVE ZERO TO SUIT-PROFILE-DATE.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY SUIT-REC.
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
