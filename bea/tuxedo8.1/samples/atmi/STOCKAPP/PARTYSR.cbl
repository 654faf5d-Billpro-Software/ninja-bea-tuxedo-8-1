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
      * #ident	"@(#) samples/atmi/STOCKAPP/PARTYSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/PARTYSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * PARTYSR maintains the related parties on PARTY.IT --
      * the numbered slots naming everyone besides the
      * registered owner who stands on an account: joint
      * owners, attorneys-in-fact, custodians and trusted
      * contact persons, each with address, date of birth
      * and TIN.  The discipline is CUSTSR's: every add,
      * change and delete writes a before/after image to
      * PARTYAUD.IT with the operator and when.  Every reply
      * carries the registered owner's name and the
      * account's parties, so the teller sees who may
      * instruct on the account before acting on it.
      * STMTRPT, CONFIRMS and SHREXTR print the joint owners
      * from here, and DEATHMNT re-registers a joint account
      * to its surviving owner.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PARTYSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT PARTY-FILE ASSIGN "PARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTY-KEY
		STATUS FILE-STATUS.
	SELECT PARTYAUD-FILE ASSIGN "PARTYAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PAUD-KEY
		STATUS PARTYAUD-FILE-STATUS.
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
      * Related parties -- one record per numbered slot on
      * an account.  Role J joint owner, P attorney-in-fact
      * under a power of attorney, C custodian, T trusted
      * contact person.
      ******************************************************
	FD  PARTY-FILE; RECORD 122.
	01  PARTY-FILE-ITEM.
	     03  FILE-PTY-KEY.
		05  FILE-PTY-ACCOUNT	PIC X(10).
		05  FILE-PTY-SEQ	PIC 9(2).
	     03  FILE-PTY-ROLE		PIC X(01).
	     03  FILE-PTY-NAME		PIC X(30).
	     03  FILE-PTY-ADDRESS	PIC X(62).
	     03  FILE-PTY-BIRTH-DATE	PIC 9(8).
	     03  FILE-PTY-TIN		PIC X(9).
      ******************************************************
      * Related-party maintenance audit trail -- one record
      * per add, change or delete, carrying the operator,
      * when, and the before and after images of the role,
      * name, address and TIN, the same discipline
      * CUSTAUD.IT keeps for the customer master
      ******************************************************
	FD  PARTYAUD-FILE; RECORD 243.
	01  PARTYAUD-ITEM.
	     03  FILE-PAUD-KEY.
		05  FILE-PAUD-ACCOUNT	PIC X(10).
		05  FILE-PAUD-SEQ	PIC 9(2).
		05  FILE-PAUD-DATE	PIC 9(8).
		05  FILE-PAUD-TIME	PIC 9(8).
	     03  FILE-PAUD-OPERATOR	PIC X(10).
	     03  FILE-PAUD-ACTION	PIC X(01).
		 88  FILE-PAUD-IS-ADD	VALUE "A".
		 88  FILE-PAUD-IS-CHANGE VALUE "C".
		 88  FILE-PAUD-IS-DELETE VALUE "D".
	     03  FILE-PAUD-OLD-ROLE	PIC X(01).
	     03  FILE-PAUD-OLD-NAME	PIC X(30).
	     03  FILE-PAUD-OLD-ADDRESS	PIC X(62).
	     03  FILE-PAUD-OLD-TIN	PIC X(9).
	     03  FILE-PAUD-NEW-ROLE	PIC X(01).
	     03  FILE-PAUD-NEW-NAME	PIC X(30).
	     03  FILE-PAUD-NEW-ADDRESS	PIC X(62).
	     03  FILE-PAUD-NEW-TIN	PIC X(9).
      ******************************************************
      * Customer master -- read only, for the registered
      * owner's name every reply carries and to refuse a
      * party on an account that does not exist
      ******************************************************
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
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
 	01  PARTYAUD-FILE-STATUS.
           	05  PAUD-STATUS-1	PIC X.
           	05  PAUD-STATUS-2	PIC X.
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
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
      ******************************************************
      * The before image of the slot being changed and the
      * walk controls that list the account's parties
      ******************************************************
	01  OLD-ROLE		PIC X(01).
	01  OLD-NAME		PIC X(30).
	01  OLD-ADDRESS		PIC X(62).
	01  OLD-TIN		PIC X(9).
	01  SLOT-FOUND-SWITCH	PIC X VALUE "N".
		88  SLOT-ON-FILE	VALUE "Y".
	01  PTY-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTY-SCAN	VALUE "Y".
      ******************************************************
      * Today's date/time, part of the audit key
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
		05  FILLER	PIC X(6) VALUE  "PARTY ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(7) VALUE  " SEQ =>".
		05  REC-SEQ	PIC 9(2).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"PARTYSR =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"PARTYSR ERR =>".
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
       	01 PARTY-REC.
	COPY PARTY.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-PARTYSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	OPEN I-O PARTY-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT PARTY-FILE
		CLOSE PARTY-FILE
		OPEN I-O PARTY-FILE.
	OPEN I-O PARTYAUD-FILE.
	IF PAUD-STATUS-1 = "3"
		OPEN OUTPUT PARTYAUD-FILE
		CLOSE PARTYAUD-FILE
		OPEN I-O PARTYAUD-FILE.
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
	MOVE LENGTH OF PARTY-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			PARTY-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE PARTY-ACCOUNT TO REC-ACCOUNT.
	MOVE PARTY-SEQ TO REC-SEQ.
	MOVE PARTY-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	MOVE ZERO TO PARTY-COUNT.
	MOVE SPACES TO PARTY-OWNER-NAME.
      ******************************************************
      *  A list or an inquiry just answers -- any operator
      *  may ask who stands on an account
      ******************************************************
	IF PARTY-ACTION = "L"
		PERFORM LIST-THE-ACCOUNT
		PERFORM GOOD-EXIT.
	IF PARTY-ACTION = "I"
		PERFORM DO-INQUIRY
		PERFORM LIST-THE-ACCOUNT
		PERFORM GOOD-EXIT.
	IF PARTY-ACTION NOT = "A" AND PARTY-ACTION NOT = "D"
		MOVE "Action Not A, D, I or L" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF PARTY-SEQ = ZERO
		MOVE "Slot Zero Is The Registered Owner" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The parties only change for an active trader on
      *  OPERATOR.IT, verified here regardless of what the
      *  caller's screen allowed
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE PARTY-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-TRADER
		MOVE "Y" TO AUTH-SWITCH.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF PARTY-ACTION = "D"
		PERFORM DELETE-SLOT
	ELSE
		PERFORM ADD-OR-REPLACE-SLOT.
	PERFORM LIST-THE-ACCOUNT.
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
	CLOSE PARTY-FILE.
	CLOSE PARTYAUD-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	CLOSE OPERATOR-FILE.
      ******************************************************
      *  Answer one slot
      ******************************************************
       DO-INQUIRY.
	MOVE PARTY-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE PARTY-SEQ TO FILE-PTY-SEQ.
	READ PARTY-FILE.
	IF STATUS-1 = "0"
		MOVE FILE-PTY-ROLE TO PARTY-ROLE
		MOVE FILE-PTY-NAME TO PARTY-NAME
		MOVE FILE-PTY-ADDRESS TO PARTY-ADDRESS
		MOVE FILE-PTY-BIRTH-DATE TO PARTY-BIRTH-DATE
		MOVE FILE-PTY-TIN TO PARTY-TIN
	ELSE
		MOVE SPACES TO PARTY-ROLE
		MOVE SPACES TO PARTY-NAME
		MOVE SPACES TO PARTY-ADDRESS
		MOVE ZERO TO PARTY-BIRTH-DATE
		MOVE SPACES TO PARTY-TIN.
      ******************************************************
      *  Add or replace the numbered slot -- the role must
      *  be one the house recognizes, the name is required,
      *  and the account must be on the customer master.
      *  The audit record carries the before and after
      *  images either way.
      ******************************************************
       ADD-OR-REPLACE-SLOT.
	IF NOT PARTY-IS-JOINT AND NOT PARTY-IS-POA
	   AND NOT PARTY-IS-CUSTODIAN AND NOT PARTY-IS-TRUSTED
		MOVE "Role Not J, P, C or T" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF PARTY-NAME = SPACES
		MOVE "Party Name Required" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF CUSTMAS-AVAILABLE
		MOVE PARTY-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 NOT = "0"
			MOVE "Account Not On Customer Master" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-NOT-FOUND TO APPL-CODE
			PERFORM WRITEIT-ERROR.
	MOVE "N" TO SLOT-FOUND-SWITCH.
	MOVE SPACES TO OLD-ROLE.
	MOVE SPACES TO OLD-NAME.
	MOVE SPACES TO OLD-ADDRESS.
	MOVE SPACES TO OLD-TIN.
	MOVE PARTY-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE PARTY-SEQ TO FILE-PTY-SEQ.
	READ PARTY-FILE.
	IF STATUS-1 = "0"
		MOVE "Y" TO SLOT-FOUND-SWITCH
		MOVE FILE-PTY-ROLE TO OLD-ROLE
		MOVE FILE-PTY-NAME TO OLD-NAME
		MOVE FILE-PTY-ADDRESS TO OLD-ADDRESS
		MOVE FILE-PTY-TIN TO OLD-TIN.
	MOVE PARTY-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE PARTY-SEQ TO FILE-PTY-SEQ.
	MOVE PARTY-ROLE TO FILE-PTY-ROLE.
	MOVE PARTY-NAME TO FILE-PTY-NAME.
	MOVE PARTY-ADDRESS TO FILE-PTY-ADDRESS.
	MOVE PARTY-BIRTH-DATE TO FILE-PTY-BIRTH-DATE.
	MOVE PARTY-TIN TO FILE-PTY-TIN.
	IF SLOT-ON-FILE
		REWRITE PARTY-FILE-ITEM
	ELSE
		WRITE PARTY-FILE-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE PTY" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	IF SLOT-ON-FILE
		MOVE "C" TO FILE-PAUD-ACTION
	ELSE
		MOVE "A" TO FILE-PAUD-ACTION.
	MOVE PARTY-ROLE TO FILE-PAUD-NEW-ROLE.
	MOVE PARTY-NAME TO FILE-PAUD-NEW-NAME.
	MOVE PARTY-ADDRESS TO FILE-PAUD-NEW-ADDRESS.
	MOVE PARTY-TIN TO FILE-PAUD-NEW-TIN.
	PERFORM WRITE-AUDIT.
      ******************************************************
      *  Delete the numbered slot -- the audit record keeps
      *  what it said
      ******************************************************
       DELETE-SLOT.
	MOVE PARTY-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE PARTY-SEQ TO FILE-PTY-SEQ.
	READ PARTY-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "Slot Not On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE FILE-PTY-ROLE TO OLD-ROLE.
	MOVE FILE-PTY-NAME TO OLD-NAME.
	MOVE FILE-PTY-ADDRESS TO OLD-ADDRESS.
	MOVE FILE-PTY-TIN TO OLD-TIN.
	DELETE PARTY-FILE RECORD.
	IF STATUS-1 NOT = "0"
		MOVE "DELETE PTY" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE "D" TO FILE-PAUD-ACTION.
	MOVE SPACES TO FILE-PAUD-NEW-ROLE.
	MOVE SPACES TO FILE-PAUD-NEW-NAME.
	MOVE SPACES TO FILE-PAUD-NEW-ADDRESS.
	MOVE SPACES TO FILE-PAUD-NEW-TIN.
	PERFORM WRITE-AUDIT.
      ******************************************************
      *  One audit record per maintenance, CUSTAUD-style
      ******************************************************
       WRITE-AUDIT.
	MOVE PARTY-ACCOUNT TO FILE-PAUD-ACCOUNT.
	MOVE PARTY-SEQ TO FILE-PAUD-SEQ.
	MOVE TODAYS-DATE TO FILE-PAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-PAUD-TIME.
	MOVE PARTY-OPERATOR TO FILE-PAUD-OPERATOR.
	MOVE OLD-ROLE TO FILE-PAUD-OLD-ROLE.
	MOVE OLD-NAME TO FILE-PAUD-OLD-NAME.
	MOVE OLD-ADDRESS TO FILE-PAUD-OLD-ADDRESS.
	MOVE OLD-TIN TO FILE-PAUD-OLD-TIN.
	WRITE PARTYAUD-ITEM.
	IF PAUD-STATUS-1 NOT = "0"
		MOVE "WRITE PAUD" TO LOG-ERR-ROUTINE
		MOVE PAUD-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The registered owner's name and the account's
      *  parties as they now stand, up to the ten rows the
      *  reply carries
      ******************************************************
       LIST-THE-ACCOUNT.
	MOVE ZERO TO PARTY-COUNT.
	MOVE SPACES TO PARTY-OWNER-NAME.
	IF CUSTMAS-AVAILABLE
		MOVE PARTY-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-NAME TO PARTY-OWNER-NAME.
	MOVE "N" TO PTY-EOF-SWITCH.
	MOVE PARTY-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE ZERO TO FILE-PTY-SEQ.
	START PARTY-FILE KEY IS NOT LESS THAN FILE-PTY-KEY
		INVALID KEY SET DONE-PARTY-SCAN TO TRUE.
	PERFORM LIST-ONE-SLOT THRU LIST-ONE-SLOT-EXIT
		UNTIL DONE-PARTY-SCAN.
      ******************************************************
       LIST-ONE-SLOT.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-PARTY-SCAN TO TRUE.
	IF DONE-PARTY-SCAN
		GO TO LIST-ONE-SLOT-EXIT.
	IF FILE-PTY-ACCOUNT NOT = PARTY-ACCOUNT
	   OR PARTY-COUNT NOT < 10
		SET DONE-PARTY-SCAN TO TRUE
		GO TO LIST-ONE-SLOT-EXIT.
	ADD 1 TO PARTY-COUNT.
	MOVE FILE-PTY-SEQ TO PARTY-ROW-SEQ(PARTY-COUNT).
	MOVE FILE-PTY-ROLE TO PARTY-ROW-ROLE(PARTY-COUNT).
	MOVE FILE-PTY-NAME TO PARTY-ROW-NAME(PARTY-COUNT).
       LIST-ONE-SLOT-EXIT.
	EXIT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY PARTY-REC.
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
