      * then journals each beneficiary's percentage of every
      * position out through XFERSR.
      *
      * A joint account passes to the surviving owner by
      * right of survivorship, not to the beneficiaries.
      * When PARTY.IT names a joint owner on the account,
      * action "A" re-registers it instead: the first joint
      * owner by slot becomes the registered owner on
      * CUSTMAS.IT (name, and the address, TIN and birth
      * date where the party record carries them), the
      * party slot is removed, and both changes leave their
      * before/after audit records.  The account is not
      * frozen, and the DEATH.IT record is written already
      * done so DEATHRUN never splits the account.  The
      * valuation still prints -- the date-of-death figures
      * are wanted either way.
      *
      * An empty account ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	SELECT PARTY-FILE ASSIGN "PARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTY-KEY
		STATUS PARTY-FILE-STATUS.
	SELECT PARTYAUD-FILE ASSIGN "PARTYAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PAUD-KEY
		STATUS PARTYAUD-FILE-STATUS.
	SELECT QUOTEHST-FILE ASSIGN "QUOTEHST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-HIST-KEY
		STATUS QUOTEHST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-CAUD-NEW-STATUS	PIC X(01).
	     03  FILE-CAUD-OLD-REP	PIC X(10).
	     03  FILE-CAUD-NEW-REP	PIC X(10).
      ******************************************************
      * Related parties -- a joint owner here survives the
      * registered owner
      ******************************************************
	FD  PARTY-FILE; RECORD 122.
	01  PARTY-ITEM.
	     03  FILE-PTY-KEY.
		05  FILE-PTY-ACCOUNT	PIC X(10).
		05  FILE-PTY-SEQ	PIC 9(2).
	     03  FILE-PTY-ROLE		PIC X(01).
		 88  FILE-PTY-IS-JOINT	VALUE "J".
	     03  FILE-PTY-NAME		PIC X(30).
	     03  FILE-PTY-ADDRESS	PIC X(62).
	     03  FILE-PTY-BIRTH-DATE	PIC 9(8).
	     03  FILE-PTY-TIN		PIC X(9).
      ******************************************************
      * Related-party maintenance audit trail -- the slot
      * removed on re-registration gets the same record
      * PARTYSR writes for a delete
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
	     03  FILE-PAUD-OLD-ROLE	PIC X(01).
	     03  FILE-PAUD-OLD-NAME	PIC X(30).
	     03  FILE-PAUD-OLD-ADDRESS	PIC X(62).
	     03  FILE-PAUD-OLD-TIN	PIC X(9).
	     03  FILE-PAUD-NEW-ROLE	PIC X(01).
	     03  FILE-PAUD-NEW-NAME	PIC X(30).
	     03  FILE-PAUD-NEW-ADDRESS	PIC X(62).
	     03  FILE-PAUD-NEW-TIN	PIC X(9).
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03  FILE-CUST-KEY.
		02  FILE-HIST-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-HIST-OPERATOR		PIC X(08).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
           	05  HIST-STATUS-2	PIC X.
	01  HIST-OPEN-SWITCH	PIC X VALUE "N".
		88  QUOTEHST-AVAILABLE	VALUE "Y".
 	01  PARTY-FILE-STATUS.
           	05  PTY-STATUS-1	PIC X.
           	05  PTY-STATUS-2	PIC X.
	01  PTY-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTY-AVAILABLE	VALUE "Y".
 	01  PARTYAUD-FILE-STATUS.
           	05  PAUD-STATUS-1	PIC X.
           	05  PAUD-STATUS-2	PIC X.
      ******************************************************
      * Survivorship search -- the first joint owner by slot
      * and how many joint owners the account carries
      ******************************************************
	01  PTY-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTIES	VALUE "Y".
	01  SURVIVOR-SEQ		PIC 9(2).
	01  JOINT-COUNT		PIC 9(2).
      ******************************************************
      * Valuation walk controls -- the position browse, the
      * price hunt through the fund's history, and the
	01  POSITION-VALUE	PIC 9(11)V99.
	01  ESTATE-TOTAL	PIC 9(11)V99.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Maintenance screen
       START-DEATHMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O DEATH-FILE.
	OPEN INPUT QUOTEHST-FILE.
	IF HIST-STATUS-1 = "0"
		MOVE "Y" TO HIST-OPEN-SWITCH.
	MOVE "N" TO PTY-OPEN-SWITCH.
	OPEN I-O PARTY-FILE.
	IF PTY-STATUS-1 = "0"
		MOVE "Y" TO PTY-OPEN-SWITCH
		OPEN I-O PARTYAUD-FILE
		IF PAUD-STATUS-1 = "3"
			OPEN OUTPUT PARTYAUD-FILE
			CLOSE PARTYAUD-FILE
			OPEN I-O PARTYAUD-FILE
		END-IF
	END-IF.
	DISPLAY SPACE.
	DISPLAY DTH-HEAD.
	MOVE SPACE TO ENTER-DTH.
		IF QUOTEHST-AVAILABLE
			CLOSE QUOTEHST-FILE
		END-IF
		IF PARTY-AVAILABLE
			CLOSE PARTY-FILE
			CLOSE PARTYAUD-FILE
		END-IF
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF FILE-ACCOUNT-CLOSED
		DISPLAY "ACCOUNT IS CLOSED"
		GO TO RECORD-DEATH-EXIT.
	PERFORM FIND-SURVIVOR THRU FIND-SURVIVOR-EXIT.
	IF JOINT-COUNT > ZERO
		PERFORM REREGISTER-TO-SURVIVOR THRU
			REREGISTER-TO-SURVIVOR-EXIT
		GO TO RECORD-DEATH-EXIT.
	PERFORM FREEZE-THE-ACCOUNT.
	MOVE CRT-ACCOUNT TO FILE-DTH-ACCOUNT.
	MOVE CRT-DOD TO FILE-DTH-DOD.
		MOVE CAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Look for a surviving joint owner on PARTY.IT --
      *  JOINT-COUNT says how many the account carries and
      *  SURVIVOR-SEQ which slot takes the registration
      ******************************************************
       FIND-SURVIVOR.
	MOVE ZERO TO JOINT-COUNT.
	MOVE ZERO TO SURVIVOR-SEQ.
	IF NOT PARTY-AVAILABLE
		GO TO FIND-SURVIVOR-EXIT.
	MOVE "N" TO PTY-EOF-SWITCH.
	MOVE CRT-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE ZERO TO FILE-PTY-SEQ.
	START PARTY-FILE KEY IS NOT LESS THAN FILE-PTY-KEY
		INVALID KEY SET DONE-PARTIES TO TRUE.
	PERFORM SCAN-ONE-PARTY THRU SCAN-ONE-PARTY-EXIT
		UNTIL DONE-PARTIES.
       FIND-SURVIVOR-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-PARTY.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-PARTIES TO TRUE.
	IF DONE-PARTIES
		GO TO SCAN-ONE-PARTY-EXIT.
	IF FILE-PTY-ACCOUNT NOT = CRT-ACCOUNT
		SET DONE-PARTIES TO TRUE
		GO TO SCAN-ONE-PARTY-EXIT.
	IF NOT FILE-PTY-IS-JOINT
		GO TO SCAN-ONE-PARTY-EXIT.
	ADD 1 TO JOINT-COUNT.
	IF SURVIVOR-SEQ = ZERO
		MOVE FILE-PTY-SEQ TO SURVIVOR-SEQ.
       SCAN-ONE-PARTY-EXIT.
	EXIT.
      ******************************************************
      *  Re-register the account to the surviving joint
      *  owner.  The account stays joint while another joint
      *  owner remains and becomes individual otherwise.  The
      *  death is recorded already done -- there is no estate
      *  for DEATHRUN to split.
      ******************************************************
       REREGISTER-TO-SURVIVOR.
	MOVE CRT-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE SURVIVOR-SEQ TO FILE-PTY-SEQ.
	READ PARTY-FILE.
	IF PTY-STATUS-1 NOT = "0"
		MOVE "READ PARTY" TO LOG-ERR-ROUTINE
		MOVE PTY-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "SURVIVOR NOT READ - NOTHING CHANGED"
		GO TO REREGISTER-TO-SURVIVOR-EXIT.
	MOVE FILE-CUSTMAS-NAME TO FILE-CAUD-OLD-NAME.
	MOVE FILE-CUSTMAS-ADDRESS TO FILE-CAUD-OLD-ADDRESS.
	MOVE FILE-CUSTMAS-STATUS TO FILE-CAUD-OLD-STATUS.
	MOVE FILE-CUSTMAS-REP TO FILE-CAUD-OLD-REP.
	MOVE FILE-PTY-NAME TO FILE-CUSTMAS-NAME.
	IF FILE-PTY-ADDRESS NOT = SPACES
		MOVE FILE-PTY-ADDRESS TO FILE-CUSTMAS-ADDRESS.
	IF FILE-PTY-TIN NOT = SPACES
		MOVE FILE-PTY-TIN TO FILE-CUSTMAS-TIN.
	IF FILE-PTY-BIRTH-DATE NOT = ZERO
		MOVE FILE-PTY-BIRTH-DATE TO FILE-CUSTMAS-BIRTH-DATE.
	IF JOINT-COUNT > 1
		MOVE "J" TO FILE-CUSTMAS-REG-TYPE
	ELSE
		MOVE "I" TO FILE-CUSTMAS-REG-TYPE.
	REWRITE CUSTMAS-ITEM.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "REWRITE CM" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "ACCOUNT NOT RE-REGISTERED"
		GO TO REREGISTER-TO-SURVIVOR-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-CAUD-TIME.
	MOVE CRT-OPER TO FILE-CAUD-OPERATOR.
	SET FILE-CAUD-IS-CHANGE TO TRUE.
	MOVE FILE-CUSTMAS-NAME TO FILE-CAUD-NEW-NAME.
	MOVE FILE-CUSTMAS-ADDRESS TO FILE-CAUD-NEW-ADDRESS.
	MOVE FILE-CUSTMAS-STATUS TO FILE-CAUD-NEW-STATUS.
	MOVE FILE-CUSTMAS-REP TO FILE-CAUD-NEW-REP.
	WRITE CUSTAUD-ITEM.
	IF CAUD-STATUS-1 NOT = "0"
		MOVE "WRITE CAUD" TO LOG-ERR-ROUTINE
		MOVE CAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	MOVE CRT-ACCOUNT TO FILE-PAUD-ACCOUNT.
	MOVE SURVIVOR-SEQ TO FILE-PAUD-SEQ.
	MOVE TODAYS-DATE TO FILE-PAUD-DATE.
	MOVE TODAYS-TIME TO FILE-PAUD-TIME.
	MOVE CRT-OPER TO FILE-PAUD-OPERATOR.
	MOVE "D" TO FILE-PAUD-ACTION.
	MOVE FILE-PTY-ROLE TO FILE-PAUD-OLD-ROLE.
	MOVE FILE-PTY-NAME TO FILE-PAUD-OLD-NAME.
	MOVE FILE-PTY-ADDRESS TO FILE-PAUD-OLD-ADDRESS.
	MOVE FILE-PTY-TIN TO FILE-PAUD-OLD-TIN.
	MOVE SPACES TO FILE-PAUD-NEW-ROLE.
	MOVE SPACES TO FILE-PAUD-NEW-NAME.
	MOVE SPACES TO FILE-PAUD-NEW-ADDRESS.
	MOVE SPACES TO FILE-PAUD-NEW-TIN.
	DELETE PARTY-FILE RECORD.
	IF PTY-STATUS-1 NOT = "0"
		MOVE "DELETE PTY" TO LOG-ERR-ROUTINE
		MOVE PTY-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
	ELSE
		WRITE PARTYAUD-ITEM
		IF PAUD-STATUS-1 NOT = "0"
			MOVE "WRITE PAUD" TO LOG-ERR-ROUTINE
			MOVE PAUD-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
		END-IF
	END-IF.
	MOVE CRT-ACCOUNT TO FILE-DTH-ACCOUNT.
	MOVE CRT-DOD TO FILE-DTH-DOD.
	SET FILE-DTH-IS-DONE TO TRUE.
	MOVE CRT-OPER TO FILE-DTH-OPERATOR.
	MOVE TODAYS-DATE TO FILE-DTH-CLEAR-DATE.
	MOVE TODAYS-DATE TO FILE-DTH-DONE-DATE.
	WRITE DEATH-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE DEATH" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	MOVE "Death Recorded - Joint Survivor Registered" TO
		LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "SURVIVING JOINT OWNER - ACCOUNT RE-REGISTERED TO".
	DISPLAY "    " FILE-CUSTMAS-NAME.
	PERFORM VALUE-THE-ESTATE.
       REREGISTER-TO-SURVIVOR-EXIT.
	EXIT.
      ******************************************************
      *  Mark the estate paperwork cleared -- the nightly
      *  DEATHRUN picks the record up from here
      ******************************************************
	DISPLAY SPACE.
        STOP RUN.
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
