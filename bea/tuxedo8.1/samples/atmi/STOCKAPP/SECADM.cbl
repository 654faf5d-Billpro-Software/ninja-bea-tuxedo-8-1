      *   R  reset the password -- force change at next
      *      sign-on, clear the failure count, unlock
      *   U  unlock after a lockout, clearing the failures
      *   L  link the operator to their own account, keyed
      *      in OWN ACCT -- a "*" there removes the link.
      *      OPERACCT.IT carries it so the operator activity
      *      review can tell when staff work their own
      *      household's accounts.
      * Every action writes an OPERAUD.IT audit record naming
      * the supervisor who did it.
      ******************************************************
		ACCESS DYNAMIC
		RECORD KEY FILE-OAUD-KEY
		STATUS OPERAUD-FILE-STATUS.
	SELECT OPERACCT-FILE ASSIGN "OPERACCT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OAC-OPERATOR
		STATUS OPERACCT-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE; RECORD 63.
	     03  FILE-OAUD-ACTION	PIC X(10).
	     03  FILE-OAUD-BY		PIC X(10).
	     03  FILE-OAUD-DETAIL	PIC X(20).
      ******************************************************
      * An operator's own account -- the household it sits
      * in is looked up off CUSTMAS.IT when it is wanted
      ******************************************************
	FD  OPERACCT-FILE; RECORD 28.
	01  OPERACCT-ITEM.
	     03  FILE-OAC-OPERATOR	PIC X(10).
	     03  FILE-OAC-ACCOUNT	PIC X(10).
	     03  FILE-OAC-DATE		PIC 9(8).
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILLER				PIC X(142).
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
 	01  OPERAUD-FILE-STATUS.
           	05  OAUD-STATUS-1	PIC X.
           	05  OAUD-STATUS-2	PIC X.
 	01  OPERACCT-FILE-STATUS.
           	05  OAC-STATUS-1	PIC X.
           	05  OAC-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CM-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
      ******************************************************
      * Sign-on screen and the supervisor signed on
      ******************************************************
				"OPER ID    [          ]".
		05  FILLER	PIC X(57).
		05  ASK-AACT	PIC X(20) VALUE
				"ACTION A/D/R/U/L [ ]".
		05  FILLER	PIC X(60).
		05  ASK-ANAME	PIC X(44) VALUE
			"NAME       [                              ]".
		05  ASK-APWD	PIC X(23) VALUE
				"NEW PASSWD [          ]".
		05  FILLER	PIC X(57).
		05  ASK-AACCT	PIC X(23) VALUE
				"OWN ACCT   [          ]".
		05  FILLER	PIC X(57).
	01  ENTER-ADM REDEFINES ADM-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(12).
		05  CRT-AID	PIC X(10).
		05  FILLER	PIC X(58).
		05  FILLER	PIC X(18).
		05  CRT-AACT	PIC X(01).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(12).
		05  CRT-ANAME	PIC X(30).
		05  FILLER	PIC X(38).
		05  FILLER	PIC X(12).
		05  CRT-APWD	PIC X(10).
		05  FILLER	PIC X(58).
		05  FILLER	PIC X(12).
		05  CRT-AACCT	PIC X(10).
		05  FILLER	PIC X(58).
      ******************************************************
	PROCEDURE DIVISION.
       START-SECADM.
		PERFORM DO-USERLOG-ERR
		CLOSE OPERATOR-FILE
		PERFORM EXIT-PROGRAM.
	OPEN I-O OPERACCT-FILE.
	IF OAC-STATUS-1 = "3"
		OPEN OUTPUT OPERACCT-FILE
		CLOSE OPERACCT-FILE
		OPEN I-O OPERACCT-FILE.
	IF OAC-STATUS-1 NOT = "0"
		MOVE "OPEN OPERACCT" TO LOG-ERR-ROUTINE
		MOVE OAC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE OPERATOR-FILE
		CLOSE OPERAUD-FILE
		PERFORM EXIT-PROGRAM.
	MOVE "N" TO CM-OPEN-SWITCH.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE "Y" TO CM-OPEN-SWITCH.
      ******************************************************
      * Only a supervisor may administer security
      ******************************************************
		PERFORM DO-USERLOG
		CLOSE OPERATOR-FILE
		CLOSE OPERAUD-FILE
		CLOSE OPERACCT-FILE
		IF CUSTMAS-AVAILABLE
			CLOSE CUSTMAS-FILE
		END-IF
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY ADM-HEAD.
	IF CRT-AID = SPACES
		CLOSE OPERATOR-FILE
		CLOSE OPERAUD-FILE
		CLOSE OPERACCT-FILE
		IF CUSTMAS-AVAILABLE
			CLOSE CUSTMAS-FILE
		END-IF
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
		PERFORM ADD-OPERATOR
	ELSE IF CRT-AACT = "D"
		PERFORM DEACTIVATE-OPERATOR
			THRU DEACTIVATE-OPERATOR-EXIT
	ELSE IF CRT-AACT = "R"
		PERFORM RESET-PASSWORD THRU RESET-PASSWORD-EXIT
	ELSE IF CRT-AACT = "U"
		PERFORM UNLOCK-OPERATOR THRU UNLOCK-OPERATOR-EXIT
	ELSE IF CRT-AACT = "L"
		PERFORM LINK-OWN-ACCOUNT THRU LINK-OWN-ACCOUNT-EXIT
	ELSE
		DISPLAY "ACTION MUST BE A, D, R, U OR L".
	MOVE SPACE TO ENTER-ADM.
	GO TO ADM-ANOTHER.
      ******************************************************
       UNLOCK-OPERATOR-EXIT.
	EXIT.
      ******************************************************
      *  Link an operator to their own account, or with "*"
      *  remove the link.  The account must be on the
      *  customer master when there is one to check.
      ******************************************************
       LINK-OWN-ACCOUNT.
	MOVE CRT-AID TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		DISPLAY "OPERATOR NOT FOUND"
		GO TO LINK-OWN-ACCOUNT-EXIT.
	IF CRT-AACCT = SPACES
		DISPLAY "OWN ACCT REQUIRED"
		GO TO LINK-OWN-ACCOUNT-EXIT.
	MOVE CRT-AID TO FILE-OAC-OPERATOR.
	READ OPERACCT-FILE.
	IF CRT-AACCT = "*"
		IF OAC-STATUS-1 NOT = "0"
			DISPLAY "NO ACCOUNT LINKED"
			GO TO LINK-OWN-ACCOUNT-EXIT
		END-IF
		DELETE OPERACCT-FILE RECORD
		MOVE "LINK REMOVED" TO FILE-OAUD-DETAIL
		GO TO LINK-OWN-ACCOUNT-AUDIT.
	IF CUSTMAS-AVAILABLE
		MOVE CRT-AACCT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 NOT = "0"
			DISPLAY "ACCOUNT NOT ON FILE"
			GO TO LINK-OWN-ACCOUNT-EXIT
		END-IF
	END-IF.
	MOVE CRT-AACCT TO FILE-OAC-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-OAC-DATE.
	IF OAC-STATUS-1 = "0"
		REWRITE OPERACCT-ITEM
	ELSE
		MOVE CRT-AID TO FILE-OAC-OPERATOR
		WRITE OPERACCT-ITEM
	END-IF.
	MOVE "OWN ACCT" TO FILE-OAUD-DETAIL.
	MOVE CRT-AACCT TO FILE-OAUD-DETAIL(10:10).
       LINK-OWN-ACCOUNT-AUDIT.
	IF OAC-STATUS-1 NOT = "0"
		MOVE "WRITE OPERACCT" TO LOG-ERR-ROUTINE
		MOVE OAC-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NOT SAVED"
		GO TO LINK-OWN-ACCOUNT-EXIT.
	MOVE "ACCTLINK" TO FILE-OAUD-ACTION.
	PERFORM WRITE-OPERAUD.
	DISPLAY "SAVED".
       LINK-OWN-ACCOUNT-EXIT.
	EXIT.
      ******************************************************
      *  Write one security audit record naming the
      *  supervisor -- a failed audit write is logged but the
      *  maintenance already done stands
