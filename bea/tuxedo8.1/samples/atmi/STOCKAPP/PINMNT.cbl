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
      * #ident	"@(#) samples/atmi/STOCKAPP/PINMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/PINMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * PINMNT maintains PIN.IT, the customer PINs the
      * telephone and web self-service gateway SSINQSR signs
      * customers on with.  Only a teller at the counter
      * sets a PIN -- there is no self-service path to one.
      *
      *     S  set or reset the account's PIN, keyed twice;
      *        a reset also clears a lockout
      *     U  unlock a PIN locked by too many wrong tries,
      *        keeping the PIN the customer already has
      *     D  disable the account's PIN -- self-service is
      *        refused until a teller sets a new one
      *     I  show the PIN's standing (never the PIN)
      *
      * S, U and D need an active operator keyed as the
      * teller, who is recorded on the PIN, and each writes
      * a PINAUD.IT audit record.  An empty account ends the
      * program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PINMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT PIN-FILE ASSIGN "PIN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PIN-ACCOUNT
		STATUS FILE-STATUS.
	SELECT PINAUD-FILE ASSIGN "PINAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PAUD-KEY
		STATUS PINAUD-FILE-STATUS.
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
      * Customer PINs -- one per account.  STATUS "A"
      * active, "L" locked by wrong tries, "D" disabled by a
      * teller.  LAST-DATE/TIME is the last good sign-on.
      ******************************************************
	FD  PIN-FILE; RECORD 54.
	01  PIN-ITEM.
	     03  FILE-PIN-ACCOUNT		PIC X(10).
	     03  FILE-PIN-NUMBER		PIC X(06).
	     03  FILE-PIN-STATUS		PIC X(01).
		 88  FILE-PIN-IS-ACTIVE		VALUE "A".
		 88  FILE-PIN-IS-LOCKED		VALUE "L".
	     03  FILE-PIN-FAIL-COUNT		PIC 9(2).
	     03  FILE-PIN-SET-DATE		PIC 9(8).
	     03  FILE-PIN-SET-BY		PIC X(10).
	     03  FILE-PIN-LAST-DATE		PIC 9(8).
	     03  FILE-PIN-LAST-TIME		PIC 9(8).
	     03  FILE-PIN-LAST-CHANNEL		PIC X(01).
      ******************************************************
      * PIN audit trail -- one record per PIN set, unlock,
      * disable or lockout, keyed by account and when
      ******************************************************
	FD  PINAUD-FILE; RECORD 66.
	01  PINAUD-ITEM.
	     03  FILE-PAUD-KEY.
		05  FILE-PAUD-ACCOUNT	PIC X(10).
		05  FILE-PAUD-DATE	PIC 9(8).
		05  FILE-PAUD-TIME	PIC 9(8).
	     03  FILE-PAUD-ACTION	PIC X(10).
	     03  FILE-PAUD-BY		PIC X(10).
	     03  FILE-PAUD-DETAIL	PIC X(20).
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
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
	     03  FILE-OPERATOR-PWD-DATE	PIC 9(8).
	     03  FILE-OPERATOR-FORCE-CHG	PIC X(01).
	     03  FILE-OPERATOR-FAIL-COUNT	PIC 9(2).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this utility's
      * messages land in the same place theirs do
      ******************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(9) VALUE
			"PINMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"PINMNT ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  PINAUD-FILE-STATUS.
           	05  PAUD-STATUS-1	PIC X.
           	05  PAUD-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
	01  TELLER-OK-SWITCH	PIC X VALUE "N".
		88  TELLER-OK		VALUE "Y".
	01  CLASH-COUNT		PIC 9(4) COMP-5.
	01  TODAYS-DATE		PIC 9(8).
	01  TODAYS-TIME		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  PIN-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"CUSTOMER SELF-SERVICE PIN".
		05  FILLER	PIC X(34).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACT S/U/D/I [ ]".
		05  FILLER	PIC X(65).
		05  ASK-PIN	PIC X(20) VALUE
				"NEW PIN     [      ]".
		05  FILLER	PIC X(60).
		05  ASK-AGAIN	PIC X(20) VALUE
				"PIN AGAIN   [      ]".
		05  FILLER	PIC X(60).
		05  ASK-OPER	PIC X(24) VALUE
				"TELLER      [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-PIN REDEFINES PIN-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-PIN	PIC X(06).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(13).
		05  CRT-AGAIN	PIC X(06).
		05  FILLER	PIC X(61).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * The PIN standing an inquiry found
      ******************************************************
	01  RESULT-LINE.
		05  FILLER	PIC X(10) VALUE "STATUS =>".
		05  RES-STATUS	PIC X(01).
		05  FILLER	PIC X(11) VALUE "  FAILS =>".
		05  RES-FAILS	PIC Z9.
		05  FILLER	PIC X(9) VALUE "  SET =>".
		05  RES-SET	PIC 9(8).
		05  FILLER	PIC X(8) VALUE "  BY =>".
		05  RES-SET-BY	PIC X(10).
		05  FILLER	PIC X(10) VALUE "  LAST =>".
		05  RES-LAST	PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RES-LAST-VIA PIC X(01).
      ******************************************************
	PROCEDURE DIVISION.
       START-PINMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O PIN-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT PIN-FILE
		CLOSE PIN-FILE
		OPEN I-O PIN-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN PIN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN I-O PINAUD-FILE.
	IF PAUD-STATUS-1 = "3"
		OPEN OUTPUT PINAUD-FILE
		CLOSE PINAUD-FILE
		OPEN I-O PINAUD-FILE.
	IF PAUD-STATUS-1 NOT = "0"
		MOVE "OPEN PAUD" TO LOG-ERR-ROUTINE
		MOVE PAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE PIN-FILE
		PERFORM EXIT-PROGRAM.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CM" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE PIN-FILE
		CLOSE PINAUD-FILE
		PERFORM EXIT-PROGRAM.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPER" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE PIN-FILE
		CLOSE PINAUD-FILE
		CLOSE CUSTMAS-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY PIN-HEAD.
	MOVE SPACE TO ENTER-PIN.

       ADD-ANOTHER.
	DISPLAY ENTER-PIN.
	ACCEPT ENTER-PIN.
	IF CRT-ACCOUNT = SPACES
		CLOSE PIN-FILE
		CLOSE PINAUD-FILE
		CLOSE CUSTMAS-FILE
		CLOSE OPERATOR-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "S"
		PERFORM SET-PIN THRU SET-PIN-EXIT
	ELSE IF CRT-ACTION = "U"
		PERFORM UNLOCK-PIN THRU UNLOCK-PIN-EXIT
	ELSE IF CRT-ACTION = "D"
		PERFORM DISABLE-PIN THRU DISABLE-PIN-EXIT
	ELSE IF CRT-ACTION = "I"
		PERFORM SHOW-PIN THRU SHOW-PIN-EXIT
	ELSE
		DISPLAY "ACTION MUST BE S, U, D OR I".
	MOVE SPACE TO ENTER-PIN.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  Set (or reset) the account's PIN -- an open
      *  account, six digits keyed the same twice.  The PIN
      *  goes active with a clean failure count whatever
      *  state it was in before.
      ******************************************************
       SET-PIN.
	PERFORM VERIFY-TELLER THRU VERIFY-TELLER-EXIT.
	IF NOT TELLER-OK
		DISPLAY "ACTIVE TELLER REQUIRED"
		GO TO SET-PIN-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON FILE"
		GO TO SET-PIN-EXIT.
	IF FILE-ACCOUNT-CLOSED
		DISPLAY "ACCOUNT IS CLOSED"
		GO TO SET-PIN-EXIT.
	IF CRT-PIN NOT NUMERIC
		DISPLAY "PIN MUST BE SIX DIGITS"
		GO TO SET-PIN-EXIT.
	IF CRT-AGAIN NOT = CRT-PIN
		DISPLAY "PINS DO NOT MATCH"
		GO TO SET-PIN-EXIT.
	MOVE CRT-ACCOUNT TO FILE-PIN-ACCOUNT.
	READ PIN-FILE.
	IF STATUS-1 = "0"
		MOVE "RESET" TO FILE-PAUD-ACTION
		MOVE "PIN RESET BY TELLER" TO FILE-PAUD-DETAIL
	ELSE
		MOVE "SET" TO FILE-PAUD-ACTION
		MOVE "PIN SET BY TELLER" TO FILE-PAUD-DETAIL
		MOVE ZERO TO FILE-PIN-LAST-DATE
		MOVE ZERO TO FILE-PIN-LAST-TIME
		MOVE SPACE TO FILE-PIN-LAST-CHANNEL
	END-IF.
	MOVE CRT-ACCOUNT TO FILE-PIN-ACCOUNT.
	MOVE CRT-PIN TO FILE-PIN-NUMBER.
	MOVE "A" TO FILE-PIN-STATUS.
	MOVE ZERO TO FILE-PIN-FAIL-COUNT.
	MOVE TODAYS-DATE TO FILE-PIN-SET-DATE.
	MOVE CRT-OPER TO FILE-PIN-SET-BY.
	IF STATUS-1 = "0"
		REWRITE PIN-ITEM
	ELSE
		WRITE PIN-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "PIN NOT SAVED"
		GO TO SET-PIN-EXIT.
	PERFORM WRITE-PINAUD THRU WRITE-PINAUD-EXIT.
	MOVE "Customer PIN Set" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "PIN SAVED".
       SET-PIN-EXIT.
	EXIT.
      ******************************************************
      *  Unlock a PIN locked by wrong tries -- the customer
      *  keeps the PIN they have
      ******************************************************
       UNLOCK-PIN.
	PERFORM VERIFY-TELLER THRU VERIFY-TELLER-EXIT.
	IF NOT TELLER-OK
		DISPLAY "ACTIVE TELLER REQUIRED"
		GO TO UNLOCK-PIN-EXIT.
	MOVE CRT-ACCOUNT TO FILE-PIN-ACCOUNT.
	READ PIN-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO PIN ON FILE"
		GO TO UNLOCK-PIN-EXIT.
	IF NOT FILE-PIN-IS-LOCKED
		DISPLAY "PIN IS NOT LOCKED"
		GO TO UNLOCK-PIN-EXIT.
	MOVE "A" TO FILE-PIN-STATUS.
	MOVE ZERO TO FILE-PIN-FAIL-COUNT.
	REWRITE PIN-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "PIN NOT UNLOCKED"
		GO TO UNLOCK-PIN-EXIT.
	MOVE "UNLOCK" TO FILE-PAUD-ACTION.
	MOVE "UNLOCKED BY TELLER" TO FILE-PAUD-DETAIL.
	PERFORM WRITE-PINAUD THRU WRITE-PINAUD-EXIT.
	MOVE "Customer PIN Unlocked" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "PIN UNLOCKED".
       UNLOCK-PIN-EXIT.
	EXIT.
      ******************************************************
      *  Disable the account's PIN -- kept on file so its
      *  history stays, but refused until a teller sets a
      *  new one
      ******************************************************
       DISABLE-PIN.
	PERFORM VERIFY-TELLER THRU VERIFY-TELLER-EXIT.
	IF NOT TELLER-OK
		DISPLAY "ACTIVE TELLER REQUIRED"
		GO TO DISABLE-PIN-EXIT.
	MOVE CRT-ACCOUNT TO FILE-PIN-ACCOUNT.
	READ PIN-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO PIN ON FILE"
		GO TO DISABLE-PIN-EXIT.
	MOVE "D" TO FILE-PIN-STATUS.
	REWRITE PIN-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "PIN NOT DISABLED"
		GO TO DISABLE-PIN-EXIT.
	MOVE "DISABLE" TO FILE-PAUD-ACTION.
	MOVE "DISABLED BY TELLER" TO FILE-PAUD-DETAIL.
	PERFORM WRITE-PINAUD THRU WRITE-PINAUD-EXIT.
	MOVE "Customer PIN Disabled" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "PIN DISABLED".
       DISABLE-PIN-EXIT.
	EXIT.
      ******************************************************
      *  Show the PIN's standing -- never the PIN itself
      ******************************************************
       SHOW-PIN.
	MOVE CRT-ACCOUNT TO FILE-PIN-ACCOUNT.
	READ PIN-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO PIN ON FILE"
		GO TO SHOW-PIN-EXIT.
	MOVE FILE-PIN-STATUS TO RES-STATUS.
	MOVE FILE-PIN-FAIL-COUNT TO RES-FAILS.
	MOVE FILE-PIN-SET-DATE TO RES-SET.
	MOVE FILE-PIN-SET-BY TO RES-SET-BY.
	MOVE FILE-PIN-LAST-DATE TO RES-LAST.
	MOVE FILE-PIN-LAST-CHANNEL TO RES-LAST-VIA.
	DISPLAY RESULT-LINE.
       SHOW-PIN-EXIT.
	EXIT.
      ******************************************************
      *  The operator keyed has to be active on OPERATOR.IT
      ******************************************************
       VERIFY-TELLER.
	MOVE "N" TO TELLER-OK-SWITCH.
	IF CRT-OPER = SPACES
		GO TO VERIFY-TELLER-EXIT.
	MOVE CRT-OPER TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
		MOVE "Y" TO TELLER-OK-SWITCH.
       VERIFY-TELLER-EXIT.
	EXIT.
      ******************************************************
      *  Write one PIN audit record -- the caller sets the
      *  action and detail.  Two landing in the same
      *  hundredth of a second are kept apart by stepping
      *  the later one's time on.
      ******************************************************
       WRITE-PINAUD.
	MOVE CRT-ACCOUNT TO FILE-PAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-PAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-PAUD-TIME.
	MOVE CRT-OPER TO FILE-PAUD-BY.
	MOVE ZERO TO CLASH-COUNT.
       WRITE-PINAUD-AGAIN.
	WRITE PINAUD-ITEM.
	IF PAUD-STATUS-1 = "2" AND CLASH-COUNT < 100
		ADD 1 TO CLASH-COUNT
		ADD 1 TO FILE-PAUD-TIME
		GO TO WRITE-PINAUD-AGAIN.
	IF PAUD-STATUS-1 NOT = "0"
		MOVE "WRITE PAUD" TO LOG-ERR-ROUTINE
		MOVE PAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "AUDIT RECORD NOT WRITTEN".
       WRITE-PINAUD-EXIT.
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
      ******************************************************
      * Leave
      ******************************************************
       EXIT-PROGRAM.
	DISPLAY SPACE.
        STOP RUN.
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
