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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACATMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/ACATMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * ACATMNT is the outbound transfer desk -- a customer
      * moving the whole account, in kind, to another firm.
      * Action "A" opens an ACATREQ.IT request naming the
      * receiving firm and the customer's account there; the
      * account is placed under a no-trade restriction on
      * RESTRICT.IT at once, so nothing changes between the
      * night ACATOUT cuts the outgoing position file and
      * cost-basis statement (the request goes "S" sent)
      * and the day the shares leave.  Action "C" records
      * the receiving firm's confirmation; that night ACATOUT
      * delivers every position out and queues the account
      * for closure, and CLOSERUN pays away the cash and
      * closes it.  Action "X" cancels a request not yet
      * confirmed and lifts the restriction it placed.
      *
      * A request runs P pending, S sent, C confirmed, D
      * delivered, or X cancelled.  An account already under
      * an account-wide restriction keeps it; the request
      * then places none and lifts none.
      *
      * An empty account ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACATMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT ACATREQ-FILE ASSIGN "ACATREQ.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ACR-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT RESTRICT-FILE ASSIGN "RESTRICT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RES-KEY
		STATUS RESTRICT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Outbound account transfer requests -- one per
      * account, "P" pending until ACATOUT cuts the file,
      * "S" sent and awaiting the receiving firm, "C"
      * confirmed and awaiting delivery, "D" delivered, "X"
      * cancelled.  FILE-ACR-HOLD says whether the request
      * placed the account's no-trade restriction itself;
      * FILE-ACR-NOTE is where ACATOUT says why a request is
      * stuck.
      ******************************************************
	FD  ACATREQ-FILE; RECORD 114.
	01  ACATREQ-ITEM.
	     03  FILE-ACR-ACCOUNT	PIC X(10).
	     03  FILE-ACR-CONTRA	PIC X(10).
	     03  FILE-ACR-CONTRA-ACCT	PIC X(10).
	     03  FILE-ACR-STATUS	PIC X(01).
		 88  FILE-ACR-IS-PENDING	VALUE "P".
		 88  FILE-ACR-IS-SENT		VALUE "S".
		 88  FILE-ACR-IS-CONFIRMED	VALUE "C".
		 88  FILE-ACR-IS-DELIVERED	VALUE "D".
		 88  FILE-ACR-IS-CANCELLED	VALUE "X".
		 88  FILE-ACR-IS-OPEN		VALUE "P" "S" "C".
	     03  FILE-ACR-REQ-DATE	PIC 9(8).
	     03  FILE-ACR-REQ-BY	PIC X(10).
	     03  FILE-ACR-SENT-DATE	PIC 9(8).
	     03  FILE-ACR-CONF-DATE	PIC 9(8).
	     03  FILE-ACR-CONF-BY	PIC X(10).
	     03  FILE-ACR-DONE-DATE	PIC 9(8).
	     03  FILE-ACR-HOLD		PIC X(01).
		 88  FILE-ACR-HOLD-PLACED	VALUE "Y".
	     03  FILE-ACR-NOTE		PIC X(30).
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
		 88  FILE-ACCOUNT-FROZEN	VALUE "F" "D".
		 88  FILE-ACCOUNT-CLOSING	VALUE "P".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
      ******************************************************
      * Trading restrictions -- see RESTMNT.  The request's
      * hold is account-wide (fund blank), type "X".
      ******************************************************
	FD  RESTRICT-FILE; RECORD 67.
	01  RESTRICT-ITEM.
	     03  FILE-RES-KEY.
		05  FILE-RES-ACCOUNT	PIC X(10).
		05  FILE-RES-FUND	PIC X(10).
	     03  FILE-RES-TYPE		PIC X(01).
	     03  FILE-RES-EFF-DATE	PIC 9(8).
	     03  FILE-RES-EXP-DATE	PIC 9(8).
	     03  FILE-RES-REASON	PIC X(30).
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
		05  FILLER	PIC X(10) VALUE
			"ACATMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"ACATMNT ERR =>".
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
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  RESTRICT-FILE-STATUS.
           	05  RES-STATUS-1	PIC X.
           	05  RES-STATUS-2	PIC X.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * The reason the request's own restriction carries --
      * how a cancel knows the hold on file is its own
      ******************************************************
	01  HOLD-REASON		PIC X(30) VALUE
		"OUTBOUND ACCOUNT TRANSFER".
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  ACR-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"OUTBOUND ACCOUNT TRANSFER".
		05  FILLER	PIC X(34).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/C/X[ ]".
		05  FILLER	PIC X(65).
		05  ASK-CONTRA	PIC X(24) VALUE
				"TO FIRM     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-CACCT	PIC X(24) VALUE
				"TO ACCOUNT  [          ]".
		05  FILLER	PIC X(56).
		05  ASK-OPER	PIC X(24) VALUE
				"OPERATOR    [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-ACR REDEFINES ACR-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-CONTRA	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-CACCT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * Where the request stands once the action is done
      ******************************************************
	01  STATUS-LINE.
		05  FILLER	PIC X(10) VALUE "REQUEST =>".
		05  FILLER	PIC X(1) VALUE SPACES.
		05  STL-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE "  STATUS =".
		05  STL-STATUS	PIC X(01).
		05  FILLER	PIC X(8) VALUE "  FIRM =".
		05  STL-CONTRA	PIC X(10).
		05  FILLER	PIC X(8) VALUE "  HOLD =".
		05  STL-HOLD	PIC X(01).
      ******************************************************
	PROCEDURE DIVISION.
       START-ACATMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O ACATREQ-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT ACATREQ-FILE
		CLOSE ACATREQ-FILE
		OPEN I-O ACATREQ-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN ACATRQ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATREQ-FILE
		PERFORM EXIT-PROGRAM.
	OPEN I-O RESTRICT-FILE.
	IF RES-STATUS-1 = "3"
		OPEN OUTPUT RESTRICT-FILE
		CLOSE RESTRICT-FILE
		OPEN I-O RESTRICT-FILE.
	IF RES-STATUS-1 NOT = "0"
		MOVE "OPEN RESTR" TO LOG-ERR-ROUTINE
		MOVE RES-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATREQ-FILE
		CLOSE CUSTMAS-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY ACR-HEAD.
	MOVE SPACE TO ENTER-ACR.

       WORK-ANOTHER.
	DISPLAY ENTER-ACR.
	ACCEPT ENTER-ACR.
	IF CRT-ACCOUNT = SPACES
		CLOSE ACATREQ-FILE
		CLOSE CUSTMAS-FILE
		CLOSE RESTRICT-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-OPER = SPACES
		DISPLAY "OPERATOR REQUIRED"
	ELSE IF CRT-ACTION = "C"
		PERFORM CONFIRM-REQUEST THRU CONFIRM-REQUEST-EXIT
	ELSE IF CRT-ACTION = "X"
		PERFORM CANCEL-REQUEST THRU CANCEL-REQUEST-EXIT
	ELSE IF CRT-ACTION = "A"
		PERFORM OPEN-REQUEST THRU OPEN-REQUEST-EXIT
	ELSE
		DISPLAY "ACTION MUST BE A, C OR X".
	MOVE SPACE TO ENTER-ACR.
	GO TO WORK-ANOTHER.
      ******************************************************
      *  Open a request -- the account has to be on file and
      *  open for business, with no request already under
      *  way -- and put the account under the no-trade hold
      ******************************************************
       OPEN-REQUEST.
	IF CRT-CONTRA = SPACES OR CRT-CACCT = SPACES
		DISPLAY "RECEIVING FIRM AND ACCOUNT REQUIRED"
		GO TO OPEN-REQUEST-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON FILE"
		GO TO OPEN-REQUEST-EXIT.
	IF FILE-ACCOUNT-CLOSED OR FILE-ACCOUNT-CLOSING
		DISPLAY "ACCOUNT IS CLOSED OR CLOSING"
		GO TO OPEN-REQUEST-EXIT.
	IF FILE-ACCOUNT-FROZEN
		DISPLAY "ACCOUNT IS FROZEN"
		GO TO OPEN-REQUEST-EXIT.
	MOVE CRT-ACCOUNT TO FILE-ACR-ACCOUNT.
	READ ACATREQ-FILE.
	IF STATUS-1 = "0" AND FILE-ACR-IS-OPEN
		DISPLAY "TRANSFER ALREADY UNDER WAY"
		PERFORM SHOW-REQUEST
		GO TO OPEN-REQUEST-EXIT.
	MOVE CRT-ACCOUNT TO FILE-ACR-ACCOUNT.
	MOVE CRT-CONTRA TO FILE-ACR-CONTRA.
	MOVE CRT-CACCT TO FILE-ACR-CONTRA-ACCT.
	SET FILE-ACR-IS-PENDING TO TRUE.
	MOVE TODAYS-DATE TO FILE-ACR-REQ-DATE.
	MOVE CRT-OPER TO FILE-ACR-REQ-BY.
	MOVE ZERO TO FILE-ACR-SENT-DATE.
	MOVE ZERO TO FILE-ACR-CONF-DATE.
	MOVE SPACES TO FILE-ACR-CONF-BY.
	MOVE ZERO TO FILE-ACR-DONE-DATE.
	MOVE SPACES TO FILE-ACR-NOTE.
	PERFORM PLACE-HOLD.
	IF STATUS-1 = "0"
		REWRITE ACATREQ-ITEM
	ELSE
		WRITE ACATREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE ACR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "REQUEST NOT SAVED"
		GO TO OPEN-REQUEST-EXIT.
	MOVE "Outbound Transfer Requested" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "TRANSFER REQUESTED - FILE GOES OUT TONIGHT".
	PERFORM SHOW-REQUEST.
       OPEN-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Put the account under an account-wide no-trade
      *  restriction, open-ended, unless one is already on
      *  file -- that one stays as it is and the request
      *  notes it placed none
      ******************************************************
       PLACE-HOLD.
	MOVE "N" TO FILE-ACR-HOLD.
	MOVE CRT-ACCOUNT TO FILE-RES-ACCOUNT.
	MOVE SPACES TO FILE-RES-FUND.
	READ RESTRICT-FILE.
	IF RES-STATUS-1 = "0"
		DISPLAY "ACCOUNT RESTRICTION ALREADY ON FILE - KEPT"
	ELSE
		MOVE CRT-ACCOUNT TO FILE-RES-ACCOUNT
		MOVE SPACES TO FILE-RES-FUND
		MOVE "X" TO FILE-RES-TYPE
		MOVE TODAYS-DATE TO FILE-RES-EFF-DATE
		MOVE ZERO TO FILE-RES-EXP-DATE
		MOVE HOLD-REASON TO FILE-RES-REASON
		WRITE RESTRICT-ITEM
		IF RES-STATUS-1 = "0"
			MOVE "Y" TO FILE-ACR-HOLD
		ELSE
			MOVE "WRITE RES" TO LOG-ERR-ROUTINE
			MOVE RES-STATUS-1 TO LOG-ERR-STATUS
			PERFORM DO-USERLOG-ERR
			DISPLAY "NO-TRADE HOLD NOT PLACED"
		END-IF
	END-IF.
      ******************************************************
      *  The receiving firm has confirmed -- the shares go
      *  out in tonight's ACATOUT run
      ******************************************************
       CONFIRM-REQUEST.
	MOVE CRT-ACCOUNT TO FILE-ACR-ACCOUNT.
	READ ACATREQ-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO TRANSFER REQUEST ON FILE"
		GO TO CONFIRM-REQUEST-EXIT.
	IF NOT FILE-ACR-IS-SENT
		DISPLAY "TRANSFER FILE NOT YET SENT"
		PERFORM SHOW-REQUEST
		GO TO CONFIRM-REQUEST-EXIT.
	SET FILE-ACR-IS-CONFIRMED TO TRUE.
	MOVE TODAYS-DATE TO FILE-ACR-CONF-DATE.
	MOVE CRT-OPER TO FILE-ACR-CONF-BY.
	MOVE SPACES TO FILE-ACR-NOTE.
	REWRITE ACATREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE ACR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NOT SAVED"
		GO TO CONFIRM-REQUEST-EXIT.
	MOVE "Outbound Transfer Confirmed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "CONFIRMED - POSITIONS DELIVER TONIGHT".
	PERFORM SHOW-REQUEST.
       CONFIRM-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Cancel a request not yet confirmed, and lift the
      *  hold if it is still the one the request placed
      ******************************************************
       CANCEL-REQUEST.
	MOVE CRT-ACCOUNT TO FILE-ACR-ACCOUNT.
	READ ACATREQ-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO TRANSFER REQUEST ON FILE"
		GO TO CANCEL-REQUEST-EXIT.
	IF NOT FILE-ACR-IS-PENDING AND NOT FILE-ACR-IS-SENT
		DISPLAY "ONLY A PENDING OR SENT REQUEST CANCELS"
		PERFORM SHOW-REQUEST
		GO TO CANCEL-REQUEST-EXIT.
	IF FILE-ACR-HOLD-PLACED
		PERFORM LIFT-HOLD.
	SET FILE-ACR-IS-CANCELLED TO TRUE.
	MOVE TODAYS-DATE TO FILE-ACR-DONE-DATE.
	MOVE "CANCELLED BY" TO FILE-ACR-NOTE.
	MOVE CRT-OPER TO FILE-ACR-NOTE(14:10).
	REWRITE ACATREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE ACR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NOT SAVED"
		GO TO CANCEL-REQUEST-EXIT.
	MOVE "Outbound Transfer Cancelled" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "TRANSFER CANCELLED".
	PERFORM SHOW-REQUEST.
       CANCEL-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Delete the account-wide restriction if it still
      *  carries the request's own reason -- one somebody
      *  has since replaced through RESTMNT is left alone
      ******************************************************
       LIFT-HOLD.
	MOVE "N" TO FILE-ACR-HOLD.
	MOVE CRT-ACCOUNT TO FILE-RES-ACCOUNT.
	MOVE SPACES TO FILE-RES-FUND.
	READ RESTRICT-FILE.
	IF RES-STATUS-1 = "0" AND FILE-RES-REASON = HOLD-REASON
		DELETE RESTRICT-FILE RECORD
		DISPLAY "NO-TRADE HOLD LIFTED".
      ******************************************************
      *  Show where the request in the record area stands
      ******************************************************
       SHOW-REQUEST.
	MOVE FILE-ACR-ACCOUNT TO STL-ACCOUNT.
	MOVE FILE-ACR-STATUS TO STL-STATUS.
	MOVE FILE-ACR-CONTRA TO STL-CONTRA.
	MOVE FILE-ACR-HOLD TO STL-HOLD.
	DISPLAY STATUS-LINE.
	IF FILE-ACR-NOTE NOT = SPACES
		DISPLAY FILE-ACR-NOTE.
      ******************************************************
      * Leave
      ******************************************************
       EXIT-PROGRAM.
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
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
