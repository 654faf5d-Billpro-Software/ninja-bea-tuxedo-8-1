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
      * #ident	"@(#) samples/atmi/STOCKAPP/CIPREV.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CIPREV.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CIPREV is the new-account opening review.  CUSTSR
      * puts every new account on file "N" pending open, with
      * a pending record on CIPREV.IT naming the operator who
      * opened it and the outcome of the watchlist screen;
      * until the review is approved here the account can
      * neither trade nor take money.
      *
      * Action "L" lists the reviews still pending.  Keyed to
      * an account, the supervisor records the identity
      * verification -- the document seen (DL driver's
      * license, PP passport, ID other government photo ID,
      * OT other), its number, the date it was verified, and
      * whether the TIN matched (Y matched, N did not, A
      * applied for and not yet issued) -- and then:
      *   A  approves: the account goes active, with the
      *      same CUSTAUD.IT before/after record CUSTSR
      *      writes.  A TIN that did not match cannot be
      *      approved, nor can an account still frozen on a
      *      watchlist hit -- WLDISP disposes the hit and the
      *      customer maintenance screen unfreezes it first.
      *   R  rejects: the account is closed, audited the
      *      same way.
      * Only an active supervisor on OPERATOR.IT may review,
      * and never the operator who opened the account --
      * the four-eyes discipline APPROVE applies to parked
      * orders.  The reviewer and date are stamped on the
      * review record.  Pending reviews that sit past
      * CIPDAYS business days surface on WORKQ.
      *
      * An empty account ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CIPREV.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CIPREV-FILE ASSIGN "CIPREV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CIP-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT CUSTAUD-FILE ASSIGN "CUSTAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAUD-KEY
		STATUS CUSTAUD-FILE-STATUS.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The opening review CUSTSR writes at the add -- "P"
      * pending until approved ("A") or rejected ("R") here.
      * The watchlist outcome: C clear, H hit, F hit found
      * false and the account unfrozen before approval,
      * N no list loaded to screen against.
      ******************************************************
	FD  CIPREV-FILE; RECORD 90.
	01  CIPREV-ITEM.
	     03  FILE-CIP-ACCOUNT	PIC X(10).
	     03  FILE-CIP-STATUS	PIC X(01).
		 88  FILE-CIP-IS-PENDING	VALUE "P".
		 88  FILE-CIP-IS-APPROVED	VALUE "A".
		 88  FILE-CIP-IS-REJECTED	VALUE "R".
	     03  FILE-CIP-OPEN-DATE	PIC 9(8).
	     03  FILE-CIP-OPEN-OPER	PIC X(10).
	     03  FILE-CIP-DOC-TYPE	PIC X(02).
	     03  FILE-CIP-DOC-NUMBER	PIC X(20).
	     03  FILE-CIP-VERIFY-DATE	PIC 9(8).
	     03  FILE-CIP-TIN-MATCH	PIC X(01).
	     03  FILE-CIP-WATCH	PIC X(01).
		 88  FILE-CIP-WATCH-CLEAR	VALUE "C".
		 88  FILE-CIP-WATCH-HIT		VALUE "H".
		 88  FILE-CIP-WATCH-CLEARED	VALUE "F".
		 88  FILE-CIP-NOT-SCREENED	VALUE "N".
	     03  FILE-CIP-REVIEWER	PIC X(10).
	     03  FILE-CIP-REVIEW-DATE	PIC 9(8).
	     03  FILLER			PIC X(11).
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
		 88  FILE-ACCOUNT-FROZEN	VALUE "F".
		 88  FILE-ACCOUNT-PENDING-OPEN	VALUE "N".
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
      * Customer maintenance audit trail -- the activation
      * or closure gets the same before/after record CUSTSR
      * writes for a status change
      ******************************************************
	FD  CUSTAUD-FILE; RECORD 243.
	01  CUSTAUD-ITEM.
	     03  FILE-CAUD-KEY.
		05  FILE-CAUD-ACCOUNT	PIC X(10).
		05  FILE-CAUD-DATE	PIC 9(8).
		05  FILE-CAUD-TIME	PIC 9(8).
	     03  FILE-CAUD-OPERATOR	PIC X(10).
	     03  FILE-CAUD-ACTION	PIC X(01).
		 88  FILE-CAUD-IS-ADD	VALUE "A".
		 88  FILE-CAUD-IS-CHANGE VALUE "C".
	     03  FILE-CAUD-OLD-NAME	PIC X(30).
	     03  FILE-CAUD-OLD-ADDRESS	PIC X(62).
	     03  FILE-CAUD-OLD-STATUS	PIC X(01).
	     03  FILE-CAUD-NEW-NAME	PIC X(30).
	     03  FILE-CAUD-NEW-ADDRESS	PIC X(62).
	     03  FILE-CAUD-NEW-STATUS	PIC X(01).
	     03  FILE-CAUD-OLD-REP	PIC X(10).
	     03  FILE-CAUD-NEW-REP	PIC X(10).
	FD  OPERATOR-FILE; RECORD 63.
	01  OPERATOR-ITEM.
	     03  FILE-OPERATOR-ID		PIC X(10).
	     03  FILE-OPERATOR-PASSWORD	PIC X(10).
	     03  FILE-OPERATOR-NAME		PIC X(30).
	     03  FILE-OPERATOR-STATUS		PIC X(01).
		 88  FILE-OPERATOR-IS-ACTIVE	VALUE "A".
	     03  FILE-OPERATOR-ROLE		PIC X(01).
		 88  FILE-OPERATOR-IS-SUPER	VALUE "S".
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
			"CIPREV =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"CIPREV ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status and controls
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  CUSTAUD-FILE-STATUS.
           	05  CAUD-STATUS-1	PIC X.
           	05  CAUD-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  SUPER-OK-SWITCH	PIC X VALUE "N".
		88  SUPERVISOR-OK	VALUE "Y".
	01  REVIEW-OK-SWITCH	PIC X VALUE "N".
		88  REVIEW-LOADED	VALUE "Y".
	01  NEW-STATUS		PIC X(01).
	01  PENDING-COUNT	PIC 9(5) VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Review screen
      ******************************************************
	01  CIP-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"NEW ACCOUNT REVIEW".
		05  FILLER	PIC X(34).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/R/L[ ]".
		05  FILLER	PIC X(65).
		05  ASK-DOC-TYPE PIC X(16) VALUE
				"DOC TYPE    [  ]".
		05  FILLER	PIC X(64).
		05  ASK-DOC-NUM	PIC X(34) VALUE
				"DOC NUMBER  [                    ]".
		05  FILLER	PIC X(46).
		05  ASK-VERIFY	PIC X(22) VALUE
				"VERIFIED ON [        ]".
		05  FILLER	PIC X(58).
		05  ASK-TIN	PIC X(15) VALUE
				"TIN Y/N/A   [ ]".
		05  FILLER	PIC X(65).
		05  ASK-OPER	PIC X(24) VALUE
				"SUPERVISOR  [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-CIP REDEFINES CIP-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-DOC-TYPE PIC X(02).
		    88  CRT-DOC-TYPE-VALID
				VALUE "DL" "PP" "ID" "OT".
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(13).
		05  CRT-DOC-NUM	PIC X(20).
		05  FILLER	PIC X(47).
		05  FILLER	PIC X(13).
		05  CRT-VERIFY	PIC 9(8).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-TIN	PIC X(01).
		    88  CRT-TIN-VALID		VALUE "Y" "N" "A".
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * Pending-review list line
      ******************************************************
	01  LST-LINE.
		05  LST-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(1).
		05  LST-OPEN-DATE	PIC 9(8).
		05  FILLER	PIC X(1).
		05  LST-OPER	PIC X(10).
		05  FILLER	PIC X(1).
		05  LST-WATCH	PIC X(1).
		05  FILLER	PIC X(1).
		05  LST-NAME	PIC X(30).
	01  LST-TOTAL.
		05  FILLER	PIC X(19) VALUE
			"PENDING REVIEWS =>".
		05  LST-COUNT	PIC ZZZZ9.
      ******************************************************
	PROCEDURE DIVISION.
       START-CIPREV.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O CIPREV-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT CIPREV-FILE
		CLOSE CIPREV-FILE
		OPEN I-O CIPREV-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CIP" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN I-O CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CM" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CIPREV-FILE
		PERFORM EXIT-PROGRAM.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPER" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CIPREV-FILE
		CLOSE CUSTMAS-FILE
		PERFORM EXIT-PROGRAM.
	OPEN I-O CUSTAUD-FILE.
	IF CAUD-STATUS-1 = "3"
		OPEN OUTPUT CUSTAUD-FILE
		CLOSE CUSTAUD-FILE
		OPEN I-O CUSTAUD-FILE.
	DISPLAY SPACE.
	DISPLAY CIP-HEAD.
	MOVE SPACE TO ENTER-CIP.

       REVIEW-ANOTHER.
	DISPLAY ENTER-CIP.
	ACCEPT ENTER-CIP.
	IF CRT-ACTION = "L"
		PERFORM LIST-PENDING THRU LIST-PENDING-EXIT
		MOVE SPACE TO ENTER-CIP
		GO TO REVIEW-ANOTHER.
	IF CRT-ACCOUNT = SPACES
		CLOSE CIPREV-FILE
		CLOSE CUSTMAS-FILE
		CLOSE OPERATOR-FILE
		CLOSE CUSTAUD-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	PERFORM VERIFY-SUPERVISOR THRU VERIFY-SUPERVISOR-EXIT.
	IF NOT SUPERVISOR-OK
		DISPLAY "NOT A VALID SUPERVISOR"
		MOVE SPACE TO ENTER-CIP
		GO TO REVIEW-ANOTHER.
	IF CRT-ACTION = "A"
		PERFORM APPROVE-OPENING THRU APPROVE-OPENING-EXIT
	ELSE IF CRT-ACTION = "R"
		PERFORM REJECT-OPENING THRU REJECT-OPENING-EXIT
	ELSE
		DISPLAY "ACTION MUST BE A, R OR L".
	MOVE SPACE TO ENTER-CIP.
	GO TO REVIEW-ANOTHER.
      ******************************************************
      *  Only an active supervisor reviews an opening
      ******************************************************
       VERIFY-SUPERVISOR.
	MOVE "N" TO SUPER-OK-SWITCH.
	IF CRT-OPER = SPACES
		GO TO VERIFY-SUPERVISOR-EXIT.
	MOVE CRT-OPER TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
	   AND FILE-OPERATOR-IS-SUPER
		MOVE "Y" TO SUPER-OK-SWITCH.
       VERIFY-SUPERVISOR-EXIT.
	EXIT.
      ******************************************************
      *  Read the pending review and its account -- never
      *  the opening operator's own account
      ******************************************************
       LOAD-REVIEW.
	MOVE "N" TO REVIEW-OK-SWITCH.
	MOVE CRT-ACCOUNT TO FILE-CIP-ACCOUNT.
	READ CIPREV-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO OPENING REVIEW FOR ACCOUNT"
		GO TO LOAD-REVIEW-EXIT.
	IF NOT FILE-CIP-IS-PENDING
		DISPLAY "REVIEW ALREADY COMPLETED"
		GO TO LOAD-REVIEW-EXIT.
	IF CRT-OPER = FILE-CIP-OPEN-OPER
		DISPLAY "OPENING OPERATOR MAY NOT REVIEW"
		GO TO LOAD-REVIEW-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON FILE"
		GO TO LOAD-REVIEW-EXIT.
	MOVE "Y" TO REVIEW-OK-SWITCH.
       LOAD-REVIEW-EXIT.
	EXIT.
      ******************************************************
      *  Approve -- the verification must be complete and
      *  clean, and the account not frozen, before it opens
      ******************************************************
       APPROVE-OPENING.
	PERFORM LOAD-REVIEW THRU LOAD-REVIEW-EXIT.
	IF NOT REVIEW-LOADED
		GO TO APPROVE-OPENING-EXIT.
	IF NOT CRT-DOC-TYPE-VALID
		DISPLAY "DOC TYPE MUST BE DL, PP, ID OR OT"
		GO TO APPROVE-OPENING-EXIT.
	IF CRT-DOC-NUM = SPACES
		DISPLAY "DOCUMENT NUMBER REQUIRED"
		GO TO APPROVE-OPENING-EXIT.
	IF CRT-VERIFY NOT NUMERIC OR CRT-VERIFY = ZERO OR
	   CRT-VERIFY > TODAYS-DATE
		DISPLAY "VERIFIED DATE REQUIRED, NOT AFTER TODAY"
		GO TO APPROVE-OPENING-EXIT.
	IF NOT CRT-TIN-VALID
		DISPLAY "TIN MATCH MUST BE Y, N OR A"
		GO TO APPROVE-OPENING-EXIT.
	IF CRT-TIN = "N"
		DISPLAY "TIN DID NOT MATCH - CORRECT OR REJECT"
		GO TO APPROVE-OPENING-EXIT.
	IF FILE-ACCOUNT-FROZEN
		DISPLAY "ACCOUNT FROZEN - DISPOSE WATCHLIST HIT FIRST"
		GO TO APPROVE-OPENING-EXIT.
	IF NOT FILE-ACCOUNT-PENDING-OPEN
		DISPLAY "ACCOUNT IS NOT PENDING OPEN"
		GO TO APPROVE-OPENING-EXIT.
	IF FILE-CIP-WATCH-HIT
		SET FILE-CIP-WATCH-CLEARED TO TRUE.
	SET FILE-CIP-IS-APPROVED TO TRUE.
	PERFORM STAMP-THE-REVIEW THRU STAMP-THE-REVIEW-EXIT.
	IF STATUS-1 NOT = "0"
		GO TO APPROVE-OPENING-EXIT.
	MOVE "A" TO NEW-STATUS.
	PERFORM SET-ACCOUNT-STATUS.
	MOVE "Opening Approved - Account Active" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "ACCOUNT APPROVED AND OPEN".
       APPROVE-OPENING-EXIT.
	EXIT.
      ******************************************************
      *  Reject -- whatever verification was keyed is kept
      *  on the review, and the account is closed
      ******************************************************
       REJECT-OPENING.
	PERFORM LOAD-REVIEW THRU LOAD-REVIEW-EXIT.
	IF NOT REVIEW-LOADED
		GO TO REJECT-OPENING-EXIT.
	SET FILE-CIP-IS-REJECTED TO TRUE.
	PERFORM STAMP-THE-REVIEW THRU STAMP-THE-REVIEW-EXIT.
	IF STATUS-1 NOT = "0"
		GO TO REJECT-OPENING-EXIT.
	MOVE "C" TO NEW-STATUS.
	PERFORM SET-ACCOUNT-STATUS.
	MOVE "Opening Rejected - Account Closed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "ACCOUNT REJECTED AND CLOSED".
       REJECT-OPENING-EXIT.
	EXIT.
      ******************************************************
      *  Stamp the verification, reviewer and date on the
      *  review record
      ******************************************************
       STAMP-THE-REVIEW.
	MOVE CRT-DOC-TYPE TO FILE-CIP-DOC-TYPE.
	MOVE CRT-DOC-NUM TO FILE-CIP-DOC-NUMBER.
	IF CRT-VERIFY NUMERIC
		MOVE CRT-VERIFY TO FILE-CIP-VERIFY-DATE
	ELSE
		MOVE ZERO TO FILE-CIP-VERIFY-DATE.
	MOVE CRT-TIN TO FILE-CIP-TIN-MATCH.
	MOVE CRT-OPER TO FILE-CIP-REVIEWER.
	MOVE TODAYS-DATE TO FILE-CIP-REVIEW-DATE.
	REWRITE CIPREV-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "REVIEW NOT SAVED".
       STAMP-THE-REVIEW-EXIT.
	EXIT.
      ******************************************************
      *  Move the account to NEW-STATUS and write the same
      *  before/after audit record CUSTSR writes for a
      *  status change
      ******************************************************
       SET-ACCOUNT-STATUS.
	MOVE FILE-CUSTMAS-STATUS TO FILE-CAUD-OLD-STATUS.
	MOVE NEW-STATUS TO FILE-CUSTMAS-STATUS.
	REWRITE CUSTMAS-ITEM.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "REWRITE CM" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	MOVE CRT-ACCOUNT TO FILE-CAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-CAUD-TIME.
	MOVE CRT-OPER TO FILE-CAUD-OPERATOR.
	SET FILE-CAUD-IS-CHANGE TO TRUE.
	MOVE FILE-CUSTMAS-NAME TO FILE-CAUD-OLD-NAME.
	MOVE FILE-CUSTMAS-ADDRESS TO FILE-CAUD-OLD-ADDRESS.
	MOVE FILE-CUSTMAS-NAME TO FILE-CAUD-NEW-NAME.
	MOVE FILE-CUSTMAS-ADDRESS TO FILE-CAUD-NEW-ADDRESS.
	MOVE NEW-STATUS TO FILE-CAUD-NEW-STATUS.
	MOVE FILE-CUSTMAS-REP TO FILE-CAUD-OLD-REP.
	MOVE FILE-CUSTMAS-REP TO FILE-CAUD-NEW-REP.
	WRITE CUSTAUD-ITEM.
	IF CAUD-STATUS-1 NOT = "0"
		MOVE "WRITE CAUD" TO LOG-ERR-ROUTINE
		MOVE CAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  List the reviews still pending, with the opening
      *  operator and the watchlist outcome
      ******************************************************
       LIST-PENDING.
	MOVE "N" TO EOF-SWITCH.
	MOVE ZERO TO PENDING-COUNT.
	MOVE LOW-VALUES TO FILE-CIP-ACCOUNT.
	START CIPREV-FILE KEY IS NOT LESS THAN FILE-CIP-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	DISPLAY SPACE.
	PERFORM LIST-ONE-REVIEW THRU LIST-ONE-REVIEW-EXIT
		UNTIL DONE-READING.
	MOVE PENDING-COUNT TO LST-COUNT.
	DISPLAY LST-TOTAL.
       LIST-PENDING-EXIT.
	EXIT.
      ******************************************************
       LIST-ONE-REVIEW.
	READ CIPREV-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LIST-ONE-REVIEW-EXIT.
	IF NOT FILE-CIP-IS-PENDING
		GO TO LIST-ONE-REVIEW-EXIT.
	ADD 1 TO PENDING-COUNT.
	MOVE FILE-CIP-ACCOUNT TO LST-ACCOUNT.
	MOVE FILE-CIP-OPEN-DATE TO LST-OPEN-DATE.
	MOVE FILE-CIP-OPEN-OPER TO LST-OPER.
	MOVE FILE-CIP-WATCH TO LST-WATCH.
	MOVE SPACES TO LST-NAME.
	MOVE FILE-CIP-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE FILE-CUSTMAS-NAME TO LST-NAME.
	DISPLAY LST-LINE.
       LIST-ONE-REVIEW-EXIT.
	EXIT.
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
