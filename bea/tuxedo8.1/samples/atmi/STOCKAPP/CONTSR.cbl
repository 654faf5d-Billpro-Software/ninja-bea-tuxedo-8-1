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
      * #ident	"@(#) samples/atmi/STOCKAPP/CONTSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CONTSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CONTSR keeps each account's contact history on
      * CONTACT.IT -- one record per note, keyed by account
      * and the date and time the note was taken.  Each
      * carries the channel the contact came through, the
      * free-text note, any follow-up date and the operator
      * who took it.
      *
      * The history is a record of what was said, so it is
      * only ever added to: this service WRITEs new notes
      * and browses the old ones, and there is no REWRITE or
      * DELETE anywhere against the file.  A note taken in
      * error is corrected by adding another.
      *
      * Any active operator may add or browse.  Notes whose
      * follow-up date has come due are swept onto the
      * supervisor's work queue by WORKQ; a later note on the
      * same account is taken as the follow-up having been
      * made.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONTSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CONTACT-FILE ASSIGN "CONTACT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CT-KEY
		STATUS FILE-STATUS.
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
      * Contact history -- CHANNEL P phone / E e-mail /
      * L letter / V visit, or S self-service as SSINQSR
      * notes it, FOLLOWUP zero when none is due
      ******************************************************
	FD  CONTACT-FILE; RECORD 165.
	01  CONTACT-ITEM.
	     03  FILE-CT-KEY.
		05  FILE-CT-ACCOUNT	PIC X(10).
		05  FILE-CT-DATE	PIC 9(8).
		05  FILE-CT-TIME	PIC 9(8).
	     03  FILE-CT-OPERATOR	PIC X(10).
	     03  FILE-CT-CHANNEL	PIC X(01).
	     03  FILE-CT-FOLLOWUP	PIC 9(8).
	     03  FILE-CT-NOTE-1		PIC X(60).
	     03  FILE-CT-NOTE-2		PIC X(60).
      ******************************************************
      * Customer master -- read only, for the owner's name
      * and to refuse a note on an account that does not
      * exist
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
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
	01  CUSTMAS-OPEN-SWITCH	PIC X VALUE "N".
		88  CUSTMAS-AVAILABLE	VALUE "Y".
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
      ******************************************************
      * Browse control -- end of the account's notes, the
      * row being filled, and how many times a clashing
      * time stamp has been stepped on
      ******************************************************
	01  BROWSE-SWITCH	PIC X VALUE "N".
		88  BROWSE-DONE		VALUE "Y".
	01  CONTACT-ROW		PIC 9(4) COMP-5.
	01  CLASH-COUNT		PIC 9(4) COMP-5.
      ******************************************************
      * Today's date and time
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
		05  FILLER	PIC X(8) VALUE  "CONTACT ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"CONTSR  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"CONTSR ERR  =>".
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
       	01 CONTACT-REC.
	COPY CONTACT.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
	77 REC-BAD-CONTACT      PIC S9(9) COMP-5 VALUE 25.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CONTSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O CONTACT-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT CONTACT-FILE
		CLOSE CONTACT-FILE
		OPEN I-O CONTACT-FILE.
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
	MOVE LENGTH OF CONTACT-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			CONTACT-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE CONTACT-ACCOUNT TO REC-ACCOUNT.
	MOVE CONTACT-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	IF CONTACT-ACTION NOT = "A" AND CONTACT-ACTION NOT = "B"
		MOVE "Action Not A or B" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Any active operator on OPERATOR.IT may add a note
      *  or browse the history -- verified here regardless
      *  of what the caller's screen allowed
      ******************************************************
	MOVE CONTACT-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0" OR
	   NOT FILE-OPERATOR-IS-ACTIVE
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE SPACES TO CONTACT-NAME.
	IF CUSTMAS-AVAILABLE
		MOVE CONTACT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 NOT = "0"
			MOVE "Account Not On Customer Master" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-NOT-FOUND TO APPL-CODE
			PERFORM WRITEIT-ERROR
		END-IF
		MOVE FILE-CUSTMAS-NAME TO CONTACT-NAME
	END-IF.
	MOVE ZERO TO CONTACT-COUNT.
	MOVE "N" TO CONTACT-MORE.
	IF CONTACT-ACTION = "A"
		PERFORM ADD-THE-NOTE THRU ADD-THE-NOTE-EXIT
	ELSE
		PERFORM BROWSE-THE-NOTES.
	IF CONTACT-COUNT = ZERO
		MOVE "No Contact History" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	PERFORM GOOD-EXIT.
      ******************************************************
      *  Note added (or history answered) -- leave
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
	CLOSE CONTACT-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	CLOSE OPERATOR-FILE.
      ******************************************************
      *  A new note, stamped today at the current time by
      *  the submitting operator.  The channel and some text
      *  are required, and a follow-up date, when given, may
      *  not be in the past.  Two notes landing on the same
      *  account in the same hundredth of a second are kept
      *  apart by stepping the later one's time on.
      ******************************************************
       ADD-THE-NOTE.
	IF NOT CONTACT-CHANNEL-VALID OR CONTACT-NOTE = SPACES
		MOVE "Note Incomplete Or Not Valid" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-CONTACT TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF CONTACT-FOLLOWUP NOT = ZERO AND
	   CONTACT-FOLLOWUP < TODAYS-DATE
		MOVE "Follow-up Date In The Past" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-CONTACT TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE CONTACT-ACCOUNT TO FILE-CT-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CT-DATE.
	MOVE TODAYS-TIME TO FILE-CT-TIME.
	MOVE CONTACT-OPERATOR TO FILE-CT-OPERATOR.
	MOVE CONTACT-CHANNEL TO FILE-CT-CHANNEL.
	MOVE CONTACT-FOLLOWUP TO FILE-CT-FOLLOWUP.
	MOVE CONTACT-NOTE-1 TO FILE-CT-NOTE-1.
	MOVE CONTACT-NOTE-2 TO FILE-CT-NOTE-2.
	MOVE ZERO TO CLASH-COUNT.
       ADD-THE-NOTE-WRITE.
	WRITE CONTACT-ITEM.
	IF STATUS-1 = "2" AND CLASH-COUNT < 100
		ADD 1 TO CLASH-COUNT
		ADD 1 TO FILE-CT-TIME
		GO TO ADD-THE-NOTE-WRITE.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE CONT" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE 1 TO CONTACT-ROW.
	PERFORM ANSWER-ONE-NOTE.
       ADD-THE-NOTE-EXIT.
	EXIT.
      ******************************************************
      *  The account's notes from the caller's date and time
      *  onward, oldest first, as many as the buffer holds
      ******************************************************
       BROWSE-THE-NOTES.
	MOVE "N" TO BROWSE-SWITCH.
	MOVE CONTACT-ACCOUNT TO FILE-CT-ACCOUNT.
	MOVE CONTACT-FROM-DATE TO FILE-CT-DATE.
	MOVE CONTACT-FROM-TIME TO FILE-CT-TIME.
	START CONTACT-FILE KEY NOT < FILE-CT-KEY.
	IF STATUS-1 NOT = "0"
		MOVE "Y" TO BROWSE-SWITCH.
	PERFORM BROWSE-ONE-NOTE THRU BROWSE-ONE-NOTE-EXIT
		UNTIL BROWSE-DONE.
      ******************************************************
       BROWSE-ONE-NOTE.
	READ CONTACT-FILE NEXT RECORD.
	IF STATUS-1 NOT = "0" OR FILE-CT-ACCOUNT NOT = CONTACT-ACCOUNT
		MOVE "Y" TO BROWSE-SWITCH
		GO TO BROWSE-ONE-NOTE-EXIT.
	IF CONTACT-COUNT = 10
		MOVE "Y" TO CONTACT-MORE
		MOVE "Y" TO BROWSE-SWITCH
		GO TO BROWSE-ONE-NOTE-EXIT.
	ADD 1 TO CONTACT-COUNT.
	MOVE CONTACT-COUNT TO CONTACT-ROW.
	PERFORM ANSWER-ONE-NOTE.
       BROWSE-ONE-NOTE-EXIT.
	EXIT.
      ******************************************************
      *  Copy the note in hand into reply row CONTACT-ROW
      ******************************************************
       ANSWER-ONE-NOTE.
	MOVE FILE-CT-DATE TO CONTACT-DATE(CONTACT-ROW).
	MOVE FILE-CT-TIME TO CONTACT-TIME(CONTACT-ROW).
	MOVE FILE-CT-OPERATOR TO CONTACT-BY(CONTACT-ROW).
	MOVE FILE-CT-CHANNEL TO CONTACT-VIA(CONTACT-ROW).
	MOVE FILE-CT-FOLLOWUP TO CONTACT-DUE(CONTACT-ROW).
	MOVE FILE-CT-NOTE-1 TO CONTACT-TEXT-1(CONTACT-ROW).
	MOVE FILE-CT-NOTE-2 TO CONTACT-TEXT-2(CONTACT-ROW).
	IF CONTACT-ROW > CONTACT-COUNT
		MOVE CONTACT-ROW TO CONTACT-COUNT.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY CONTACT-REC.
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
