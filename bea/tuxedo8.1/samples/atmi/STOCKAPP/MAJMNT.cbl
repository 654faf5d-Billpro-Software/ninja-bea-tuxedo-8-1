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
      * #ident	"@(#) samples/atmi/STOCKAPP/MAJMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/MAJMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * MAJMNT is the custodial age-of-majority desk.  On a
      * custodial account (CUSTMAS-REG-TYPE "C") the
      * registered owner on CUSTMAS.IT -- the name, birth
      * date and TIN -- is the minor's; the custodian is the
      * PARTY.IT role "C" party.  MAJORITY.IT carries one
      * record per custodial account, opened and kept
      * current by the monthly MAJRUN, which works out the
      * majority date and sends the custodian's notices.
      *
      * Action "S" records the statute the gift was made
      * under -- "U" the Uniform Transfers to Minors Act,
      * the default, or "G" the older Uniform Gifts to
      * Minors Act -- since the age differs between them in
      * most states; MAJRUN recomputes the date next month.
      * Action "C" records that the re-registration
      * paperwork is in, once the minor has come of age,
      * with the individual account opened in the former
      * minor's name to take the shares; the nightly
      * MAJXFER then moves every position there through
      * XFERSR, lots and basis intact.  Action "I" shows the
      * account's record.
      *
      * An empty account ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MAJMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT MAJORITY-FILE ASSIGN "MAJORITY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAJ-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Age-of-majority control -- one record per custodial
      * account: "O" open, the minor not yet of age, "R"
      * majority reached and re-registration awaited, "C"
      * paperwork cleared and awaiting the transfer run,
      * "D" done
      ******************************************************
	FD  MAJORITY-FILE; RECORD 72.
	01  MAJORITY-ITEM.
	     03  FILE-MAJ-ACCOUNT	PIC X(10).
	     03  FILE-MAJ-STATUTE	PIC X(01).
		 88  FILE-MAJ-IS-UTMA		VALUE "U".
		 88  FILE-MAJ-IS-UGMA		VALUE "G".
	     03  FILE-MAJ-DATE		PIC 9(8).
	     03  FILE-MAJ-STATUS	PIC X(01).
		 88  FILE-MAJ-IS-OPEN		VALUE "O".
		 88  FILE-MAJ-IS-REACHED	VALUE "R".
		 88  FILE-MAJ-IS-CLEARED	VALUE "C".
		 88  FILE-MAJ-IS-DONE		VALUE "D".
	     03  FILE-MAJ-NOTICE90-DATE	PIC 9(8).
	     03  FILE-MAJ-NOTICE30-DATE	PIC 9(8).
	     03  FILE-MAJ-NEW-ACCOUNT	PIC X(10).
	     03  FILE-MAJ-OPERATOR	PIC X(10).
	     03  FILE-MAJ-CLEAR-DATE	PIC 9(8).
	     03  FILE-MAJ-DONE-DATE	PIC 9(8).
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
		 88  FILE-ACCOUNT-FROZEN	VALUE "F".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
		 88  FILE-ACCOUNT-INDIVIDUAL	VALUE "I".
		 88  FILE-ACCOUNT-CUSTODIAL	VALUE "C".
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
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
			"MAJMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"MAJMNT ERR =>".
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
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  MINOR-NAME		PIC X(30).
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  MAJ-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"AGE OF MAJORITY".
		05  FILLER	PIC X(34).
		05  ASK-ACCOUNT	PIC X(24) VALUE
				"ACCOUNT     [          ]".
		05  FILLER	PIC X(56).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION S/C/I[ ]".
		05  FILLER	PIC X(65).
		05  ASK-STATUTE	PIC X(15) VALUE
				"STATUTE U/G [ ]".
		05  FILLER	PIC X(65).
		05  ASK-NEWACCT	PIC X(24) VALUE
				"NEW ACCOUNT [          ]".
		05  FILLER	PIC X(56).
		05  ASK-OPER	PIC X(24) VALUE
				"OPERATOR    [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-MAJ REDEFINES MAJ-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-STATUTE	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-NEWACCT	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * Inquiry lines
      ******************************************************
	01  SHOW-LINE-1.
		05  FILLER	PIC X(10) VALUE "STATUTE  ".
		05  SHOW-STATUTE	PIC X(4).
		05  FILLER	PIC X(17) VALUE "  MAJORITY DATE ".
		05  SHOW-MAJ-DATE	PIC 9(8).
		05  FILLER	PIC X(10) VALUE "  STATUS ".
		05  SHOW-STATUS	PIC X(20).
	01  SHOW-LINE-2.
		05  FILLER	PIC X(10) VALUE "NOTICES  ".
		05  SHOW-N90	PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  SHOW-N30	PIC 9(8).
		05  FILLER	PIC X(16) VALUE "  NEW ACCOUNT ".
		05  SHOW-NEWACCT	PIC X(10).
      ******************************************************
	PROCEDURE DIVISION.
       START-MAJMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O MAJORITY-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT MAJORITY-FILE
		CLOSE MAJORITY-FILE
		OPEN I-O MAJORITY-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN MAJ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE MAJORITY-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY MAJ-HEAD.
	MOVE SPACE TO ENTER-MAJ.

       WORK-ANOTHER.
	DISPLAY ENTER-MAJ.
	ACCEPT ENTER-MAJ.
	IF CRT-ACCOUNT = SPACES
		CLOSE MAJORITY-FILE
		CLOSE CUSTMAS-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "S"
		PERFORM SET-STATUTE THRU SET-STATUTE-EXIT
	ELSE IF CRT-ACTION = "C"
		PERFORM CLEAR-PAPERWORK THRU CLEAR-PAPERWORK-EXIT
	ELSE
		PERFORM SHOW-MAJORITY THRU SHOW-MAJORITY-EXIT.
	MOVE SPACE TO ENTER-MAJ.
	GO TO WORK-ANOTHER.
      ******************************************************
      *  Record the statute on a custodial account, opening
      *  its control record when MAJRUN has not yet done so.
      *  The date itself is left for MAJRUN to rework.
      ******************************************************
       SET-STATUTE.
	IF CRT-STATUTE NOT = "U" AND CRT-STATUTE NOT = "G"
		DISPLAY "STATUTE MUST BE U OR G"
		GO TO SET-STATUTE-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON FILE"
		GO TO SET-STATUTE-EXIT.
	IF NOT FILE-ACCOUNT-CUSTODIAL
		DISPLAY "NOT A CUSTODIAL ACCOUNT"
		GO TO SET-STATUTE-EXIT.
	MOVE CRT-ACCOUNT TO FILE-MAJ-ACCOUNT.
	READ MAJORITY-FILE.
	IF STATUS-1 = "0"
		IF FILE-MAJ-IS-CLEARED OR FILE-MAJ-IS-DONE
			DISPLAY "ALREADY RE-REGISTERING - NOT CHANGED"
			GO TO SET-STATUTE-EXIT
		END-IF
		MOVE CRT-STATUTE TO FILE-MAJ-STATUTE
		REWRITE MAJORITY-ITEM
	ELSE
		MOVE CRT-ACCOUNT TO FILE-MAJ-ACCOUNT
		MOVE CRT-STATUTE TO FILE-MAJ-STATUTE
		MOVE ZERO TO FILE-MAJ-DATE
		SET FILE-MAJ-IS-OPEN TO TRUE
		MOVE ZERO TO FILE-MAJ-NOTICE90-DATE
		MOVE ZERO TO FILE-MAJ-NOTICE30-DATE
		MOVE SPACES TO FILE-MAJ-NEW-ACCOUNT
		MOVE CRT-OPER TO FILE-MAJ-OPERATOR
		MOVE ZERO TO FILE-MAJ-CLEAR-DATE
		MOVE ZERO TO FILE-MAJ-DONE-DATE
		WRITE MAJORITY-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE MAJ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "STATUTE NOT SAVED"
	ELSE
		MOVE "Statute Recorded" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "STATUTE SAVED - DATE REWORKED NEXT RUN"
	END-IF.
       SET-STATUTE-EXIT.
	EXIT.
      ******************************************************
      *  The re-registration paperwork is in.  The minor
      *  must have come of age, and the receiving account
      *  must be an open individual account registered in
      *  the former minor's own name -- the shares belong to
      *  the minor and to no one else.
      ******************************************************
       CLEAR-PAPERWORK.
	IF CRT-NEWACCT = SPACES OR CRT-OPER = SPACES
		DISPLAY "NEW ACCOUNT AND OPERATOR REQUIRED"
		GO TO CLEAR-PAPERWORK-EXIT.
	MOVE CRT-ACCOUNT TO FILE-MAJ-ACCOUNT.
	READ MAJORITY-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO MAJORITY RECORD ON FILE"
		GO TO CLEAR-PAPERWORK-EXIT.
	IF FILE-MAJ-IS-CLEARED OR FILE-MAJ-IS-DONE
		DISPLAY "PAPERWORK ALREADY CLEARED"
		GO TO CLEAR-PAPERWORK-EXIT.
	IF FILE-MAJ-DATE = ZERO OR FILE-MAJ-DATE > TODAYS-DATE
		DISPLAY "MINOR HAS NOT REACHED MAJORITY"
		GO TO CLEAR-PAPERWORK-EXIT.
	MOVE CRT-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "ACCOUNT NOT ON FILE"
		GO TO CLEAR-PAPERWORK-EXIT.
	MOVE FILE-CUSTMAS-NAME TO MINOR-NAME.
	MOVE CRT-NEWACCT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		DISPLAY "NEW ACCOUNT NOT ON FILE"
		GO TO CLEAR-PAPERWORK-EXIT.
	IF NOT FILE-ACCOUNT-INDIVIDUAL
		DISPLAY "NEW ACCOUNT IS NOT AN INDIVIDUAL ACCOUNT"
		GO TO CLEAR-PAPERWORK-EXIT.
	IF FILE-ACCOUNT-CLOSED OR FILE-ACCOUNT-FROZEN
		DISPLAY "NEW ACCOUNT IS CLOSED OR FROZEN"
		GO TO CLEAR-PAPERWORK-EXIT.
	IF FILE-CUSTMAS-NAME NOT = MINOR-NAME
		DISPLAY "NEW ACCOUNT NOT IN THE MINOR'S NAME"
		GO TO CLEAR-PAPERWORK-EXIT.
	SET FILE-MAJ-IS-CLEARED TO TRUE.
	MOVE CRT-NEWACCT TO FILE-MAJ-NEW-ACCOUNT.
	MOVE CRT-OPER TO FILE-MAJ-OPERATOR.
	MOVE TODAYS-DATE TO FILE-MAJ-CLEAR-DATE.
	REWRITE MAJORITY-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE MAJ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "NOT SAVED"
	ELSE
		MOVE "Paperwork Cleared" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "PAPERWORK CLEARED - TRANSFER TONIGHT"
	END-IF.
       CLEAR-PAPERWORK-EXIT.
	EXIT.
      ******************************************************
      *  Show the account's majority record
      ******************************************************
       SHOW-MAJORITY.
	MOVE CRT-ACCOUNT TO FILE-MAJ-ACCOUNT.
	READ MAJORITY-FILE.
	IF STATUS-1 NOT = "0"
		DISPLAY "NO MAJORITY RECORD ON FILE"
		GO TO SHOW-MAJORITY-EXIT.
	IF FILE-MAJ-IS-UGMA
		MOVE "UGMA" TO SHOW-STATUTE
	ELSE
		MOVE "UTMA" TO SHOW-STATUTE.
	MOVE FILE-MAJ-DATE TO SHOW-MAJ-DATE.
	IF FILE-MAJ-IS-REACHED
		MOVE "AWAITING PAPERWORK" TO SHOW-STATUS
	ELSE IF FILE-MAJ-IS-CLEARED
		MOVE "AWAITING TRANSFER" TO SHOW-STATUS
	ELSE IF FILE-MAJ-IS-DONE
		MOVE "RE-REGISTERED" TO SHOW-STATUS
	ELSE
		MOVE "MINOR" TO SHOW-STATUS.
	MOVE FILE-MAJ-NOTICE90-DATE TO SHOW-N90.
	MOVE FILE-MAJ-NOTICE30-DATE TO SHOW-N30.
	MOVE FILE-MAJ-NEW-ACCOUNT TO SHOW-NEWACCT.
	DISPLAY SHOW-LINE-1.
	DISPLAY SHOW-LINE-2.
       SHOW-MAJORITY-EXIT.
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
