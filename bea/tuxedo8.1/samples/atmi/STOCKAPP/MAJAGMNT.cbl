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
      * #ident	"@(#) samples/atmi/STOCKAPP/MAJAGMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/MAJAGMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * MAJAGMNT maintains MAJAGE.IT, the age of majority
      * for custodial accounts in each state -- one record
      * per state code carrying the age at which a minor
      * takes over an account held under the Uniform
      * Transfers to Minors Act and under the older Uniform
      * Gifts to Minors Act.  MAJRUN works each custodial
      * account's majority date from the customer's state
      * and this table; a state not on the table, or an age
      * left zero, takes the common statute age -- 21 under
      * UTMA, 18 under UGMA.
      *
      * An empty state ends the program; action "A" adds or
      * replaces the state's ages, "D" deletes them.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MAJAGMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT MAJAGE-FILE ASSIGN "MAJAGE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAGE-STATE
		STATUS FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  MAJAGE-FILE; RECORD 6.
	01  MAJAGE-ITEM.
	     03  FILE-MAGE-STATE	PIC X(02).
	     03  FILE-MAGE-UTMA-AGE	PIC 9(2).
	     03  FILE-MAGE-UGMA-AGE	PIC 9(2).
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
		05  FILLER	PIC X(11) VALUE
			"MAJAGMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"MAJAGMNT ERR =>".
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
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  MAGE-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(24) VALUE
			"AGE OF MAJORITY BY STATE".
		05  FILLER	PIC X(36).
		05  ASK-STATE	PIC X(16) VALUE
				"STATE       [  ]".
		05  FILLER	PIC X(64).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/D  [ ]".
		05  FILLER	PIC X(65).
		05  ASK-UTMA	PIC X(16) VALUE
				"UTMA AGE    [  ]".
		05  FILLER	PIC X(64).
		05  ASK-UGMA	PIC X(16) VALUE
				"UGMA AGE    [  ]".
		05  FILLER	PIC X(64).
	01  ENTER-MAGE REDEFINES MAGE-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-STATE	PIC X(02).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-UTMA	PIC 9(2).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(13).
		05  CRT-UGMA	PIC 9(2).
		05  FILLER	PIC X(65).
      ******************************************************
	PROCEDURE DIVISION.
       START-MAJAGMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O MAJAGE-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT MAJAGE-FILE
		CLOSE MAJAGE-FILE
		OPEN I-O MAJAGE-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY MAGE-HEAD.
	MOVE SPACE TO ENTER-MAGE.

       ADD-ANOTHER.
	DISPLAY ENTER-MAGE.
	ACCEPT ENTER-MAGE.
	IF CRT-STATE = SPACES
		CLOSE MAJAGE-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "D"
		PERFORM DELETE-STATE
	ELSE
		PERFORM ADD-STATE THRU ADD-STATE-EXIT.
	MOVE SPACE TO ENTER-MAGE.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  Add (or replace) one state's ages -- a state with
      *  neither age is no different from no record at all
      *  and is refused rather than kept as an empty record
      ******************************************************
       ADD-STATE.
	IF CRT-UTMA = ZERO AND CRT-UGMA = ZERO
		DISPLAY "AT LEAST ONE AGE REQUIRED"
		GO TO ADD-STATE-EXIT.
	MOVE CRT-STATE TO FILE-MAGE-STATE.
	READ MAJAGE-FILE.
	MOVE CRT-STATE TO FILE-MAGE-STATE.
	MOVE CRT-UTMA TO FILE-MAGE-UTMA-AGE.
	MOVE CRT-UGMA TO FILE-MAGE-UGMA-AGE.
	IF STATUS-1 = "0"
		REWRITE MAJAGE-ITEM
	ELSE
		WRITE MAJAGE-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "AGES NOT SAVED"
	ELSE
		MOVE "State Ages Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "AGES SAVED"
	END-IF.
       ADD-STATE-EXIT.
	EXIT.
      ******************************************************
      *  Delete one state's ages
      ******************************************************
       DELETE-STATE.
	MOVE CRT-STATE TO FILE-MAGE-STATE.
	DELETE MAJAGE-FILE RECORD.
	IF STATUS-1 NOT = "0"
		MOVE "DELETE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "STATE NOT FOUND"
	ELSE
		MOVE "State Ages Deleted" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "STATE DELETED"
	END-IF.
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
