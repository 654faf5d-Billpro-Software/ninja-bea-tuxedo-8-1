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
      * #ident	"@(#) samples/atmi/STOCKAPP/CDSCMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CDSCMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CDSCMNT maintains CDSC.IT, the contingent deferred
      * sales charge schedules for back-end-load share
      * classes -- one record per share class (the
      * QUOTE-CLASS FUNDPRSR answers with) carrying the
      * percentage charged on shares redeemed in each of
      * their first seven years, year 1 being the year after
      * purchase, and the percentage of the position that
      * may be redeemed free each calendar year.  A share
      * held past the last year with a percentage, and a
      * share bought with a reinvested distribution, is
      * always free.  SELLSR and the redemption leg of
      * EXCHSR assess the charge; PREVSR previews it.  A
      * class with no schedule charges nothing, the way the
      * shop always worked.
      *
      * An empty class ends the program; action "A" adds or
      * replaces the schedule, "D" deletes it.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CDSCMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CDSC-FILE ASSIGN "CDSC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CDSC-CLASS
		STATUS FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  CDSC-FILE; RECORD 34.
	01  CDSC-ITEM.
	     03  FILE-CDSC-CLASS	PIC X(02).
	     03  FILE-CDSC-FREE-PCT	PIC 9(2)V99.
	     03  FILE-CDSC-SCHEDULE.
		05  FILE-CDSC-PCT	PIC 9(2)V99 OCCURS 7 TIMES.
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
			"CDSCMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"CDSCMNT ERR =>".
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
	01  YEAR-SUB		PIC 9(4) COMP-5.
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  CDSC-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(24) VALUE
			"CDSC SCHEDULES".
		05  FILLER	PIC X(36).
		05  ASK-CLASS	PIC X(16) VALUE
				"SHARE CLASS [  ]".
		05  FILLER	PIC X(64).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/D  [ ]".
		05  FILLER	PIC X(65).
		05  ASK-FREEPCT	PIC X(19) VALUE
				"FREE PCT    [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR1	PIC X(19) VALUE
				"YEAR 1 PCT  [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR2	PIC X(19) VALUE
				"YEAR 2 PCT  [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR3	PIC X(19) VALUE
				"YEAR 3 PCT  [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR4	PIC X(19) VALUE
				"YEAR 4 PCT  [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR5	PIC X(19) VALUE
				"YEAR 5 PCT  [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR6	PIC X(19) VALUE
				"YEAR 6 PCT  [     ]".
		05  FILLER	PIC X(61).
		05  ASK-YEAR7	PIC X(19) VALUE
				"YEAR 7 PCT  [     ]".
		05  FILLER	PIC X(61).
	01  ENTER-CDSC REDEFINES CDSC-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-CLASS	PIC X(02).
		05  FILLER	PIC X(65).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-FREEPCT	PIC 99.99.
		05  FILLER	PIC X(62).
		05  CRT-YEAR-ROW OCCURS 7 TIMES.
		    10  FILLER		PIC X(13).
		    10  CRT-YEAR-PCT	PIC 99.99.
		    10  FILLER		PIC X(62).
      ******************************************************
	PROCEDURE DIVISION.
       START-CDSCMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O CDSC-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT CDSC-FILE
		CLOSE CDSC-FILE
		OPEN I-O CDSC-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY CDSC-HEAD.
	MOVE SPACE TO ENTER-CDSC.

       ADD-ANOTHER.
	DISPLAY ENTER-CDSC.
	ACCEPT ENTER-CDSC.
	IF CRT-CLASS = SPACES
		CLOSE CDSC-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "D"
		PERFORM DELETE-SCHEDULE
	ELSE
		PERFORM ADD-SCHEDULE THRU ADD-SCHEDULE-EXIT.
	MOVE SPACE TO ENTER-CDSC.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  Add (or replace) one class's schedule -- a class
      *  with no charge in any year is no CDSC class at all
      *  and is refused rather than kept as an empty record
      ******************************************************
       ADD-SCHEDULE.
	MOVE CRT-CLASS TO FILE-CDSC-CLASS.
	READ CDSC-FILE.
	MOVE CRT-CLASS TO FILE-CDSC-CLASS.
	MOVE CRT-FREEPCT TO FILE-CDSC-FREE-PCT.
	PERFORM MOVE-ONE-YEAR
		VARYING YEAR-SUB FROM 1 BY 1 UNTIL YEAR-SUB > 7.
	IF FILE-CDSC-SCHEDULE = ZEROS
		DISPLAY "AT LEAST ONE YEAR PCT REQUIRED"
		GO TO ADD-SCHEDULE-EXIT.
	IF STATUS-1 = "0"
		REWRITE CDSC-ITEM
	ELSE
		WRITE CDSC-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "SCHEDULE NOT SAVED"
	ELSE
		MOVE "Schedule Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SCHEDULE SAVED"
	END-IF.
       ADD-SCHEDULE-EXIT.
	EXIT.
      ******************************************************
       MOVE-ONE-YEAR.
	MOVE CRT-YEAR-PCT (YEAR-SUB) TO FILE-CDSC-PCT (YEAR-SUB).
      ******************************************************
      *  Delete one class's schedule
      ******************************************************
       DELETE-SCHEDULE.
	MOVE CRT-CLASS TO FILE-CDSC-CLASS.
	DELETE CDSC-FILE RECORD.
	IF STATUS-1 NOT = "0"
		MOVE "DELETE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "SCHEDULE NOT FOUND"
	ELSE
		MOVE "Schedule Deleted" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SCHEDULE DELETED"
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
