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
      * #ident	"@(#) samples/atmi/STOCKAPP/MAJRUN.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/MAJRUN.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * MAJRUN is the monthly custodial age-of-majority run.
      * On a custodial account (CUSTMAS-REG-TYPE "C") the
      * registered owner is the minor; the custodian is the
      * PARTY.IT role "C" party.  For every open custodial
      * account with a birth date it works out the date the
      * minor comes of age -- the birthday on which the
      * minor reaches the age MAJAGE.IT gives for the
      * customer's state under the statute recorded by
      * MAJMNT (UTMA unless told otherwise), or 21 under
      * UTMA and 18 under UGMA for a state not on the table
      * -- and keeps it on the account's MAJORITY.IT record.
      * A birthday of February 29 falls on March 1 in a
      * year without one.
      *
      * The custodian is sent an advance notice when the
      * majority date comes within 90 days and again within
      * 30; each notice goes once, and a date that moves
      * (the statute corrected, say) re-arms both.  An
      * account that has reached majority is marked "R"
      * and, with every account awaiting its paperwork or
      * its transfer, listed at the end of the run.  From
      * then on custodian trades on it go to a supervisor.
      * MAJMNT records the paperwork; MAJXFER re-registers
      * the shares.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MAJRUN.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS FILE-STATUS.
	SELECT MAJORITY-FILE ASSIGN "MAJORITY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAJ-ACCOUNT
		STATUS MAJORITY-FILE-STATUS.
	SELECT MAJAGE-FILE ASSIGN "MAJAGE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAGE-STATE
		STATUS MAJAGE-FILE-STATUS.
	SELECT PARTY-FILE ASSIGN "PARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTY-KEY
		STATUS PARTY-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
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
		 88  FILE-ACCOUNT-CUSTODIAL	VALUE "C".
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
      ******************************************************
      * Age-of-majority control -- see MAJMNT
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
      ******************************************************
      * Age of majority by state -- see MAJAGMNT
      ******************************************************
	FD  MAJAGE-FILE; RECORD 6.
	01  MAJAGE-ITEM.
	     03  FILE-MAGE-STATE	PIC X(02).
	     03  FILE-MAGE-UTMA-AGE	PIC 9(2).
	     03  FILE-MAGE-UGMA-AGE	PIC 9(2).
      ******************************************************
      * Related parties -- the custodian is the addressee
      ******************************************************
	FD  PARTY-FILE; RECORD 122.
	01  PARTY-ITEM.
	     03  FILE-PTY-KEY.
		05  FILE-PTY-ACCOUNT	PIC X(10).
		05  FILE-PTY-SEQ	PIC 9(2).
	     03  FILE-PTY-ROLE		PIC X(01).
		 88  FILE-PTY-IS-CUSTODIAN	VALUE "C".
	     03  FILE-PTY-NAME		PIC X(30).
	     03  FILE-PTY-ADDRESS.
		05  FILE-PTY-STREET	PIC X(30).
		05  FILE-PTY-CITY	PIC X(20).
		05  FILE-PTY-STATE	PIC X(02).
		05  FILE-PTY-ZIP	PIC X(10).
	     03  FILE-PTY-BIRTH-DATE	PIC 9(8).
	     03  FILE-PTY-TIN		PIC X(9).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this batch job's
      * messages land in the same place theirs do
      ******************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(9) VALUE
			"MAJRUN =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"MAJRUN ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status and end-of-file control
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  MAJORITY-FILE-STATUS.
           	05  MAJ-STATUS-1	PIC X.
           	05  MAJ-STATUS-2	PIC X.
 	01  MAJAGE-FILE-STATUS.
           	05  MAGE-STATUS-1	PIC X.
           	05  MAGE-STATUS-2	PIC X.
	01  MAGE-OPEN-SWITCH	PIC X VALUE "N".
		88  MAJAGE-AVAILABLE	VALUE "Y".
 	01  PARTY-FILE-STATUS.
           	05  PTY-STATUS-1	PIC X.
           	05  PTY-STATUS-2	PIC X.
	01  PTY-OPEN-SWITCH	PIC X VALUE "N".
		88  PARTY-AVAILABLE	VALUE "Y".
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  MAJ-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-MAJORITY	VALUE "Y".
	01  PTY-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-PARTIES	VALUE "Y".
      ******************************************************
      * The common statute ages, used for a state not on
      * MAJAGE.IT
      ******************************************************
	77  DEFAULT-UTMA-AGE	PIC 9(2) VALUE 21.
	77  DEFAULT-UGMA-AGE	PIC 9(2) VALUE 18.
      ******************************************************
      * Notice windows -- today plus 30 and plus 90 days,
      * stepped out a calendar day at a time
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  LIMIT-30-DATE	PIC 9(8).
	01  LIMIT-90-DATE	PIC 9(8).
	01  DAY-WORK-DATE.
		05  DAY-WORK-YEAR	PIC 9(4).
		05  DAY-WORK-MONTH	PIC 9(2).
		05  DAY-WORK-DAY	PIC 9(2).
	01  DAY-WORK-NUMBER REDEFINES DAY-WORK-DATE PIC 9(8).
	01  MONTH-DAYS		PIC 9(2).
	01  DAYS-IN-MONTH-TABLE.
		05  FILLER	PIC 9(2) VALUE 31.
		05  FILLER	PIC 9(2) VALUE 28.
		05  FILLER	PIC 9(2) VALUE 31.
		05  FILLER	PIC 9(2) VALUE 30.
		05  FILLER	PIC 9(2) VALUE 31.
		05  FILLER	PIC 9(2) VALUE 30.
		05  FILLER	PIC 9(2) VALUE 31.
		05  FILLER	PIC 9(2) VALUE 31.
		05  FILLER	PIC 9(2) VALUE 30.
		05  FILLER	PIC 9(2) VALUE 31.
		05  FILLER	PIC 9(2) VALUE 30.
		05  FILLER	PIC 9(2) VALUE 31.
	01  DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE.
		05  DAYS-IN-MONTH-ENTRY	PIC 9(2) OCCURS 12 TIMES.
	01  YEAR-DIV-QUOTIENT	PIC 9(4).
	01  YEAR-DIV-REMAINDER	PIC 9(4).
	01  LEAP-YEAR-SWITCH	PIC X VALUE "N".
		88  IS-LEAP-YEAR	VALUE "Y".
      ******************************************************
      * The account being worked -- the majority age and
      * date, whether its control record is new, and which
      * notice (if any) it is due
      ******************************************************
	01  WORK-ACCOUNT	PIC X(10).
	01  MAJORITY-AGE	PIC 9(2).
	01  MAJORITY-DATE	PIC 9(8).
	01  NEW-REC-SWITCH	PIC X VALUE "N".
		88  MAJ-REC-IS-NEW	VALUE "Y".
	01  NOTICE-DAYS		PIC 9(2).
	01  STATUTE-NAME	PIC X(4).
      ******************************************************
      * Run counts
      ******************************************************
	01  CUSTODIAL-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  NOTICE90-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  NOTICE30-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  REACHED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  NO-DATA-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  AWAITING-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Notice lines -- one notice per custodian, addressed
      * to the custodian on PARTY.IT, or in care of the
      * account's address when none is registered there
      ******************************************************
	01  NTC-TITLE.
		05  FILLER	PIC X(44) VALUE
			"CUSTODIAL ACCOUNT - AGE OF MAJORITY NOTICE".
		05  NTC-DATE	PIC 9(8).
	01  NTC-NAME-LINE.
		05  FILLER	PIC X(4) VALUE "TO  ".
		05  NTC-NAME	PIC X(30).
	01  NTC-STREET-LINE.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  NTC-STREET	PIC X(30).
	01  NTC-CITY-LINE.
		05  FILLER	PIC X(4) VALUE SPACES.
		05  NTC-CITY	PIC X(20).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  NTC-STATE	PIC X(2).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  NTC-ZIP	PIC X(10).
	01  NTC-RE-LINE.
		05  FILLER	PIC X(12) VALUE "RE  ACCOUNT ".
		05  NTC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(8) VALUE "  MINOR ".
		05  NTC-MINOR	PIC X(30).
	01  NTC-BODY-1.
		05  FILLER	PIC X(35) VALUE
			"    THE MINOR REACHES MAJORITY (AGE".
		05  NTC-AGE	PIC Z9.
		05  FILLER	PIC X(11) VALUE ") UNDER THE".
		05  FILLER	PIC X(1) VALUE SPACES.
		05  NTC-STATUTE	PIC X(4).
		05  FILLER	PIC X(4) VALUE " ON ".
		05  NTC-MAJ-DATE	PIC 9(8).
		05  FILLER	PIC X(1) VALUE ",".
	01  NTC-BODY-2.
		05  FILLER	PIC X(20) VALUE
			"    WITHIN THE NEXT ".
		05  NTC-DAYS	PIC Z9.
		05  FILLER	PIC X(39) VALUE
			" DAYS.  THE ACCOUNT MUST THEN BE RE-REG".
		05  FILLER	PIC X(11) VALUE
			"ISTERED TO".
	01  NTC-BODY-3.
		05  FILLER	PIC X(33) VALUE
			"    THE MINOR.  PLEASE RETURN THE".
		05  FILLER	PIC X(28) VALUE
			" RE-REGISTRATION PAPERWORK.".
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"AGE OF MAJORITY RUN -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-NODATE-LINE.
		05  RPT-ND-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-ND-NAME	PIC X(30).
		05  FILLER	PIC X(28) VALUE
			"  NO BIRTH DATE - NOT WORKED".
	01  RPT-REACHED-TITLE.
		05  FILLER	PIC X(40) VALUE
			"ACCOUNTS AT MAJORITY".
	01  RPT-REACHED-LINE.
		05  RPT-RCH-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-RCH-NAME	PIC X(30).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-RCH-DATE	PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-RCH-STATUS	PIC X(18).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-RCH-NEWACCT	PIC X(10).
	01  RPT-TOTAL.
		05  FILLER	PIC X(14) VALUE "CUSTODIAL  =>".
		05  RPT-CUST-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  90 DAY   =>".
		05  RPT-N90-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  30 DAY   =>".
		05  RPT-N30-COUNT	PIC ZZZZZZ9.
	01  RPT-TOTAL-2.
		05  FILLER	PIC X(14) VALUE "REACHED    =>".
		05  RPT-REACHED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  AWAITING =>".
		05  RPT-AWAIT-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  NO DATE  =>".
		05  RPT-NODATA-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-MAJRUN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN I-O MAJORITY-FILE.
	IF MAJ-STATUS-1 = "3"
		OPEN OUTPUT MAJORITY-FILE
		CLOSE MAJORITY-FILE
		OPEN I-O MAJORITY-FILE.
	IF MAJ-STATUS-1 NOT = "0"
		MOVE "OPEN MAJ" TO LOG-ERR-ROUTINE
		MOVE MAJ-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO MAGE-OPEN-SWITCH.
	OPEN INPUT MAJAGE-FILE.
	IF MAGE-STATUS-1 = "0"
		MOVE "Y" TO MAGE-OPEN-SWITCH.
	MOVE "N" TO PTY-OPEN-SWITCH.
	OPEN INPUT PARTY-FILE.
	IF PTY-STATUS-1 = "0"
		MOVE "Y" TO PTY-OPEN-SWITCH.
	MOVE TODAYS-DATE TO DAY-WORK-NUMBER.
	PERFORM ADD-ONE-DAY 30 TIMES.
	MOVE DAY-WORK-NUMBER TO LIMIT-30-DATE.
	PERFORM ADD-ONE-DAY 60 TIMES.
	MOVE DAY-WORK-NUMBER TO LIMIT-90-DATE.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	MOVE LOW-VALUES TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS NOT LESS THAN
		FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM ACCOUNT-LOOP THRU ACCOUNT-LOOP-EXIT
		UNTIL DONE-READING.
	DISPLAY SPACE.
	DISPLAY RPT-REACHED-TITLE.
	MOVE LOW-VALUES TO FILE-MAJ-ACCOUNT.
	START MAJORITY-FILE KEY IS NOT LESS THAN FILE-MAJ-ACCOUNT
		INVALID KEY SET DONE-MAJORITY TO TRUE.
	PERFORM REACHED-LOOP THRU REACHED-LOOP-EXIT
		UNTIL DONE-MAJORITY.
	CLOSE CUSTMAS-FILE.
	CLOSE MAJORITY-FILE.
	IF MAJAGE-AVAILABLE
		CLOSE MAJAGE-FILE.
	IF PARTY-AVAILABLE
		CLOSE PARTY-FILE.
	MOVE CUSTODIAL-COUNT TO RPT-CUST-COUNT.
	MOVE NOTICE90-COUNT TO RPT-N90-COUNT.
	MOVE NOTICE30-COUNT TO RPT-N30-COUNT.
	MOVE REACHED-COUNT TO RPT-REACHED-COUNT.
	MOVE AWAITING-COUNT TO RPT-AWAIT-COUNT.
	MOVE NO-DATA-COUNT TO RPT-NODATA-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	DISPLAY RPT-TOTAL-2.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without running
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Work one account -- only an open custodial account
      *  whose re-registration is not already done
      ******************************************************
       ACCOUNT-LOOP.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO ACCOUNT-LOOP-EXIT.
	IF NOT FILE-ACCOUNT-CUSTODIAL
		GO TO ACCOUNT-LOOP-EXIT.
	IF FILE-ACCOUNT-CLOSED
		GO TO ACCOUNT-LOOP-EXIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO WORK-ACCOUNT.
	MOVE "N" TO NEW-REC-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-MAJ-ACCOUNT.
	READ MAJORITY-FILE.
	IF MAJ-STATUS-1 NOT = "0"
		MOVE "Y" TO NEW-REC-SWITCH
		MOVE WORK-ACCOUNT TO FILE-MAJ-ACCOUNT
		SET FILE-MAJ-IS-UTMA TO TRUE
		MOVE ZERO TO FILE-MAJ-DATE
		SET FILE-MAJ-IS-OPEN TO TRUE
		MOVE ZERO TO FILE-MAJ-NOTICE90-DATE
		MOVE ZERO TO FILE-MAJ-NOTICE30-DATE
		MOVE SPACES TO FILE-MAJ-NEW-ACCOUNT
		MOVE SPACES TO FILE-MAJ-OPERATOR
		MOVE ZERO TO FILE-MAJ-CLEAR-DATE
		MOVE ZERO TO FILE-MAJ-DONE-DATE.
	IF FILE-MAJ-IS-DONE
		GO TO ACCOUNT-LOOP-EXIT.
	ADD 1 TO CUSTODIAL-COUNT.
	IF FILE-CUSTMAS-BIRTH-DATE = ZERO
		ADD 1 TO NO-DATA-COUNT
		MOVE WORK-ACCOUNT TO RPT-ND-ACCOUNT
		MOVE FILE-CUSTMAS-NAME TO RPT-ND-NAME
		DISPLAY RPT-NODATE-LINE
		PERFORM SAVE-MAJORITY
		GO TO ACCOUNT-LOOP-EXIT.
	PERFORM FIND-MAJORITY-AGE THRU FIND-MAJORITY-AGE-EXIT.
	PERFORM FIGURE-MAJORITY-DATE.
	IF FILE-MAJ-DATE NOT = MAJORITY-DATE
		MOVE MAJORITY-DATE TO FILE-MAJ-DATE
		MOVE ZERO TO FILE-MAJ-NOTICE90-DATE
		MOVE ZERO TO FILE-MAJ-NOTICE30-DATE.
	IF FILE-MAJ-DATE NOT > TODAYS-DATE
		IF FILE-MAJ-IS-OPEN
			SET FILE-MAJ-IS-REACHED TO TRUE
			ADD 1 TO REACHED-COUNT
		END-IF
	ELSE IF FILE-MAJ-DATE NOT > LIMIT-30-DATE
		IF FILE-MAJ-NOTICE30-DATE = ZERO
			MOVE 30 TO NOTICE-DAYS
			PERFORM PRINT-NOTICE
			ADD 1 TO NOTICE30-COUNT
			MOVE TODAYS-DATE TO FILE-MAJ-NOTICE30-DATE
			IF FILE-MAJ-NOTICE90-DATE = ZERO
				MOVE TODAYS-DATE TO
					FILE-MAJ-NOTICE90-DATE
			END-IF
		END-IF
	ELSE IF FILE-MAJ-DATE NOT > LIMIT-90-DATE
		IF FILE-MAJ-NOTICE90-DATE = ZERO
			MOVE 90 TO NOTICE-DAYS
			PERFORM PRINT-NOTICE
			ADD 1 TO NOTICE90-COUNT
			MOVE TODAYS-DATE TO FILE-MAJ-NOTICE90-DATE
		END-IF.
	PERFORM SAVE-MAJORITY.
       ACCOUNT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Write a new control record or rewrite the one read
      ******************************************************
       SAVE-MAJORITY.
	IF MAJ-REC-IS-NEW
		WRITE MAJORITY-ITEM
	ELSE
		REWRITE MAJORITY-ITEM.
	IF MAJ-STATUS-1 NOT = "0"
		MOVE "WRITE MAJ" TO LOG-ERR-ROUTINE
		MOVE MAJ-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  The age of majority for the account's statute in
      *  the customer's state, or the common statute age
      ******************************************************
       FIND-MAJORITY-AGE.
	IF FILE-MAJ-IS-UGMA
		MOVE DEFAULT-UGMA-AGE TO MAJORITY-AGE
		MOVE "UGMA" TO STATUTE-NAME
	ELSE
		MOVE DEFAULT-UTMA-AGE TO MAJORITY-AGE
		MOVE "UTMA" TO STATUTE-NAME.
	IF NOT MAJAGE-AVAILABLE
		GO TO FIND-MAJORITY-AGE-EXIT.
	MOVE FILE-CUSTMAS-STATE TO FILE-MAGE-STATE.
	READ MAJAGE-FILE.
	IF MAGE-STATUS-1 NOT = "0"
		GO TO FIND-MAJORITY-AGE-EXIT.
	IF FILE-MAJ-IS-UGMA
		IF FILE-MAGE-UGMA-AGE NOT = ZERO
			MOVE FILE-MAGE-UGMA-AGE TO MAJORITY-AGE
		END-IF
	ELSE
		IF FILE-MAGE-UTMA-AGE NOT = ZERO
			MOVE FILE-MAGE-UTMA-AGE TO MAJORITY-AGE
		END-IF
	END-IF.
       FIND-MAJORITY-AGE-EXIT.
	EXIT.
      ******************************************************
      *  The birthday on which the minor reaches
      *  MAJORITY-AGE -- February 29 becomes March 1 when
      *  that year has no February 29
      ******************************************************
       FIGURE-MAJORITY-DATE.
	MOVE FILE-CUSTMAS-BIRTH-DATE TO DAY-WORK-NUMBER.
	ADD MAJORITY-AGE TO DAY-WORK-YEAR.
	IF DAY-WORK-MONTH = 2 AND DAY-WORK-DAY = 29
		PERFORM CHECK-LEAP-YEAR
		IF NOT IS-LEAP-YEAR
			MOVE 3 TO DAY-WORK-MONTH
			MOVE 1 TO DAY-WORK-DAY
		END-IF
	END-IF.
	MOVE DAY-WORK-NUMBER TO MAJORITY-DATE.
      ******************************************************
      *  Print one advance notice to the custodian
      ******************************************************
       PRINT-NOTICE.
	PERFORM FIND-CUSTODIAN THRU FIND-CUSTODIAN-EXIT.
	MOVE TODAYS-DATE TO NTC-DATE.
	MOVE WORK-ACCOUNT TO NTC-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO NTC-MINOR.
	MOVE MAJORITY-AGE TO NTC-AGE.
	MOVE STATUTE-NAME TO NTC-STATUTE.
	MOVE FILE-MAJ-DATE TO NTC-MAJ-DATE.
	MOVE NOTICE-DAYS TO NTC-DAYS.
	DISPLAY SPACE.
	DISPLAY NTC-TITLE.
	DISPLAY SPACE.
	DISPLAY NTC-NAME-LINE.
	DISPLAY NTC-STREET-LINE.
	DISPLAY NTC-CITY-LINE.
	DISPLAY SPACE.
	DISPLAY NTC-RE-LINE.
	DISPLAY NTC-BODY-1.
	DISPLAY NTC-BODY-2.
	DISPLAY NTC-BODY-3.
      ******************************************************
      *  The custodian is the account's first role "C"
      *  party; with none registered the notice goes in
      *  care of the account's own address
      ******************************************************
       FIND-CUSTODIAN.
	MOVE "CUSTODIAN OF RECORD" TO NTC-NAME.
	MOVE FILE-CUSTMAS-STREET TO NTC-STREET.
	MOVE FILE-CUSTMAS-CITY TO NTC-CITY.
	MOVE FILE-CUSTMAS-STATE TO NTC-STATE.
	MOVE FILE-CUSTMAS-ZIP TO NTC-ZIP.
	IF NOT PARTY-AVAILABLE
		GO TO FIND-CUSTODIAN-EXIT.
	MOVE "N" TO PTY-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-PTY-ACCOUNT.
	MOVE ZERO TO FILE-PTY-SEQ.
	START PARTY-FILE KEY IS NOT LESS THAN FILE-PTY-KEY
		INVALID KEY SET DONE-PARTIES TO TRUE.
	PERFORM SCAN-ONE-PARTY THRU SCAN-ONE-PARTY-EXIT
		UNTIL DONE-PARTIES.
       FIND-CUSTODIAN-EXIT.
	EXIT.
      ******************************************************
       SCAN-ONE-PARTY.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-PARTIES TO TRUE.
	IF DONE-PARTIES
		GO TO SCAN-ONE-PARTY-EXIT.
	IF FILE-PTY-ACCOUNT NOT = WORK-ACCOUNT
		SET DONE-PARTIES TO TRUE
		GO TO SCAN-ONE-PARTY-EXIT.
	IF NOT FILE-PTY-IS-CUSTODIAN
		GO TO SCAN-ONE-PARTY-EXIT.
	MOVE FILE-PTY-NAME TO NTC-NAME.
	IF FILE-PTY-ADDRESS NOT = SPACES
		MOVE FILE-PTY-STREET TO NTC-STREET
		MOVE FILE-PTY-CITY TO NTC-CITY
		MOVE FILE-PTY-STATE TO NTC-STATE
		MOVE FILE-PTY-ZIP TO NTC-ZIP.
	SET DONE-PARTIES TO TRUE.
       SCAN-ONE-PARTY-EXIT.
	EXIT.
      ******************************************************
      *  List every account at majority still awaiting its
      *  paperwork or its transfer
      ******************************************************
       REACHED-LOOP.
	READ MAJORITY-FILE NEXT RECORD
		AT END SET DONE-MAJORITY TO TRUE.
	IF DONE-MAJORITY
		GO TO REACHED-LOOP-EXIT.
	IF NOT FILE-MAJ-IS-REACHED AND NOT FILE-MAJ-IS-CLEARED
		GO TO REACHED-LOOP-EXIT.
	ADD 1 TO AWAITING-COUNT.
	MOVE FILE-MAJ-ACCOUNT TO RPT-RCH-ACCOUNT.
	MOVE FILE-MAJ-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF STATUS-1 = "0"
		MOVE FILE-CUSTMAS-NAME TO RPT-RCH-NAME
	ELSE
		MOVE "** NOT ON CUSTOMER MASTER **" TO RPT-RCH-NAME.
	MOVE FILE-MAJ-DATE TO RPT-RCH-DATE.
	IF FILE-MAJ-IS-CLEARED
		MOVE "AWAITING TRANSFER" TO RPT-RCH-STATUS
	ELSE
		MOVE "AWAITING PAPERWORK" TO RPT-RCH-STATUS.
	MOVE FILE-MAJ-NEW-ACCOUNT TO RPT-RCH-NEWACCT.
	DISPLAY RPT-REACHED-LINE.
       REACHED-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Advance DAY-WORK-DATE by a single calendar day
      ******************************************************
       ADD-ONE-DAY.
	MOVE DAYS-IN-MONTH-ENTRY (DAY-WORK-MONTH) TO MONTH-DAYS.
	IF DAY-WORK-MONTH = 2
		PERFORM CHECK-LEAP-YEAR
		IF IS-LEAP-YEAR
			MOVE 29 TO MONTH-DAYS
		END-IF
	END-IF.
	IF DAY-WORK-DAY >= MONTH-DAYS
		MOVE 1 TO DAY-WORK-DAY
		IF DAY-WORK-MONTH = 12
			MOVE 1 TO DAY-WORK-MONTH
			ADD 1 TO DAY-WORK-YEAR
		ELSE
			ADD 1 TO DAY-WORK-MONTH
		END-IF
	ELSE
		ADD 1 TO DAY-WORK-DAY
	END-IF.
      ******************************************************
      *  Set IS-LEAP-YEAR for DAY-WORK-YEAR -- divisible by
      *  4, except century years not divisible by 400
      ******************************************************
       CHECK-LEAP-YEAR.
	MOVE "N" TO LEAP-YEAR-SWITCH.
	DIVIDE DAY-WORK-YEAR BY 4 GIVING YEAR-DIV-QUOTIENT
		REMAINDER YEAR-DIV-REMAINDER.
	IF YEAR-DIV-REMAINDER = 0
		SET IS-LEAP-YEAR TO TRUE
		DIVIDE DAY-WORK-YEAR BY 100 GIVING YEAR-DIV-QUOTIENT
			REMAINDER YEAR-DIV-REMAINDER
		IF YEAR-DIV-REMAINDER = 0
			MOVE "N" TO LEAP-YEAR-SWITCH
			DIVIDE DAY-WORK-YEAR BY 400 GIVING
				YEAR-DIV-QUOTIENT
				REMAINDER YEAR-DIV-REMAINDER
			IF YEAR-DIV-REMAINDER = 0
				SET IS-LEAP-YEAR TO TRUE
			END-IF
		END-IF
	END-IF.
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
