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
      * #ident	"@(#) samples/atmi/STOCKAPP/CONCMNT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CONCMNT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CONCMNT maintains CONCESS.IT, the effective-dated
      * dealer concession schedule -- the part of a fund's
      * front-end sales charge reallowed to the selling
      * broker-dealer.  One record per fund and effective
      * date, keyed the way FEE.IT is (fund, then the date
      * inverted) so the schedule in effect on any trade
      * date is the first one found at or after it.
      *
      * A schedule carries six rates, each a fraction of the
      * purchase amount, lined up with the fund's FEE.IT
      * breakpoint tiers: the base rate for a purchase that
      * reached no breakpoint, then one rate for each of the
      * five tiers.  CONCPAY works out which slot a purchase
      * was charged at and pays the partner the matching
      * rate, never more than the charge itself.
      *
      * Action "A" adds or replaces the schedule effective
      * on the date keyed, "D" deletes it, "I" shows the
      * schedule in effect on the date keyed.  An empty fund
      * ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONCMNT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CONCESS-FILE ASSIGN "CONCESS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CON-KEY
		STATUS FILE-STATUS.
	SELECT QUOTE-FILE ASSIGN "QUOTE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-QUOTE-FUND
		STATUS QUOTE-FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Concession schedule -- rate 1 is the base slot (no
      * breakpoint reached), rates 2 to 6 match FEE.IT tiers
      * 1 to 5
      ******************************************************
	FD  CONCESS-FILE; RECORD 56.
	01  CONCESS-ITEM.
	     03  FILE-CON-KEY.
		05  FILE-CON-FUND		PIC X(10).
		05  FILE-CON-EFF-INV		PIC 9(8).
	     03  FILE-CON-EFF-DATE		PIC 9(8).
	     03  FILE-CON-RATE OCCURS 6 TIMES	PIC 9V9(4).
	FD  QUOTE-FILE; RECORD 64.
	01  QUOTE-ITEM.
		02  FILE-QUOTE-FUND 		PIC X(10).
		02  FILE-QUOTE-SELL-PRICE 	PIC 9(7)V99.
		02  FILE-QUOTE-BUY-PRICE 	PIC 9(7)V99.
		02  FILE-QUOTE-LAST-OPERATOR	PIC X(08).
		02  FILE-QUOTE-LAST-DATE	PIC 9(8).
		02  FILE-QUOTE-LAST-TIME	PIC 9(8).
		02  FILE-QUOTE-BASE-FUND	PIC X(10).
		02  FILE-QUOTE-CLASS		PIC X(02).
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
			"CONCMNT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"CONCMNT ERR =>".
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
 	01  QUOTE-FILE-STATUS.
           	05  QUOTE-STATUS-1	PIC X.
           	05  QUOTE-STATUS-2	PIC X.
	01  RATE-SUB		PIC 9(2) COMP-5.
	01  RATE-ERROR-SWITCH	PIC X VALUE "N".
		88  RATE-IN-ERROR	VALUE "Y".
	01  SCHEDULE-SWITCH	PIC X VALUE "N".
		88  SCHEDULE-FOUND	VALUE "Y".
      ******************************************************
      * Maintenance screen
      ******************************************************
	01  CONC-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(24) VALUE
			"DEALER CONCESSION RATES".
		05  FILLER	PIC X(36).
		05  ASK-FUND	PIC X(24) VALUE
				"FUND        [          ]".
		05  FILLER	PIC X(56).
		05  ASK-EFF	PIC X(22) VALUE
				"EFF DATE    [        ]".
		05  FILLER	PIC X(58).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACTION A/D/I[ ]".
		05  FILLER	PIC X(65).
		05  ASK-BASE	PIC X(20) VALUE
				"BASE RATE   [      ]".
		05  FILLER	PIC X(60).
		05  ASK-TIER1	PIC X(20) VALUE
				"TIER 1 RATE [      ]".
		05  FILLER	PIC X(60).
		05  ASK-TIER2	PIC X(20) VALUE
				"TIER 2 RATE [      ]".
		05  FILLER	PIC X(60).
		05  ASK-TIER3	PIC X(20) VALUE
				"TIER 3 RATE [      ]".
		05  FILLER	PIC X(60).
		05  ASK-TIER4	PIC X(20) VALUE
				"TIER 4 RATE [      ]".
		05  FILLER	PIC X(60).
		05  ASK-TIER5	PIC X(20) VALUE
				"TIER 5 RATE [      ]".
		05  FILLER	PIC X(60).
	01  ENTER-CONC REDEFINES CONC-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-FUND	PIC X(10).
		05  FILLER	PIC X(57).
		05  FILLER	PIC X(13).
		05  CRT-EFF	PIC 9(8).
		05  FILLER	PIC X(59).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  CRT-RATE-ROW OCCURS 6 TIMES.
		    10  FILLER		PIC X(13).
		    10  CRT-RATE	PIC 9.9999.
		    10  FILLER		PIC X(61).
      ******************************************************
      * The schedule an inquiry found
      ******************************************************
	01  RESULT-LINE.
		05  FILLER	PIC X(7) VALUE "EFF =>".
		05  RES-EFF	PIC 9(8).
		05  FILLER	PIC X(9) VALUE "  BASE =>".
		05  RES-BASE	PIC 9.9999.
		05  FILLER	PIC X(10) VALUE "  TIERS =>".
		05  RES-TIER-GROUP OCCURS 5 TIMES.
		    10  FILLER		PIC X(1) VALUE SPACE.
		    10  RES-TIER	PIC 9.9999.
      ******************************************************
	PROCEDURE DIVISION.
       START-CONCMNT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O CONCESS-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT CONCESS-FILE
		CLOSE CONCESS-FILE
		OPEN I-O CONCESS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CONC" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN INPUT QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		MOVE "OPEN QUOTE" TO LOG-ERR-ROUTINE
		MOVE QUOTE-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CONCESS-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY CONC-HEAD.
	MOVE SPACE TO ENTER-CONC.

       ADD-ANOTHER.
	DISPLAY ENTER-CONC.
	ACCEPT ENTER-CONC.
	IF CRT-FUND = SPACES
		CLOSE CONCESS-FILE
		CLOSE QUOTE-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-EFF NOT NUMERIC OR CRT-EFF = ZERO
		DISPLAY "EFF DATE REQUIRED"
	ELSE IF CRT-ACTION = "A"
		PERFORM ADD-SCHEDULE THRU ADD-SCHEDULE-EXIT
	ELSE IF CRT-ACTION = "D"
		PERFORM DELETE-SCHEDULE
	ELSE IF CRT-ACTION = "I"
		PERFORM SHOW-SCHEDULE THRU SHOW-SCHEDULE-EXIT
	ELSE
		DISPLAY "ACTION MUST BE A, D OR I".
	MOVE SPACE TO ENTER-CONC.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  Add (or replace) the schedule effective on the date
      *  keyed -- the fund has to be priced on QUOTE.IT and
      *  every rate has to be a fraction below one
      ******************************************************
       ADD-SCHEDULE.
	MOVE CRT-FUND TO FILE-QUOTE-FUND.
	READ QUOTE-FILE.
	IF QUOTE-STATUS-1 NOT = "0"
		DISPLAY "FUND NOT ON FILE"
		GO TO ADD-SCHEDULE-EXIT.
	MOVE "N" TO RATE-ERROR-SWITCH.
	PERFORM CHECK-ONE-RATE
		VARYING RATE-SUB FROM 1 BY 1 UNTIL RATE-SUB > 6.
	IF RATE-IN-ERROR
		DISPLAY "RATES MUST BE FRACTIONS BELOW 1"
		GO TO ADD-SCHEDULE-EXIT.
	MOVE CRT-FUND TO FILE-CON-FUND.
	COMPUTE FILE-CON-EFF-INV = 99999999 - CRT-EFF.
	READ CONCESS-FILE.
	MOVE CRT-FUND TO FILE-CON-FUND.
	COMPUTE FILE-CON-EFF-INV = 99999999 - CRT-EFF.
	MOVE CRT-EFF TO FILE-CON-EFF-DATE.
	PERFORM MOVE-ONE-RATE
		VARYING RATE-SUB FROM 1 BY 1 UNTIL RATE-SUB > 6.
	IF STATUS-1 = "0"
		REWRITE CONCESS-ITEM
	ELSE
		WRITE CONCESS-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "SCHEDULE NOT SAVED"
	ELSE
		MOVE "Concession Schedule Saved" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SCHEDULE SAVED"
	END-IF.
       ADD-SCHEDULE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-RATE.
	IF CRT-RATE (RATE-SUB) NOT NUMERIC
		MOVE ZERO TO CRT-RATE (RATE-SUB).
	IF CRT-RATE (RATE-SUB) NOT < 1
		MOVE "Y" TO RATE-ERROR-SWITCH.
      ******************************************************
       MOVE-ONE-RATE.
	MOVE CRT-RATE (RATE-SUB) TO FILE-CON-RATE (RATE-SUB).
      ******************************************************
      *  Delete the schedule effective on the date keyed
      ******************************************************
       DELETE-SCHEDULE.
	MOVE CRT-FUND TO FILE-CON-FUND.
	COMPUTE FILE-CON-EFF-INV = 99999999 - CRT-EFF.
	DELETE CONCESS-FILE RECORD.
	IF STATUS-1 NOT = "0"
		MOVE "DELETE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "SCHEDULE NOT FOUND"
	ELSE
		MOVE "Concession Schedule Deleted" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		DISPLAY "SCHEDULE DELETED"
	END-IF.
      ******************************************************
      *  The schedule in effect on the date keyed -- the
      *  first record at or after the inverted date
      ******************************************************
       SHOW-SCHEDULE.
	MOVE "N" TO SCHEDULE-SWITCH.
	MOVE CRT-FUND TO FILE-CON-FUND.
	COMPUTE FILE-CON-EFF-INV = 99999999 - CRT-EFF.
	START CONCESS-FILE KEY IS NOT LESS THAN FILE-CON-KEY
		INVALID KEY GO TO SHOW-SCHEDULE-NONE.
	READ CONCESS-FILE NEXT RECORD
		AT END GO TO SHOW-SCHEDULE-NONE.
	IF FILE-CON-FUND = CRT-FUND
		SET SCHEDULE-FOUND TO TRUE.
       SHOW-SCHEDULE-NONE.
	IF NOT SCHEDULE-FOUND
		DISPLAY "NO SCHEDULE IN EFFECT ON THAT DATE"
		GO TO SHOW-SCHEDULE-EXIT.
	MOVE FILE-CON-EFF-DATE TO RES-EFF.
	MOVE FILE-CON-RATE (1) TO RES-BASE.
	PERFORM SHOW-ONE-TIER
		VARYING RATE-SUB FROM 1 BY 1 UNTIL RATE-SUB > 5.
	DISPLAY RESULT-LINE.
       SHOW-SCHEDULE-EXIT.
	EXIT.
      ******************************************************
       SHOW-ONE-TIER.
	MOVE FILE-CON-RATE (RATE-SUB + 1) TO RES-TIER (RATE-SUB).
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
