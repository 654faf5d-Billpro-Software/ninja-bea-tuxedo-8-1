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
      * #ident	"@(#) samples/atmi/STOCKAPP/FWDINQ.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/FWDINQ.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * FWDINQ is the desk's view of the forwarding queue --
      * the trades and cash requests MENU and the batch
      * loaders queued when the service they wanted could
      * not be reached, and which FWDSR delivers once it is
      * back.  Everything comes off FWDLOG.IT.
      *
      *     W  list what is still waiting to be delivered,
      *        with the tries made so far
      *     X  list the dead letters -- requests the service
      *        refused, or that could not be delivered --
      *        with why, for the desk to work
      *     I  show one request by its reference, with the
      *        trade or cash request it carries
      *     R  mark a dead letter worked once the desk has
      *        keyed it again, cancelled it or settled it
      *        with the customer
      *
      * R needs an active operator, who is recorded on the
      * request.  An empty action ends the program.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FWDINQ.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
      *
	SPECIAL-NAMES. CONSOLE IS CRT.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	COPY FWDQSEL.
	SELECT OPERATOR-FILE ASSIGN "OPERATOR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-OPERATOR-ID
		STATUS OPERATOR-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	COPY FWDQFD.
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
      * The request buffers a queued envelope can carry
      ******************************************************
	01 CUST-REC.
	COPY CUST.
	01 CASHTX-REC.
	COPY CASHTX.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(9) VALUE
			"FWDINQ =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(13) VALUE
			"FWDINQ ERR =>".
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
 	01  FWDLOG-FILE-STATUS.
           	05  FWDL-STATUS-1	PIC X.
           	05  FWDL-STATUS-2	PIC X.
 	01  OPERATOR-FILE-STATUS.
           	05  OPERATOR-STATUS-1	PIC X.
           	05  OPERATOR-STATUS-2	PIC X.
	01  TELLER-OK-SWITCH	PIC X VALUE "N".
		88  TELLER-OK		VALUE "Y".
	01  FWDL-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-FWDLOG		VALUE "Y".
	01  LIST-WANTED		PIC X(01).
		88  LIST-WAITING	VALUE "W".
		88  LIST-DEAD		VALUE "X".
	01  ITEM-COUNT		PIC 9(4) COMP-5.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Inquiry screen
      ******************************************************
	01  FWD-HEAD.
		05  FILLER	PIC X(20).
		05  FILLER	PIC X(26) VALUE
			"FORWARDED REQUEST QUEUE".
		05  FILLER	PIC X(34).
		05  ASK-ACTION	PIC X(15) VALUE
				"ACT W/X/I/R [ ]".
		05  FILLER	PIC X(65).
		05  ASK-REF	PIC X(34) VALUE
			"REFERENCE   [                    ]".
		05  FILLER	PIC X(46).
		05  ASK-OPER	PIC X(24) VALUE
				"OPERATOR    [          ]".
		05  FILLER	PIC X(56).
	01  ENTER-FWD REDEFINES FWD-HEAD.
		05  FILLER	PIC X(80).
		05  FILLER	PIC X(13).
		05  CRT-ACTION	PIC X(01).
		05  FILLER	PIC X(66).
		05  FILLER	PIC X(13).
		05  CRT-REF	PIC X(20).
		05  FILLER	PIC X(47).
		05  FILLER	PIC X(13).
		05  CRT-OPER	PIC X(10).
		05  FILLER	PIC X(57).
      ******************************************************
      * Waiting and dead letter lists
      ******************************************************
	01  LIST-HEAD.
		05  FILLER	PIC X(22) VALUE "REFERENCE".
		05  FILLER	PIC X(11) VALUE "S SERVICE".
		05  FILLER	PIC X(11) VALUE "ACCOUNT".
		05  FILLER	PIC X(9) VALUE "CAPTURED".
		05  FILLER	PIC X(4) VALUE "TRY".
		05  FILLER	PIC X(6) VALUE "REASON".
	01  LIST-LINE.
		05  LST-REF	PIC X(20).
		05  FILLER	PIC X(2) VALUE SPACE.
		05  LST-STATUS	PIC X(01).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  LST-SERVICE	PIC X(08).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  LST-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  LST-CAPTURED PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  LST-TRIES	PIC ZZ9.
		05  FILLER	PIC X(1) VALUE SPACE.
		05  LST-REASON	PIC X(22).
	01  LIST-TOTAL.
		05  FILLER	PIC X(16) VALUE "ITEMS LISTED =>".
		05  LST-COUNT	PIC ZZZ9.
      ******************************************************
      * One request in full
      ******************************************************
	01  DETAIL-LINE-1.
		05  FILLER	PIC X(7) VALUE "REF =>".
		05  DET-REF	PIC X(20).
		05  FILLER	PIC X(11) VALUE "  STATUS =>".
		05  DET-STATUS	PIC X(01).
		05  FILLER	PIC X(12) VALUE "  SERVICE =>".
		05  DET-SERVICE	PIC X(08).
		05  FILLER	PIC X(9) VALUE "  FROM =>".
		05  DET-SOURCE	PIC X(08).
	01  DETAIL-LINE-2.
		05  FILLER	PIC X(12) VALUE "CAPTURED =>".
		05  DET-CAP-DATE PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  DET-CAP-TIME PIC 9(8).
		05  FILLER	PIC X(7) VALUE "  BY =>".
		05  DET-OPERATOR PIC X(10).
		05  FILLER	PIC X(11) VALUE "  TRIES =>".
		05  DET-TRIES	PIC ZZ9.
		05  FILLER	PIC X(12) VALUE "  RESULT =>".
		05  DET-RESULT	PIC ZZZ9.
	01  DETAIL-LINE-3.
		05  FILLER	PIC X(12) VALUE "LAST TRY =>".
		05  DET-LAST-DATE PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  DET-LAST-TIME PIC 9(8).
		05  FILLER	PIC X(14) VALUE "  WORKED BY =>".
		05  DET-WORKED-BY PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  DET-WORKED-DATE PIC 9(8).
	01  DETAIL-LINE-4.
		05  FILLER	PIC X(10) VALUE "REASON =>".
		05  DET-REASON	PIC X(30).
	01  ORDER-LINE-1.
		05  FILLER	PIC X(9) VALUE "ORDER =>".
		05  ORD-ACTION	PIC X(01).
		05  FILLER	PIC X(12) VALUE "  ACCOUNT =>".
		05  ORD-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(9) VALUE "  FUND =>".
		05  ORD-FUND	PIC X(10).
		05  FILLER	PIC X(11) VALUE "  SHARES =>".
		05  ORD-SHARES	PIC Z(6)9.999.
	01  ORDER-LINE-2.
		05  FILLER	PIC X(12) VALUE "  DOLLARS =>".
		05  ORD-DOLLARS	PIC Z(8)9.99.
		05  FILLER	PIC X(9) VALUE "  TYPE =>".
		05  ORD-TYPE	PIC X(01).
		05  FILLER	PIC X(10) VALUE "  PRICE =>".
		05  ORD-PRICE	PIC Z(6)9.99.
		05  FILLER	PIC X(10) VALUE "  AS OF =>".
		05  ORD-AS-OF	PIC 9(8).
	01  CASH-LINE.
		05  FILLER	PIC X(8) VALUE "CASH =>".
		05  CSH-TYPE	PIC X(01).
		05  FILLER	PIC X(12) VALUE "  ACCOUNT =>".
		05  CSH-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(11) VALUE "  AMOUNT =>".
		05  CSH-AMOUNT	PIC Z(8)9.99.
		05  FILLER	PIC X(10) VALUE "  CHECK =>".
		05  CSH-CHECK-NO PIC X(10).
      ******************************************************
	PROCEDURE DIVISION.
       START-FWDINQ.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 = "3"
		OPEN OUTPUT FWDLOG-FILE
		CLOSE FWDLOG-FILE
		OPEN I-O FWDLOG-FILE.
	IF FWDL-STATUS-1 NOT = "0"
		MOVE "OPEN FWD" TO LOG-ERR-ROUTINE
		MOVE FWDL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM EXIT-PROGRAM.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS-1 NOT = "0"
		MOVE "OPEN OPER" TO LOG-ERR-ROUTINE
		MOVE OPERATOR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE FWDLOG-FILE
		PERFORM EXIT-PROGRAM.
	DISPLAY SPACE.
	DISPLAY FWD-HEAD.
	MOVE SPACE TO ENTER-FWD.

       ADD-ANOTHER.
	DISPLAY ENTER-FWD.
	ACCEPT ENTER-FWD.
	IF CRT-ACTION = SPACE
		CLOSE FWDLOG-FILE
		CLOSE OPERATOR-FILE
		MOVE "Ended" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM EXIT-PROGRAM.
	IF CRT-ACTION = "W" OR CRT-ACTION = "X"
		PERFORM LIST-THE-QUEUE
	ELSE IF CRT-ACTION = "I"
		PERFORM SHOW-REQUEST THRU SHOW-REQUEST-EXIT
	ELSE IF CRT-ACTION = "R"
		PERFORM WORK-DEAD-LETTER THRU WORK-DEAD-LETTER-EXIT
	ELSE
		DISPLAY "ACTION MUST BE W, X, I OR R".
	MOVE SPACE TO ENTER-FWD.
	GO TO ADD-ANOTHER.
      ******************************************************
      *  List the waiting requests (W) -- those still on the
      *  queue and any FWDSR has out for delivery -- or the
      *  dead letters not yet worked (X), in reference order
      ******************************************************
       LIST-THE-QUEUE.
	MOVE CRT-ACTION TO LIST-WANTED.
	MOVE ZERO TO ITEM-COUNT.
	DISPLAY SPACE.
	DISPLAY LIST-HEAD.
	MOVE "N" TO FWDL-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-FWD-REF.
	START FWDLOG-FILE KEY IS NOT LESS THAN FILE-FWD-REF
		INVALID KEY SET DONE-FWDLOG TO TRUE.
	PERFORM LIST-ONE-REQUEST THRU LIST-ONE-REQUEST-EXIT
		UNTIL DONE-FWDLOG.
	MOVE ITEM-COUNT TO LST-COUNT.
	DISPLAY LIST-TOTAL.
      ******************************************************
       LIST-ONE-REQUEST.
	READ FWDLOG-FILE NEXT RECORD
		AT END SET DONE-FWDLOG TO TRUE.
	IF DONE-FWDLOG
		GO TO LIST-ONE-REQUEST-EXIT.
	IF LIST-WAITING
	    AND NOT FILE-FWD-WAITING AND NOT FILE-FWD-IN-FLIGHT
		GO TO LIST-ONE-REQUEST-EXIT.
	IF LIST-DEAD AND NOT FILE-FWD-DEAD
		GO TO LIST-ONE-REQUEST-EXIT.
	ADD 1 TO ITEM-COUNT.
	MOVE FILE-FWD-REF TO LST-REF.
	MOVE FILE-FWD-STATUS TO LST-STATUS.
	MOVE FILE-FWD-SERVICE TO LST-SERVICE.
	MOVE FILE-FWD-ACCOUNT TO LST-ACCOUNT.
	MOVE FILE-FWD-CAPTURE-DATE TO LST-CAPTURED.
	MOVE FILE-FWD-TRIES TO LST-TRIES.
	MOVE FILE-FWD-REASON TO LST-REASON.
	DISPLAY LIST-LINE.
       LIST-ONE-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  One request by reference, with the order or cash
      *  request its envelope carries
      ******************************************************
       SHOW-REQUEST.
	MOVE CRT-REF TO FILE-FWD-REF.
	READ FWDLOG-FILE.
	IF FWDL-STATUS-1 NOT = "0"
		DISPLAY "REFERENCE NOT ON FILE"
		GO TO SHOW-REQUEST-EXIT.
	MOVE FILE-FWD-REF TO DET-REF.
	MOVE FILE-FWD-STATUS TO DET-STATUS.
	MOVE FILE-FWD-SERVICE TO DET-SERVICE.
	MOVE FILE-FWD-SOURCE TO DET-SOURCE.
	MOVE FILE-FWD-CAPTURE-DATE TO DET-CAP-DATE.
	MOVE FILE-FWD-CAPTURE-TIME TO DET-CAP-TIME.
	MOVE FILE-FWD-OPERATOR TO DET-OPERATOR.
	MOVE FILE-FWD-TRIES TO DET-TRIES.
	MOVE FILE-FWD-RESULT TO DET-RESULT.
	MOVE FILE-FWD-LAST-DATE TO DET-LAST-DATE.
	MOVE FILE-FWD-LAST-TIME TO DET-LAST-TIME.
	MOVE FILE-FWD-WORKED-BY TO DET-WORKED-BY.
	MOVE FILE-FWD-WORKED-DATE TO DET-WORKED-DATE.
	MOVE FILE-FWD-REASON TO DET-REASON.
	DISPLAY SPACE.
	DISPLAY DETAIL-LINE-1.
	DISPLAY DETAIL-LINE-2.
	DISPLAY DETAIL-LINE-3.
	DISPLAY DETAIL-LINE-4.
	IF FILE-FWD-SUB-TYPE = "cust"
		MOVE FILE-FWD-DATA TO CUST-REC
		MOVE CUST-ACTION TO ORD-ACTION
		MOVE CUST-ACCOUNT TO ORD-ACCOUNT
		MOVE CUST-FUND TO ORD-FUND
		MOVE CUST-AMOUNT TO ORD-SHARES
		MOVE CUST-DOLLARS TO ORD-DOLLARS
		MOVE CUST-ORDER-TYPE TO ORD-TYPE
		MOVE DEC-DGTS TO ORD-PRICE
		MOVE CUST-AS-OF-DATE TO ORD-AS-OF
		DISPLAY ORDER-LINE-1
		DISPLAY ORDER-LINE-2
	ELSE IF FILE-FWD-SUB-TYPE = "cashtx"
		MOVE FILE-FWD-DATA TO CASHTX-REC
		MOVE CASHTX-TYPE TO CSH-TYPE
		MOVE CASHTX-ACCOUNT TO CSH-ACCOUNT
		MOVE CASHTX-AMOUNT TO CSH-AMOUNT
		MOVE CASHTX-CHECK-NO TO CSH-CHECK-NO
		DISPLAY CASH-LINE.
       SHOW-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  A dead letter the desk has dealt with drops off the
      *  X list -- it stays on file, marked with who worked
      *  it and when
      ******************************************************
       WORK-DEAD-LETTER.
	PERFORM VERIFY-TELLER THRU VERIFY-TELLER-EXIT.
	IF NOT TELLER-OK
		DISPLAY "ACTIVE OPERATOR REQUIRED"
		GO TO WORK-DEAD-LETTER-EXIT.
	MOVE CRT-REF TO FILE-FWD-REF.
	READ FWDLOG-FILE.
	IF FWDL-STATUS-1 NOT = "0"
		DISPLAY "REFERENCE NOT ON FILE"
		GO TO WORK-DEAD-LETTER-EXIT.
	IF NOT FILE-FWD-DEAD
		DISPLAY "NOT A DEAD LETTER"
		GO TO WORK-DEAD-LETTER-EXIT.
	MOVE "W" TO FILE-FWD-STATUS.
	MOVE CRT-OPER TO FILE-FWD-WORKED-BY.
	MOVE TODAYS-DATE TO FILE-FWD-WORKED-DATE.
	REWRITE FWDLOG-ITEM.
	IF FWDL-STATUS-1 NOT = "0"
		MOVE "REWRT FWD" TO LOG-ERR-ROUTINE
		MOVE FWDL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY "DEAD LETTER NOT UPDATED"
		GO TO WORK-DEAD-LETTER-EXIT.
	MOVE "Dead Letter Worked" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	DISPLAY "DEAD LETTER MARKED WORKED".
       WORK-DEAD-LETTER-EXIT.
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
