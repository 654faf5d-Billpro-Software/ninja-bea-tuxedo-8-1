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
      * #ident	"@(#) samples/atmi/STOCKAPP/EDLVBNC.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/EDLVBNC.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * EDLVBNC applies the e-delivery vendor's bounce-back
      * file -- every document e-mail that could not be
      * delivered -- to the elections on EDELIV.IT.
      * EDBOUNCE.IT arrives wrapped in the envelope DEPLOAD
      * takes:
      *   H  header -- source, file date, and the operator
      *      the vendor feed is provisioned under
      *   D  one bounce -- account, the address the document
      *      went to, the date it bounced, and the vendor's
      *      bounce code
      *   T  trailer -- item count
      * The whole envelope is proved before a single election
      * changes; a missing header or trailer, or a count that
      * does not match, rejects the file outright.
      *
      * A bounce against an account still taking documents
      * by e-mail at that same address puts the account back
      * on paper -- reason BOUNCED -- and writes the change
      * to EDLVAUD.IT, the trail EDLVSR keeps, under the
      * feed's operator.  The next document run prints the
      * account's documents again.  A bounce for an account
      * already on paper changes nothing, which is also what
      * makes a rerun of the same file harmless; nor does a
      * bounce of an old address the customer has since
      * replaced with a new consent.  A bounce for an account
      * with no election at all is listed and not applied.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EDLVBNC.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT EDBOUNCE-FILE ASSIGN "EDBOUNCE.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT EDELIV-FILE ASSIGN "EDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EDL-ACCOUNT
		STATUS EDELIV-FILE-STATUS.
	SELECT EDLVAUD-FILE ASSIGN "EDLVAUD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EAUD-KEY
		STATUS EDLVAUD-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The vendor's file -- one 90-byte record per line,
      * the first byte saying which shape the rest takes
      ******************************************************
	FD  EDBOUNCE-FILE; RECORD 90.
	01  EDBOUNCE-ITEM.
	     03  BNC-REC-TYPE		PIC X(01).
		 88  BNC-IS-HEADER	VALUE "H".
		 88  BNC-IS-DETAIL	VALUE "D".
		 88  BNC-IS-TRAILER	VALUE "T".
	     03  BNC-REC-BODY		PIC X(89).
	01  EDBOUNCE-HEADER REDEFINES EDBOUNCE-ITEM.
	     03  FILLER			PIC X(01).
	     03  BNC-HDR-SOURCE		PIC X(10).
	     03  BNC-HDR-DATE		PIC 9(8).
	     03  BNC-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(61).
	01  EDBOUNCE-DETAIL REDEFINES EDBOUNCE-ITEM.
	     03  FILLER			PIC X(01).
	     03  BNC-DTL-ACCOUNT	PIC X(10).
	     03  BNC-DTL-EMAIL		PIC X(50).
	     03  BNC-DTL-DATE		PIC 9(8).
	     03  BNC-DTL-CODE		PIC X(10).
	     03  FILLER			PIC X(11).
	01  EDBOUNCE-TRAILER REDEFINES EDBOUNCE-ITEM.
	     03  FILLER			PIC X(01).
	     03  BNC-TRL-COUNT		PIC 9(7).
	     03  FILLER			PIC X(82).
      ******************************************************
      * Electronic delivery elections -- see EDLVSR
      ******************************************************
	FD  EDELIV-FILE; RECORD 97.
	01  EDELIV-ITEM.
	     03  FILE-EDL-ACCOUNT	PIC X(10).
	     03  FILE-EDL-STATUS		PIC X(01).
		 88  FILE-EDL-IS-ELECTRONIC	VALUE "E".
		 88  FILE-EDL-IS-PAPER	VALUE "P".
	     03  FILE-EDL-CONSENT-DATE	PIC 9(8).
	     03  FILE-EDL-EMAIL		PIC X(50).
	     03  FILE-EDL-CHANGE-DATE	PIC 9(8).
	     03  FILE-EDL-REASON		PIC X(10).
	     03  FILE-EDL-OPERATOR	PIC X(10).
      ******************************************************
      * Election audit trail -- see EDLVSR
      ******************************************************
	FD  EDLVAUD-FILE; RECORD 149.
	01  EDLVAUD-ITEM.
	     03  FILE-EAUD-KEY.
		05  FILE-EAUD-ACCOUNT	PIC X(10).
		05  FILE-EAUD-DATE	PIC 9(8).
		05  FILE-EAUD-TIME	PIC 9(8).
	     03  FILE-EAUD-OPERATOR	PIC X(10).
	     03  FILE-EAUD-ACTION	PIC X(01).
	     03  FILE-EAUD-OLD-STATUS	PIC X(01).
	     03  FILE-EAUD-NEW-STATUS	PIC X(01).
	     03  FILE-EAUD-OLD-EMAIL	PIC X(50).
	     03  FILE-EAUD-NEW-EMAIL	PIC X(50).
	     03  FILE-EAUD-REASON	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions -- USERLOG is the same logging
      * routine the ATMI servers use, so this batch job's
      * messages land in the same place theirs do
      *****************************************************
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      *****************************************************
      * Log messages definitions
      *****************************************************
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"EDLVBNC  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"EDLVBNC ERR =>".
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
 	01  EDELIV-FILE-STATUS.
           	05  EDL-STATUS-1	PIC X.
           	05  EDL-STATUS-2	PIC X.
 	01  EDLVAUD-FILE-STATUS.
           	05  EAUD-STATUS-1	PIC X.
           	05  EAUD-STATUS-2	PIC X.
      ******************************************************
      * Envelope validation -- what the first pass found, and
      * what the trailer said the file should hold
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  ENV-SWITCH		PIC X VALUE "N".
		88  ENVELOPE-BAD	VALUE "Y".
	01  HDR-SEEN-SWITCH	PIC X VALUE "N".
		88  HEADER-SEEN		VALUE "Y".
	01  TRL-SEEN-SWITCH	PIC X VALUE "N".
		88  TRAILER-SEEN		VALUE "Y".
	01  FEED-OPERATOR	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
      ******************************************************
      * Loading-pass counts
      ******************************************************
	01  BOUNCE-DATE		PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
	01  REVERT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  PAPER-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  REPLACED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  NOT-APPLIED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"E-DELIVERY BOUNCE LOAD -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
	01  RPT-ITEM-LINE.
		05  RPT-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-BOUNCE-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-CODE		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-DISPOSITION	PIC X(20).
	01  RPT-REVERT.
		05  FILLER	PIC X(24) VALUE
			"BACK TO PAPER        =>".
		05  RPT-REVERT-COUNT	PIC ZZZZZZ9.
	01  RPT-PAPER.
		05  FILLER	PIC X(24) VALUE
			"ALREADY ON PAPER     =>".
		05  RPT-PAPER-COUNT	PIC ZZZZZZ9.
	01  RPT-REPLACED.
		05  FILLER	PIC X(24) VALUE
			"ADDRESS SINCE CHANGED=>".
		05  RPT-REPLACED-COUNT	PIC ZZZZZZ9.
	01  RPT-NOT-APPLIED.
		05  FILLER	PIC X(24) VALUE
			"NOT APPLIED          =>".
		05  RPT-NOT-APPLIED-COUNT PIC ZZZZZZ9.
	01  RPT-BALANCE.
		05  FILLER	PIC X(26) VALUE
			"AGAINST VENDOR COUNT:".
		05  RPT-BAL-FLAG	PIC X(14).
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-EDLVBNC.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Pass one -- prove the envelope before changing a
      * single election
      *****************************************************
	OPEN INPUT EDBOUNCE-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN BOUNCE" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE EDBOUNCE-FILE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
	   OR SCAN-COUNT NOT = STATED-COUNT
		MOVE "Y" TO ENV-SWITCH.
	IF FEED-OPERATOR = SPACES
		MOVE "EDELIVERY" TO FEED-OPERATOR.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	IF ENVELOPE-BAD
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * Envelope proved -- open the working files and apply
      * the bounces
      *****************************************************
	OPEN INPUT EDBOUNCE-FILE.
	OPEN I-O EDELIV-FILE.
	IF EDL-STATUS-1 NOT = "0"
		MOVE "OPEN EDELIV" TO LOG-ERR-ROUTINE
		MOVE EDL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE EDBOUNCE-FILE
		PERFORM A-999-EXIT.
	OPEN I-O EDLVAUD-FILE.
	IF EAUD-STATUS-1 = "3"
		OPEN OUTPUT EDLVAUD-FILE
		CLOSE EDLVAUD-FILE
		OPEN I-O EDLVAUD-FILE.
	IF EAUD-STATUS-1 NOT = "0"
		MOVE "OPEN EDLVAUD" TO LOG-ERR-ROUTINE
		MOVE EAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE EDBOUNCE-FILE
		CLOSE EDELIV-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM LOAD-LOOP THRU LOAD-LOOP-EXIT
		UNTIL DONE-READING.
	CLOSE EDBOUNCE-FILE.
	CLOSE EDELIV-FILE.
	CLOSE EDLVAUD-FILE.
      *****************************************************
      * The end-of-run balance -- every bounce the vendor
      * sent was applied, passed over or listed
      *****************************************************
	DISPLAY SPACE.
	MOVE REVERT-COUNT TO RPT-REVERT-COUNT.
	DISPLAY RPT-REVERT.
	MOVE PAPER-COUNT TO RPT-PAPER-COUNT.
	DISPLAY RPT-PAPER.
	MOVE REPLACED-COUNT TO RPT-REPLACED-COUNT.
	DISPLAY RPT-REPLACED.
	MOVE NOT-APPLIED-COUNT TO RPT-NOT-APPLIED-COUNT.
	DISPLAY RPT-NOT-APPLIED.
	IF (REVERT-COUNT + PAPER-COUNT + REPLACED-COUNT
	    + NOT-APPLIED-COUNT) = STATED-COUNT
		MOVE "IN BALANCE" TO RPT-BAL-FLAG
	ELSE
		MOVE "OUT OF BALANCE" TO RPT-BAL-FLAG.
	DISPLAY RPT-BALANCE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without loading
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Load" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ EDBOUNCE-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF BNC-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE BNC-HDR-OPERATOR TO FEED-OPERATOR
		MOVE BNC-HDR-DATE TO FEED-DATE
	ELSE IF BNC-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE BNC-TRL-COUNT TO STATED-COUNT
	ELSE IF BNC-IS-DETAIL
		ADD 1 TO SCAN-COUNT
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Pass two: one record -- header and trailer ride
      *  through, each bounce is applied, passed over or
      *  listed
      ******************************************************
       LOAD-LOOP.
	READ EDBOUNCE-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO LOAD-LOOP-EXIT.
	IF NOT BNC-IS-DETAIL
		GO TO LOAD-LOOP-EXIT.
	MOVE BNC-DTL-DATE TO BOUNCE-DATE.
	IF BOUNCE-DATE = ZERO
		MOVE TODAYS-DATE TO BOUNCE-DATE.
	MOVE BNC-DTL-ACCOUNT TO FILE-EDL-ACCOUNT.
	READ EDELIV-FILE.
	IF EDL-STATUS-1 NOT = "0"
		ADD 1 TO NOT-APPLIED-COUNT
		MOVE "NO ELECTION ON FILE" TO RPT-DISPOSITION
		PERFORM LIST-BOUNCE
		GO TO LOAD-LOOP-EXIT.
	IF NOT FILE-EDL-IS-ELECTRONIC
		ADD 1 TO PAPER-COUNT
		GO TO LOAD-LOOP-EXIT.
      ******************************************************
      *  A bounce of an address the customer has replaced
      *  since -- a different address, or a consent given
      *  after the bounce -- changes nothing
      ******************************************************
	IF BNC-DTL-EMAIL NOT = FILE-EDL-EMAIL
	   OR BOUNCE-DATE < FILE-EDL-CONSENT-DATE
		ADD 1 TO REPLACED-COUNT
		GO TO LOAD-LOOP-EXIT.
	SET FILE-EDL-IS-PAPER TO TRUE.
	MOVE TODAYS-DATE TO FILE-EDL-CHANGE-DATE.
	MOVE "BOUNCED" TO FILE-EDL-REASON.
	MOVE FEED-OPERATOR TO FILE-EDL-OPERATOR.
	REWRITE EDELIV-ITEM.
	IF EDL-STATUS-1 NOT = "0"
		MOVE "REWRITE EDL" TO LOG-ERR-ROUTINE
		MOVE EDL-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		ADD 1 TO NOT-APPLIED-COUNT
		MOVE "NOT REWRITTEN" TO RPT-DISPOSITION
		PERFORM LIST-BOUNCE
		GO TO LOAD-LOOP-EXIT.
	ADD 1 TO REVERT-COUNT.
	PERFORM WRITE-BOUNCE-AUDIT.
	MOVE "BACK TO PAPER" TO RPT-DISPOSITION.
	PERFORM LIST-BOUNCE.
       LOAD-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The same before/after record EDLVSR writes for a
      *  change at the screen, action B for bounced.  A
      *  failed audit write is logged but does not undo the
      *  change.
      ******************************************************
       WRITE-BOUNCE-AUDIT.
	MOVE FILE-EDL-ACCOUNT TO FILE-EAUD-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-EAUD-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-EAUD-TIME.
	MOVE FEED-OPERATOR TO FILE-EAUD-OPERATOR.
	MOVE "B" TO FILE-EAUD-ACTION.
	MOVE "E" TO FILE-EAUD-OLD-STATUS.
	MOVE FILE-EDL-STATUS TO FILE-EAUD-NEW-STATUS.
	MOVE FILE-EDL-EMAIL TO FILE-EAUD-OLD-EMAIL.
	MOVE FILE-EDL-EMAIL TO FILE-EAUD-NEW-EMAIL.
	MOVE FILE-EDL-REASON TO FILE-EAUD-REASON.
	WRITE EDLVAUD-ITEM.
	IF EAUD-STATUS-1 NOT = "0"
		MOVE "WRITE EAUD" TO LOG-ERR-ROUTINE
		MOVE EAUD-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  List one bounce that changed an election or could
      *  not be applied
      ******************************************************
       LIST-BOUNCE.
	MOVE BNC-DTL-ACCOUNT TO RPT-ACCOUNT.
	MOVE BOUNCE-DATE TO RPT-BOUNCE-DATE.
	MOVE BNC-DTL-CODE TO RPT-CODE.
	DISPLAY RPT-ITEM-LINE.
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
