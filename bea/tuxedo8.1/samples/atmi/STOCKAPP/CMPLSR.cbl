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
      * #ident	"@(#) samples/atmi/STOCKAPP/CMPLSR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/CMPLSR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * CMPLSR keeps the customer complaint log on
      * COMPLNT.IT -- one record per complaint, keyed by
      * account, the date it was received and a sequence
      * number within the day.  Each carries how it arrived
      * (written or oral), the regulatory problem and
      * product codes, the fund complained of, a short
      * summary, the rep of record off the customer master
      * as it stood when the complaint came in, and the
      * operator who logged it.
      *
      * Any active operator may log a complaint or look one
      * up; only an active supervisor may close one, which
      * stamps today as the resolution date along with any
      * make-whole amount paid.  A closed complaint stays
      * closed.  CMPLRPT ages the open complaints and builds
      * the quarterly statistical report from this file.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CMPLSR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT COMPLNT-FILE ASSIGN "COMPLNT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CMP-KEY
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
      * Complaint log -- CATEGORY W written / O oral,
      * PROBLEM and PRODUCT the regulatory codes, STATUS
      * O open / C closed with the resolution date, make-
      * whole amount and the supervisor who closed it
      ******************************************************
	FD  COMPLNT-FILE; RECORD 145.
	01  COMPLNT-ITEM.
	     03  FILE-CMP-KEY.
		05  FILE-CMP-ACCOUNT	PIC X(10).
		05  FILE-CMP-DATE	PIC 9(8).
		05  FILE-CMP-SEQ	PIC 9(2).
	     03  FILE-CMP-CATEGORY	PIC X(01).
	     03  FILE-CMP-PROBLEM	PIC X(02).
	     03  FILE-CMP-PRODUCT	PIC X(02).
	     03  FILE-CMP-FUND		PIC X(10).
	     03  FILE-CMP-SUMMARY	PIC X(40).
	     03  FILE-CMP-REP		PIC X(10).
	     03  FILE-CMP-LOGGED-BY	PIC X(10).
	     03  FILE-CMP-STATUS	PIC X(01).
		 88  FILE-CMP-IS-OPEN	VALUE "O".
		 88  FILE-CMP-IS-CLOSED	VALUE "C".
	     03  FILE-CMP-RESOLVED-DATE	PIC 9(8).
	     03  FILE-CMP-MAKE-WHOLE	PIC 9(9)V99.
	     03  FILE-CMP-CLOSED-BY	PIC X(10).
	     03  FILLER			PIC X(20).
      ******************************************************
      * Customer master -- read only, for the owner's name
      * and the rep of record, and to refuse a complaint on
      * an account that does not exist
      ******************************************************
	FD  CUSTMAS-FILE; RECORD 152.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-NAME		PIC X(30).
	     03  FILE-CUSTMAS-ADDRESS		PIC X(62).
	     03  FILE-CUSTMAS-STATUS		PIC X(01).
	     03  FILE-CUSTMAS-REST		PIC X(39).
	     03  FILE-CUSTMAS-REP		PIC X(10).
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
      * Whether the submitting operator passed the role
      * check, and the next free sequence number on the day
      ******************************************************
	01  AUTH-SWITCH		PIC X VALUE "N".
		88  OPERATOR-AUTHORIZED	VALUE "Y".
	01  SEQ-FREE-SWITCH	PIC X VALUE "N".
		88  SEQ-IS-FREE		VALUE "Y".
	01  NEXT-SEQ		PIC 9(2).
      ******************************************************
      * Today's date
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
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
		05  FILLER	PIC X(8) VALUE  "CMPL    ".
		05  FILLER	PIC X(11) VALUE  " ACCOUNT =>".
		05  REC-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE  " ACTION =>".
		05  REC-ACTION	PIC X(01).
      *
	01  LOGMSG.
		05  FILLER	PIC X(10) VALUE
			"CMPLSR  =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"CMPLSR ERR  =>".
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
       	01 CMPL-REC.
	COPY CMPL.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	77 REC-BAD-TYPE         PIC S9(9) COMP-5 VALUE 8.
	77 REC-NOT-CANCELABLE   PIC S9(9) COMP-5 VALUE 9.
	77 REC-NOT-AUTHORIZED   PIC S9(9) COMP-5 VALUE 10.
	77 REC-BAD-COMPLAINT    PIC S9(9) COMP-5 VALUE 24.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-CMPLSR.
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	OPEN I-O COMPLNT-FILE.
	IF STATUS-1 = "3"
		OPEN OUTPUT COMPLNT-FILE
		CLOSE COMPLNT-FILE
		OPEN I-O COMPLNT-FILE.
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
	MOVE LENGTH OF CMPL-REC TO LEN.
	CALL "TPSVCSTART" USING TPSVCDEF-REC
			TPTYPE-REC
			CMPL-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPSVCSTART" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
	    	PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * LOG the request
      ******************************************************
	MOVE CMPL-ACCOUNT TO REC-ACCOUNT.
	MOVE CMPL-ACTION TO REC-ACTION.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	IF CMPL-ACTION NOT = "L" AND CMPL-ACTION NOT = "C"
	   AND CMPL-ACTION NOT = "I"
		MOVE "Action Not L, C or I" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-TYPE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Any active operator on OPERATOR.IT may log or look
      *  up a complaint; closing one needs an active
      *  supervisor -- verified here regardless of what the
      *  caller's screen allowed
      ******************************************************
	MOVE "N" TO AUTH-SWITCH.
	MOVE CMPL-OPERATOR TO FILE-OPERATOR-ID.
	READ OPERATOR-FILE.
	IF OPERATOR-STATUS-1 = "0" AND FILE-OPERATOR-IS-ACTIVE
		IF CMPL-ACTION NOT = "C" OR FILE-OPERATOR-IS-SUPER
			MOVE "Y" TO AUTH-SWITCH
		END-IF
	END-IF.
	IF NOT OPERATOR-AUTHORIZED
		MOVE "Operator Not Authorized" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-AUTHORIZED TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	IF CMPL-ACTION = "L"
		PERFORM LOG-THE-COMPLAINT
	ELSE
		PERFORM READ-THE-COMPLAINT
		IF CMPL-ACTION = "C"
			PERFORM CLOSE-THE-COMPLAINT
		END-IF
	END-IF.
	PERFORM ANSWER-THE-COMPLAINT.
	PERFORM GOOD-EXIT.
      ******************************************************
      *  Action taken (or inquiry answered) -- leave
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
	CLOSE COMPLNT-FILE.
	IF CUSTMAS-AVAILABLE
		CLOSE CUSTMAS-FILE.
	CLOSE OPERATOR-FILE.
      ******************************************************
      *  A new complaint, received today.  The account must
      *  be on the customer master -- a closed account may
      *  still complain -- and the arrival, problem and
      *  product codes must all be given, since the
      *  quarterly filing counts by them.  The rep of record
      *  is taken as it stands today, so a later reassignment
      *  does not move the complaint to another rep.
      ******************************************************
       LOG-THE-COMPLAINT.
	MOVE SPACES TO FILE-CUSTMAS-REP.
	IF CUSTMAS-AVAILABLE
		MOVE CMPL-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 NOT = "0"
			MOVE "Account Not On Customer Master" TO
				LOGMSG-TEXT
			PERFORM DO-USERLOG
			MOVE REC-NOT-FOUND TO APPL-CODE
			PERFORM WRITEIT-ERROR
		END-IF
	END-IF.
	IF NOT CMPL-CAT-VALID OR CMPL-PROBLEM = SPACES OR
	   CMPL-PRODUCT = SPACES OR CMPL-SUMMARY = SPACES
		MOVE "Complaint Incomplete Or Not Valid" TO
			LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-COMPLAINT TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	MOVE "N" TO SEQ-FREE-SWITCH.
	PERFORM TRY-ONE-SEQ
		VARYING NEXT-SEQ FROM 1 BY 1
		UNTIL NEXT-SEQ > 98 OR SEQ-IS-FREE.
	IF NOT SEQ-IS-FREE
		MOVE "No Free Complaint Number Today" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-BAD-COMPLAINT TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	SUBTRACT 1 FROM NEXT-SEQ.
	MOVE CMPL-ACCOUNT TO FILE-CMP-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CMP-DATE.
	MOVE NEXT-SEQ TO FILE-CMP-SEQ.
	MOVE CMPL-CATEGORY TO FILE-CMP-CATEGORY.
	MOVE CMPL-PROBLEM TO FILE-CMP-PROBLEM.
	MOVE CMPL-PRODUCT TO FILE-CMP-PRODUCT.
	MOVE CMPL-FUND TO FILE-CMP-FUND.
	MOVE CMPL-SUMMARY TO FILE-CMP-SUMMARY.
	MOVE FILE-CUSTMAS-REP TO FILE-CMP-REP.
	MOVE CMPL-OPERATOR TO FILE-CMP-LOGGED-BY.
	SET FILE-CMP-IS-OPEN TO TRUE.
	MOVE ZERO TO FILE-CMP-RESOLVED-DATE.
	MOVE ZERO TO FILE-CMP-MAKE-WHOLE.
	MOVE SPACES TO FILE-CMP-CLOSED-BY.
	WRITE COMPLNT-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "WRITE CMPL" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
	MOVE TODAYS-DATE TO CMPL-DATE.
	MOVE NEXT-SEQ TO CMPL-SEQ.
      ******************************************************
       TRY-ONE-SEQ.
	MOVE CMPL-ACCOUNT TO FILE-CMP-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-CMP-DATE.
	MOVE NEXT-SEQ TO FILE-CMP-SEQ.
	READ COMPLNT-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "Y" TO SEQ-FREE-SWITCH.
      ******************************************************
      *  Find the complaint named -- one never logged is
      *  refused as not found
      ******************************************************
       READ-THE-COMPLAINT.
	MOVE CMPL-ACCOUNT TO FILE-CMP-ACCOUNT.
	MOVE CMPL-DATE TO FILE-CMP-DATE.
	MOVE CMPL-SEQ TO FILE-CMP-SEQ.
	READ COMPLNT-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "Complaint Not On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-FOUND TO APPL-CODE
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  Close the complaint as resolved today, with the
      *  make-whole amount paid (zero when none was).  One
      *  already closed is refused rather than re-dated.
      ******************************************************
       CLOSE-THE-COMPLAINT.
	IF FILE-CMP-IS-CLOSED
		MOVE "Complaint Already Closed" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE REC-NOT-CANCELABLE TO APPL-CODE
		PERFORM WRITEIT-ERROR.
	SET FILE-CMP-IS-CLOSED TO TRUE.
	MOVE TODAYS-DATE TO FILE-CMP-RESOLVED-DATE.
	MOVE CMPL-MAKE-WHOLE TO FILE-CMP-MAKE-WHOLE.
	MOVE CMPL-OPERATOR TO FILE-CMP-CLOSED-BY.
	REWRITE COMPLNT-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE CMPL" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  The complaint as it now stands and the owner's name
      ******************************************************
       ANSWER-THE-COMPLAINT.
	MOVE SPACES TO CMPL-NAME.
	IF CUSTMAS-AVAILABLE
		MOVE CMPL-ACCOUNT TO FILE-CUSTMAS-ACCOUNT
		READ CUSTMAS-FILE
		IF CUSTMAS-STATUS-1 = "0"
			MOVE FILE-CUSTMAS-NAME TO CMPL-NAME.
	MOVE FILE-CMP-CATEGORY TO CMPL-CATEGORY.
	MOVE FILE-CMP-PROBLEM TO CMPL-PROBLEM.
	MOVE FILE-CMP-PRODUCT TO CMPL-PRODUCT.
	MOVE FILE-CMP-FUND TO CMPL-FUND.
	MOVE FILE-CMP-SUMMARY TO CMPL-SUMMARY.
	MOVE FILE-CMP-REP TO CMPL-REP.
	MOVE FILE-CMP-LOGGED-BY TO CMPL-LOGGED-BY.
	MOVE FILE-CMP-STATUS TO CMPL-STATUS.
	MOVE FILE-CMP-RESOLVED-DATE TO CMPL-RESOLVED-DATE.
	MOVE FILE-CMP-MAKE-WHOLE TO CMPL-MAKE-WHOLE.
	MOVE FILE-CMP-CLOSED-BY TO CMPL-CLOSED-BY.
      ******************************************************
      * set up TPRETURN
      ******************************************************
       DO-TPRETURN.
	COPY TPRETURN REPLACING
			DATA-REC BY CMPL-REC.
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
