      * falls back to its open date -- an account opened and
      * never touched is exactly what escheatment law wants
      * found.
      *
      * The run closes with the lost-shareholder evidence
      * from the LOSTSHR.IT search queue LOSTRUN keeps --
      * every account still being searched for, or whose
      * searches are exhausted, with the date its mail
      * started coming back and the date and outcome of each
      * search run, and whether the account is now dormant.
      * That is the record of diligence the state wants to
      * see alongside the candidate.
      *
      * Last come the stale disbursement checks -- every
      * check on the CHKREG.IT register CHKRUN has marked
      * "E", outstanding past ESCHDAYS and voided at the
      * bank.  That money is owed to the state whatever the
      * account's own activity, so it is listed on its own.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DORMRPT.
		ACCESS DYNAMIC
		RECORD KEY FILE-PARM-NAME
		STATUS PARAM-FILE-STATUS.
	SELECT LOSTSHR-FILE ASSIGN "LOSTSHR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOST-ACCOUNT
		STATUS LOSTSHR-FILE-STATUS.
	SELECT CHKREG-FILE ASSIGN "CHKREG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CKR-CHECK-NO
		STATUS CHKREG-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTMAS-FILE; RECORD 152.
	     03  FILE-PARM-NAME		PIC X(10).
	     03  FILE-PARM-VALUE	PIC 9(9)V99.
	     03  FILE-PARM-DESC		PIC X(30).
      ******************************************************
      * Lost-shareholder search queue -- see LOSTRUN
      ******************************************************
	FD  LOSTSHR-FILE; RECORD 83.
	01  LOSTSHR-ITEM.
	     03  FILE-LOST-ACCOUNT	PIC X(10).
	     03  FILE-LOST-STATUS	PIC X(01).
		 88  FILE-LOST-IS-OPEN	VALUE "O".
		 88  FILE-LOST-IS-EXHAUSTED	VALUE "E".
	     03  FILE-LOST-ENTRY-DATE	PIC 9(8).
	     03  FILE-LOST-RETURNED-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH1-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH1-RESULT	PIC X(01).
	     03  FILE-LOST-SEARCH2-DATE	PIC 9(8).
	     03  FILE-LOST-SEARCH2-RESULT	PIC X(01).
	     03  FILE-LOST-VENDOR	PIC X(20).
	     03  FILE-LOST-CLOSE-DATE	PIC 9(8).
	     03  FILE-LOST-OPERATOR	PIC X(10).
      ******************************************************
      * Check register -- see CHKSR.cbl
      ******************************************************
	FD  CHKREG-FILE; RECORD 122.
	01  CHKREG-ITEM.
	     03  FILE-CKR-CHECK-NO	PIC 9(8).
	     03  FILE-CKR-ACCOUNT	PIC X(10).
	     03  FILE-CKR-AMOUNT	PIC 9(9)V99.
	     03  FILE-CKR-ISSUE-DATE	PIC 9(8).
	     03  FILE-CKR-PAYEE		PIC X(30).
	     03  FILE-CKR-STATUS	PIC X(01).
		 88  FILE-CKR-IS-ESCHEAT	VALUE "E".
	     03  FILE-CKR-STATUS-DATE	PIC 9(8).
	     03  FILE-CKR-LED-DATE	PIC 9(8).
	     03  FILE-CKR-LED-TIME	PIC 9(8).
	     03  FILE-CKR-OPERATOR	PIC X(10).
	     03  FILE-CKR-REASON	PIC X(20).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
	01  DORM-YEARS		PIC 9(2).
	01  CUTOFF-DATE		PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
      ******************************************************
      * Before image of the status being flipped, held for
		88  DONE-READING-POS	VALUE "Y".
	01  START-SWITCH	PIC X VALUE "N".
		88  START-FAILED	VALUE "Y".
	01  LOST-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-LOST	VALUE "Y".
	01  CKR-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-CKR	VALUE "Y".
	01  EVIDENCE-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  STALE-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  STALE-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  REVIEW-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  DORMANT-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
      ******************************************************
		05  FILLER	PIC X(20) VALUE
			"  FLAGGED DORMANT =>".
		05  RPT-DORMANT-COUNT	PIC ZZZZ9.
	01  RPT-LOST-HEAD.
		05  FILLER	PIC X(40) VALUE
			"LOST SHAREHOLDER EVIDENCE".
	01  RPT-LOST-LINE.
		05  RPT-L-ACCOUNT		PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-L-NAME		PIC X(30).
		05  FILLER	PIC X(8) VALUE "  SINCE ".
		05  RPT-L-SINCE		PIC 9(8).
		05  FILLER	PIC X(5) VALUE "  S1 ".
		05  RPT-L-S1-DATE	PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-L-S1-RESULT	PIC X(01).
		05  FILLER	PIC X(5) VALUE "  S2 ".
		05  RPT-L-S2-DATE	PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACE.
		05  RPT-L-S2-RESULT	PIC X(01).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-L-STATUS		PIC X(9).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-L-DORMANT	PIC X(7).
	01  RPT-LOST-TOTAL.
		05  FILLER	PIC X(20) VALUE
			"LOST SHAREHOLDERS =>".
		05  RPT-EVIDENCE-COUNT	PIC ZZZZ9.
	01  RPT-STALE-HEAD.
		05  FILLER	PIC X(40) VALUE
			"STALE CHECKS HELD FOR ESCHEATMENT".
	01  RPT-STALE-LINE.
		05  RPT-S-CHECK		PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-S-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-S-PAYEE		PIC X(30).
		05  FILLER	PIC X(8) VALUE "  ISSUED".
		05  RPT-S-ISSUED	PIC 9(8).
		05  FILLER	PIC X(7) VALUE "  STALE".
		05  RPT-S-STALE		PIC 9(8).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-S-AMOUNT	PIC $$,$$$,$$$,$$9.99.
	01  RPT-STALE-TOTAL.
		05  FILLER	PIC X(20) VALUE
			"STALE CHECKS      =>".
		05  RPT-STALE-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(11) VALUE "  AMOUNT =>".
		05  RPT-STALE-AMOUNT	PIC $$,$$$,$$$,$$9.99.
      ******************************************************
      * Log message definitions
      ******************************************************
 	01  PARAM-FILE-STATUS.
           	05  PARM-STATUS-1	PIC X.
           	05  PARM-STATUS-2	PIC X.
	01  LOSTSHR-FILE-STATUS.
           	05  LOST-STATUS-1	PIC X.
           	05  LOST-STATUS-2	PIC X.
	01  CHKREG-FILE-STATUS.
           	05  CKR-STATUS-1	PIC X.
           	05  CKR-STATUS-2	PIC X.
	01  CASHLED-OPEN-SWITCH	PIC X VALUE "N".
		88  CASHLED-AVAILABLE	VALUE "Y".
      *
       START-DORMRPT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-DORM-YEARS.
			FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM ACCOUNT-LOOP UNTIL DONE-READING.
	MOVE REVIEW-COUNT TO RPT-REVIEW-COUNT.
	MOVE DORMANT-COUNT TO RPT-DORMANT-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	PERFORM LIST-LOST-EVIDENCE THRU LIST-LOST-EVIDENCE-EXIT.
	PERFORM LIST-STALE-CHECKS THRU LIST-STALE-CHECKS-EXIT.
	CLOSE CUSTMAS-FILE.
	CLOSE BLOTTER-FILE.
	IF CASHLED-AVAILABLE
	CLOSE CASH-FILE.
	CLOSE QUOTE-FILE.
	CLOSE CUSTAUD-FILE.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
       VALUE-POS-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The lost-shareholder evidence -- every queue entry
      *  still open or with its searches exhausted.  A site
      *  with no search queue has none to list.
      ******************************************************
       LIST-LOST-EVIDENCE.
	OPEN INPUT LOSTSHR-FILE.
	IF LOST-STATUS-1 NOT = "0"
		GO TO LIST-LOST-EVIDENCE-EXIT.
	DISPLAY SPACE.
	DISPLAY RPT-LOST-HEAD.
	MOVE LOW-VALUES TO FILE-LOST-ACCOUNT.
	START LOSTSHR-FILE KEY IS NOT LESS THAN
			FILE-LOST-ACCOUNT
		INVALID KEY SET DONE-READING-LOST TO TRUE.
	PERFORM LOST-LOOP THRU LOST-LOOP-EXIT
		UNTIL DONE-READING-LOST.
	CLOSE LOSTSHR-FILE.
	MOVE EVIDENCE-COUNT TO RPT-EVIDENCE-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-LOST-TOTAL.
       LIST-LOST-EVIDENCE-EXIT.
	EXIT.
      ******************************************************
      *  List one queue entry with its searches
      ******************************************************
       LOST-LOOP.
	READ LOSTSHR-FILE NEXT RECORD
		AT END SET DONE-READING-LOST TO TRUE.
	IF DONE-READING-LOST
		GO TO LOST-LOOP-EXIT.
	IF NOT FILE-LOST-IS-OPEN AND NOT FILE-LOST-IS-EXHAUSTED
		GO TO LOST-LOOP-EXIT.
	ADD 1 TO EVIDENCE-COUNT.
	MOVE FILE-LOST-ACCOUNT TO RPT-L-ACCOUNT.
	MOVE SPACES TO RPT-L-NAME.
	MOVE SPACES TO RPT-L-DORMANT.
	MOVE FILE-LOST-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF STATUS-1 = "0"
		MOVE FILE-CUSTMAS-NAME TO RPT-L-NAME
		IF FILE-ACCOUNT-DORMANT
			MOVE "DORMANT" TO RPT-L-DORMANT
		END-IF
	END-IF.
	MOVE FILE-LOST-RETURNED-DATE TO RPT-L-SINCE.
	MOVE FILE-LOST-SEARCH1-DATE TO RPT-L-S1-DATE.
	MOVE FILE-LOST-SEARCH1-RESULT TO RPT-L-S1-RESULT.
	MOVE FILE-LOST-SEARCH2-DATE TO RPT-L-S2-DATE.
	MOVE FILE-LOST-SEARCH2-RESULT TO RPT-L-S2-RESULT.
	IF FILE-LOST-IS-EXHAUSTED
		MOVE "EXHAUSTED" TO RPT-L-STATUS
	ELSE
		MOVE "SEARCHING" TO RPT-L-STATUS
	END-IF.
	DISPLAY RPT-LOST-LINE.
       LOST-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The stale checks -- every check on the register
      *  CHKRUN has marked held for escheatment.  A site
      *  that has never written a check has none to list.
      ******************************************************
       LIST-STALE-CHECKS.
	OPEN INPUT CHKREG-FILE.
	IF CKR-STATUS-1 NOT = "0"
		GO TO LIST-STALE-CHECKS-EXIT.
	DISPLAY SPACE.
	DISPLAY RPT-STALE-HEAD.
	MOVE LOW-VALUES TO FILE-CKR-CHECK-NO.
	START CHKREG-FILE KEY IS NOT LESS THAN
			FILE-CKR-CHECK-NO
		INVALID KEY SET DONE-READING-CKR TO TRUE.
	PERFORM STALE-LOOP THRU STALE-LOOP-EXIT
		UNTIL DONE-READING-CKR.
	CLOSE CHKREG-FILE.
	MOVE STALE-COUNT TO RPT-STALE-COUNT.
	MOVE STALE-AMOUNT TO RPT-STALE-AMOUNT.
	DISPLAY SPACE.
	DISPLAY RPT-STALE-TOTAL.
       LIST-STALE-CHECKS-EXIT.
	EXIT.
      ******************************************************
      *  List one stale check
      ******************************************************
       STALE-LOOP.
	READ CHKREG-FILE NEXT RECORD
		AT END SET DONE-READING-CKR TO TRUE.
	IF DONE-READING-CKR
		GO TO STALE-LOOP-EXIT.
	IF NOT FILE-CKR-IS-ESCHEAT
		GO TO STALE-LOOP-EXIT.
	ADD 1 TO STALE-COUNT.
	ADD FILE-CKR-AMOUNT TO STALE-AMOUNT.
	MOVE FILE-CKR-CHECK-NO TO RPT-S-CHECK.
	MOVE FILE-CKR-ACCOUNT TO RPT-S-ACCOUNT.
	MOVE FILE-CKR-PAYEE TO RPT-S-PAYEE.
	MOVE FILE-CKR-ISSUE-DATE TO RPT-S-ISSUED.
	MOVE FILE-CKR-STATUS-DATE TO RPT-S-STALE.
	MOVE FILE-CKR-AMOUNT TO RPT-S-AMOUNT.
	DISPLAY RPT-STALE-LINE.
       STALE-LOOP-EXIT.
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
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
