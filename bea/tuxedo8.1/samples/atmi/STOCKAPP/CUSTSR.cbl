      * number sent in, or updates the name/address/status of
      * an existing one.  BUYSR and SELLSR read CUSTMAS-FILE
      * to refuse a trade against a closed or frozen account.
      *
      * A new account goes on file "N" pending open, with a
      * pending record on the opening review file CIPREV.IT
      * carrying the opening operator and the watchlist
      * outcome of the add.  It stays pending until CIPREV
      * approves it; maintenance that keys it active before
      * then leaves it pending.
      *
      * Every call is noted, with the operator keying it,
      * on the ACCLOG.IT access log (see ACCL-PUT) -- for
      * the account maintained and for any account the
      * duplicate check names back.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CUSTSR.
		ACCESS DYNAMIC
		RECORD KEY FILE-WLR-KEY
		STATUS WLREVIEW-FILE-STATUS.
	SELECT CIPREV-FILE ASSIGN "CIPREV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CIP-ACCOUNT
		STATUS CIPREV-FILE-STATUS.
	SELECT JRNL-FILE ASSIGN "JOURNAL.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-JRN-KEY
		STATUS JRNL-FILE-STATUS.
	COPY BDATESEL.
	COPY ACCLSEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
	     03  FILE-WLR-DISP-OPER	PIC X(10).
	     03  FILE-WLR-DISP-DATE	PIC 9(8).
      ******************************************************
      * New-account opening review -- one record per account
      * opened, "P" pending until a supervisor other than
      * the opening operator records the identity
      * verification through CIPREV and approves ("A") or
      * rejects ("R") it.  The watchlist outcome is noted
      * here at the add: C clear, H hit (the account was
      * frozen for WLDISP), N no list loaded to screen
      * against.  CIPREV marks a hit F once it has been
      * found false and the account approved.
      ******************************************************
	FD  CIPREV-FILE; RECORD 90.
	01  CIPREV-ITEM.
	     03  FILE-CIP-ACCOUNT	PIC X(10).
	     03  FILE-CIP-STATUS	PIC X(01).
		 88  FILE-CIP-IS-PENDING	VALUE "P".
		 88  FILE-CIP-IS-APPROVED	VALUE "A".
		 88  FILE-CIP-IS-REJECTED	VALUE "R".
	     03  FILE-CIP-OPEN-DATE	PIC 9(8).
	     03  FILE-CIP-OPEN-OPER	PIC X(10).
	     03  FILE-CIP-DOC-TYPE	PIC X(02).
	     03  FILE-CIP-DOC-NUMBER	PIC X(20).
	     03  FILE-CIP-VERIFY-DATE	PIC 9(8).
	     03  FILE-CIP-TIN-MATCH	PIC X(01).
	     03  FILE-CIP-WATCH	PIC X(01).
		 88  FILE-CIP-WATCH-CLEAR	VALUE "C".
		 88  FILE-CIP-WATCH-HIT		VALUE "H".
		 88  FILE-CIP-WATCH-CLEARED	VALUE "F".
		 88  FILE-CIP-NOT-SCREENED	VALUE "N".
	     03  FILE-CIP-REVIEWER	PIC X(10).
	     03  FILE-CIP-REVIEW-DATE	PIC 9(8).
	     03  FILLER			PIC X(11).
      ******************************************************
      * After-image journal -- one dated record per master-
      * file record written or rewritten, so a damaged
      * master restored from the nightly close can be rolled
	     03  FILE-JRN-OP		PIC X(1).
	     03  FILE-JRN-LEN		PIC 9(3).
	     03  FILE-JRN-IMAGE		PIC X(250).
	COPY BDATEFD.
	COPY ACCLFD.
	WORKING-STORAGE SECTION.
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
 	01  WLREVIEW-FILE-STATUS.
           	05  WLR-STATUS-1	PIC X.
           	05  WLR-STATUS-2	PIC X.
 	01  CIPREV-FILE-STATUS.
           	05  CIP-STATUS-1	PIC X.
           	05  CIP-STATUS-2	PIC X.
      ******************************************************
      * The screening pass over the name just maintained
      ******************************************************
	01  NN-O		PIC 9(4) COMP-5.
	01  NN-PEND-SWITCH	PIC X.
		88  NN-SPACE-PENDING	VALUE "Y".
      ******************************************************
      * The duplicate-customer pass over the master at an
      * add -- the new name normalized once, and whether the
      * record in hand shares its ZIP or birth date
      ******************************************************
	01  DUP-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-DUP-SCAN	VALUE "Y".
	01  DUP-ID-SWITCH	PIC X VALUE "N".
		88  DUP-ID-MATCH	VALUE "Y".
	01  DUP-NAME		PIC X(30).

      ******************************************************
      * Today's date, used as the open date on a new account
      * and on the audit key; TODAYS-TIME completes the key
      ******************************************************
	01  TODAYS-DATE			PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME			PIC 9(8).
 	01  CUSTAUD-FILE-STATUS.
           	05  CAUD-STATUS-1	PIC X.
	COPY CUSTMAS.
	77 REC-FOUND            PIC S9(9) COMP-5 VALUE 1.
	77 REC-NOT-FOUND        PIC S9(9) COMP-5 VALUE 2.
	COPY ACCLWS.
      *
       	LINKAGE SECTION.
      *
	MOVE LENGTH OF LOGREC TO LOGREC-LEN.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	PERFORM OPEN-CUSTAUD.
	MOVE "N" TO WL-OPEN-SWITCH.
		OPEN OUTPUT WLREVIEW-FILE
		CLOSE WLREVIEW-FILE
		OPEN I-O WLREVIEW-FILE.
	OPEN I-O CIPREV-FILE.
	IF CIP-STATUS-1 = "3"
		OPEN OUTPUT CIPREV-FILE
		CLOSE CIPREV-FILE
		OPEN I-O CIPREV-FILE.
	OPEN I-O JRNL-FILE.
	IF JRN-STATUS-1 = "3"
		OPEN OUTPUT JRNL-FILE
      ******************************************************
	MOVE CUSTMAS-ACCOUNT TO REC-ACCOUNT.
	MOVE CUSTMAS-STATUS TO REC-STATUS.
	MOVE SPACE TO CUSTMAS-DUP-FLAG.
	MOVE SPACES TO CUSTMAS-DUP-ACCOUNT.
	CALL "USERLOG" USING LOGREC
			LOGREC-LEN
			TPSTATUS-REC.
	MOVE CUSTMAS-ACCOUNT TO ACCL-ACCOUNT.
	MOVE CUSTMAS-OPERATOR TO ACCL-OPERATOR.
	MOVE "CUSTSR" TO ACCL-SERVICE.
	PERFORM ACCL-PUT THRU ACCL-PUT-EXIT.
      ******************************************************
      *  Check if the account already exists
      ******************************************************
	ELSE IF STATUS-1 = "2"
		MOVE "Record Does Not Exist Add It" TO LOGMSG-TEXT
	    	PERFORM DO-USERLOG
		PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-EXIT
		IF CUSTMAS-DUP-FLAG NOT = SPACE
			MOVE CUSTMAS-DUP-ACCOUNT TO ACCL-ACCOUNT
			MOVE CUSTMAS-OPERATOR TO ACCL-OPERATOR
			MOVE "CUSTSR" TO ACCL-SERVICE
			PERFORM ACCL-PUT THRU ACCL-PUT-EXIT
		END-IF
		PERFORM WRITE-REC
		PERFORM WRITE-ADD-AUDIT
		PERFORM SCREEN-THE-NAME
		PERFORM WRITE-OPEN-REVIEW
	ELSE
		MOVE "READ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
	IF WATCHLIST-AVAILABLE
		CLOSE WATCHLST-FILE.
	CLOSE WLREVIEW-FILE.
	CLOSE CIPREV-FILE.
	CLOSE JRNL-FILE.
	MOVE "Update completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF WATCHLIST-AVAILABLE
		CLOSE WATCHLST-FILE.
	CLOSE WLREVIEW-FILE.
	CLOSE CIPREV-FILE.
	CLOSE JRNL-FILE.
	SET TPFAIL TO TRUE.
	MOVE "Update Failed" TO LOGMSG-TEXT.
	IF WATCHLIST-AVAILABLE
		CLOSE WATCHLST-FILE.
	CLOSE WLREVIEW-FILE.
	CLOSE CIPREV-FILE.
	CLOSE JRNL-FILE.
	MOVE "Exiting without Update" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       WRITE-CLOSE-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  Before a new account is written, look for the same
      *  customer already on file -- the same TIN, or the
      *  same normalized name at the same ZIP or with the
      *  same birth date.  The master is walked the way the
      *  watchlist is; a TIN match ends the walk, a name
      *  match is kept while the walk goes on for a TIN.
      *  The caller is warned through CUSTMAS-DUP-FLAG and
      *  the add goes ahead regardless.
      ******************************************************
       CHECK-DUPLICATE.
	MOVE CUSTMAS-NAME TO NN-IN.
	PERFORM NORMALIZE-NAME.
	MOVE NN-OUT TO DUP-NAME.
	MOVE "N" TO DUP-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS NOT LESS THAN FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-DUP-SCAN TO TRUE.
	PERFORM CHECK-ONE-DUPLICATE THRU CHECK-ONE-DUPLICATE-EXIT
		UNTIL DONE-DUP-SCAN.
	IF CUSTMAS-DUP-FLAG = SPACE
		GO TO CHECK-DUPLICATE-EXIT.
	MOVE "Possible Duplicate Customer On File" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       CHECK-DUPLICATE-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-DUPLICATE.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-DUP-SCAN TO TRUE.
	IF DONE-DUP-SCAN
		GO TO CHECK-ONE-DUPLICATE-EXIT.
	IF CUSTMAS-TIN NOT = SPACES AND
	   FILE-CUSTMAS-TIN = CUSTMAS-TIN
		SET CUSTMAS-DUP-BY-TIN TO TRUE
		MOVE FILE-CUSTMAS-ACCOUNT TO CUSTMAS-DUP-ACCOUNT
		SET DONE-DUP-SCAN TO TRUE
		GO TO CHECK-ONE-DUPLICATE-EXIT.
	IF CUSTMAS-DUP-FLAG NOT = SPACE OR DUP-NAME = SPACES
		GO TO CHECK-ONE-DUPLICATE-EXIT.
	MOVE "N" TO DUP-ID-SWITCH.
	IF CUSTMAS-ZIP NOT = SPACES AND
	   FILE-CUSTMAS-ZIP(1:5) = CUSTMAS-ZIP(1:5)
		MOVE "Y" TO DUP-ID-SWITCH.
	IF CUSTMAS-BIRTH-DATE NOT = ZERO AND
	   FILE-CUSTMAS-BIRTH-DATE = CUSTMAS-BIRTH-DATE
		MOVE "Y" TO DUP-ID-SWITCH.
	IF NOT DUP-ID-MATCH
		GO TO CHECK-ONE-DUPLICATE-EXIT.
	MOVE FILE-CUSTMAS-NAME TO NN-IN.
	PERFORM NORMALIZE-NAME.
	IF NN-OUT = DUP-NAME
		SET CUSTMAS-DUP-BY-NAME TO TRUE
		MOVE FILE-CUSTMAS-ACCOUNT TO CUSTMAS-DUP-ACCOUNT.
       CHECK-ONE-DUPLICATE-EXIT.
	EXIT.
      ******************************************************
      *  Add a new account -- always pending open, whatever
      *  status was sent, until its opening review is
      *  approved
      ******************************************************
       WRITE-REC.
	MOVE CUSTMAS-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	MOVE CUSTMAS-NAME TO FILE-CUSTMAS-NAME.
	MOVE CUSTMAS-ADDRESS TO FILE-CUSTMAS-ADDRESS.
	SET CUSTMAS-IS-PENDING-OPEN TO TRUE.
	MOVE CUSTMAS-STATUS TO FILE-CUSTMAS-STATUS.
	MOVE TODAYS-DATE TO FILE-CUSTMAS-OPEN-DATE.
	MOVE CUSTMAS-COST-METHOD TO FILE-CUSTMAS-COST-METHOD.
	MOVE CUSTMAS-ADDRESS TO FILE-CUSTMAS-ADDRESS.
	IF CUSTMAS-STATUS NOT = SPACE
		MOVE CUSTMAS-STATUS TO FILE-CUSTMAS-STATUS.
	IF FILE-CUSTMAS-STATUS = "A"
		PERFORM HOLD-PENDING-OPEN THRU HOLD-PENDING-OPEN-EXIT.
	IF CUSTMAS-COST-METHOD NOT = SPACE
		MOVE CUSTMAS-COST-METHOD TO FILE-CUSTMAS-COST-METHOD.
      ******************************************************
	    	PERFORM DO-USERLOG-ERR
		PERFORM WRITEIT-ERROR.
      ******************************************************
      *  An account still awaiting its opening review cannot
      *  be made active by maintenance -- an unfreeze after a
      *  false watchlist match, say, puts it back to pending
      *  open, and only CIPREV's approval activates it
      ******************************************************
       HOLD-PENDING-OPEN.
	MOVE FILE-CUSTMAS-ACCOUNT TO FILE-CIP-ACCOUNT.
	READ CIPREV-FILE.
	IF CIP-STATUS-1 NOT = "0"
		GO TO HOLD-PENDING-OPEN-EXIT.
	IF FILE-CIP-IS-PENDING
		MOVE "N" TO FILE-CUSTMAS-STATUS
		MOVE "Account Held Pending Open" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
       HOLD-PENDING-OPEN-EXIT.
	EXIT.
      ******************************************************
      *  Open the account's review record, pending, with the
      *  opening operator and the outcome of the watchlist
      *  screen just run.  A failure is logged; the account
      *  is already on file pending open and cannot trade.
      ******************************************************
       WRITE-OPEN-REVIEW.
	MOVE SPACES TO CIPREV-ITEM.
	MOVE FILE-CUSTMAS-ACCOUNT TO FILE-CIP-ACCOUNT.
	SET FILE-CIP-IS-PENDING TO TRUE.
	MOVE TODAYS-DATE TO FILE-CIP-OPEN-DATE.
	MOVE FILE-CAUD-OPERATOR TO FILE-CIP-OPEN-OPER.
	MOVE ZERO TO FILE-CIP-VERIFY-DATE.
	IF WATCHLIST-HIT
		SET FILE-CIP-WATCH-HIT TO TRUE
	ELSE IF WATCHLIST-AVAILABLE
		SET FILE-CIP-WATCH-CLEAR TO TRUE
	ELSE
		SET FILE-CIP-NOT-SCREENED TO TRUE.
	MOVE ZERO TO FILE-CIP-REVIEW-DATE.
	WRITE CIPREV-ITEM.
	IF CIP-STATUS-1 NOT = "0"
		MOVE "WRITE CIP" TO LOG-ERR-ROUTINE
		MOVE CIP-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  A watchlist hit on a name change while the opening
      *  review is still pending is noted on the review, so
      *  the approving supervisor sees it
      ******************************************************
       NOTE-REVIEW-HIT.
	MOVE FILE-CUSTMAS-ACCOUNT TO FILE-CIP-ACCOUNT.
	READ CIPREV-FILE.
	IF CIP-STATUS-1 NOT = "0"
		GO TO NOTE-REVIEW-HIT-EXIT.
	IF NOT FILE-CIP-IS-PENDING
		GO TO NOTE-REVIEW-HIT-EXIT.
	SET FILE-CIP-WATCH-HIT TO TRUE.
	REWRITE CIPREV-ITEM.
	IF CIP-STATUS-1 NOT = "0"
		MOVE "REWRT CIP" TO LOG-ERR-ROUTINE
		MOVE CIP-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       NOTE-REVIEW-HIT-EXIT.
	EXIT.
      ******************************************************
      *  Screen the name just written against the watchlist.
      *  A potential match must neither silently block nor
      *  silently pass: the account parks frozen and the hit
		PERFORM DO-USERLOG-ERR.
	PERFORM WRITE-CHANGE-AUDIT.
	PERFORM WRITE-WATCH-REVIEW.
	PERFORM NOTE-REVIEW-HIT THRU NOTE-REVIEW-HIT-EXIT.
	MOVE "Watchlist Hit - Account Frozen" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       SCREEN-THE-NAME-EXIT.
	MOVE SPACES TO NN-OUT.
	MOVE ZERO TO NN-O.
	MOVE "N" TO NN-PEND-SWITCH.
	PERFORM NORMALIZE-ONE-CHAR THRU NORMALIZE-ONE-CHAR-EXIT
		VARYING NN-I FROM 1 BY 1
		UNTIL NN-I > 30.
      ******************************************************
		MOVE "WRITE JRNL" TO LOG-ERR-ROUTINE
		MOVE JRN-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
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
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
      ******************************************************
      * Note one access on ACCLOG.IT.  The file is opened
      * (created on first use) and closed again around the
      * one write.  A blank account is not noted.  A failed
      * note is logged but never keeps the answer from the
      * caller.
      ******************************************************
       ACCL-PUT.
	IF ACCL-ACCOUNT = SPACES
		GO TO ACCL-PUT-EXIT.
	IF ACCL-OPERATOR = SPACES
		MOVE "SYSTEM" TO ACCL-OPERATOR.
	OPEN I-O ACCLOG-FILE.
	IF ACCL-STATUS-1 = "3"
		OPEN OUTPUT ACCLOG-FILE
		CLOSE ACCLOG-FILE
		OPEN I-O ACCLOG-FILE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "OPEN ACCL" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO ACCL-PUT-EXIT.
	MOVE SPACES TO ACCLOG-ITEM.
	MOVE ACCL-ACCOUNT TO FILE-ACL-ACCOUNT.
	ACCEPT FILE-ACL-DATE FROM DATE YYYYMMDD.
	ACCEPT FILE-ACL-TIME FROM TIME.
	MOVE ACCL-OPERATOR TO FILE-ACL-OPERATOR.
	MOVE ACCL-SERVICE TO FILE-ACL-SERVICE.
	MOVE ZERO TO ACCL-CLASH-COUNT.
       ACCL-PUT-WRITE.
	WRITE ACCLOG-ITEM.
	IF ACCL-STATUS-1 = "2" AND ACCL-CLASH-COUNT < 100
		ADD 1 TO ACCL-CLASH-COUNT
		ADD 1 TO FILE-ACL-TIME
		GO TO ACCL-PUT-WRITE.
	IF ACCL-STATUS-1 NOT = "0"
		MOVE "WRITE ACCL" TO LOG-ERR-ROUTINE
		MOVE ACCL-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	CLOSE ACCLOG-FILE.
       ACCL-PUT-EXIT.
	EXIT.
