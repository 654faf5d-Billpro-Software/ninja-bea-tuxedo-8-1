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
      * #ident	"@(#) samples/atmi/STOCKAPP/DISBRET.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/DISBRET.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * DISBRET posts the bank's outbound-return file -- the
      * DISBURSE payments a receiving bank has rejected
      * (account closed, routing number bad) and sent back
      * to us -- the mirror image of DEPRET, and a batch
      * loader in the same mold.  DISBRET.IT arrives under
      * the same envelope discipline BANKRET.IT does:
      *   H  header -- source, business date, and the posting
      *      operator the bank feed is provisioned under
      *   D  one item per returned payment -- account,
      *      amount, the DISBURSE batch it went out in and
      *      its item number within that batch (the trace
      *      DISBURSE put on the detail), and the bank's
      *      return reason code
      *   T  trailer -- item count and amount total
      * The whole envelope is validated before a single item
      * posts, and the run checkpoints each committed item
      * so a rerun never double-credits.
      *
      * Each item is matched to the "WD" ledger entry it
      * paid by batch and item -- the n-th entry stamped
      * with the batch, in ledger order, is the n-th item
      * DISBURSE wrote -- and must agree with it on account
      * and amount.  The money goes back on CASH.IT with an
      * "AR" ledger entry whose description carries the
      * batch and item, so the same return can never be
      * credited twice.  The account's BANKINST.IT
      * instruction is marked returned with the bank's
      * reason: DISBURSE sends nothing more there, CHKRUN
      * mails a check instead, until BANKMNT re-keys it.
      * A closing payaway that bounces lands money on an
      * account CLOSERUN already closed -- the account is set
      * back to pending closure through CUSTSR, which audits
      * the change and puts the request back on the
      * CLOSEREQ.IT queue for CLOSERUN to pay away again.
      * Any item that cannot be matched lands on the
      * RETSUSP.IT suspense, beside DEPRET's, with its
      * reason.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DISBRET.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT DISBRET-FILE ASSIGN "DISBRET.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT CASH-FILE ASSIGN "CASH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CASH-ACCOUNT
		STATUS CASH-FILE-STATUS.
	SELECT CASHLED-FILE ASSIGN "CASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS CASHLED-FILE-STATUS.
	SELECT BANKINST-FILE ASSIGN "BANKINST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BINST-ACCOUNT
		STATUS BANKINST-FILE-STATUS.
	SELECT CLOSEREQ-FILE ASSIGN "CLOSEREQ.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CLO-ACCOUNT
		STATUS CLOSEREQ-FILE-STATUS.
	SELECT RETSUSP-FILE ASSIGN "RETSUSP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RSUSP-KEY
		STATUS RETSUSP-FILE-STATUS.
	SELECT CHKPOINT-FILE ASSIGN "CHKPOINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CHK-NAME
		STATUS CHKPOINT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The outbound-return file -- one 46-byte record per
      * line, the first byte saying which shape the rest
      * takes
      ******************************************************
	FD  DISBRET-FILE; RECORD 46.
	01  DISBRET-ITEM.
	     03  DRT-REC-TYPE		PIC X(01).
		 88  DRT-IS-HEADER	VALUE "H".
		 88  DRT-IS-DETAIL	VALUE "D".
		 88  DRT-IS-TRAILER	VALUE "T".
	     03  DRT-REC-BODY		PIC X(45).
	01  DISBRET-HEADER REDEFINES DISBRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  DRT-HDR-SOURCE		PIC X(10).
	     03  DRT-HDR-DATE		PIC 9(8).
	     03  DRT-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(17).
	01  DISBRET-DETAIL REDEFINES DISBRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  DRT-DTL-ACCOUNT	PIC X(10).
	     03  DRT-DTL-AMOUNT		PIC 9(9)V99.
	     03  DRT-DTL-BATCH		PIC 9(8).
	     03  DRT-DTL-ITEM		PIC 9(6).
	     03  DRT-DTL-REASON		PIC X(03).
	     03  FILLER			PIC X(07).
	01  DISBRET-TRAILER REDEFINES DISBRET-ITEM.
	     03  FILLER			PIC X(01).
	     03  DRT-TRL-COUNT		PIC 9(7).
	     03  DRT-TRL-AMOUNT		PIC 9(11)V99.
	     03  FILLER			PIC X(25).
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
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  CASH-FILE; RECORD 40.
	01  CASH-ITEM.
	     03  FILE-CASH-ACCOUNT		PIC X(10).
	     03  FILE-CASH-BALANCE		PIC 9(9)V99.
	     03  FILE-CASH-HOLD-AMOUNT		PIC 9(9)V99.
	     03  FILE-CASH-SETTLE-DATE		PIC 9(8).
      ******************************************************
      * Cash transaction ledger -- see CASHSR.cbl for the
      * full reason-code list.  This job finds the "WD"
      * entry each return paid and writes the "AR" credit.
      ******************************************************
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-LED-KEY.
		05  FILE-LED-ACCOUNT		PIC X(10).
		05  FILE-LED-DATE		PIC 9(8).
		05  FILE-LED-TIME		PIC 9(8).
	     03  FILE-LED-REASON		PIC X(02).
	     03  FILE-LED-AMOUNT		PIC 9(9)V99.
	     03  FILE-LED-SIGN			PIC X(01).
	     03  FILE-LED-BALANCE		PIC 9(9)V99.
	     03  FILE-LED-DESC			PIC X(20).
	     03  FILE-LED-BATCH			PIC 9(8).
      ******************************************************
      * Bank instruction master -- see BANKMNT.cbl.  This job
      * marks an instruction returned.
      ******************************************************
	FD  BANKINST-FILE; RECORD 78.
	01  BANKINST-ITEM.
	     03  FILE-BINST-ACCOUNT	PIC X(10).
	     03  FILE-BINST-ABA		PIC 9(9).
	     03  FILE-BINST-BANK-ACCT	PIC X(17).
	     03  FILE-BINST-NAME	PIC X(30).
	     03  FILE-BINST-STATUS	PIC X(01).
		 88  FILE-BINST-IS-RETURNED	VALUE "R".
	     03  FILE-BINST-RET-DATE	PIC 9(8).
	     03  FILE-BINST-RET-REASON	PIC X(03).
      ******************************************************
      * Closure request queue -- see CUSTSR, which writes it.
      * This job notes why a closure went back on the queue.
      ******************************************************
	FD  CLOSEREQ-FILE; RECORD 67.
	01  CLOSEREQ-ITEM.
	     03  FILE-CLO-ACCOUNT	PIC X(10).
	     03  FILE-CLO-STATUS	PIC X(01).
		 88  FILE-CLO-IS-PENDING	VALUE "P".
		 88  FILE-CLO-IS-COMPLETE	VALUE "C".
	     03  FILE-CLO-REQ-DATE	PIC 9(8).
	     03  FILE-CLO-OPERATOR	PIC X(10).
	     03  FILE-CLO-DONE-DATE	PIC 9(8).
	     03  FILE-CLO-REASON	PIC X(30).
      ******************************************************
      * Return suspense -- shared with DEPRET; an item of
      * this job's carries "RTN" and its batch and item in
      * the bank reference
      ******************************************************
	FD  RETSUSP-FILE; RECORD 84.
	01  RETSUSP-ITEM.
	     03  FILE-RSUSP-KEY.
		05  FILE-RSUSP-DATE	PIC 9(8).
		05  FILE-RSUSP-SEQ	PIC 9(5).
	     03  FILE-RSUSP-ACCOUNT	PIC X(10).
	     03  FILE-RSUSP-AMOUNT	PIC 9(9)V99.
	     03  FILE-RSUSP-BANK-REF	PIC X(20).
	     03  FILE-RSUSP-REASON	PIC X(30).
      ******************************************************
      * Loader checkpoint -- one record per loader, keyed by
      * the loader's name, carrying how many detail items
      * today's prior run committed.  See TRADLOAD.
      ******************************************************
	FD  CHKPOINT-FILE; RECORD 33.
	01  CHKPOINT-ITEM.
	     03  FILE-CHK-NAME		PIC X(8).
	     03  FILE-CHK-DATE		PIC 9(8).
	     03  FILE-CHK-COUNT		PIC 9(7).
	     03  FILE-CHK-SUBKEY	PIC X(10).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      *****************************************************
      * Tuxedo definitions
      *****************************************************
	01  TPTYPE-REC.
	COPY TPTYPE.
      *
	01 TPSTATUS-REC.
	COPY TPSTATUS.
      *
	01  TPSVCDEF-REC.
	COPY TPSVCDEF.
      *
	01  TPINFDEF-REC VALUE LOW-VALUES.
	COPY TPINFDEF.
      *****************************************************
      * Log messages definitions
      *****************************************************
	01  LOGMSG.
		05  FILLER	PIC X(12) VALUE
			"DISBRET   =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"DISBRET ERR  =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      *
	01  USER-DATA-REC 	PIC X(75).
      *****************************************************
      * VIEW record exchanged with CUSTSR, which sets a
      * bounced closure back to pending
      *****************************************************
	01 CUSTMAS-REC.
	COPY CUSTMAS.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  CASH-FILE-STATUS.
           	05  CASH-STATUS-1	PIC X.
           	05  CASH-STATUS-2	PIC X.
 	01  CASHLED-FILE-STATUS.
           	05  LED-STATUS-1	PIC X.
           	05  LED-STATUS-2	PIC X.
 	01  BANKINST-FILE-STATUS.
           	05  BINST-STATUS-1	PIC X.
           	05  BINST-STATUS-2	PIC X.
	01  BINST-OPEN-SWITCH	PIC X VALUE "N".
		88  BANKINST-AVAILABLE	VALUE "Y".
 	01  CLOSEREQ-FILE-STATUS.
           	05  CLO-STATUS-1	PIC X.
           	05  CLO-STATUS-2	PIC X.
 	01  RETSUSP-FILE-STATUS.
           	05  RSUSP-STATUS-1	PIC X.
           	05  RSUSP-STATUS-2	PIC X.
 	01  CHKPOINT-FILE-STATUS.
           	05  CHK-STATUS-1	PIC X.
           	05  CHK-STATUS-2	PIC X.
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
		88  TRAILER-SEEN	VALUE "Y".
	01  FEED-OPERATOR	PIC X(10).
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SCAN-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
	01  STATED-AMOUNT	PIC 9(11)V99.
      ******************************************************
      * Matching the return to the payment it bounced -- the
      * ledger walk, how many of the batch's entries it has
      * passed, and the description the "AR" credit carries
      * (also the suspense bank reference)
      ******************************************************
	01  LED-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LEDGER		VALUE "Y".
	01  ORIG-SWITCH		PIC X VALUE "N".
		88  ORIG-FOUND		VALUE "Y".
	01  PRIOR-SWITCH	PIC X VALUE "N".
		88  ALREADY-RETURNED	VALUE "Y".
	01  ITEM-SEEN		PIC 9(6).
	01  RETURN-DESC.
		05  FILLER		PIC X(4) VALUE "RTN ".
		05  RETURN-DESC-BATCH	PIC 9(8).
		05  FILLER		PIC X(1) VALUE "-".
		05  RETURN-DESC-ITEM	PIC 9(6).
		05  FILLER		PIC X(1) VALUE SPACE.
	01  REOPEN-SWITCH	PIC X VALUE "N".
		88  CLOSURE-REOPENED	VALUE "Y".
      ******************************************************
      * Posting-pass counts and checkpoint/restart control
      ******************************************************
	01  RETURNED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  RETURNED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  SUSP-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SUSP-AMOUNT		PIC 9(11)V99 VALUE ZERO.
	01  SUSP-SEQ		PIC 9(5) VALUE ZERO.
	01  SUSP-REASON		PIC X(30).
	01  REOPEN-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-TIME		PIC 9(8).
	01  RESTART-SKIP	PIC 9(7) VALUE ZERO.
	01  SKIPPED-COUNT	PIC 9(7) VALUE ZERO.
	01  SKIPPED-AMOUNT	PIC 9(11)V99 VALUE ZERO.
	01  DONE-COUNT		PIC 9(7) VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"DISBURSEMENT RETURN LOAD -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(18) VALUE "  STATED AMOUNT =>".
		05  RPT-STATED-AMOUNT	PIC ZZZZZZZZZZ9.99.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-AMOUNT	PIC ZZZZZZZZZZ9.99.
	01  RPT-ITEM-LINE.
		05  RPT-ITEM-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-ITEM-AMOUNT	PIC ZZZZZZZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-ITEM-REASON	PIC X(03).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-ITEM-TEXT	PIC X(30).
	01  RPT-RETURNED.
		05  FILLER	PIC X(16) VALUE "RE-CREDITED  =>".
		05  RPT-RET-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  AMOUNT =>".
		05  RPT-RET-AMOUNT	PIC ZZZZZZZZZZ9.99.
	01  RPT-SUSP.
		05  FILLER	PIC X(16) VALUE "SUSPENDED    =>".
		05  RPT-SUSP-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  AMOUNT =>".
		05  RPT-SUSP-AMOUNT	PIC ZZZZZZZZZZ9.99.
	01  RPT-REOPEN.
		05  FILLER	PIC X(16) VALUE "REOPENED     =>".
		05  RPT-REOPEN-COUNT	PIC ZZZZZZ9.
	01  RPT-RESTART.
		05  FILLER	PIC X(30) VALUE
			"ALREADY DONE (CHECKPOINT)   =>".
		05  RPT-SKIPPED-COUNT	PIC ZZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
       START-DISBRET.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Pass one -- prove the envelope before crediting a
      * single item
      *****************************************************
	OPEN INPUT DISBRET-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN DISBRT" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT UNTIL DONE-READING.
	CLOSE DISBRET-FILE.
	PERFORM JUDGE-ENVELOPE.
	IF ENVELOPE-BAD
		MOVE TODAYS-DATE TO RPT-DATE
		DISPLAY SPACE
		DISPLAY RPT-TITLE
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		MOVE STATED-AMOUNT TO RPT-STATED-AMOUNT
		MOVE SCAN-AMOUNT TO RPT-SCAN-AMOUNT
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * Envelope proved -- open the working files, register
      * as a client, and post pass two
      *****************************************************
	OPEN INPUT DISBRET-FILE.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DISBRET-FILE
		PERFORM A-999-EXIT.
	OPEN I-O CASH-FILE.
	IF CASH-STATUS-1 NOT = "0"
		MOVE "OPEN CASH" TO LOG-ERR-ROUTINE
		MOVE CASH-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DISBRET-FILE
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	OPEN I-O CASHLED-FILE.
	IF LED-STATUS-1 NOT = "0"
		MOVE "OPEN CASHLED" TO LOG-ERR-ROUTINE
		MOVE LED-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DISBRET-FILE
		CLOSE CUSTMAS-FILE
		CLOSE CASH-FILE
		PERFORM A-999-EXIT.
	MOVE "N" TO BINST-OPEN-SWITCH.
	OPEN I-O BANKINST-FILE.
	IF BINST-STATUS-1 = "0"
		MOVE "Y" TO BINST-OPEN-SWITCH.
	PERFORM OPEN-RETSUSP.
	PERFORM OPEN-CHECKPOINT.
	MOVE SPACES TO USRNAME.
	MOVE SPACES TO CLTNAME.
	MOVE SPACES TO PASSWD.
	MOVE SPACES TO GRPNAME.
	MOVE ZERO TO DATALEN.
	SET TPU-DIP TO TRUE.
      *
        CALL "TPINITIALIZE" USING TPINFDEF-REC
		USER-DATA-REC
		TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPINITIALI" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM CLOSE-ALL-FILES
		PERFORM A-999-EXIT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM SKIP-ONE-ITEM
		UNTIL SKIPPED-COUNT NOT < RESTART-SKIP
		OR DONE-READING.
	IF SKIPPED-COUNT > ZERO
		MOVE "Resumed Past Checkpoint" TO LOGMSG-TEXT
		PERFORM DO-USERLOG.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	PERFORM POST-LOOP UNTIL DONE-READING.
	PERFORM CLEAR-CHECKPOINT.
	PERFORM CLOSE-ALL-FILES.
	CALL "TPTERM" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPTERM " TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      *****************************************************
      * The end-of-run balance -- re-credited plus suspended
      * has to equal what the bank said it returned
      *****************************************************
	DISPLAY SPACE.
	MOVE RETURNED-COUNT TO RPT-RET-COUNT.
	MOVE RETURNED-AMOUNT TO RPT-RET-AMOUNT.
	DISPLAY RPT-RETURNED.
	MOVE SUSP-COUNT TO RPT-SUSP-COUNT.
	MOVE SUSP-AMOUNT TO RPT-SUSP-AMOUNT.
	DISPLAY RPT-SUSP.
	MOVE REOPEN-COUNT TO RPT-REOPEN-COUNT.
	DISPLAY RPT-REOPEN.
	IF SKIPPED-COUNT > ZERO
		MOVE SKIPPED-COUNT TO RPT-SKIPPED-COUNT
		DISPLAY RPT-RESTART.
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
      * Close everything pass two opened
      ******************************************************
       CLOSE-ALL-FILES.
	CLOSE DISBRET-FILE.
	CLOSE CUSTMAS-FILE.
	CLOSE CASH-FILE.
	CLOSE CASHLED-FILE.
	IF BANKINST-AVAILABLE
		CLOSE BANKINST-FILE.
	CLOSE RETSUSP-FILE.
	CLOSE CHKPOINT-FILE.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ DISBRET-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF DRT-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE DRT-HDR-OPERATOR TO FEED-OPERATOR
		MOVE DRT-HDR-DATE TO FEED-DATE
	ELSE IF DRT-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE DRT-TRL-COUNT TO STATED-COUNT
		MOVE DRT-TRL-AMOUNT TO STATED-AMOUNT
	ELSE IF DRT-IS-DETAIL
		ADD 1 TO SCAN-COUNT
		ADD DRT-DTL-AMOUNT TO SCAN-AMOUNT
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Does the envelope hold?  Header and trailer both
      *  present, the detail count matching the stated count,
      *  and the amounts balancing to the penny.
      ******************************************************
       JUDGE-ENVELOPE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
		MOVE "Y" TO ENV-SWITCH.
	IF NOT ENVELOPE-BAD
		IF SCAN-COUNT NOT = STATED-COUNT OR
		   SCAN-AMOUNT NOT = STATED-AMOUNT
			MOVE "Y" TO ENV-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  Pass over one detail item a prior run already
      *  committed -- header and trailer records do not count
      ******************************************************
       SKIP-ONE-ITEM.
	READ DISBRET-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF DRT-IS-DETAIL
			ADD 1 TO SKIPPED-COUNT
			ADD DRT-DTL-AMOUNT TO SKIPPED-AMOUNT
		END-IF
	END-IF.
      ******************************************************
      *  Pass two: post one record -- header and trailer ride
      *  through, each detail item re-credits or suspends
      ******************************************************
       POST-LOOP.
	READ DISBRET-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF DRT-IS-DETAIL
			PERFORM RETURN-ONE-ITEM
				THRU RETURN-ONE-ITEM-EXIT
			PERFORM TAKE-CHECKPOINT
		END-IF
	END-IF.
      ******************************************************
      *  Put one bounced payment back.  It has to be the
      *  payment the bank says it is -- the batch's item,
      *  for this account and this amount -- and must not
      *  have come back before.  Anything that does not hold
      *  suspends with its reason.
      ******************************************************
       RETURN-ONE-ITEM.
	MOVE DRT-DTL-BATCH TO RETURN-DESC-BATCH.
	MOVE DRT-DTL-ITEM TO RETURN-DESC-ITEM.
	MOVE "N" TO REOPEN-SWITCH.
	MOVE DRT-DTL-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "UNKNOWN ACCOUNT" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO RETURN-ONE-ITEM-EXIT.
	PERFORM FIND-ORIGINAL THRU FIND-ORIGINAL-EXIT.
	IF NOT ORIG-FOUND
		MOVE "ORIGINAL PAYMENT NOT FOUND" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO RETURN-ONE-ITEM-EXIT.
	IF FILE-LED-ACCOUNT NOT = DRT-DTL-ACCOUNT OR
	   FILE-LED-AMOUNT NOT = DRT-DTL-AMOUNT
		MOVE "ITEM DOES NOT MATCH PAYMENT" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO RETURN-ONE-ITEM-EXIT.
	PERFORM CHECK-ALREADY-RETURNED
		THRU CHECK-ALREADY-RETURNED-EXIT.
	IF ALREADY-RETURNED
		MOVE "ALREADY RETURNED" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO RETURN-ONE-ITEM-EXIT.
	MOVE DRT-DTL-ACCOUNT TO FILE-CASH-ACCOUNT.
	READ CASH-FILE.
	IF CASH-STATUS-1 NOT = "0"
		MOVE "NO CASH ACCOUNT" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO RETURN-ONE-ITEM-EXIT.
	ADD DRT-DTL-AMOUNT TO FILE-CASH-BALANCE.
	REWRITE CASH-ITEM.
	IF CASH-STATUS-1 NOT = "0"
		MOVE "REWRITE CASH" TO LOG-ERR-ROUTINE
		MOVE CASH-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "CASH UPDATE FAILED" TO SUSP-REASON
		PERFORM WRITE-SUSPENSE
		GO TO RETURN-ONE-ITEM-EXIT.
	PERFORM POST-LEDGER.
	ADD 1 TO RETURNED-COUNT.
	ADD DRT-DTL-AMOUNT TO RETURNED-AMOUNT.
	PERFORM MARK-INSTRUCTION-RETURNED
		THRU MARK-INSTRUCTION-RETURNED-EXIT.
	IF FILE-ACCOUNT-CLOSED
		PERFORM REOPEN-CLOSURE THRU REOPEN-CLOSURE-EXIT.
	MOVE DRT-DTL-ACCOUNT TO RPT-ITEM-ACCOUNT.
	MOVE DRT-DTL-AMOUNT TO RPT-ITEM-AMOUNT.
	MOVE DRT-DTL-REASON TO RPT-ITEM-REASON.
	IF CLOSURE-REOPENED
		MOVE "RE-CREDITED - CLOSURE REOPENED" TO
			RPT-ITEM-TEXT
	ELSE
		MOVE "RE-CREDITED" TO RPT-ITEM-TEXT.
	DISPLAY RPT-ITEM-LINE.
       RETURN-ONE-ITEM-EXIT.
	EXIT.
      ******************************************************
      *  Find the "WD" entry the return paid -- DISBURSE
      *  wrote the batch's items in ledger order, so the
      *  n-th entry stamped with the batch is item n
      ******************************************************
       FIND-ORIGINAL.
	MOVE "N" TO ORIG-SWITCH.
	MOVE "N" TO LED-EOF-SWITCH.
	MOVE ZERO TO ITEM-SEEN.
	IF DRT-DTL-BATCH = ZERO OR DRT-DTL-ITEM = ZERO
		GO TO FIND-ORIGINAL-EXIT.
	MOVE LOW-VALUES TO FILE-LED-KEY.
	START CASHLED-FILE KEY IS NOT LESS THAN FILE-LED-KEY
		INVALID KEY SET DONE-LEDGER TO TRUE.
	PERFORM FIND-ONE-ENTRY THRU FIND-ONE-ENTRY-EXIT
		UNTIL DONE-LEDGER.
       FIND-ORIGINAL-EXIT.
	EXIT.
      ******************************************************
       FIND-ONE-ENTRY.
	READ CASHLED-FILE NEXT RECORD
		AT END SET DONE-LEDGER TO TRUE.
	IF DONE-LEDGER
		GO TO FIND-ONE-ENTRY-EXIT.
	IF FILE-LED-REASON NOT = "WD" OR
	   FILE-LED-BATCH NOT = DRT-DTL-BATCH
		GO TO FIND-ONE-ENTRY-EXIT.
	ADD 1 TO ITEM-SEEN.
	IF ITEM-SEEN = DRT-DTL-ITEM
		MOVE "Y" TO ORIG-SWITCH
		SET DONE-LEDGER TO TRUE.
       FIND-ONE-ENTRY-EXIT.
	EXIT.
      ******************************************************
      *  Has this batch and item come back before?  An "AR"
      *  credit carrying it on the account's ledger says so.
      ******************************************************
       CHECK-ALREADY-RETURNED.
	MOVE "N" TO PRIOR-SWITCH.
	MOVE "N" TO LED-EOF-SWITCH.
	MOVE DRT-DTL-ACCOUNT TO FILE-LED-ACCOUNT.
	MOVE ZERO TO FILE-LED-DATE.
	MOVE ZERO TO FILE-LED-TIME.
	START CASHLED-FILE KEY IS NOT LESS THAN FILE-LED-KEY
		INVALID KEY SET DONE-LEDGER TO TRUE.
	PERFORM CHECK-ONE-ENTRY THRU CHECK-ONE-ENTRY-EXIT
		UNTIL DONE-LEDGER.
       CHECK-ALREADY-RETURNED-EXIT.
	EXIT.
      ******************************************************
       CHECK-ONE-ENTRY.
	READ CASHLED-FILE NEXT RECORD
		AT END SET DONE-LEDGER TO TRUE.
	IF DONE-LEDGER
		GO TO CHECK-ONE-ENTRY-EXIT.
	IF FILE-LED-ACCOUNT NOT = DRT-DTL-ACCOUNT
		SET DONE-LEDGER TO TRUE
		GO TO CHECK-ONE-ENTRY-EXIT.
	IF FILE-LED-REASON = "AR" AND FILE-LED-DESC = RETURN-DESC
		MOVE "Y" TO PRIOR-SWITCH
		SET DONE-LEDGER TO TRUE.
       CHECK-ONE-ENTRY-EXIT.
	EXIT.
      ******************************************************
      *  Write the "AR" credit for the money just put back --
      *  its description names the batch and item returned
      ******************************************************
       POST-LEDGER.
	MOVE DRT-DTL-ACCOUNT TO FILE-LED-ACCOUNT.
	MOVE TODAYS-DATE TO FILE-LED-DATE.
	ACCEPT TODAYS-TIME FROM TIME.
	MOVE TODAYS-TIME TO FILE-LED-TIME.
	MOVE "AR" TO FILE-LED-REASON.
	MOVE DRT-DTL-AMOUNT TO FILE-LED-AMOUNT.
	MOVE "+" TO FILE-LED-SIGN.
	MOVE FILE-CASH-BALANCE TO FILE-LED-BALANCE.
	MOVE RETURN-DESC TO FILE-LED-DESC.
	MOVE ZERO TO FILE-LED-BATCH.
	WRITE CASHLED-ITEM.
	IF LED-STATUS-1 NOT = "0"
		MOVE "WRITE LEDGER" TO LOG-ERR-ROUTINE
		MOVE LED-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  Mark the account's bank instruction returned, with
      *  the bank's reason, so DISBURSE stops sending there
      ******************************************************
       MARK-INSTRUCTION-RETURNED.
	IF NOT BANKINST-AVAILABLE
		GO TO MARK-INSTRUCTION-RETURNED-EXIT.
	MOVE DRT-DTL-ACCOUNT TO FILE-BINST-ACCOUNT.
	READ BANKINST-FILE.
	IF BINST-STATUS-1 NOT = "0"
		GO TO MARK-INSTRUCTION-RETURNED-EXIT.
	SET FILE-BINST-IS-RETURNED TO TRUE.
	MOVE TODAYS-DATE TO FILE-BINST-RET-DATE.
	MOVE DRT-DTL-REASON TO FILE-BINST-RET-REASON.
	REWRITE BANKINST-ITEM.
	IF BINST-STATUS-1 NOT = "0"
		MOVE "REWRITE BI" TO LOG-ERR-ROUTINE
		MOVE BINST-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
       MARK-INSTRUCTION-RETURNED-EXIT.
	EXIT.
      ******************************************************
      *  The payaway of a closed account has bounced, so the
      *  account holds money again.  Set it back to pending
      *  closure through CUSTSR -- the change is audited and
      *  the request goes back on the queue -- and note on
      *  the request why it reopened.
      ******************************************************
       REOPEN-CLOSURE.
	MOVE DRT-DTL-ACCOUNT TO CUSTMAS-ACCOUNT.
	MOVE FILE-CUSTMAS-NAME TO CUSTMAS-NAME.
	MOVE FILE-CUSTMAS-ADDRESS TO CUSTMAS-ADDRESS.
	SET CUSTMAS-IS-CLOSING TO TRUE.
	MOVE SPACE TO CUSTMAS-COST-METHOD.
	MOVE SPACES TO CUSTMAS-HOUSEHOLD.
	MOVE SPACE TO CUSTMAS-REG-TYPE.
	MOVE SPACES TO CUSTMAS-TIN.
	MOVE SPACE TO CUSTMAS-BACKUP-WH.
	MOVE SPACE TO CUSTMAS-TIN-REQD.
	MOVE ZERO TO CUSTMAS-BIRTH-DATE.
	MOVE SPACES TO CUSTMAS-REP.
	MOVE FEED-OPERATOR TO CUSTMAS-OPERATOR.
      *
	MOVE LENGTH OF CUSTMAS-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "custmas" TO SUB-TYPE.
	MOVE "CUSTSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			CUSTMAS-REC
			TPTYPE-REC
			CUSTMAS-REC
			TPSTATUS-REC.
	IF NOT TPOK
		MOVE "CUSTSR" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "Closure Not Reopened" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		GO TO REOPEN-CLOSURE-EXIT.
	MOVE "Y" TO REOPEN-SWITCH.
	ADD 1 TO REOPEN-COUNT.
	OPEN I-O CLOSEREQ-FILE.
	IF CLO-STATUS-1 NOT = "0"
		GO TO REOPEN-CLOSURE-EXIT.
	MOVE DRT-DTL-ACCOUNT TO FILE-CLO-ACCOUNT.
	READ CLOSEREQ-FILE.
	IF CLO-STATUS-1 = "0"
		MOVE "PAYAWAY RETURNED" TO FILE-CLO-REASON
		MOVE DRT-DTL-REASON TO FILE-CLO-REASON(18:3)
		REWRITE CLOSEREQ-ITEM.
	CLOSE CLOSEREQ-FILE.
       REOPEN-CLOSURE-EXIT.
	EXIT.
      ******************************************************
      *  Route one item to the suspense with its reason.  The
      *  sequence hunts past any records DEPRET or a partial
      *  run of today already wrote, so nothing collides.
      ******************************************************
       WRITE-SUSPENSE.
	MOVE TODAYS-DATE TO FILE-RSUSP-DATE.
	MOVE DRT-DTL-ACCOUNT TO FILE-RSUSP-ACCOUNT.
	MOVE DRT-DTL-AMOUNT TO FILE-RSUSP-AMOUNT.
	MOVE RETURN-DESC TO FILE-RSUSP-BANK-REF.
	MOVE SUSP-REASON TO FILE-RSUSP-REASON.
       WRITE-SUSPENSE-TRY.
	ADD 1 TO SUSP-SEQ.
	MOVE SUSP-SEQ TO FILE-RSUSP-SEQ.
	WRITE RETSUSP-ITEM.
	IF RSUSP-STATUS-1 = "2"
		GO TO WRITE-SUSPENSE-TRY.
	IF RSUSP-STATUS-1 NOT = "0"
		MOVE "WRITE RSUSP" TO LOG-ERR-ROUTINE
		MOVE RSUSP-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO SUSP-COUNT.
	ADD DRT-DTL-AMOUNT TO SUSP-AMOUNT.
	MOVE DRT-DTL-ACCOUNT TO RPT-ITEM-ACCOUNT.
	MOVE DRT-DTL-AMOUNT TO RPT-ITEM-AMOUNT.
	MOVE DRT-DTL-REASON TO RPT-ITEM-REASON.
	MOVE SUSP-REASON TO RPT-ITEM-TEXT.
	DISPLAY RPT-ITEM-LINE.
      ******************************************************
      *  Open (creating on first use) the return suspense
      ******************************************************
       OPEN-RETSUSP.
	OPEN I-O RETSUSP-FILE.
	IF RSUSP-STATUS-1 = "3"
		OPEN OUTPUT RETSUSP-FILE
		CLOSE RETSUSP-FILE
		OPEN I-O RETSUSP-FILE.
	IF RSUSP-STATUS-1 NOT = "0"
		MOVE "OPEN RSUSP" TO LOG-ERR-ROUTINE
		MOVE RSUSP-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DISBRET-FILE
		CLOSE CUSTMAS-FILE
		CLOSE CASH-FILE
		CLOSE CASHLED-FILE
		IF BANKINST-AVAILABLE
			CLOSE BANKINST-FILE
		END-IF
		PERFORM A-999-EXIT.
      ******************************************************
      *  Open (creating on first use) the checkpoint file and
      *  find out how far a prior run of today's file got --
      *  zero when today's run starts fresh.  See TRADLOAD.
      ******************************************************
       OPEN-CHECKPOINT.
	OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 = "3"
		OPEN OUTPUT CHKPOINT-FILE
		CLOSE CHKPOINT-FILE
		OPEN I-O CHKPOINT-FILE.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "OPEN CHKPT" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE DISBRET-FILE
		CLOSE CUSTMAS-FILE
		CLOSE CASH-FILE
		CLOSE CASHLED-FILE
		IF BANKINST-AVAILABLE
			CLOSE BANKINST-FILE
		END-IF
		CLOSE RETSUSP-FILE
		PERFORM A-999-EXIT.
	MOVE "DISBRET" TO FILE-CHK-NAME.
	READ CHKPOINT-FILE.
	IF CHK-STATUS-1 = "0" AND FILE-CHK-DATE = TODAYS-DATE
		MOVE FILE-CHK-COUNT TO RESTART-SKIP
		MOVE FILE-CHK-COUNT TO DONE-COUNT
	ELSE
		MOVE ZERO TO RESTART-SKIP
		MOVE ZERO TO DONE-COUNT
		MOVE "DISBRET" TO FILE-CHK-NAME
		MOVE TODAYS-DATE TO FILE-CHK-DATE
		MOVE ZERO TO FILE-CHK-COUNT
		MOVE SPACES TO FILE-CHK-SUBKEY
		IF CHK-STATUS-1 = "0"
			REWRITE CHKPOINT-ITEM
		ELSE
			WRITE CHKPOINT-ITEM
		END-IF
	END-IF.
      ******************************************************
      *  Record that one more item has been committed -- a
      *  rerun after a failure picks up here
      ******************************************************
       TAKE-CHECKPOINT.
	ADD 1 TO DONE-COUNT.
	MOVE "DISBRET" TO FILE-CHK-NAME.
	MOVE TODAYS-DATE TO FILE-CHK-DATE.
	MOVE DONE-COUNT TO FILE-CHK-COUNT.
	MOVE SPACES TO FILE-CHK-SUBKEY.
	REWRITE CHKPOINT-ITEM.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "REWRITE CHK" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  A clean end needs no checkpoint -- delete it so the
      *  next run starts from record one
      ******************************************************
       CLEAR-CHECKPOINT.
	MOVE "DISBRET" TO FILE-CHK-NAME.
	DELETE CHKPOINT-FILE RECORD.
	IF CHK-STATUS-1 NOT = "0"
		MOVE "DELETE CHK" TO LOG-ERR-ROUTINE
		MOVE CHK-STATUS-1 TO LOG-ERR-TP-STATUS
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
