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
      * #ident	"@(#) samples/atmi/STOCKAPP/ACATOUT.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/ACATOUT.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * ACATOUT works the outbound account transfers
      * ACATMNT opened, in the manner of DEATHRUN.
      *
      * For every ACATREQ.IT request "P" pending it writes
      * the account's positions to ACATOUT.IT for the
      * receiving firm -- one header/detail/trailer envelope
      * per request, in the same layout ACATLOAD takes in,
      * one detail per lot on CUSTLOT.IT with its acquisition
      * date and cost -- and prints the cost-basis transfer
      * statement the receiving firm is owed: every lot's
      * date, shares, price, cost, holding term and any
      * basis adjustment on LOTBASIS.IT.  A lot flagged
      * basis not reported goes out that way, and shares in
      * a position no lot covers go out undated with no
      * basis.  The request goes "S" sent.
      *
      * For every request "C" confirmed it delivers each
      * position out through ACATSR.  Once every position
      * has gone, the no-trade hold the request placed is
      * lifted and the account is set pending closure
      * through CUSTSR, the way DISBRET sets one, so
      * CLOSERUN pays away the cash left and closes it; the
      * request goes "D" delivered.  A failure leaves the
      * request "C" with the reason in its note, and
      * tomorrow's run picks up whatever did not go.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACATOUT.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT ACATREQ-FILE ASSIGN "ACATREQ.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ACR-ACCOUNT
		STATUS FILE-STATUS.
	SELECT ACATOUT-FILE ASSIGN "ACATOUT.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS AOUT-FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS CUST-FILE-STATUS.
	SELECT LOT-FILE ASSIGN "CUSTLOT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOT-KEY
		STATUS LOT-FILE-STATUS.
	SELECT LOTBASIS-FILE ASSIGN "LOTBASIS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LBAS-KEY
		STATUS LOTBASIS-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT RESTRICT-FILE ASSIGN "RESTRICT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RES-KEY
		STATUS RESTRICT-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Outbound transfer requests -- see ACATMNT
      ******************************************************
	FD  ACATREQ-FILE; RECORD 114.
	01  ACATREQ-ITEM.
	     03  FILE-ACR-ACCOUNT	PIC X(10).
	     03  FILE-ACR-CONTRA	PIC X(10).
	     03  FILE-ACR-CONTRA-ACCT	PIC X(10).
	     03  FILE-ACR-STATUS	PIC X(01).
		 88  FILE-ACR-IS-PENDING	VALUE "P".
		 88  FILE-ACR-IS-SENT		VALUE "S".
		 88  FILE-ACR-IS-CONFIRMED	VALUE "C".
		 88  FILE-ACR-IS-DELIVERED	VALUE "D".
		 88  FILE-ACR-IS-CANCELLED	VALUE "X".
		 88  FILE-ACR-IS-OPEN		VALUE "P" "S" "C".
	     03  FILE-ACR-REQ-DATE	PIC 9(8).
	     03  FILE-ACR-REQ-BY	PIC X(10).
	     03  FILE-ACR-SENT-DATE	PIC 9(8).
	     03  FILE-ACR-CONF-DATE	PIC 9(8).
	     03  FILE-ACR-CONF-BY	PIC X(10).
	     03  FILE-ACR-DONE-DATE	PIC 9(8).
	     03  FILE-ACR-HOLD		PIC X(01).
		 88  FILE-ACR-HOLD-PLACED	VALUE "Y".
	     03  FILE-ACR-NOTE		PIC X(30).
      ******************************************************
      * The outgoing transfer file -- the ACATIN.IT layout
      * ACATLOAD reads, so a firm running this system loads
      * it as it stands.  The header names this firm as the
      * delivering firm; a detail carries the customer's
      * account at the receiving firm, with this firm's
      * account number as the contra account; the trailer
      * counts the details and hashes their shares.
      ******************************************************
	FD  ACATOUT-FILE; RECORD 72.
	01  ACATOUT-ITEM.
	     03  AOT-REC-TYPE		PIC X(01).
	     03  AOT-REC-BODY		PIC X(71).
	01  ACATOUT-HEADER REDEFINES ACATOUT-ITEM.
	     03  FILLER			PIC X(01).
	     03  AOT-HDR-FIRM		PIC X(10).
	     03  AOT-HDR-DATE		PIC 9(8).
	     03  AOT-HDR-OPERATOR	PIC X(10).
	     03  FILLER			PIC X(43).
	01  ACATOUT-DETAIL REDEFINES ACATOUT-ITEM.
	     03  FILLER			PIC X(01).
	     03  AOT-DTL-ACCOUNT	PIC X(10).
	     03  AOT-DTL-FUND		PIC X(10).
	     03  AOT-DTL-SHARES		PIC 9(7)V999.
	     03  AOT-DTL-LOT-DATE	PIC 9(8).
	     03  AOT-DTL-COST		PIC 9(9)V99.
	     03  AOT-DTL-BASIS-KNOWN	PIC X(01).
	     03  AOT-DTL-CONTRA-ACCT	PIC X(10).
	     03  FILLER			PIC X(11).
	01  ACATOUT-TRAILER REDEFINES ACATOUT-ITEM.
	     03  FILLER			PIC X(01).
	     03  AOT-TRL-COUNT		PIC 9(7).
	     03  AOT-TRL-HASH		PIC 9(11)V999.
	     03  FILLER			PIC X(50).
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
	FD  LOT-FILE; RECORD 47.
	01  LOT-ITEM.
	     03  FILE-LOT-KEY.
		05  FILE-LOT-ACCOUNT		PIC X(10).
		05  FILE-LOT-FUND		PIC X(10).
		05  FILE-LOT-TRADE-DATE		PIC 9(8).
	     03  FILE-LOT-AMOUNT		PIC 9(7)V999.
	     03  FILE-LOT-PRICE		PIC 9(7)V99.
      ******************************************************
      * Lot basis adjustments -- D inherited, G gifted, U
      * basis not reported by the firm the lot came from
      ******************************************************
	FD  LOTBASIS-FILE; RECORD 65.
	01  LOTBASIS-ITEM.
	     03  FILE-LBAS-KEY.
		05  FILE-LBAS-ACCOUNT	PIC X(10).
		05  FILE-LBAS-FUND	PIC X(10).
		05  FILE-LBAS-TRADE-DATE	PIC 9(8).
	     03  FILE-LBAS-REASON	PIC X(01).
		 88  FILE-LBAS-INHERITED	VALUE "D".
		 88  FILE-LBAS-GIFTED		VALUE "G".
		 88  FILE-LBAS-UNREPORTED	VALUE "U".
	     03  FILE-LBAS-EVENT-DATE	PIC 9(8).
	     03  FILE-LBAS-LONG-TERM	PIC X(01).
		 88  FILE-LBAS-IS-LONG-TERM	VALUE "Y".
	     03  FILE-LBAS-LOSS-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-CARRY-PRICE	PIC 9(7)V99.
	     03  FILE-LBAS-EVENT-PRICE	PIC 9(7)V99.
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
		 88  FILE-ACCOUNT-CLOSING	VALUE "P".
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  RESTRICT-FILE; RECORD 67.
	01  RESTRICT-ITEM.
	     03  FILE-RES-KEY.
		05  FILE-RES-ACCOUNT	PIC X(10).
		05  FILE-RES-FUND	PIC X(10).
	     03  FILE-RES-TYPE		PIC X(01).
	     03  FILE-RES-EFF-DATE	PIC 9(8).
	     03  FILE-RES-EXP-DATE	PIC 9(8).
	     03  FILE-RES-REASON	PIC X(30).
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
		05  FILLER	PIC X(10) VALUE  "ACATOUT =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE  "ACATOUT ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE " FAILED: TP-STATUS = ".
		05  LOG-ERR-TP-STATUS PIC S9(9).
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      *
	01  USER-DATA-REC 	PIC X(75).
      *****************************************************
      * VIEW records -- ACATSR delivers each position out,
      * CUSTSR sets the emptied account pending closure
      *****************************************************
	01 ACAT-REC.
	COPY ACAT.
      *
	01 CUSTMAS-REC.
	COPY CUSTMAS.
      *
	77 REC-FOUND 		PIC S9(9) COMP-5 VALUE 1.
      ******************************************************
      * File status
      ******************************************************
 	01  FILE-STATUS.
           	05  STATUS-1	PIC X.
           	05  STATUS-2	PIC X.
 	01  AOUT-FILE-STATUS.
           	05  AOUT-STATUS-1	PIC X.
           	05  AOUT-STATUS-2	PIC X.
 	01  CUST-FILE-STATUS.
           	05  CUST-STATUS-1	PIC X.
           	05  CUST-STATUS-2	PIC X.
 	01  LOT-FILE-STATUS.
           	05  LOT-STATUS-1	PIC X.
           	05  LOT-STATUS-2	PIC X.
 	01  LOTBASIS-FILE-STATUS.
           	05  LBAS-STATUS-1	PIC X.
           	05  LBAS-STATUS-2	PIC X.
	01  LBAS-OPEN-SWITCH	PIC X VALUE "N".
		88  LOTBASIS-AVAILABLE	VALUE "Y".
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  RESTRICT-FILE-STATUS.
           	05  RES-STATUS-1	PIC X.
           	05  RES-STATUS-2	PIC X.
	01  RES-OPEN-SWITCH	PIC X VALUE "N".
		88  RESTRICT-AVAILABLE	VALUE "Y".
      ******************************************************
      * This firm's identifier on the transfer file, and the
      * reason ACATMNT's no-trade hold carries
      ******************************************************
	01  OUR-FIRM		PIC X(10) VALUE "STOCKAPP".
	01  HOLD-REASON		PIC X(30) VALUE
		"OUTBOUND ACCOUNT TRANSFER".
      ******************************************************
      * Walk controls and counts
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  POS-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-POSITIONS	VALUE "Y".
	01  LOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-LOTS		VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TERM-CUTOFF		PIC 9(8).
	01  SENT-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  DELIVERED-COUNT	PIC 9(5) COMP-5 VALUE ZERO.
	01  HELD-COUNT		PIC 9(5) COMP-5 VALUE ZERO.
	01  LOT-OUT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  FUND-OUT-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * The request in hand -- its envelope count and hash,
      * the basis it carries, and whether every delivery
      * went
      ******************************************************
	01  WORK-ACCOUNT	PIC X(10).
	01  WORK-FUND		PIC X(10).
	01  WORK-OPERATOR	PIC X(10).
	01  POSITION-QTY	PIC 9(7)V999.
	01  LOT-QTY-TOTAL	PIC 9(7)V999.
	01  ENV-COUNT		PIC 9(7) VALUE ZERO.
	01  ENV-HASH		PIC 9(11)V999 VALUE ZERO.
	01  ENV-COST		PIC 9(11)V99 VALUE ZERO.
	01  LOT-COST		PIC 9(9)V99.
	01  FAIL-SWITCH		PIC X VALUE "N".
		88  REQUEST-FAILED	VALUE "Y".
	01  FAIL-REASON		PIC X(30).
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"OUTBOUND ACCOUNT TRANSFERS -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-REQ-LINE.
		05  FILLER	PIC X(11) VALUE "TRANSFER =>".
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-REQ-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-REQ-NAME	PIC X(30).
		05  FILLER	PIC X(6) VALUE "  TO  ".
		05  RPT-REQ-CONTRA	PIC X(10).
		05  FILLER	PIC X(1) VALUE "/".
		05  RPT-REQ-CACCT	PIC X(10).
	01  RPT-STMT-HEAD.
		05  FILLER	PIC X(40) VALUE
		"  COST BASIS STATEMENT     FUND       LO".
		05  FILLER	PIC X(40) VALUE
		"T DATE       SHARES      PRICE          ".
		05  FILLER	PIC X(20) VALUE
		"COST  TERM  BASIS".
	01  RPT-LOT-LINE.
		05  FILLER	PIC X(27) VALUE SPACES.
		05  RPT-LOT-FUND	PIC X(10).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-LOT-DATE	PIC 9(8).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-LOT-SHARES	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-LOT-PRICE	PIC ZZZZZZ9.99.
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-LOT-COST	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(3) VALUE SPACES.
		05  RPT-LOT-TERM	PIC X(5).
		05  FILLER	PIC X(1) VALUE SPACES.
		05  RPT-LOT-BASIS	PIC X(12).
	01  RPT-ENV-TOTAL.
		05  FILLER	PIC X(27) VALUE SPACES.
		05  FILLER	PIC X(9) VALUE "LOTS =>".
		05  RPT-ENV-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  SHARES =>".
		05  RPT-ENV-HASH	PIC ZZZZZZZZZZ9.999.
		05  FILLER	PIC X(11) VALUE "  BASIS =>".
		05  RPT-ENV-COST	PIC ZZZZZZZZZZ9.99.
	01  RPT-MOVE-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(10) VALUE "DELIVERED".
		05  RPT-MV-FUND	PIC X(10).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-MV-SHARES	PIC ZZZZZZ9.999.
		05  FILLER	PIC X(10) VALUE "  BASIS =>".
		05  RPT-MV-COST	PIC ZZZZZZZZ9.99.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-MV-REF	PIC X(20).
	01  RPT-SKIP-LINE.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-SKIP-TEXT	PIC X(50).
	01  RPT-TOTAL.
		05  FILLER	PIC X(12) VALUE "SENT     =>".
		05  RPT-SENT-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(14) VALUE "  DELIVERED =>".
		05  RPT-DLV-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(14) VALUE "  HELD OVER =>".
		05  RPT-HELD-COUNT	PIC ZZZZ9.
		05  FILLER	PIC X(14) VALUE "  LOTS OUT  =>".
		05  RPT-LOTS-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(14) VALUE "  FUNDS OUT =>".
		05  RPT-FUNDS-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-ACATOUT.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	COMPUTE TERM-CUTOFF = TODAYS-DATE - 10000.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O ACATREQ-FILE.
	IF STATUS-1 = "3"
		MOVE "No Transfer Requests On File" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		STOP RUN.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN ACATRQ" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUST-FILE.
	IF CUST-STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE CUST-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATREQ-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT LOT-FILE.
	IF LOT-STATUS-1 NOT = "0"
		MOVE "OPEN LOT" TO LOG-ERR-ROUTINE
		MOVE LOT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATREQ-FILE
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATREQ-FILE
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		PERFORM A-999-EXIT.
	OPEN OUTPUT ACATOUT-FILE.
	IF AOUT-STATUS-1 NOT = "0"
		MOVE "OPEN ACATOUT" TO LOG-ERR-ROUTINE
		MOVE AOUT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE ACATREQ-FILE
		CLOSE CUST-FILE
		CLOSE LOT-FILE
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
      *****************************************************
      * LOTBASIS.IT and RESTRICT.IT are optional -- without
      * the first every lot goes out at its CUSTLOT.IT
      * price, without the second there is no hold to lift
      *****************************************************
	OPEN INPUT LOTBASIS-FILE.
	IF LBAS-STATUS-1 = "0"
		MOVE "Y" TO LBAS-OPEN-SWITCH.
	OPEN I-O RESTRICT-FILE.
	IF RES-STATUS-1 = "0"
		MOVE "Y" TO RES-OPEN-SWITCH.
      *****************************************************
      * Register as an ATMI client, the same way the batch
      * loaders do
      *****************************************************
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
		PERFORM CLOSE-FILES
		PERFORM A-999-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	MOVE LOW-VALUES TO FILE-ACR-ACCOUNT.
	START ACATREQ-FILE KEY IS NOT LESS THAN FILE-ACR-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM REQUEST-LOOP UNTIL DONE-READING.
	PERFORM CLOSE-FILES.
	CALL "TPTERM" USING TPSTATUS-REC.
	IF NOT TPOK
		MOVE "TPTERM " TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	MOVE SENT-COUNT TO RPT-SENT-COUNT.
	MOVE DELIVERED-COUNT TO RPT-DLV-COUNT.
	MOVE HELD-COUNT TO RPT-HELD-COUNT.
	MOVE LOT-OUT-COUNT TO RPT-LOTS-COUNT.
	MOVE FUND-OUT-COUNT TO RPT-FUNDS-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
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
       CLOSE-FILES.
	CLOSE ACATREQ-FILE.
	CLOSE ACATOUT-FILE.
	CLOSE CUST-FILE.
	CLOSE LOT-FILE.
	CLOSE CUSTMAS-FILE.
	IF LOTBASIS-AVAILABLE
		CLOSE LOTBASIS-FILE.
	IF RESTRICT-AVAILABLE
		CLOSE RESTRICT-FILE.
      ******************************************************
      *  Read the next request -- pending ones go out on the
      *  file, confirmed ones are delivered
      ******************************************************
       REQUEST-LOOP.
	READ ACATREQ-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FILE-ACR-IS-PENDING
			PERFORM SEND-ONE-REQUEST
				THRU SEND-ONE-REQUEST-EXIT
		ELSE
			IF FILE-ACR-IS-CONFIRMED
				PERFORM DELIVER-ONE-REQUEST
					THRU DELIVER-ONE-REQUEST-EXIT
			END-IF
		END-IF
	END-IF.
      ******************************************************
      *  Print the request's heading, with the customer's
      *  name off the master
      ******************************************************
       SHOW-REQUEST-HEAD.
	MOVE FILE-ACR-ACCOUNT TO WORK-ACCOUNT.
	MOVE FILE-ACR-ACCOUNT TO RPT-REQ-ACCOUNT.
	MOVE FILE-ACR-CONTRA TO RPT-REQ-CONTRA.
	MOVE FILE-ACR-CONTRA-ACCT TO RPT-REQ-CACCT.
	MOVE FILE-ACR-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 = "0"
		MOVE FILE-CUSTMAS-NAME TO RPT-REQ-NAME
	ELSE
		MOVE "** NOT ON CUSTOMER MASTER **" TO RPT-REQ-NAME.
	DISPLAY SPACE.
	DISPLAY RPT-REQ-LINE.
      ******************************************************
      *  Send one request -- its envelope on the outgoing
      *  file and its cost-basis statement on the report
      ******************************************************
       SEND-ONE-REQUEST.
	PERFORM SHOW-REQUEST-HEAD.
	MOVE ZERO TO ENV-COUNT.
	MOVE ZERO TO ENV-HASH.
	MOVE ZERO TO ENV-COST.
	MOVE SPACES TO ACATOUT-ITEM.
	MOVE "H" TO AOT-REC-TYPE.
	MOVE OUR-FIRM TO AOT-HDR-FIRM.
	MOVE TODAYS-DATE TO AOT-HDR-DATE.
	MOVE FILE-ACR-REQ-BY TO AOT-HDR-OPERATOR.
	WRITE ACATOUT-ITEM.
	IF AOUT-STATUS-1 NOT = "0"
		MOVE "WRITE AOUT" TO LOG-ERR-ROUTINE
		MOVE AOUT-STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "OUTGOING FILE NOT WRITTEN - HELD OVER" TO
			RPT-SKIP-TEXT
		DISPLAY RPT-SKIP-LINE
		ADD 1 TO HELD-COUNT
		GO TO SEND-ONE-REQUEST-EXIT.
	DISPLAY RPT-STMT-HEAD.
	MOVE "N" TO POS-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE SPACES TO FILE-CUST-FUND.
	START CUST-FILE KEY IS NOT LESS THAN FILE-CUST-KEY
		INVALID KEY SET DONE-POSITIONS TO TRUE.
	PERFORM SEND-ONE-POSITION THRU SEND-ONE-POSITION-EXIT
		UNTIL DONE-POSITIONS.
	MOVE SPACES TO ACATOUT-ITEM.
	MOVE "T" TO AOT-REC-TYPE.
	MOVE ENV-COUNT TO AOT-TRL-COUNT.
	MOVE ENV-HASH TO AOT-TRL-HASH.
	WRITE ACATOUT-ITEM.
	MOVE ENV-COUNT TO RPT-ENV-COUNT.
	MOVE ENV-HASH TO RPT-ENV-HASH.
	MOVE ENV-COST TO RPT-ENV-COST.
	DISPLAY RPT-ENV-TOTAL.
	SET FILE-ACR-IS-SENT TO TRUE.
	MOVE TODAYS-DATE TO FILE-ACR-SENT-DATE.
	MOVE SPACES TO FILE-ACR-NOTE.
	REWRITE ACATREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE ACR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO SENT-COUNT.
	MOVE "Transfer File Sent" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
       SEND-ONE-REQUEST-EXIT.
	EXIT.
      ******************************************************
      *  One position -- a detail per lot, then whatever the
      *  lots do not cover, undated and without basis
      ******************************************************
       SEND-ONE-POSITION.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-POSITIONS TO TRUE.
	IF DONE-POSITIONS
		GO TO SEND-ONE-POSITION-EXIT.
	IF FILE-CUST-ACCOUNT NOT = WORK-ACCOUNT
		SET DONE-POSITIONS TO TRUE
		GO TO SEND-ONE-POSITION-EXIT.
	IF FILE-CUST-AMOUNT = ZERO
		GO TO SEND-ONE-POSITION-EXIT.
	MOVE FILE-CUST-FUND TO WORK-FUND.
	MOVE FILE-CUST-AMOUNT TO POSITION-QTY.
	MOVE ZERO TO LOT-QTY-TOTAL.
	MOVE "N" TO LOT-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-LOT-ACCOUNT.
	MOVE WORK-FUND TO FILE-LOT-FUND.
	MOVE ZERO TO FILE-LOT-TRADE-DATE.
	START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
		INVALID KEY SET DONE-LOTS TO TRUE.
	PERFORM SEND-ONE-LOT THRU SEND-ONE-LOT-EXIT
		UNTIL DONE-LOTS.
	IF LOT-QTY-TOTAL < POSITION-QTY
		PERFORM SEND-UNCOVERED-SHARES.
       SEND-ONE-POSITION-EXIT.
	EXIT.
      ******************************************************
       SEND-ONE-LOT.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-LOTS TO TRUE.
	IF DONE-LOTS
		GO TO SEND-ONE-LOT-EXIT.
	IF FILE-LOT-ACCOUNT NOT = WORK-ACCOUNT
	   OR FILE-LOT-FUND NOT = WORK-FUND
		SET DONE-LOTS TO TRUE
		GO TO SEND-ONE-LOT-EXIT.
	IF FILE-LOT-AMOUNT = ZERO
		GO TO SEND-ONE-LOT-EXIT.
	ADD FILE-LOT-AMOUNT TO LOT-QTY-TOTAL.
	MOVE SPACES TO ACATOUT-ITEM.
	MOVE "D" TO AOT-REC-TYPE.
	MOVE FILE-ACR-CONTRA-ACCT TO AOT-DTL-ACCOUNT.
	MOVE WORK-FUND TO AOT-DTL-FUND.
	MOVE FILE-LOT-AMOUNT TO AOT-DTL-SHARES.
	MOVE FILE-LOT-TRADE-DATE TO AOT-DTL-LOT-DATE.
	MOVE WORK-ACCOUNT TO AOT-DTL-CONTRA-ACCT.
	COMPUTE LOT-COST ROUNDED =
		FILE-LOT-AMOUNT * FILE-LOT-PRICE.
	MOVE "Y" TO AOT-DTL-BASIS-KNOWN.
	MOVE SPACES TO RPT-LOT-BASIS.
	IF FILE-LOT-TRADE-DATE < TERM-CUTOFF
		MOVE "LONG" TO RPT-LOT-TERM
	ELSE
		MOVE "SHORT" TO RPT-LOT-TERM.
	PERFORM LOOK-UP-LOT-BASIS THRU LOOK-UP-LOT-BASIS-EXIT.
	IF AOT-DTL-BASIS-KNOWN = "Y"
		MOVE LOT-COST TO AOT-DTL-COST
	ELSE
		MOVE ZERO TO AOT-DTL-COST.
	PERFORM WRITE-DETAIL.
	MOVE FILE-LOT-TRADE-DATE TO RPT-LOT-DATE.
	MOVE FILE-LOT-PRICE TO RPT-LOT-PRICE.
	DISPLAY RPT-LOT-LINE.
       SEND-ONE-LOT-EXIT.
	EXIT.
      ******************************************************
      *  Carry the lot's LOTBASIS.IT adjustment onto the
      *  statement -- a lot never reported to us goes out
      *  with no basis, an inherited lot is long-term
      *  whatever its date, and a gift carries the donor's
      *  basis already restated on the lot
      ******************************************************
       LOOK-UP-LOT-BASIS.
	IF NOT LOTBASIS-AVAILABLE
		GO TO LOOK-UP-LOT-BASIS-EXIT.
	MOVE FILE-LOT-KEY TO FILE-LBAS-KEY.
	READ LOTBASIS-FILE.
	IF LBAS-STATUS-1 NOT = "0"
		GO TO LOOK-UP-LOT-BASIS-EXIT.
	IF FILE-LBAS-IS-LONG-TERM
		MOVE "LONG" TO RPT-LOT-TERM.
	IF FILE-LBAS-UNREPORTED
		MOVE "N" TO AOT-DTL-BASIS-KNOWN
		MOVE "NOT REPORTED" TO RPT-LOT-BASIS
	ELSE IF FILE-LBAS-INHERITED
		MOVE "INHERITED" TO RPT-LOT-BASIS
	ELSE IF FILE-LBAS-GIFTED
		MOVE "GIFT" TO RPT-LOT-BASIS.
       LOOK-UP-LOT-BASIS-EXIT.
	EXIT.
      ******************************************************
      *  Shares in the position no lot accounts for go out
      *  undated with no basis -- the receiving firm books
      *  them as basis not reported
      ******************************************************
       SEND-UNCOVERED-SHARES.
	MOVE SPACES TO ACATOUT-ITEM.
	MOVE "D" TO AOT-REC-TYPE.
	MOVE FILE-ACR-CONTRA-ACCT TO AOT-DTL-ACCOUNT.
	MOVE WORK-FUND TO AOT-DTL-FUND.
	COMPUTE AOT-DTL-SHARES = POSITION-QTY - LOT-QTY-TOTAL.
	MOVE ZERO TO AOT-DTL-LOT-DATE.
	MOVE ZERO TO AOT-DTL-COST.
	MOVE "N" TO AOT-DTL-BASIS-KNOWN.
	MOVE WORK-ACCOUNT TO AOT-DTL-CONTRA-ACCT.
	MOVE ZERO TO LOT-COST.
	PERFORM WRITE-DETAIL.
	MOVE ZERO TO RPT-LOT-DATE.
	MOVE ZERO TO RPT-LOT-PRICE.
	MOVE SPACES TO RPT-LOT-TERM.
	MOVE "NO LOT" TO RPT-LOT-BASIS.
	DISPLAY RPT-LOT-LINE.
      ******************************************************
      *  Write the detail in the record area and count it
      *  into the envelope and the statement line
      ******************************************************
       WRITE-DETAIL.
	WRITE ACATOUT-ITEM.
	ADD 1 TO ENV-COUNT.
	ADD 1 TO LOT-OUT-COUNT.
	ADD AOT-DTL-SHARES TO ENV-HASH.
	ADD AOT-DTL-COST TO ENV-COST.
	MOVE WORK-FUND TO RPT-LOT-FUND.
	MOVE AOT-DTL-SHARES TO RPT-LOT-SHARES.
	MOVE AOT-DTL-COST TO RPT-LOT-COST.
      ******************************************************
      *  Deliver one confirmed request -- every position out
      *  through ACATSR, then the hold lifted and the account
      *  set pending closure, and the request marked done
      *  only when all of it went
      ******************************************************
       DELIVER-ONE-REQUEST.
	PERFORM SHOW-REQUEST-HEAD.
	MOVE FILE-ACR-CONF-BY TO WORK-OPERATOR.
	MOVE "N" TO FAIL-SWITCH.
	MOVE SPACES TO FAIL-REASON.
	MOVE "N" TO POS-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE SPACES TO FILE-CUST-FUND.
	START CUST-FILE KEY IS NOT LESS THAN FILE-CUST-KEY
		INVALID KEY SET DONE-POSITIONS TO TRUE.
	PERFORM DELIVER-ONE-POSITION THRU DELIVER-ONE-POSITION-EXIT
		UNTIL DONE-POSITIONS.
	IF REQUEST-FAILED
		GO TO DELIVER-HELD-OVER.
	IF CUSTMAS-STATUS-1 = "0" AND NOT FILE-ACCOUNT-CLOSED
	   AND NOT FILE-ACCOUNT-CLOSING
		PERFORM QUEUE-CLOSURE THRU QUEUE-CLOSURE-EXIT.
	IF REQUEST-FAILED
		GO TO DELIVER-HELD-OVER.
	IF FILE-ACR-HOLD-PLACED
		PERFORM LIFT-HOLD THRU LIFT-HOLD-EXIT.
	SET FILE-ACR-IS-DELIVERED TO TRUE.
	MOVE TODAYS-DATE TO FILE-ACR-DONE-DATE.
	MOVE SPACES TO FILE-ACR-NOTE.
	REWRITE ACATREQ-ITEM.
	IF STATUS-1 NOT = "0"
		MOVE "REWRITE ACR" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR.
	ADD 1 TO DELIVERED-COUNT.
	MOVE "Account Transferred Out" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	GO TO DELIVER-ONE-REQUEST-EXIT.
       DELIVER-HELD-OVER.
	ADD 1 TO HELD-COUNT.
	MOVE FAIL-REASON TO FILE-ACR-NOTE.
	REWRITE ACATREQ-ITEM.
	MOVE FAIL-REASON TO RPT-SKIP-TEXT.
	DISPLAY RPT-SKIP-LINE.
	MOVE "LEFT FOR TOMORROW'S RUN" TO RPT-SKIP-TEXT.
	DISPLAY RPT-SKIP-LINE.
       DELIVER-ONE-REQUEST-EXIT.
	EXIT.
      ******************************************************
       DELIVER-ONE-POSITION.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-POSITIONS TO TRUE.
	IF DONE-POSITIONS
		GO TO DELIVER-ONE-POSITION-EXIT.
	IF FILE-CUST-ACCOUNT NOT = WORK-ACCOUNT
		SET DONE-POSITIONS TO TRUE
		GO TO DELIVER-ONE-POSITION-EXIT.
	IF FILE-CUST-AMOUNT = ZERO
		GO TO DELIVER-ONE-POSITION-EXIT.
	MOVE FILE-CUST-FUND TO WORK-FUND.
	PERFORM CALL-ACATSR THRU CALL-ACATSR-EXIT.
       DELIVER-ONE-POSITION-EXIT.
	EXIT.
      ******************************************************
      *  Deliver the whole position in one fund out to the
      *  receiving firm
      ******************************************************
       CALL-ACATSR.
	MOVE SPACES TO ACAT-REC.
	SET ACAT-IS-DELIVER TO TRUE.
	MOVE WORK-ACCOUNT TO ACAT-ACCOUNT.
	MOVE WORK-FUND TO ACAT-FUND.
	MOVE ZERO TO ACAT-SHARES.
	MOVE ZERO TO ACAT-LOT-DATE.
	MOVE ZERO TO ACAT-COST.
	MOVE FILE-ACR-CONTRA TO ACAT-CONTRA.
	MOVE TODAYS-DATE TO ACAT-XFER-DATE.
	MOVE WORK-OPERATOR TO ACAT-OPERATOR.
      *
	MOVE LENGTH OF ACAT-REC TO LEN.
	MOVE "VIEW" TO REC-TYPE.
	MOVE "acat" TO SUB-TYPE.
	MOVE "ACATSR" TO SERVICE-NAME.
	SET TPBLOCK TO TRUE.
	SET TPNOTRAN TO TRUE.
	SET TPNOTIME TO TRUE.
	SET TPSIGRSTRT TO TRUE.
	SET TPNOCHANGE TO TRUE.
      *
	CALL "TPCALL" USING TPSVCDEF-REC
			TPTYPE-REC
			ACAT-REC
			TPTYPE-REC
			ACAT-REC
			TPSTATUS-REC.
	IF NOT TPOK OR APPL-RETURN-CODE NOT = REC-FOUND
		MOVE "ACATSR" TO LOG-ERR-ROUTINE
		MOVE TP-STATUS TO LOG-ERR-TP-STATUS
		PERFORM DO-USERLOG-ERR
		MOVE "Y" TO FAIL-SWITCH
		MOVE "DELIVERY REFUSED -" TO FAIL-REASON
		MOVE WORK-FUND TO FAIL-REASON(20:10)
		GO TO CALL-ACATSR-EXIT.
	ADD 1 TO FUND-OUT-COUNT.
	MOVE WORK-FUND TO RPT-MV-FUND.
	MOVE ACAT-SHARES TO RPT-MV-SHARES.
	MOVE ACAT-COST TO RPT-MV-COST.
	MOVE ACAT-LINK-REF TO RPT-MV-REF.
	DISPLAY RPT-MOVE-LINE.
       CALL-ACATSR-EXIT.
	EXIT.
      ******************************************************
      *  Set the emptied account pending closure through
      *  CUSTSR, as DISBRET does -- CLOSERUN then pays away
      *  the cash and closes it
      ******************************************************
       QUEUE-CLOSURE.
	MOVE WORK-ACCOUNT TO CUSTMAS-ACCOUNT.
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
	MOVE WORK-OPERATOR TO CUSTMAS-OPERATOR.
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
		MOVE "Y" TO FAIL-SWITCH
		MOVE "POSITIONS GONE - CLOSURE NOT SET" TO FAIL-REASON
		GO TO QUEUE-CLOSURE-EXIT.
	MOVE "ACCOUNT SET PENDING CLOSURE" TO RPT-SKIP-TEXT.
	DISPLAY RPT-SKIP-LINE.
       QUEUE-CLOSURE-EXIT.
	EXIT.
      ******************************************************
      *  Delete the account-wide restriction ACATMNT placed,
      *  if it still carries the request's reason
      ******************************************************
       LIFT-HOLD.
	IF NOT RESTRICT-AVAILABLE
		GO TO LIFT-HOLD-EXIT.
	MOVE WORK-ACCOUNT TO FILE-RES-ACCOUNT.
	MOVE SPACES TO FILE-RES-FUND.
	READ RESTRICT-FILE.
	IF RES-STATUS-1 = "0" AND FILE-RES-REASON = HOLD-REASON
		DELETE RESTRICT-FILE RECORD.
	MOVE "N" TO FILE-ACR-HOLD.
       LIFT-HOLD-EXIT.
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
      *****************************************************
      * Log messages to the userlog
      *****************************************************
       DO-USERLOG.
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
