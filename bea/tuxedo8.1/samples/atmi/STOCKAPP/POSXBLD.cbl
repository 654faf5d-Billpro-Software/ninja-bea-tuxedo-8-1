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
      * #ident	"@(#) samples/atmi/STOCKAPP/POSXBLD.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/POSXBLD.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * POSXBLD rebuilds POSXREF.IT, the fund/account cross-
      * reference, from CUST.IT.  The cross-reference holds
      * one key per position, fund first and account second,
      * so the fund-level jobs -- DISTRUN, DISTLOAD,
      * FUNDCORP, MMACCRUE and a one-fund SHREXTR -- reach a
      * fund's holders directly instead of reading every
      * position in the house.  BUYSR, CANCSR, EXCHSR and
      * XFERSR add a key as they open a position, journaled
      * like the other masters, and the batch posters that
      * open positions (CLASSCNV, FUNDCORP, MMPOST) do the
      * same; positions are never deleted, so neither are
      * their keys.
      *
      * Run on demand, with the servers down: once when the
      * cross-reference is first installed, after CUST.IT is
      * restored from a backup, and whenever INTEGAUD
      * reports the two out of step.  The file is
      * emptied and every CUST.IT key -- zero positions
      * included, the way the servers keep them -- is
      * written back, so a rerun always gives the same file.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. POSXBLD.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS SEQUENTIAL
		RECORD KEY FILE-CUST-KEY
		STATUS FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03 FILE-CUST-KEY.
		05  FILE-CUST-ACCOUNT 		PIC X(10).
		05  FILE-CUST-FUND 		PIC X(10).
	     03  FILE-CUST-AMOUNT 		PIC 9(7)V999.
      ******************************************************
      * Fund/account cross-reference -- key only
      ******************************************************
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
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
		05  FILLER	PIC X(10) VALUE
			"POSXBLD =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(14) VALUE
			"POSXBLD ERR =>".
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
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  POS-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  KEY-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(28) VALUE
			"POSITION XREF REBUILD -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-TOTAL.
		05  FILLER	PIC X(18) VALUE "POSITIONS      =>".
		05  RPT-POS-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(18) VALUE "  KEYS WRITTEN =>".
		05  RPT-KEY-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-POSXBLD.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUST-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      * Empty the cross-reference -- it is rebuilt whole
      ******************************************************
	OPEN OUTPUT POSXREF-FILE.
	IF PXR-STATUS-1 = "0"
		CLOSE POSXREF-FILE
		OPEN I-O POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		PERFORM A-999-EXIT.
	PERFORM BUILD-LOOP THRU BUILD-LOOP-EXIT UNTIL DONE-READING.
	CLOSE CUST-FILE.
	CLOSE POSXREF-FILE.
	MOVE TODAYS-DATE TO RPT-DATE.
	MOVE POS-COUNT TO RPT-POS-COUNT.
	MOVE KEY-COUNT TO RPT-KEY-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY RPT-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave with the cross-reference unusable -- the fund
      * jobs must not run until a rebuild completes
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Rebuild" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  One position, one key.  A write that fails leaves a
      *  holder the fund jobs would never see, so it stops
      *  the rebuild.
      ******************************************************
       BUILD-LOOP.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO BUILD-LOOP-EXIT.
	ADD 1 TO POS-COUNT.
	MOVE FILE-CUST-FUND TO FILE-PXR-FUND.
	MOVE FILE-CUST-ACCOUNT TO FILE-PXR-ACCOUNT.
	WRITE POSXREF-ITEM.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "WRITE PXR" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE POSXREF-FILE
		PERFORM A-999-EXIT.
	ADD 1 TO KEY-COUNT.
       BUILD-LOOP-EXIT.
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
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
