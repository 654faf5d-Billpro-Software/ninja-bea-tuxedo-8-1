      * MILRATE.IT -- to the position's MMACCR.IT
      * accumulator, so customers holding the sweep fund
      * earn every day instead of seeing a flat share count
      * for a month and then a lump.  The daily-accrual
      * funds are taken off FUNDMAS.IT one by one and each
      * one's holders found through the POSXREF.IT fund/
      * account cross-reference, so the run reads only the
      * money market positions.
      *
      * Each accumulator record carries the date it last
      * accrued, which serves the same two jobs ACCRUE's
		ACCESS DYNAMIC
		RECORD KEY FILE-MMA-KEY
		STATUS MMACCR-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
		05  FILE-MMA-FUND	PIC X(10).
	     03  FILE-MMA-AMOUNT	PIC 9(9)V9(4).
	     03  FILE-MMA-LAST-DATE	PIC 9(8).
      ******************************************************
      * Fund/account cross-reference -- each accruing fund's
      * holders, so the run reads only money market
      * positions rather than every CUST.IT record
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
           	05  MMA-STATUS-2	PIC X.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	01  XREF-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-XREF	VALUE "Y".
      ******************************************************
      * One fund's verdict is looked up once and reused
      * while the walk stays on that fund -- the cross-
      * reference hands over a fund's holders together, so
      * the master and rate file are read once per fund
      ******************************************************
	01  CACHE-FUND		PIC X(10) VALUE SPACES.
	01  CACHE-FLAG-SWITCH	PIC X VALUE "N".
	01  LEAP-YEAR-SWITCH	PIC X VALUE "N".
	    88  IS-LEAP-YEAR	VALUE "Y".
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  POS-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SKIP-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-ACCRUED		PIC 9(11)V9(4) VALUE ZERO.
       START-MMACCRUE.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN INPUT CUST-FILE.
		CLOSE FUNDMAS-FILE
		CLOSE MILRATE-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "OPEN POSXREF" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUST-FILE
		CLOSE FUNDMAS-FILE
		CLOSE MILRATE-FILE
		CLOSE MMACCR-FILE
		PERFORM A-999-EXIT.
	MOVE LOW-VALUES TO FILE-FUND-CODE.
	START FUNDMAS-FILE KEY IS NOT LESS THAN FILE-FUND-CODE
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM FUND-LOOP THRU FUND-LOOP-EXIT UNTIL DONE-READING.
	CLOSE CUST-FILE.
	CLOSE POSXREF-FILE.
	CLOSE FUNDMAS-FILE.
	CLOSE MILRATE-FILE.
	CLOSE MMACCR-FILE.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Judge one fund off the master -- a daily-accrual
      *  fund with a rate in effect has its holders walked
      *  on the cross-reference; any other fund is passed by
      *  without reading a single position
      ******************************************************
       FUND-LOOP.
	READ FUNDMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO FUND-LOOP-EXIT.
	IF NOT FILE-FUND-DAILY-ACCRUAL
		GO TO FUND-LOOP-EXIT.
	MOVE FILE-FUND-CODE TO FILE-CUST-FUND.
	PERFORM GET-FUND-VERDICT THRU GET-FUND-VERDICT-EXIT.
	IF NOT CACHE-FUND-ACCRUES
		GO TO FUND-LOOP-EXIT.
	IF CACHE-RATE = ZERO
		GO TO FUND-LOOP-EXIT.
	MOVE "N" TO XREF-EOF-SWITCH.
	MOVE CACHE-FUND TO FILE-PXR-FUND.
	MOVE LOW-VALUES TO FILE-PXR-ACCOUNT.
	START POSXREF-FILE KEY IS NOT LESS THAN FILE-PXR-KEY
		INVALID KEY SET DONE-READING-XREF TO TRUE.
	PERFORM ACCRUE-LOOP THRU ACCRUE-LOOP-EXIT
		UNTIL DONE-READING-XREF.
       FUND-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Judge one position -- the fund's next holder off
      *  the cross-reference, its position read by key.  Only
      *  shares earn, and a position already stamped with
      *  today is a rerun's and skipped.
      ******************************************************
       ACCRUE-LOOP.
	READ POSXREF-FILE NEXT RECORD
		AT END SET DONE-READING-XREF TO TRUE.
	IF DONE-READING-XREF
		GO TO ACCRUE-LOOP-EXIT.
	IF FILE-PXR-FUND NOT = CACHE-FUND
		SET DONE-READING-XREF TO TRUE
		GO TO ACCRUE-LOOP-EXIT.
	MOVE FILE-PXR-ACCOUNT TO FILE-CUST-ACCOUNT.
	MOVE FILE-PXR-FUND TO FILE-CUST-FUND.
	READ CUST-FILE.
	IF STATUS-1 NOT = "0"
		GO TO ACCRUE-LOOP-EXIT.
	IF FILE-CUST-AMOUNT = ZERO
		GO TO ACCRUE-LOOP-EXIT.
	PERFORM GET-FUND-VERDICT THRU GET-FUND-VERDICT-EXIT.
	IF NOT CACHE-FUND-ACCRUES
		GO TO ACCRUE-LOOP-EXIT.
	IF CACHE-RATE = ZERO
		CLOSE FUNDMAS-FILE
		CLOSE MILRATE-FILE
		CLOSE MMACCR-FILE
		CLOSE POSXREF-FILE
		PERFORM A-999-EXIT.
	ADD 1 TO POS-COUNT.
	ADD DAY-DIVIDEND TO TOT-ACCRUED.
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
