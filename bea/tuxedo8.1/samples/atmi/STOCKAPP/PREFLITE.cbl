      * its manifest record is rewritten with tonight's
      * figures for tomorrow's comparison.
      *
      * Each file that checks clean also leaves tonight's
      * record count on CAPHIST.IT, the rolling history
      * CAPFCST forecasts file growth from.  Trouble with
      * the history is logged but never fails the step.
      *
      * ARCHPRG legitimately shrinks the blotter when it
      * purges; it retires the blotter's manifest record so
      * the next run of this step records a fresh baseline
		ACCESS DYNAMIC
		RECORD KEY FILE-MAN-NAME
		STATUS MANIFEST-FILE-STATUS.
	SELECT CAPHIST-FILE ASSIGN "CAPHIST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CAPH-KEY
		STATUS CAPHIST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE; RECORD 30.
	     03  FILE-MAN-COUNT		PIC 9(9).
	     03  FILE-MAN-TOTAL		PIC 9(11)V99.
	     03  FILE-MAN-DATE		PIC 9(8).
      ******************************************************
      * Capacity history -- one record per night for each
      * file checked ("F", the record count) and, harvested
      * by CAPFCST off RUNCTL.IT, each step ("S") and the
      * whole window ("W"), in seconds
      ******************************************************
	FD  CAPHIST-FILE; RECORD 34.
	01  CAPHIST-ITEM.
	     03  FILE-CAPH-KEY.
		05  FILE-CAPH-KIND		PIC X(01).
		05  FILE-CAPH-NAME		PIC X(8).
		05  FILE-CAPH-DATE		PIC 9(8).
	     03  FILE-CAPH-VALUE		PIC 9(9).
	     03  FILE-CAPH-CLOCK		PIC 9(8).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
 	01  MANIFEST-FILE-STATUS.
           	05  MAN-STATUS-1	PIC X.
           	05  MAN-STATUS-2	PIC X.
 	01  CAPHIST-FILE-STATUS.
           	05  CAPH-STATUS-1	PIC X.
           	05  CAPH-STATUS-2	PIC X.
	01  CAPH-OPEN-SWITCH	PIC X VALUE "N".
		88  CAPHIST-AVAILABLE	VALUE "Y".
      ******************************************************
      * The file being checked -- its name, tally, totals,
      * and the ascending-key watch.  The shared judgement
		88  DONE-THIS-FILE	VALUE "Y".
	01  FAIL-COUNT		PIC 9(4) COMP-5 VALUE ZERO.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
       START-PREFLITE.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O MANIFEST-FILE.
		MOVE MAN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM OPEN-CAPHIST THRU OPEN-CAPHIST-EXIT.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	PERFORM CHECK-BLOTTER-FILE.
	PERFORM CHECK-CUSTMAS-FILE.
	CLOSE MANIFEST-FILE.
	IF CAPHIST-AVAILABLE
		CLOSE CAPHIST-FILE.
	MOVE FAIL-COUNT TO RPT-FAIL-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL-LINE.
		MOVE "WRITE MAN" TO LOG-ERR-ROUTINE
		MOVE MAN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
	PERFORM RECORD-FILE-HISTORY THRU RECORD-FILE-HISTORY-EXIT.
      ******************************************************
      *  The capacity history is opened (made the first
      *  time) alongside the manifest; without it the check
      *  runs just the same
      ******************************************************
       OPEN-CAPHIST.
	MOVE "N" TO CAPH-OPEN-SWITCH.
	OPEN I-O CAPHIST-FILE.
	IF CAPH-STATUS-1 = "3"
		OPEN OUTPUT CAPHIST-FILE
		CLOSE CAPHIST-FILE
		OPEN I-O CAPHIST-FILE.
	IF CAPH-STATUS-1 NOT = "0"
		MOVE "OPEN CAPH" TO LOG-ERR-ROUTINE
		MOVE CAPH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		GO TO OPEN-CAPHIST-EXIT.
	MOVE "Y" TO CAPH-OPEN-SWITCH.
       OPEN-CAPHIST-EXIT.
	EXIT.
      ******************************************************
      *  Tonight's record count on the capacity history --
      *  a rerun tonight replaces the count it left before
      ******************************************************
       RECORD-FILE-HISTORY.
	IF NOT CAPHIST-AVAILABLE
		GO TO RECORD-FILE-HISTORY-EXIT.
	MOVE "F" TO FILE-CAPH-KIND.
	MOVE CHK-NAME TO FILE-CAPH-NAME.
	MOVE TODAYS-DATE TO FILE-CAPH-DATE.
	READ CAPHIST-FILE.
	MOVE CHK-COUNT TO FILE-CAPH-VALUE.
	MOVE ZERO TO FILE-CAPH-CLOCK.
	IF CAPH-STATUS-1 = "0"
		REWRITE CAPHIST-ITEM
	ELSE
		MOVE "F" TO FILE-CAPH-KIND
		MOVE CHK-NAME TO FILE-CAPH-NAME
		MOVE TODAYS-DATE TO FILE-CAPH-DATE
		WRITE CAPHIST-ITEM
	END-IF.
	IF CAPH-STATUS-1 NOT = "0"
		MOVE "WRITE CAPH" TO LOG-ERR-ROUTINE
		MOVE CAPH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       RECORD-FILE-HISTORY-EXIT.
	EXIT.
      ******************************************************
      *  CUST.IT -- positions; the total is the share column
      ******************************************************
       WALK-CUSTMAS-EXIT.
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
