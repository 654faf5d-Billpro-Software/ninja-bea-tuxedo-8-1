      * on file 400 days are kept live.  A rerun after an
      * interruption is safe -- a record already in the
      * archive is simply purged from the live file.
      *
      * The report archive EODRUN files the nightly print in,
      * RPTARCH.IT, is itself the archive, so it is only
      * purged: business dates older than today minus the
      * RPTRETAIN parameter are dropped, seven years (2555
      * days) being kept when no parameter is on file.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ARCHPRG.
		ACCESS DYNAMIC
		RECORD KEY FILE-MAN-NAME
		STATUS MANIFEST-FILE-STATUS.
	SELECT RPTARCH-FILE ASSIGN "RPTARCH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RPA-KEY
		STATUS RPTARCH-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE; RECORD 51.
	     03  FILE-MAN-COUNT		PIC 9(9).
	     03  FILE-MAN-TOTAL		PIC 9(11)V99.
	     03  FILE-MAN-DATE		PIC 9(8).
      ******************************************************
      * The nightly report archive -- one record per printed
      * line, keyed by business date first
      ******************************************************
	FD  RPTARCH-FILE; RECORD 166.
	01  RPTARCH-ITEM.
	     03  FILE-RPA-KEY.
		05  FILE-RPA-DATE		PIC 9(8).
		05  FILE-RPA-REPORT		PIC X(8).
		05  FILE-RPA-STREAM		PIC 9(2).
		05  FILE-RPA-LINE		PIC 9(6).
	     03  FILE-RPA-ACCOUNT		PIC X(10).
	     03  FILE-RPA-TEXT			PIC X(132).
	COPY BDATEFD.
	WORKING-STORAGE SECTION.
 	01  JRNL-FILE-STATUS.
           	05  JRN-STATUS-1	PIC X.
           	05  JRN-STATUS-2	PIC X.
	01  JRN-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-JOURNAL	VALUE "Y".
 	01  RPTARCH-FILE-STATUS.
           	05  RPA-STATUS-1	PIC X.
           	05  RPA-STATUS-2	PIC X.
	01  RPA-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-RPTARCH	VALUE "Y".
	77  DEFAULT-RPT-RETAIN-DAYS	PIC 9(5) VALUE 2555.
	01  RPA-PURGE-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
 	01  MANIFEST-FILE-STATUS.
           	05  MAN-STATUS-1	PIC X.
           	05  MAN-STATUS-2	PIC X.
	01  RETAIN-DAYS		PIC 9(5).
	01  CUTOFF-DATE		PIC 9(8).
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Calendar arithmetic for the cutoff -- walks the date
      * backwards one day at a time, borrowing across month
		05  RPT-REJ-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(11) VALUE "  QUOHST=>".
		05  RPT-QHS-COUNT	PIC ZZZZZZ9.
	01  RPT-RPA-TOTAL.
		05  FILLER	PIC X(26) VALUE
			"REPORT ARCHIVE CUTOFF =>".
		05  RPT-RPA-CUTOFF	PIC 9(8).
		05  FILLER	PIC X(17) VALUE "  LINES PURGED =>".
		05  RPT-RPA-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       START-ARCHPRG.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-RETENTION.
	PERFORM ARCHIVE-REJECTS.
	PERFORM ARCHIVE-QUOTEHST.
	PERFORM PURGE-JOURNAL.
	PERFORM PURGE-REPORT-ARCHIVE THRU PURGE-REPORT-ARCHIVE-EXIT.
	MOVE BLOT-ARCH-COUNT TO RPT-BLOT-COUNT.
	MOVE ORD-ARCH-COUNT TO RPT-ORD-COUNT.
	MOVE REJ-ARCH-COUNT TO RPT-REJ-COUNT.
	MOVE QHS-ARCH-COUNT TO RPT-QHS-COUNT.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	MOVE CUTOFF-DATE TO RPT-RPA-CUTOFF.
	MOVE RPA-PURGE-COUNT TO RPT-RPA-COUNT.
	DISPLAY RPT-RPA-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
       PURGE-ONE-JOURNAL-REC-EXIT.
	EXIT.
      ******************************************************
      *  Drop archived report lines for business dates past
      *  the report retention -- RPTRETAIN on PARAM.IT, or
      *  the built-in default.  The cutoff is worked out the
      *  same way as the journals', so it replaces theirs;
      *  every journal is done with it by now.
      ******************************************************
       PURGE-REPORT-ARCHIVE.
	MOVE DEFAULT-RPT-RETAIN-DAYS TO RETAIN-DAYS.
	OPEN INPUT PARAM-FILE.
	IF PARM-STATUS-1 = "0"
		MOVE "RPTRETAIN" TO FILE-PARM-NAME
		READ PARAM-FILE
		IF PARM-STATUS-1 = "0" AND FILE-PARM-VALUE > ZERO
			MOVE FILE-PARM-VALUE TO RETAIN-DAYS
		END-IF
		CLOSE PARAM-FILE
	END-IF.
	PERFORM COMPUTE-CUTOFF.
	OPEN I-O RPTARCH-FILE.
	IF RPA-STATUS-1 NOT = "0"
		GO TO PURGE-REPORT-ARCHIVE-EXIT.
	MOVE "N" TO RPA-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-RPA-KEY.
	START RPTARCH-FILE KEY IS NOT LESS THAN FILE-RPA-KEY
		INVALID KEY SET DONE-RPTARCH TO TRUE.
	PERFORM PURGE-ONE-REPORT-LINE THRU
		PURGE-ONE-REPORT-LINE-EXIT
		UNTIL DONE-RPTARCH.
	CLOSE RPTARCH-FILE.
       PURGE-REPORT-ARCHIVE-EXIT.
	EXIT.
      ******************************************************
       PURGE-ONE-REPORT-LINE.
	READ RPTARCH-FILE NEXT RECORD
		AT END SET DONE-RPTARCH TO TRUE.
	IF DONE-RPTARCH
		GO TO PURGE-ONE-REPORT-LINE-EXIT.
	IF FILE-RPA-DATE NOT < CUTOFF-DATE
		SET DONE-RPTARCH TO TRUE
		GO TO PURGE-ONE-REPORT-LINE-EXIT.
	DELETE RPTARCH-FILE RECORD.
	IF RPA-STATUS-1 NOT = "0"
		MOVE "DELETE RPA" TO LOG-ERR-ROUTINE
		MOVE RPA-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
	ELSE
		ADD 1 TO RPA-PURGE-COUNT.
       PURGE-ONE-REPORT-LINE-EXIT.
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
