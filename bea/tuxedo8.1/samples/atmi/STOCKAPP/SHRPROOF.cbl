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
      * #ident	"@(#) samples/atmi/STOCKAPP/SHRPROOF.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/SHRPROOF.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * SHRPROOF is the shares-outstanding proof -- a morning
      * job, run once the fund accountant's file FASHRS.IT
      * has come back.  The fund accountant books our
      * FUNDFLOW.IT activity and sends the shares outstanding
      * their books now carry for each fund, as of the
      * business date they booked through:
      *   H  header -- source and the as-of business date
      *   D  one record per fund code -- fund, as-of date and
      *      their shares outstanding
      *   T  trailer -- record count and share total
      * The whole envelope is validated before anything is
      * taken, the way the other inbound loaders do it.
      *
      * Each figure is proved against the closing shares
      * outstanding FUNDFLOW kept on FLOWHIST.IT for the same
      * fund and date -- not against CUST.IT as it stands
      * this morning, which may already have moved.  Their
      * figure and the verdict are kept on the history
      * record, so a reload simply proves again.  The report
      * lists every fund that breaks, every fund they sent
      * that we have no closing figure for, and every fund
      * we closed that they did not report; it ends with
      * return code 8 when anything is out, so the morning
      * schedule flags it.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SHRPROOF.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT FASHRS-FILE ASSIGN "FASHRS.IT"
		ORGANIZATION SEQUENTIAL
		ACCESS SEQUENTIAL
		STATUS FILE-STATUS.
	SELECT FLOWHIST-FILE ASSIGN "FLOWHIST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-FLH-KEY
		STATUS FLOWHIST-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * The fund accountant's file -- one 40-byte record per
      * line, the first byte saying which shape the rest
      * takes
      ******************************************************
	FD  FASHRS-FILE; RECORD 40.
	01  FASHRS-ITEM.
	     03  FAS-REC-TYPE		PIC X(01).
		 88  FAS-IS-HEADER	VALUE "H".
		 88  FAS-IS-DETAIL	VALUE "D".
		 88  FAS-IS-TRAILER	VALUE "T".
	     03  FAS-REC-BODY		PIC X(39).
	01  FASHRS-HEADER REDEFINES FASHRS-ITEM.
	     03  FILLER			PIC X(01).
	     03  FAS-HDR-SOURCE		PIC X(10).
	     03  FAS-HDR-DATE		PIC 9(8).
	     03  FILLER			PIC X(21).
	01  FASHRS-DETAIL REDEFINES FASHRS-ITEM.
	     03  FILLER			PIC X(01).
	     03  FAS-DTL-FUND		PIC X(10).
	     03  FAS-DTL-DATE		PIC 9(8).
	     03  FAS-DTL-SHARES		PIC 9(11)V999.
	     03  FILLER			PIC X(07).
	01  FASHRS-TRAILER REDEFINES FASHRS-ITEM.
	     03  FILLER			PIC X(01).
	     03  FAS-TRL-COUNT		PIC 9(7).
	     03  FAS-TRL-SHARES		PIC 9(13)V999.
	     03  FILLER			PIC X(16).
      ******************************************************
      * Shares-outstanding history -- see FUNDFLOW
      ******************************************************
	FD  FLOWHIST-FILE; RECORD 69.
	01  FLOWHIST-ITEM.
	     03  FILE-FLH-KEY.
		05  FILE-FLH-FUND	PIC X(10).
		05  FILE-FLH-DATE	PIC 9(8).
	     03  FILE-FLH-OUTSTANDING	PIC 9(11)V999.
	     03  FILE-FLH-NET-SHARES	PIC S9(11)V999.
	     03  FILE-FLH-FA-SHARES	PIC 9(11)V999.
	     03  FILE-FLH-FA-DATE	PIC 9(8).
	     03  FILE-FLH-PROOF		PIC X(01).
		 88  FILE-FLH-NOT-PROVED	VALUE " ".
		 88  FILE-FLH-AGREES	VALUE "A".
		 88  FILE-FLH-BREAK	VALUE "B".
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
		05  FILLER	PIC X(11) VALUE
			"SHRPROOF =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"SHRPROOF ERR =>".
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
 	01  FLOWHIST-FILE-STATUS.
           	05  FLH-STATUS-1	PIC X.
           	05  FLH-STATUS-2	PIC X.
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
	01  FEED-DATE		PIC 9(8).
	01  SCAN-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  SCAN-SHARES		PIC 9(13)V999 VALUE ZERO.
	01  STATED-COUNT	PIC 9(7).
	01  STATED-SHARES	PIC 9(13)V999.
      ******************************************************
      * Proof counts
      ******************************************************
	01  AGREE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  BREAK-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  NOFLOW-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  UNREPORTED-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  PROOF-DIFF		PIC S9(11)V999.
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(30) VALUE
			"SHARES OUTSTANDING PROOF -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-ENV-BAD.
		05  FILLER	PIC X(40) VALUE
			"FILE REJECTED - ENVELOPE OUT OF BALANCE".
	01  RPT-ENV-LINE.
		05  FILLER	PIC X(16) VALUE "STATED COUNT =>".
		05  RPT-STATED-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(18) VALUE "  STATED SHARES =>".
		05  RPT-STATED-SHARES	PIC ZZZZZZZZZZZZ9.999.
		05  FILLER	PIC X(12) VALUE "  FOUND =>".
		05  RPT-SCAN-SHARES	PIC ZZZZZZZZZZZZ9.999.
	01  RPT-HEADING.
		05  FILLER	PIC X(12) VALUE "FUND".
		05  FILLER	PIC X(10) VALUE "AS OF".
		05  FILLER	PIC X(20) VALUE
			"        OUR SHARES".
		05  FILLER	PIC X(20) VALUE
			"      THEIR SHARES".
		05  FILLER	PIC X(20) VALUE
			"        DIFFERENCE".
	01  RPT-BREAK-LINE.
		05  RPT-BRK-FUND	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-BRK-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-BRK-OURS	PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-BRK-THEIRS	PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  RPT-BRK-DIFF	PIC ---,---,---,--9.999.
	01  RPT-NOTE-LINE.
		05  RPT-NOTE-FUND	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-NOTE-DATE	PIC 9(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPT-NOTE-TEXT	PIC X(40).
	01  RPT-COUNTS.
		05  FILLER	PIC X(16) VALUE "AGREED       =>".
		05  RPT-AGREE-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  BREAKS     =>".
		05  RPT-BREAK-COUNT	PIC ZZZZZZ9.
	01  RPT-COUNTS-2.
		05  FILLER	PIC X(16) VALUE "NOT ON FLOW  =>".
		05  RPT-NOFLOW-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  UNREPORTED =>".
		05  RPT-UNREP-COUNT	PIC ZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-SHRPROOF.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
      *****************************************************
      * Pass one -- prove the envelope before taking a
      * single figure
      *****************************************************
	OPEN INPUT FASHRS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN FASHRS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	PERFORM SCAN-LOOP THRU SCAN-LOOP-EXIT UNTIL DONE-READING.
	CLOSE FASHRS-FILE.
	PERFORM JUDGE-ENVELOPE.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	IF ENVELOPE-BAD
		DISPLAY RPT-ENV-BAD
		MOVE STATED-COUNT TO RPT-STATED-COUNT
		MOVE SCAN-COUNT TO RPT-SCAN-COUNT
		MOVE STATED-SHARES TO RPT-STATED-SHARES
		MOVE SCAN-SHARES TO RPT-SCAN-SHARES
		DISPLAY RPT-ENV-LINE
		MOVE "File Rejected - Envelope" TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		PERFORM A-999-EXIT.
      *****************************************************
      * Pass two -- prove each figure against our closing
      * shares outstanding for its date
      *****************************************************
	OPEN INPUT FASHRS-FILE.
	OPEN I-O FLOWHIST-FILE.
	IF FLH-STATUS-1 NOT = "0"
		MOVE "OPEN FLH" TO LOG-ERR-ROUTINE
		MOVE FLH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE FASHRS-FILE
		PERFORM A-999-EXIT.
	DISPLAY RPT-HEADING.
	MOVE "N" TO EOF-SWITCH.
	PERFORM PROVE-LOOP UNTIL DONE-READING.
	CLOSE FASHRS-FILE.
      *****************************************************
      * Pass three -- what we closed on the as-of date that
      * the fund accountant never reported
      *****************************************************
	MOVE "N" TO EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-FLH-KEY.
	START FLOWHIST-FILE KEY IS NOT LESS THAN FILE-FLH-KEY
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM UNREPORTED-LOOP UNTIL DONE-READING.
	CLOSE FLOWHIST-FILE.
	DISPLAY SPACE.
	MOVE AGREE-COUNT TO RPT-AGREE-COUNT.
	MOVE BREAK-COUNT TO RPT-BREAK-COUNT.
	DISPLAY RPT-COUNTS.
	MOVE NOFLOW-COUNT TO RPT-NOFLOW-COUNT.
	MOVE UNREPORTED-COUNT TO RPT-UNREP-COUNT.
	DISPLAY RPT-COUNTS-2.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	IF BREAK-COUNT > ZERO OR NOFLOW-COUNT > ZERO OR
	   UNREPORTED-COUNT > ZERO
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      * Leave without proving
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without Proof" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Pass one: roll every record into the envelope check
      ******************************************************
       SCAN-LOOP.
	READ FASHRS-FILE
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO SCAN-LOOP-EXIT.
	IF FAS-IS-HEADER
		MOVE "Y" TO HDR-SEEN-SWITCH
		MOVE FAS-HDR-DATE TO FEED-DATE
	ELSE IF FAS-IS-TRAILER
		MOVE "Y" TO TRL-SEEN-SWITCH
		MOVE FAS-TRL-COUNT TO STATED-COUNT
		MOVE FAS-TRL-SHARES TO STATED-SHARES
	ELSE IF FAS-IS-DETAIL
		ADD 1 TO SCAN-COUNT
		ADD FAS-DTL-SHARES TO SCAN-SHARES
	ELSE
		MOVE "Y" TO ENV-SWITCH.
       SCAN-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  Does the envelope hold?  Header and trailer both
      *  present, the detail count matching the stated count,
      *  and the shares balancing to the thousandth.
      ******************************************************
       JUDGE-ENVELOPE.
	IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
		MOVE "Y" TO ENV-SWITCH.
	IF NOT ENVELOPE-BAD
		IF SCAN-COUNT NOT = STATED-COUNT OR
		   SCAN-SHARES NOT = STATED-SHARES
			MOVE "Y" TO ENV-SWITCH
		END-IF
	END-IF.
      ******************************************************
      *  Pass two: one record -- header and trailer ride
      *  through, each detail is proved
      ******************************************************
       PROVE-LOOP.
	READ FASHRS-FILE
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FAS-IS-DETAIL
			PERFORM PROVE-ONE-FUND
				THRU PROVE-ONE-FUND-EXIT
		END-IF
	END-IF.
      ******************************************************
      *  Their figure against ours for the same fund and
      *  date.  A detail with no date of its own is as of
      *  the header's date.
      ******************************************************
       PROVE-ONE-FUND.
	IF FAS-DTL-DATE = ZERO
		MOVE FEED-DATE TO FAS-DTL-DATE.
	MOVE FAS-DTL-FUND TO FILE-FLH-FUND.
	MOVE FAS-DTL-DATE TO FILE-FLH-DATE.
	READ FLOWHIST-FILE.
	IF FLH-STATUS-1 NOT = "0"
		ADD 1 TO NOFLOW-COUNT
		MOVE FAS-DTL-FUND TO RPT-NOTE-FUND
		MOVE FAS-DTL-DATE TO RPT-NOTE-DATE
		MOVE "NO CLOSING FIGURE ON OUR SIDE" TO
			RPT-NOTE-TEXT
		DISPLAY RPT-NOTE-LINE
		GO TO PROVE-ONE-FUND-EXIT.
	MOVE FAS-DTL-SHARES TO FILE-FLH-FA-SHARES.
	MOVE TODAYS-DATE TO FILE-FLH-FA-DATE.
	IF FILE-FLH-FA-SHARES = FILE-FLH-OUTSTANDING
		SET FILE-FLH-AGREES TO TRUE
		ADD 1 TO AGREE-COUNT
	ELSE
		SET FILE-FLH-BREAK TO TRUE
		ADD 1 TO BREAK-COUNT
		COMPUTE PROOF-DIFF = FILE-FLH-FA-SHARES -
			FILE-FLH-OUTSTANDING
		MOVE FILE-FLH-FUND TO RPT-BRK-FUND
		MOVE FILE-FLH-DATE TO RPT-BRK-DATE
		MOVE FILE-FLH-OUTSTANDING TO RPT-BRK-OURS
		MOVE FILE-FLH-FA-SHARES TO RPT-BRK-THEIRS
		MOVE PROOF-DIFF TO RPT-BRK-DIFF
		DISPLAY RPT-BREAK-LINE.
	REWRITE FLOWHIST-ITEM.
	IF FLH-STATUS-1 NOT = "0"
		MOVE "REWRITE FLH" TO LOG-ERR-ROUTINE
		MOVE FLH-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
       PROVE-ONE-FUND-EXIT.
	EXIT.
      ******************************************************
      *  Pass three: a closing figure for the as-of date the
      *  fund accountant's file never proved
      ******************************************************
       UNREPORTED-LOOP.
	READ FLOWHIST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		IF FILE-FLH-DATE = FEED-DATE AND
		   FILE-FLH-NOT-PROVED
			ADD 1 TO UNREPORTED-COUNT
			MOVE FILE-FLH-FUND TO RPT-NOTE-FUND
			MOVE FILE-FLH-DATE TO RPT-NOTE-DATE
			MOVE "NOT REPORTED BY FUND ACCOUNTING" TO
				RPT-NOTE-TEXT
			DISPLAY RPT-NOTE-LINE
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
	CALL "USERLOG" USING LOGMSG
		LOGMSG-LEN
		TPSTATUS-REC.
       DO-USERLOG-ERR.
	CALL "USERLOG" USING LOGMSG-ERR
		LOGMSG-ERR-LEN
		TPSTATUS-REC.
