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
      * #ident	"@(#) samples/atmi/STOCKAPP/TAX1099R.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/TAX1099R.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * TAX1099R is the year-end 1099-R run for the
      * retirement (registration type "R") accounts -- the
      * companion of TAXRPT, which covers 1099-B and
      * 1099-DIV.  For every retirement account it gathers
      * the year's distributions:
      *
      *   cash     the "WD" withdrawals on CASHLED.IT, which
      *            is every dollar paid out of the account
      *            whether keyed at CASHSR or elected as a
      *            cash distribution by DISTRUN
      *   withheld the "FW"/"SW" slices SELLSR held back on
      *            WHLED.IT -- paid to the tax authority on
      *            the customer's behalf, so part of the
      *            gross as well as boxes 4 and 14
      *   shares   the blotter's "O" share-journal legs out
      *            of the account, valued at shares times
      *            the journal price
      *
      * Each distribution takes its box 7 code from the
      * customer's age on the distribution date -- "1"
      * early, before age 59 1/2, "7" normal after it -- and
      * "4" death for anything dated on or after a date of
      * death recorded on DEATH.IT, which is how DEATHRUN's
      * estate journals arrive.  One form prints per code
      * the recipient used.  A share journal out of a living
      * owner's account is a trustee-to-trustee move of the
      * same shares and is not reportable; it is listed so
      * the tax desk can see it was considered.
      *
      * The transmittal totals tie the federal and state
      * withholding on the forms back to the year's WHLED.IT
      * entries, so any withholding on an account that is
      * no longer a retirement account shows as a
      * difference.  Like TAXRPT, the run reports the PRIOR
      * calendar year unless run in December.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TAX1099R.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS FILE-STATUS.
	SELECT CASHLED-FILE ASSIGN "CASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS CASHLED-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS BLOTTER-FILE-STATUS.
	SELECT WHLED-FILE ASSIGN "WHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WHL-KEY
		STATUS WHLED-FILE-STATUS.
	SELECT DEATH-FILE ASSIGN "DEATH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-DTH-ACCOUNT
		STATUS DEATH-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
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
	     03  FILE-CUSTMAS-OPEN-DATE		PIC 9(8).
	     03  FILE-CUSTMAS-COST-METHOD	PIC X(01).
	     03  FILE-CUSTMAS-HOUSEHOLD	PIC X(10).
	     03  FILE-CUSTMAS-REG-TYPE		PIC X(01).
		 88  FILE-ACCOUNT-RETIREMENT	VALUE "R".
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
      ******************************************************
      * Cash transaction ledger -- see CASHSR.cbl for the
      * full reason-code list.  Only the "WD" debits are
      * distributions.
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
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY.
		05  FILE-BLOTTER-ACCOUNT	PIC X(10).
		05  FILE-BLOTTER-FUND		PIC X(10).
		05  FILE-BLOTTER-DATE		PIC 9(8).
		05  FILE-BLOTTER-TIME		PIC 9(8).
		05  FILE-BLOTTER-ACTION	PIC X(01).
		    88  FILE-BLOTTER-IS-XFER-OUT	VALUE "O".
	     03  FILE-BLOTTER-AMOUNT		PIC 9(7)V999.
	     03  FILE-BLOTTER-PRICE		PIC 9(7)V99.
	     03  FILE-BLOTTER-ORDER-REF		PIC X(20).
	     03  FILE-BLOTTER-LINK-REF		PIC X(20).
	     03  FILE-BLOTTER-STATUS		PIC X(01).
		 88  FILE-BLOTTER-IS-LIVE	VALUE " ".
	     03  FILE-BLOTTER-OPERATOR		PIC X(10).
	     03  FILE-BLOTTER-FEE		PIC 9(7)V99.
	     03  FILE-BLOTTER-REP		PIC X(10).
      ******************************************************
      * Withholding remittance ledger -- see SELLSR.cbl.
      * FILE-WHL-AUTHORITY is "FEDERAL" on an "FW" entry and
      * carries the state code in its first two bytes on an
      * "SW" entry.
      ******************************************************
	FD  WHLED-FILE; RECORD 60.
	01  WHLED-ITEM.
	     03  FILE-WHL-KEY.
		05  FILE-WHL-ACCOUNT	PIC X(10).
		05  FILE-WHL-DATE	PIC 9(8).
		05  FILE-WHL-TIME	PIC 9(8).
		05  FILE-WHL-REASON	PIC X(2).
		    88  FILE-WHL-IS-FEDERAL	VALUE "FW".
		    88  FILE-WHL-IS-STATE	VALUE "SW".
	     03  FILE-WHL-AUTHORITY	PIC X(10).
	     03  FILE-WHL-GROSS		PIC 9(9)V99.
	     03  FILE-WHL-AMOUNT	PIC 9(9)V99.
      ******************************************************
      * Deaths on record -- see DEATHMNT.cbl.  The date of
      * death is a fact whatever stage the estate is at.
      ******************************************************
	FD  DEATH-FILE; RECORD 45.
	01  DEATH-ITEM.
	     03  FILE-DTH-ACCOUNT	PIC X(10).
	     03  FILE-DTH-DOD		PIC 9(8).
	     03  FILE-DTH-STATUS	PIC X(01).
	     03  FILE-DTH-OPERATOR	PIC X(10).
	     03  FILE-DTH-CLEAR-DATE	PIC 9(8).
	     03  FILE-DTH-DONE-DATE	PIC 9(8).
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
      * The reporting year and its bounds
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  TODAYS-MONTH	PIC 9(2).
	01  REPORT-YEAR		PIC 9(4).
	01  YEAR-START		PIC 9(8).
	01  YEAR-END		PIC 9(8).
      ******************************************************
      * The account being gathered -- its age 59 1/2 date,
      * any date of death, and the state its state tax was
      * withheld for
      ******************************************************
	01  WORK-ACCOUNT	PIC X(10).
	01  HALF-AGE-DATE	PIC 9(8).
	01  HALF-AGE-YEAR	PIC 9(4).
	01  HALF-AGE-MONTH	PIC 9(2).
	01  DEATH-DATE		PIC 9(8).
	01  DEATH-SWITCH	PIC X VALUE "N".
		88  DEATH-ON-FILE	VALUE "Y".
	01  BIRTH-SWITCH	PIC X VALUE "N".
		88  BIRTH-MISSING	VALUE "Y".
	01  ACCT-STATE		PIC X(02).
	01  DIST-DATE		PIC 9(8).
	01  DIST-VALUE		PIC 9(11)V99.
      ******************************************************
      * One bucket per box 7 code -- 1 early, 7 normal,
      * 4 death -- each a separate form
      ******************************************************
	01  CODE-BUCKETS.
		05  CODE-BUCKET OCCURS 3 TIMES.
		    10  BKT-GROSS	PIC 9(11)V99.
		    10  BKT-FEDERAL	PIC 9(11)V99.
		    10  BKT-STATE	PIC 9(11)V99.
	01  CODE-VALUES.
		05  FILLER	PIC X(01) VALUE "1".
		05  FILLER	PIC X(01) VALUE "7".
		05  FILLER	PIC X(01) VALUE "4".
	01  CODE-TABLE REDEFINES CODE-VALUES.
		05  CODE-LETTER	PIC X(01) OCCURS 3 TIMES.
	01  CODE-WORDS.
		05  FILLER	PIC X(08) VALUE "EARLY".
		05  FILLER	PIC X(08) VALUE "NORMAL".
		05  FILLER	PIC X(08) VALUE "DEATH".
	01  CODE-WORD-TABLE REDEFINES CODE-WORDS.
		05  CODE-WORD	PIC X(08) OCCURS 3 TIMES.
	01  CODE-SUB		PIC 9(4) COMP-5.
	01  ACCT-FORM-SWITCH	PIC X VALUE "N".
		88  ACCT-HAS-FORM	VALUE "Y".
      ******************************************************
      * Transmittal totals, and the year's WHLED.IT totals
      * they must tie to
      ******************************************************
	01  TOT-RETIRE-ACCTS	PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-RECIPIENTS	PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-FORMS		PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-NO-BIRTH	PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-GROSS		PIC 9(13)V99 VALUE ZERO.
	01  TOT-FEDERAL		PIC 9(13)V99 VALUE ZERO.
	01  TOT-STATE		PIC 9(13)V99 VALUE ZERO.
	01  TOT-XFER-COUNT	PIC 9(7) COMP-5 VALUE ZERO.
	01  TOT-XFER-VALUE	PIC 9(13)V99 VALUE ZERO.
	01  TIE-FEDERAL		PIC 9(13)V99 VALUE ZERO.
	01  TIE-STATE		PIC 9(13)V99 VALUE ZERO.
	01  TIE-DIFFERENCE	PIC S9(13)V99.
	01  TIE-SWITCH		PIC X VALUE "Y".
		88  TOTALS-TIE		VALUE "Y".
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(24) VALUE
			"YEAR-END 1099-R RUN -".
		05  RPT-YEAR	PIC 9(4).
		05  FILLER	PIC X(52) VALUE SPACES.
	01  RPT-FORM-HEAD.
		05  FILLER	PIC X(25) VALUE
			"FORM 1099-R    ACCOUNT:".
		05  RPT-ACCOUNT	PIC X(10).
		05  FILLER	PIC X(10) VALUE "     TIN:".
		05  RPT-TIN	PIC X(9).
	01  RPT-RECIP-NAME.
		05  FILLER	PIC X(13) VALUE "  RECIPIENT:".
		05  RPT-NAME	PIC X(30).
	01  RPT-RECIP-STREET.
		05  FILLER	PIC X(13) VALUE SPACES.
		05  RPT-STREET	PIC X(30).
	01  RPT-RECIP-CITY.
		05  FILLER	PIC X(13) VALUE SPACES.
		05  RPT-CITY	PIC X(20).
		05  FILLER	PIC X(01) VALUE SPACE.
		05  RPT-STATE	PIC X(02).
		05  FILLER	PIC X(01) VALUE SPACE.
		05  RPT-ZIP	PIC X(10).
	01  RPT-BOX-1.
		05  FILLER	PIC X(30) VALUE
			"  BOX 1  GROSS DISTRIBUTION =>".
		05  RPT-GROSS	PIC $$,$$$,$$$,$$9.99.
	01  RPT-BOX-2A.
		05  FILLER	PIC X(30) VALUE
			"  BOX 2A TAXABLE AMOUNT     =>".
		05  RPT-TAXABLE	PIC $$,$$$,$$$,$$9.99.
	01  RPT-BOX-4.
		05  FILLER	PIC X(30) VALUE
			"  BOX 4  FEDERAL WITHHELD   =>".
		05  RPT-FEDERAL	PIC $$,$$$,$$$,$$9.99.
	01  RPT-BOX-7.
		05  FILLER	PIC X(30) VALUE
			"  BOX 7  DISTRIBUTION CODE  =>".
		05  FILLER	PIC X(01) VALUE SPACE.
		05  RPT-CODE	PIC X(01).
		05  FILLER	PIC X(02) VALUE SPACES.
		05  RPT-CODE-WORD PIC X(08).
		05  FILLER	PIC X(02) VALUE SPACES.
		05  RPT-BIRTH-NOTE PIC X(13).
	01  RPT-BOX-14.
		05  FILLER	PIC X(30) VALUE
			"  BOX 14 STATE WITHHELD     =>".
		05  RPT-STATE-TAX PIC $$,$$$,$$$,$$9.99.
		05  FILLER	PIC X(12) VALUE "  BOX 15 =>".
		05  RPT-STATE-CODE PIC X(02).
	01  RPT-XFER-LINE.
		05  FILLER	PIC X(14) VALUE "NOT REPORTED:".
		05  RPT-XFER-ACCOUNT PIC X(10).
		05  FILLER	PIC X(02) VALUE SPACES.
		05  RPT-XFER-FUND	PIC X(10).
		05  FILLER	PIC X(02) VALUE SPACES.
		05  RPT-XFER-DATE	PIC 9(8).
		05  FILLER	PIC X(02) VALUE SPACES.
		05  RPT-XFER-SHARES	PIC ZZZZZ9.999.
		05  FILLER	PIC X(02) VALUE SPACES.
		05  RPT-XFER-VALUE	PIC $$$$$$$$9.99.
		05  FILLER	PIC X(09) VALUE " TRANSFER".
	01  RPT-XMIT-HEAD.
		05  FILLER	PIC X(20) VALUE
			"TRANSMITTAL TOTALS".
	01  RPT-XMIT-1.
		05  FILLER	PIC X(20) VALUE "RETIREMENT ACCTS =>".
		05  RPT-XMIT-ACCTS	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  RECIPIENTS =>".
		05  RPT-XMIT-RECIPS	PIC ZZZZZZ9.
		05  FILLER	PIC X(11) VALUE "  FORMS =>".
		05  RPT-XMIT-FORMS	PIC ZZZZZZ9.
	01  RPT-XMIT-2.
		05  FILLER	PIC X(18) VALUE "GROSS           =>".
		05  RPT-XMIT-GROSS	PIC $$,$$$,$$$,$$$,$$9.99.
	01  RPT-XMIT-3.
		05  FILLER	PIC X(18) VALUE "FEDERAL WITHHELD=>".
		05  RPT-XMIT-FEDERAL	PIC $$,$$$,$$$,$$$,$$9.99.
		05  FILLER	PIC X(13) VALUE "  WHLED.IT =>".
		05  RPT-TIE-FEDERAL	PIC $$,$$$,$$$,$$$,$$9.99.
	01  RPT-XMIT-4.
		05  FILLER	PIC X(18) VALUE "STATE WITHHELD  =>".
		05  RPT-XMIT-STATE	PIC $$,$$$,$$$,$$$,$$9.99.
		05  FILLER	PIC X(13) VALUE "  WHLED.IT =>".
		05  RPT-TIE-STATE	PIC $$,$$$,$$$,$$$,$$9.99.
	01  RPT-XMIT-5.
		05  FILLER	PIC X(18) VALUE "NOT REPORTED    =>".
		05  RPT-XMIT-XFERS	PIC ZZZZZZ9.
		05  FILLER	PIC X(12) VALUE "  VALUE  =>".
		05  RPT-XMIT-XFERVAL	PIC $$,$$$,$$$,$$$,$$9.99.
	01  RPT-XMIT-6.
		05  FILLER	PIC X(18) VALUE "NO BIRTH DATE   =>".
		05  RPT-XMIT-NOBIRTH	PIC ZZZZZZ9.
	01  RPT-TIE-LINE.
		05  FILLER	PIC X(18) VALUE "WITHHOLDING     =>".
		05  RPT-TIE-RESULT	PIC X(40).
	01  RPT-TIE-DIFF.
		05  FILLER	PIC X(18) VALUE "  DIFFERENCE    =>".
		05  RPT-TIE-AMOUNT	PIC $$,$$$,$$$,$$$,$$9.99-.
      ******************************************************
      * Log message definitions
      ******************************************************
	01  LOGMSG.
		05  FILLER	PIC X(11) VALUE
			"TAX1099R =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"TAX1099R ERR =>".
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
 	01  CASHLED-FILE-STATUS.
           	05  LED-STATUS-1	PIC X.
           	05  LED-STATUS-2	PIC X.
 	01  BLOTTER-FILE-STATUS.
           	05  BLOTTER-STATUS-1	PIC X.
           	05  BLOTTER-STATUS-2	PIC X.
 	01  WHLED-FILE-STATUS.
           	05  WHL-STATUS-1	PIC X.
           	05  WHL-STATUS-2	PIC X.
	01  WHL-OPEN-SWITCH	PIC X VALUE "N".
		88  WHLED-AVAILABLE	VALUE "Y".
 	01  DEATH-FILE-STATUS.
           	05  DTH-STATUS-1	PIC X.
           	05  DTH-STATUS-2	PIC X.
	01  DTH-OPEN-SWITCH	PIC X VALUE "N".
		88  DEATH-AVAILABLE	VALUE "Y".
      ******************************************************
      * End-of-file control
      ******************************************************
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
	01  LED-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-LED	VALUE "Y".
	01  BLOT-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-BLOT	VALUE "Y".
	01  WHL-EOF-SWITCH	PIC X VALUE "N".
		88  DONE-READING-WHL	VALUE "Y".
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-TAX1099R.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	PERFORM GET-BUSINESS-DATE.
	MOVE TODAYS-DATE(1:4) TO REPORT-YEAR.
	MOVE TODAYS-DATE(5:2) TO TODAYS-MONTH.
	IF TODAYS-MONTH NOT = 12
		SUBTRACT 1 FROM REPORT-YEAR.
	COMPUTE YEAR-START = REPORT-YEAR * 10000 + 0101.
	COMPUTE YEAR-END = REPORT-YEAR * 10000 + 1231.
	OPEN INPUT CUSTMAS-FILE.
	IF STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CASHLED-FILE.
	IF LED-STATUS-1 NOT = "0"
		MOVE "OPEN LEDGER" TO LOG-ERR-ROUTINE
		MOVE LED-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		PERFORM A-999-EXIT.
	OPEN INPUT BLOTTER-FILE.
	IF BLOTTER-STATUS-1 NOT = "0"
		MOVE "OPEN BLOTTER" TO LOG-ERR-ROUTINE
		MOVE BLOTTER-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE CUSTMAS-FILE
		CLOSE CASHLED-FILE
		PERFORM A-999-EXIT.
      ******************************************************
      * A site that has never withheld has no remittance
      * ledger, and one that has never recorded a death has
      * no DEATH.IT -- both simply contribute nothing
      ******************************************************
	OPEN INPUT WHLED-FILE.
	IF WHL-STATUS-1 = "0"
		MOVE "Y" TO WHL-OPEN-SWITCH.
	OPEN INPUT DEATH-FILE.
	IF DTH-STATUS-1 = "0"
		MOVE "Y" TO DTH-OPEN-SWITCH.
	MOVE REPORT-YEAR TO RPT-YEAR.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	MOVE LOW-VALUES TO FILE-CUSTMAS-ACCOUNT.
	START CUSTMAS-FILE KEY IS NOT LESS THAN
		FILE-CUSTMAS-ACCOUNT
		INVALID KEY SET DONE-READING TO TRUE.
	PERFORM ACCOUNT-LOOP THRU ACCOUNT-LOOP-EXIT
		UNTIL DONE-READING.
	IF WHLED-AVAILABLE
		PERFORM TIE-TO-WHLED.
	CLOSE CUSTMAS-FILE.
	CLOSE CASHLED-FILE.
	CLOSE BLOTTER-FILE.
	IF WHLED-AVAILABLE
		CLOSE WHLED-FILE.
	IF DEATH-AVAILABLE
		CLOSE DEATH-FILE.
	PERFORM SHOW-TRANSMITTAL THRU SHOW-TRANSMITTAL-EXIT.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the run
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting without 1099-R Run" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  One customer master record -- a retirement
      *  account gathers its year and prints its forms.  A
      *  closed account still reports what it paid out
      *  before it closed.
      ******************************************************
       ACCOUNT-LOOP.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF DONE-READING
		GO TO ACCOUNT-LOOP-EXIT.
	IF NOT FILE-ACCOUNT-RETIREMENT
		GO TO ACCOUNT-LOOP-EXIT.
	ADD 1 TO TOT-RETIRE-ACCTS.
	MOVE FILE-CUSTMAS-ACCOUNT TO WORK-ACCOUNT.
	MOVE FILE-CUSTMAS-STATE TO ACCT-STATE.
	INITIALIZE CODE-BUCKETS.
	PERFORM FIND-HALF-AGE-DATE THRU FIND-HALF-AGE-DATE-EXIT.
	PERFORM FIND-DEATH-DATE THRU FIND-DEATH-DATE-EXIT.
	PERFORM GATHER-WITHDRAWALS.
	IF WHLED-AVAILABLE
		PERFORM GATHER-WITHHOLDING.
	PERFORM GATHER-JOURNALS.
	MOVE "N" TO ACCT-FORM-SWITCH.
	PERFORM SHOW-ONE-FORM THRU SHOW-ONE-FORM-EXIT
		VARYING CODE-SUB FROM 1 BY 1 UNTIL CODE-SUB > 3.
	IF ACCT-HAS-FORM
		ADD 1 TO TOT-RECIPIENTS
		IF BIRTH-MISSING
			ADD 1 TO TOT-NO-BIRTH
		END-IF
	END-IF.
       ACCOUNT-LOOP-EXIT.
	EXIT.
      ******************************************************
      *  The date the owner turns 59 1/2 -- six calendar
      *  months past the 59th birthday.  A distribution
      *  dated before it is early.  With no birth date on
      *  file the exception cannot be shown, so every
      *  distribution is early and the form is flagged.
      ******************************************************
       FIND-HALF-AGE-DATE.
	MOVE "N" TO BIRTH-SWITCH.
	IF FILE-CUSTMAS-BIRTH-DATE = ZERO
		MOVE "Y" TO BIRTH-SWITCH
		MOVE 99999999 TO HALF-AGE-DATE
		GO TO FIND-HALF-AGE-DATE-EXIT.
	MOVE FILE-CUSTMAS-BIRTH-DATE(1:4) TO HALF-AGE-YEAR.
	ADD 59 TO HALF-AGE-YEAR.
	MOVE FILE-CUSTMAS-BIRTH-DATE(5:2) TO HALF-AGE-MONTH.
	ADD 6 TO HALF-AGE-MONTH.
	IF HALF-AGE-MONTH > 12
		SUBTRACT 12 FROM HALF-AGE-MONTH
		ADD 1 TO HALF-AGE-YEAR.
	MOVE HALF-AGE-YEAR TO HALF-AGE-DATE(1:4).
	MOVE HALF-AGE-MONTH TO HALF-AGE-DATE(5:2).
	MOVE FILE-CUSTMAS-BIRTH-DATE(7:2) TO HALF-AGE-DATE(7:2).
       FIND-HALF-AGE-DATE-EXIT.
	EXIT.
      ******************************************************
      *  Any date of death recorded against the account
      ******************************************************
       FIND-DEATH-DATE.
	MOVE "N" TO DEATH-SWITCH.
	MOVE ZERO TO DEATH-DATE.
	IF NOT DEATH-AVAILABLE
		GO TO FIND-DEATH-DATE-EXIT.
	MOVE WORK-ACCOUNT TO FILE-DTH-ACCOUNT.
	READ DEATH-FILE.
	IF DTH-STATUS-1 = "0" AND FILE-DTH-DOD NOT = ZERO
		MOVE "Y" TO DEATH-SWITCH
		MOVE FILE-DTH-DOD TO DEATH-DATE.
       FIND-DEATH-DATE-EXIT.
	EXIT.
      ******************************************************
      *  Which box 7 code does a distribution dated
      *  DIST-DATE carry?  Leaves the bucket in CODE-SUB.
      ******************************************************
       JUDGE-DIST-CODE.
	IF DEATH-ON-FILE AND DIST-DATE NOT < DEATH-DATE
		MOVE 3 TO CODE-SUB
	ELSE IF DIST-DATE < HALF-AGE-DATE
		MOVE 1 TO CODE-SUB
	ELSE
		MOVE 2 TO CODE-SUB.
      ******************************************************
      *  The year's "WD" withdrawals -- every one a cash
      *  distribution out of the account
      ******************************************************
       GATHER-WITHDRAWALS.
	MOVE "N" TO LED-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-LED-ACCOUNT.
	MOVE YEAR-START TO FILE-LED-DATE.
	MOVE ZERO TO FILE-LED-TIME.
	START CASHLED-FILE KEY IS NOT LESS THAN FILE-LED-KEY
		INVALID KEY SET DONE-READING-LED TO TRUE.
	PERFORM SCAN-ONE-LEDGER THRU SCAN-ONE-LEDGER-EXIT
		UNTIL DONE-READING-LED.
       SCAN-ONE-LEDGER.
	READ CASHLED-FILE NEXT RECORD
		AT END SET DONE-READING-LED TO TRUE.
	IF DONE-READING-LED
		GO TO SCAN-ONE-LEDGER-EXIT.
	IF FILE-LED-ACCOUNT NOT = WORK-ACCOUNT OR
	   FILE-LED-DATE > YEAR-END
		SET DONE-READING-LED TO TRUE
		GO TO SCAN-ONE-LEDGER-EXIT.
	IF FILE-LED-REASON NOT = "WD"
		GO TO SCAN-ONE-LEDGER-EXIT.
	MOVE FILE-LED-DATE TO DIST-DATE.
	PERFORM JUDGE-DIST-CODE.
	ADD FILE-LED-AMOUNT TO BKT-GROSS (CODE-SUB).
       SCAN-ONE-LEDGER-EXIT.
	EXIT.
      ******************************************************
      *  The year's withholding -- the withheld money was
      *  paid out on the owner's behalf, so it is gross
      *  distribution as well as tax withheld.  The state
      *  reported in box 15 is the one withheld for, else
      *  the address state.
      ******************************************************
       GATHER-WITHHOLDING.
	MOVE "N" TO WHL-EOF-SWITCH.
	MOVE WORK-ACCOUNT TO FILE-WHL-ACCOUNT.
	MOVE YEAR-START TO FILE-WHL-DATE.
	MOVE ZERO TO FILE-WHL-TIME.
	MOVE LOW-VALUES TO FILE-WHL-REASON.
	START WHLED-FILE KEY IS NOT LESS THAN FILE-WHL-KEY
		INVALID KEY SET DONE-READING-WHL TO TRUE.
	PERFORM SCAN-ONE-WITHHOLDING THRU SCAN-ONE-WITHHOLDING-EXIT
		UNTIL DONE-READING-WHL.
       SCAN-ONE-WITHHOLDING.
	READ WHLED-FILE NEXT RECORD
		AT END SET DONE-READING-WHL TO TRUE.
	IF DONE-READING-WHL
		GO TO SCAN-ONE-WITHHOLDING-EXIT.
	IF FILE-WHL-ACCOUNT NOT = WORK-ACCOUNT OR
	   FILE-WHL-DATE > YEAR-END
		SET DONE-READING-WHL TO TRUE
		GO TO SCAN-ONE-WITHHOLDING-EXIT.
	MOVE FILE-WHL-DATE TO DIST-DATE.
	PERFORM JUDGE-DIST-CODE.
	ADD FILE-WHL-AMOUNT TO BKT-GROSS (CODE-SUB).
	IF FILE-WHL-IS-STATE
		ADD FILE-WHL-AMOUNT TO BKT-STATE (CODE-SUB)
		MOVE FILE-WHL-AUTHORITY(1:2) TO ACCT-STATE
	ELSE
		ADD FILE-WHL-AMOUNT TO BKT-FEDERAL (CODE-SUB).
       SCAN-ONE-WITHHOLDING-EXIT.
	EXIT.
      ******************************************************
      *  The year's share journals out of the account -- an
      *  estate journal after the date of death is a death
      *  distribution; any other is a transfer of the same
      *  shares to another custodian and is only listed
      ******************************************************
       GATHER-JOURNALS.
	MOVE "N" TO BLOT-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-BLOTTER-KEY.
	MOVE WORK-ACCOUNT TO FILE-BLOTTER-ACCOUNT.
	START BLOTTER-FILE KEY IS NOT LESS THAN FILE-BLOTTER-KEY
		INVALID KEY SET DONE-READING-BLOT TO TRUE.
	PERFORM SCAN-ONE-JOURNAL THRU SCAN-ONE-JOURNAL-EXIT
		UNTIL DONE-READING-BLOT.
       SCAN-ONE-JOURNAL.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-READING-BLOT TO TRUE.
	IF DONE-READING-BLOT
		GO TO SCAN-ONE-JOURNAL-EXIT.
	IF FILE-BLOTTER-ACCOUNT NOT = WORK-ACCOUNT
		SET DONE-READING-BLOT TO TRUE
		GO TO SCAN-ONE-JOURNAL-EXIT.
	IF NOT FILE-BLOTTER-IS-XFER-OUT OR
	   NOT FILE-BLOTTER-IS-LIVE
		GO TO SCAN-ONE-JOURNAL-EXIT.
	IF FILE-BLOTTER-DATE < YEAR-START OR
	   FILE-BLOTTER-DATE > YEAR-END
		GO TO SCAN-ONE-JOURNAL-EXIT.
	COMPUTE DIST-VALUE ROUNDED =
	    FILE-BLOTTER-AMOUNT * FILE-BLOTTER-PRICE.
	IF DEATH-ON-FILE AND FILE-BLOTTER-DATE NOT < DEATH-DATE
		ADD DIST-VALUE TO BKT-GROSS (3)
		GO TO SCAN-ONE-JOURNAL-EXIT.
	ADD 1 TO TOT-XFER-COUNT.
	ADD DIST-VALUE TO TOT-XFER-VALUE.
	MOVE WORK-ACCOUNT TO RPT-XFER-ACCOUNT.
	MOVE FILE-BLOTTER-FUND TO RPT-XFER-FUND.
	MOVE FILE-BLOTTER-DATE TO RPT-XFER-DATE.
	MOVE FILE-BLOTTER-AMOUNT TO RPT-XFER-SHARES.
	MOVE DIST-VALUE TO RPT-XFER-VALUE.
	DISPLAY RPT-XFER-LINE.
       SCAN-ONE-JOURNAL-EXIT.
	EXIT.
      ******************************************************
      *  One form for one box 7 code -- only a code the
      *  recipient actually used prints.  The run cannot
      *  know the owner's basis in after-tax money, so the
      *  taxable amount is the gross.
      ******************************************************
       SHOW-ONE-FORM.
	IF BKT-GROSS (CODE-SUB) = ZERO
		GO TO SHOW-ONE-FORM-EXIT.
	MOVE "Y" TO ACCT-FORM-SWITCH.
	ADD 1 TO TOT-FORMS.
	ADD BKT-GROSS (CODE-SUB) TO TOT-GROSS.
	ADD BKT-FEDERAL (CODE-SUB) TO TOT-FEDERAL.
	ADD BKT-STATE (CODE-SUB) TO TOT-STATE.
	MOVE WORK-ACCOUNT TO RPT-ACCOUNT.
	MOVE FILE-CUSTMAS-TIN TO RPT-TIN.
	MOVE FILE-CUSTMAS-NAME TO RPT-NAME.
	MOVE FILE-CUSTMAS-STREET TO RPT-STREET.
	MOVE FILE-CUSTMAS-CITY TO RPT-CITY.
	MOVE FILE-CUSTMAS-STATE TO RPT-STATE.
	MOVE FILE-CUSTMAS-ZIP TO RPT-ZIP.
	MOVE BKT-GROSS (CODE-SUB) TO RPT-GROSS.
	MOVE BKT-GROSS (CODE-SUB) TO RPT-TAXABLE.
	MOVE BKT-FEDERAL (CODE-SUB) TO RPT-FEDERAL.
	MOVE CODE-LETTER (CODE-SUB) TO RPT-CODE.
	MOVE CODE-WORD (CODE-SUB) TO RPT-CODE-WORD.
	IF BIRTH-MISSING
		MOVE "NO BIRTH DATE" TO RPT-BIRTH-NOTE
	ELSE
		MOVE SPACES TO RPT-BIRTH-NOTE.
	MOVE BKT-STATE (CODE-SUB) TO RPT-STATE-TAX.
	MOVE ACCT-STATE TO RPT-STATE-CODE.
	DISPLAY SPACE.
	DISPLAY RPT-FORM-HEAD.
	DISPLAY RPT-RECIP-NAME.
	DISPLAY RPT-RECIP-STREET.
	DISPLAY RPT-RECIP-CITY.
	DISPLAY RPT-BOX-1.
	DISPLAY RPT-BOX-2A.
	DISPLAY RPT-BOX-4.
	DISPLAY RPT-BOX-7.
	DISPLAY RPT-BOX-14.
       SHOW-ONE-FORM-EXIT.
	EXIT.
      ******************************************************
      *  Total the whole year's WHLED.IT, every account,
      *  for the tie-out
      ******************************************************
       TIE-TO-WHLED.
	MOVE "N" TO WHL-EOF-SWITCH.
	MOVE LOW-VALUES TO FILE-WHL-KEY.
	START WHLED-FILE KEY IS NOT LESS THAN FILE-WHL-KEY
		INVALID KEY SET DONE-READING-WHL TO TRUE.
	PERFORM TIE-ONE-WITHHOLDING THRU TIE-ONE-WITHHOLDING-EXIT
		UNTIL DONE-READING-WHL.
       TIE-ONE-WITHHOLDING.
	READ WHLED-FILE NEXT RECORD
		AT END SET DONE-READING-WHL TO TRUE.
	IF DONE-READING-WHL
		GO TO TIE-ONE-WITHHOLDING-EXIT.
	IF FILE-WHL-DATE < YEAR-START OR
	   FILE-WHL-DATE > YEAR-END
		GO TO TIE-ONE-WITHHOLDING-EXIT.
	IF FILE-WHL-IS-STATE
		ADD FILE-WHL-AMOUNT TO TIE-STATE
	ELSE
		ADD FILE-WHL-AMOUNT TO TIE-FEDERAL.
       TIE-ONE-WITHHOLDING-EXIT.
	EXIT.
      ******************************************************
      *  Transmittal totals and the withholding tie-out
      ******************************************************
       SHOW-TRANSMITTAL.
	DISPLAY SPACE.
	DISPLAY RPT-XMIT-HEAD.
	MOVE TOT-RETIRE-ACCTS TO RPT-XMIT-ACCTS.
	MOVE TOT-RECIPIENTS TO RPT-XMIT-RECIPS.
	MOVE TOT-FORMS TO RPT-XMIT-FORMS.
	DISPLAY RPT-XMIT-1.
	MOVE TOT-GROSS TO RPT-XMIT-GROSS.
	DISPLAY RPT-XMIT-2.
	MOVE TOT-FEDERAL TO RPT-XMIT-FEDERAL.
	MOVE TIE-FEDERAL TO RPT-TIE-FEDERAL.
	DISPLAY RPT-XMIT-3.
	MOVE TOT-STATE TO RPT-XMIT-STATE.
	MOVE TIE-STATE TO RPT-TIE-STATE.
	DISPLAY RPT-XMIT-4.
	MOVE TOT-XFER-COUNT TO RPT-XMIT-XFERS.
	MOVE TOT-XFER-VALUE TO RPT-XMIT-XFERVAL.
	DISPLAY RPT-XMIT-5.
	MOVE TOT-NO-BIRTH TO RPT-XMIT-NOBIRTH.
	DISPLAY RPT-XMIT-6.
	IF NOT WHLED-AVAILABLE
		MOVE "NO WHLED.IT - NOTHING WITHHELD"
			TO RPT-TIE-RESULT
		DISPLAY RPT-TIE-LINE
		GO TO SHOW-TRANSMITTAL-EXIT.
	MOVE "Y" TO TIE-SWITCH.
	COMPUTE TIE-DIFFERENCE = TIE-FEDERAL - TOT-FEDERAL.
	IF TIE-DIFFERENCE NOT = ZERO
		MOVE "N" TO TIE-SWITCH
		MOVE "FEDERAL DOES NOT TIE TO WHLED.IT"
			TO RPT-TIE-RESULT
		DISPLAY RPT-TIE-LINE
		MOVE TIE-DIFFERENCE TO RPT-TIE-AMOUNT
		DISPLAY RPT-TIE-DIFF.
	COMPUTE TIE-DIFFERENCE = TIE-STATE - TOT-STATE.
	IF TIE-DIFFERENCE NOT = ZERO
		MOVE "N" TO TIE-SWITCH
		MOVE "STATE DOES NOT TIE TO WHLED.IT"
			TO RPT-TIE-RESULT
		DISPLAY RPT-TIE-LINE
		MOVE TIE-DIFFERENCE TO RPT-TIE-AMOUNT
		DISPLAY RPT-TIE-DIFF.
	IF TOTALS-TIE
		MOVE "TIES TO WHLED.IT" TO RPT-TIE-RESULT
		DISPLAY RPT-TIE-LINE
	ELSE
		MOVE "Withholding does not tie to WHLED.IT"
			TO LOGMSG-TEXT
		PERFORM DO-USERLOG
		MOVE 4 TO RETURN-CODE.
       SHOW-TRANSMITTAL-EXIT.
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
