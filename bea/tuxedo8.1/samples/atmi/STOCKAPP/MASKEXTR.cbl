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
      * #ident	"@(#) samples/atmi/STOCKAPP/MASKEXTR.cbl	$Revision: 1.1 $"
      * static	char	sccsid[] = "@(#) samples/atmi/STOCKAPP/MASKEXTR.cbl	$Revision: 1.1 $";
      *
      ******************************************************
      * MASKEXTR builds the training region's files from
      * production.  Every account-keyed file is copied to a
      * file of the same name prefixed TRN (CUSTMAS.IT to
      * TRNCUSTMAS.IT and so on); the training region loads
      * those under the ordinary names.  Keys, balances,
      * positions, lots and history are copied untouched so
      * the EOD jobs balance on the copy as they do here.
      *
      * What identifies a person is replaced:
      *   - names          CUSTOMER nnnnnn
      *   - streets        nnnnnn TRAINING WAY -- one number
      *                    per household, so the members of a
      *                    household still share an address;
      *                    city, state and zip are kept for
      *                    the blue-sky and withholding rules
      *   - TINs           000nnnnnn (never issued)
      *   - birth dates    the first of the same month, so
      *                    ages and the majority and RMD
      *                    milestones still fall as they do
      *   - bank accounts  TRNnnnnnn
      *   - e-mail         CUSTOMERnnnnnn@TRAINING.INVALID
      * A field that is blank (or zero) in production stays
      * blank, so the missing-TIN and missing-birth-date
      * cases survive into training.
      *
      * The numbers come from MASKXREF.IT, which hands each
      * person one sequence number the first time the
      * person turns up -- by TIN where there is one, otherwise by the
      * account (and party or beneficiary number).  The
      * same person therefore masks the same way in every
      * file and on every refresh: an owner who is also a
      * beneficiary on another account carries the same
      * masked name and TIN in both places.  MASKXREF.IT
      * holds real TINs and stays with production; it is
      * never copied to the training region.
      *
      * The audit trails (CUSTAUD, PARTYAUD, BENEAUD,
      * EDLVAUD) and the watch-list files are not copied;
      * the training region starts them empty.  Run the job
      * after the EOD run, while the online region is down.
      * RETURN-CODE is 16 when a required file could not be
      * read or a training file could not be written.
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MASKEXTR.
	AUTHOR. TUXEDO DEVELOPMENT.
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER.  USL-486.
	OBJECT-COMPUTER.  USL-486.
      *
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT MASKXREF-FILE ASSIGN "MASKXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MXR-KEY
		STATUS MASKXREF-FILE-STATUS.
	SELECT CUSTMAS-FILE ASSIGN "CUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT TRN-CUSTMAS-FILE ASSIGN "TRNCUSTMAS.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-CUSTMAS-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT PARTY-FILE ASSIGN "PARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PTY-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-PARTY-FILE ASSIGN "TRNPARTY.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-PTY-KEY
		STATUS TRN-FILE-STATUS.
	SELECT BENE-FILE ASSIGN "BENE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BENE-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-BENE-FILE ASSIGN "TRNBENE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-BENE-KEY
		STATUS TRN-FILE-STATUS.
	SELECT BANKINST-FILE ASSIGN "BANKINST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BINST-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-BANKINST-FILE ASSIGN "TRNBANKINST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-BINST-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT EDELIV-FILE ASSIGN "EDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-EDL-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-EDELIV-FILE ASSIGN "TRNEDELIV.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-EDL-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT PLEDGE-FILE ASSIGN "PLEDGE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PLG-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-PLEDGE-FILE ASSIGN "TRNPLEDGE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-PLG-KEY
		STATUS TRN-FILE-STATUS.
	SELECT CHKREG-FILE ASSIGN "CHKREG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CKR-CHECK-NO
		STATUS IN-FILE-STATUS.
	SELECT TRN-CHKREG-FILE ASSIGN "TRNCHKREG.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-CKR-CHECK-NO
		STATUS TRN-FILE-STATUS.
	SELECT CUST-FILE ASSIGN "CUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CUST-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-CUST-FILE ASSIGN "TRNCUST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-CUST-KEY
		STATUS TRN-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-POSXREF-FILE ASSIGN "TRNPOSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-PXR-KEY
		STATUS TRN-FILE-STATUS.
	SELECT LOT-FILE ASSIGN "CUSTLOT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LOT-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-LOT-FILE ASSIGN "TRNCUSTLOT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-LOT-KEY
		STATUS TRN-FILE-STATUS.
	SELECT CASH-FILE ASSIGN "CASH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-CASH-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-CASH-FILE ASSIGN "TRNCASH.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-CASH-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT CASHLED-FILE ASSIGN "CASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LED-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-CASHLED-FILE ASSIGN "TRNCASHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-LED-KEY
		STATUS TRN-FILE-STATUS.
	SELECT BLOTTER-FILE ASSIGN "BLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-BLOTTER-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-BLOTTER-FILE ASSIGN "TRNBLOTTER.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-BLOTTER-KEY
		STATUS TRN-FILE-STATUS.
	SELECT ACCRINT-FILE ASSIGN "ACCRINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ACC-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-ACCRINT-FILE ASSIGN "TRNACCRINT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-ACC-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT MMACCR-FILE ASSIGN "MMACCR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MMA-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-MMACCR-FILE ASSIGN "TRNMMACCR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-MMA-KEY
		STATUS TRN-FILE-STATUS.
	SELECT PLAN-FILE ASSIGN "PLAN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PLAN-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-PLAN-FILE ASSIGN "TRNPLAN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-PLAN-KEY
		STATUS TRN-FILE-STATUS.
	SELECT SWEEP-FILE ASSIGN "SWEEP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SWEEP-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-SWEEP-FILE ASSIGN "TRNSWEEP.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-SWEEP-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT ALLOC-FILE ASSIGN "ALLOC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ALLOC-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-ALLOC-FILE ASSIGN "TRNALLOC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-ALLOC-KEY
		STATUS TRN-FILE-STATUS.
	SELECT MODASGN-FILE ASSIGN "MODASGN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-MAS-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-MODASGN-FILE ASSIGN "TRNMODASGN.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-MAS-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT DISTELEC-FILE ASSIGN "DISTELEC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-DE-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-DISTELEC-FILE ASSIGN "TRNDISTELEC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-DE-KEY
		STATUS TRN-FILE-STATUS.
	SELECT LOIESCR-FILE ASSIGN "LOIESCR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-LES-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-LOIESCR-FILE ASSIGN "TRNLOIESCR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-LES-KEY
		STATUS TRN-FILE-STATUS.
	SELECT SUITABLE-FILE ASSIGN "SUITABLE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-SUIT-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-SUITABLE-FILE ASSIGN "TRNSUITABLE.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-SUIT-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT WHELECT-FILE ASSIGN "WHELECT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WHE-ACCOUNT
		STATUS IN-FILE-STATUS.
	SELECT TRN-WHELECT-FILE ASSIGN "TRNWHELECT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-WHE-ACCOUNT
		STATUS TRN-FILE-STATUS.
	SELECT WHLED-FILE ASSIGN "WHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-WHL-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-WHLED-FILE ASSIGN "TRNWHLED.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-WHL-KEY
		STATUS TRN-FILE-STATUS.
	SELECT RMD-FILE ASSIGN "RMD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RMD-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-RMD-FILE ASSIGN "TRNRMD.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-RMD-KEY
		STATUS TRN-FILE-STATUS.
	SELECT VALHIST-FILE ASSIGN "VALHIST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-VAL-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-VALHIST-FILE ASSIGN "TRNVALHIST.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-VAL-KEY
		STATUS TRN-FILE-STATUS.
	SELECT TRAILAC-FILE ASSIGN "TRAILAC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-TAC-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-TRAILAC-FILE ASSIGN "TRNTRAILAC.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-TAC-KEY
		STATUS TRN-FILE-STATUS.
	SELECT RESTRICT-FILE ASSIGN "RESTRICT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-RES-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-RESTRICT-FILE ASSIGN "TRNRESTRICT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-RES-KEY
		STATUS TRN-FILE-STATUS.
	SELECT PENDAPPR-FILE ASSIGN "PENDAPPR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PEND-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-PENDAPPR-FILE ASSIGN "TRNPENDAPPR.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-PEND-KEY
		STATUS TRN-FILE-STATUS.
	SELECT ORDBK-FILE ASSIGN "ORDERBK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-ORDBK-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-ORDBK-FILE ASSIGN "TRNORDERBK.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-ORDBK-KEY
		STATUS TRN-FILE-STATUS.
	SELECT REJECT-FILE ASSIGN "REJECT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-REJECT-KEY
		STATUS IN-FILE-STATUS.
	SELECT TRN-REJECT-FILE ASSIGN "TRNREJECT.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY TRN-REJECT-KEY
		STATUS TRN-FILE-STATUS.
	COPY BDATESEL.
	DATA DIVISION.
	FILE SECTION.
      ******************************************************
      * Masking cross-reference -- one record per person,
      * household or bank account seen, keyed by what
      * identifies it in production:
      *   T  TIN
      *   A  account (an owner with no TIN)
      *   P  account and party number (no TIN)
      *   B  account and beneficiary number (no TIN)
      *   H  household
      *   K  bank account number
      * The record keyed "*" holds the last number handed
      * out.
      ******************************************************
	FD  MASKXREF-FILE; RECORD 24.
	01  MASKXREF-ITEM.
	     03  FILE-MXR-KEY.
		05  FILE-MXR-TYPE	PIC X(01).
		05  FILE-MXR-VALUE	PIC X(17).
	     03  FILE-MXR-SEQ		PIC 9(6).
      ******************************************************
      * Files whose identifying fields are masked
      ******************************************************
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
	     03  FILE-CUSTMAS-TIN		PIC X(9).
	     03  FILE-CUSTMAS-BACKUP-WH	PIC X(01).
	     03  FILE-CUSTMAS-TIN-REQD		PIC X(01).
	     03  FILE-CUSTMAS-BIRTH-DATE	PIC 9(8).
	     03  FILE-CUSTMAS-REP		PIC X(10).
	FD  TRN-CUSTMAS-FILE; RECORD 152.
	01  TRN-CUSTMAS-ITEM.
	     03  TRN-CUSTMAS-ACCOUNT		PIC X(10).
	     03  TRN-CUSTMAS-NAME		PIC X(30).
	     03  TRN-CUSTMAS-STREET		PIC X(30).
	     03  FILLER				PIC X(53).
	     03  TRN-CUSTMAS-TIN		PIC X(9).
	     03  FILLER				PIC X(02).
	     03  TRN-CUSTMAS-BIRTH-DATE		PIC 9(8).
	     03  FILLER				PIC X(10).
	FD  PARTY-FILE; RECORD 122.
	01  PARTY-ITEM.
	     03  FILE-PTY-KEY.
		05  FILE-PTY-ACCOUNT		PIC X(10).
		05  FILE-PTY-SEQ		PIC 9(2).
	     03  FILE-PTY-ROLE			PIC X(01).
	     03  FILE-PTY-NAME			PIC X(30).
	     03  FILE-PTY-ADDRESS.
		05  FILE-PTY-STREET		PIC X(30).
		05  FILLER			PIC X(32).
	     03  FILE-PTY-BIRTH-DATE		PIC 9(8).
	     03  FILE-PTY-TIN			PIC X(9).
	FD  TRN-PARTY-FILE; RECORD 122.
	01  TRN-PARTY-ITEM.
	     03  TRN-PTY-KEY			PIC X(12).
	     03  FILLER				PIC X(01).
	     03  TRN-PTY-NAME			PIC X(30).
	     03  TRN-PTY-STREET			PIC X(30).
	     03  FILLER				PIC X(32).
	     03  TRN-PTY-BIRTH-DATE		PIC 9(8).
	     03  TRN-PTY-TIN			PIC X(9).
	FD  BENE-FILE; RECORD 76.
	01  BENE-ITEM.
	     03  FILE-BENE-KEY.
		05  FILE-BENE-ACCOUNT	PIC X(10).
		05  FILE-BENE-SEQ	PIC 9(2).
	     03  FILE-BENE-NAME		PIC X(30).
	     03  FILE-BENE-TIN		PIC X(9).
	     03  FILE-BENE-REL		PIC X(10).
	     03  FILE-BENE-PCT		PIC 9(3)V99.
	     03  FILE-BENE-DEST-ACCT	PIC X(10).
	FD  TRN-BENE-FILE; RECORD 76.
	01  TRN-BENE-ITEM.
	     03  TRN-BENE-KEY		PIC X(12).
	     03  TRN-BENE-NAME		PIC X(30).
	     03  TRN-BENE-TIN		PIC X(9).
	     03  FILLER			PIC X(25).
	FD  BANKINST-FILE; RECORD 78.
	01  BANKINST-ITEM.
	     03  FILE-BINST-ACCOUNT	PIC X(10).
	     03  FILE-BINST-ABA		PIC 9(9).
	     03  FILE-BINST-BANK-ACCT	PIC X(17).
	     03  FILE-BINST-NAME	PIC X(30).
	     03  FILE-BINST-STATUS	PIC X(01).
	     03  FILE-BINST-RET-DATE	PIC 9(8).
	     03  FILE-BINST-RET-REASON	PIC X(03).
	FD  TRN-BANKINST-FILE; RECORD 78.
	01  TRN-BANKINST-ITEM.
	     03  TRN-BINST-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(09).
	     03  TRN-BINST-BANK-ACCT	PIC X(17).
	     03  TRN-BINST-NAME		PIC X(30).
	     03  FILLER			PIC X(12).
	FD  EDELIV-FILE; RECORD 97.
	01  EDELIV-ITEM.
	     03  FILE-EDL-ACCOUNT	PIC X(10).
	     03  FILE-EDL-STATUS	PIC X(01).
	     03  FILE-EDL-CONSENT-DATE	PIC 9(8).
	     03  FILE-EDL-EMAIL		PIC X(50).
	     03  FILE-EDL-REST		PIC X(28).
	FD  TRN-EDELIV-FILE; RECORD 97.
	01  TRN-EDELIV-ITEM.
	     03  TRN-EDL-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(09).
	     03  TRN-EDL-EMAIL		PIC X(50).
	     03  FILLER			PIC X(28).
	FD  PLEDGE-FILE; RECORD 76.
	01  PLEDGE-ITEM.
	     03  FILE-PLG-KEY.
		05  FILE-PLG-ACCOUNT	PIC X(10).
		05  FILE-PLG-FUND	PIC X(10).
	     03  FILE-PLG-QTY		PIC 9(7)V999.
	     03  FILE-PLG-PLEDGEE	PIC X(30).
	     03  FILE-PLG-EFF-DATE	PIC 9(8).
	     03  FILE-PLG-REL-DATE	PIC 9(8).
	FD  TRN-PLEDGE-FILE; RECORD 76.
	01  TRN-PLEDGE-ITEM.
	     03  TRN-PLG-KEY		PIC X(20).
	     03  FILLER			PIC X(10).
	     03  TRN-PLG-PLEDGEE	PIC X(30).
	     03  FILLER			PIC X(16).
	FD  CHKREG-FILE; RECORD 122.
	01  CHKREG-ITEM.
	     03  FILE-CKR-CHECK-NO	PIC 9(8).
	     03  FILE-CKR-ACCOUNT	PIC X(10).
	     03  FILE-CKR-AMOUNT	PIC 9(9)V99.
	     03  FILE-CKR-ISSUE-DATE	PIC 9(8).
	     03  FILE-CKR-PAYEE		PIC X(30).
	     03  FILLER			PIC X(55).
	FD  TRN-CHKREG-FILE; RECORD 122.
	01  TRN-CHKREG-ITEM.
	     03  TRN-CKR-CHECK-NO	PIC 9(8).
	     03  FILLER			PIC X(29).
	     03  TRN-CKR-PAYEE		PIC X(30).
	     03  FILLER			PIC X(55).
      ******************************************************
      * Files copied as they stand -- only the key is named
      ******************************************************
	FD  CUST-FILE; RECORD 30.
	01  CUST-ITEM.
	     03  FILE-CUST-KEY		PIC X(20).
	     03  FILLER			PIC X(10).
	FD  TRN-CUST-FILE; RECORD 30.
	01  TRN-CUST-ITEM.
	     03  TRN-CUST-KEY		PIC X(20).
	     03  FILLER			PIC X(10).
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY		PIC X(20).
	FD  TRN-POSXREF-FILE; RECORD 20.
	01  TRN-POSXREF-ITEM.
	     03  TRN-PXR-KEY		PIC X(20).
	FD  LOT-FILE; RECORD 47.
	01  LOT-ITEM.
	     03  FILE-LOT-KEY		PIC X(28).
	     03  FILLER			PIC X(19).
	FD  TRN-LOT-FILE; RECORD 47.
	01  TRN-LOT-ITEM.
	     03  TRN-LOT-KEY		PIC X(28).
	     03  FILLER			PIC X(19).
	FD  CASH-FILE; RECORD 40.
	01  CASH-ITEM.
	     03  FILE-CASH-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(30).
	FD  TRN-CASH-FILE; RECORD 40.
	01  TRN-CASH-ITEM.
	     03  TRN-CASH-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(30).
	FD  CASHLED-FILE; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-LED-KEY		PIC X(26).
	     03  FILLER			PIC X(53).
	FD  TRN-CASHLED-FILE; RECORD 79.
	01  TRN-CASHLED-ITEM.
	     03  TRN-LED-KEY		PIC X(26).
	     03  FILLER			PIC X(53).
	FD  BLOTTER-FILE; RECORD 126.
	01  BLOTTER-ITEM.
	     03  FILE-BLOTTER-KEY	PIC X(37).
	     03  FILLER			PIC X(89).
	FD  TRN-BLOTTER-FILE; RECORD 126.
	01  TRN-BLOTTER-ITEM.
	     03  TRN-BLOTTER-KEY		PIC X(37).
	     03  FILLER			PIC X(89).
	FD  ACCRINT-FILE; RECORD 31.
	01  ACCRINT-ITEM.
	     03  FILE-ACC-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(21).
	FD  TRN-ACCRINT-FILE; RECORD 31.
	01  TRN-ACCRINT-ITEM.
	     03  TRN-ACC-ACCOUNT		PIC X(10).
	     03  FILLER			PIC X(21).
	FD  MMACCR-FILE; RECORD 41.
	01  MMACCR-ITEM.
	     03  FILE-MMA-KEY		PIC X(20).
	     03  FILLER			PIC X(21).
	FD  TRN-MMACCR-FILE; RECORD 41.
	01  TRN-MMACCR-ITEM.
	     03  TRN-MMA-KEY		PIC X(20).
	     03  FILLER			PIC X(21).
	FD  PLAN-FILE; RECORD 55.
	01  PLAN-ITEM.
	     03  FILE-PLAN-KEY		PIC X(21).
	     03  FILLER			PIC X(34).
	FD  TRN-PLAN-FILE; RECORD 55.
	01  TRN-PLAN-ITEM.
	     03  TRN-PLAN-KEY		PIC X(21).
	     03  FILLER			PIC X(34).
	FD  SWEEP-FILE; RECORD 41.
	01  SWEEP-ITEM.
	     03  FILE-SWEEP-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(31).
	FD  TRN-SWEEP-FILE; RECORD 41.
	01  TRN-SWEEP-ITEM.
	     03  TRN-SWEEP-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(31).
	FD  ALLOC-FILE; RECORD 39.
	01  ALLOC-ITEM.
	     03  FILE-ALLOC-KEY		PIC X(20).
	     03  FILLER			PIC X(19).
	FD  TRN-ALLOC-FILE; RECORD 39.
	01  TRN-ALLOC-ITEM.
	     03  TRN-ALLOC-KEY		PIC X(20).
	     03  FILLER			PIC X(19).
	FD  MODASGN-FILE; RECORD 30.
	01  MODASGN-ITEM.
	     03  FILE-MAS-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(20).
	FD  TRN-MODASGN-FILE; RECORD 30.
	01  TRN-MODASGN-ITEM.
	     03  TRN-MAS-ACCOUNT		PIC X(10).
	     03  FILLER			PIC X(20).
	FD  DISTELEC-FILE; RECORD 31.
	01  DISTELEC-ITEM.
	     03  FILE-DE-KEY		PIC X(20).
	     03  FILLER			PIC X(11).
	FD  TRN-DISTELEC-FILE; RECORD 31.
	01  TRN-DISTELEC-ITEM.
	     03  TRN-DE-KEY		PIC X(20).
	     03  FILLER			PIC X(11).
	FD  LOIESCR-FILE; RECORD 30.
	01  LOIESCR-ITEM.
	     03  FILE-LES-KEY		PIC X(20).
	     03  FILLER			PIC X(10).
	FD  TRN-LOIESCR-FILE; RECORD 30.
	01  TRN-LOIESCR-ITEM.
	     03  TRN-LES-KEY		PIC X(20).
	     03  FILLER			PIC X(10).
	FD  SUITABLE-FILE; RECORD 42.
	01  SUITABLE-ITEM.
	     03  FILE-SUIT-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(32).
	FD  TRN-SUITABLE-FILE; RECORD 42.
	01  TRN-SUITABLE-ITEM.
	     03  TRN-SUIT-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(32).
	FD  WHELECT-FILE; RECORD 20.
	01  WHELECT-ITEM.
	     03  FILE-WHE-ACCOUNT	PIC X(10).
	     03  FILLER			PIC X(10).
	FD  TRN-WHELECT-FILE; RECORD 20.
	01  TRN-WHELECT-ITEM.
	     03  TRN-WHE-ACCOUNT		PIC X(10).
	     03  FILLER			PIC X(10).
	FD  WHLED-FILE; RECORD 60.
	01  WHLED-ITEM.
	     03  FILE-WHL-KEY		PIC X(28).
	     03  FILLER			PIC X(32).
	FD  TRN-WHLED-FILE; RECORD 60.
	01  TRN-WHLED-ITEM.
	     03  TRN-WHL-KEY		PIC X(28).
	     03  FILLER			PIC X(32).
	FD  RMD-FILE; RECORD 44.
	01  RMD-ITEM.
	     03  FILE-RMD-KEY		PIC X(14).
	     03  FILLER			PIC X(30).
	FD  TRN-RMD-FILE; RECORD 44.
	01  TRN-RMD-ITEM.
	     03  TRN-RMD-KEY		PIC X(14).
	     03  FILLER			PIC X(30).
	FD  VALHIST-FILE; RECORD 60.
	01  VALHIST-ITEM.
	     03  FILE-VAL-KEY		PIC X(28).
	     03  FILLER			PIC X(32).
	FD  TRN-VALHIST-FILE; RECORD 60.
	01  TRN-VALHIST-ITEM.
	     03  TRN-VAL-KEY		PIC X(28).
	     03  FILLER			PIC X(32).
	FD  TRAILAC-FILE; RECORD 41.
	01  TRAILAC-ITEM.
	     03  FILE-TAC-KEY		PIC X(20).
	     03  FILLER			PIC X(21).
	FD  TRN-TRAILAC-FILE; RECORD 41.
	01  TRN-TRAILAC-ITEM.
	     03  TRN-TAC-KEY		PIC X(20).
	     03  FILLER			PIC X(21).
	FD  RESTRICT-FILE; RECORD 67.
	01  RESTRICT-ITEM.
	     03  FILE-RES-KEY		PIC X(20).
	     03  FILLER			PIC X(47).
	FD  TRN-RESTRICT-FILE; RECORD 67.
	01  TRN-RESTRICT-ITEM.
	     03  TRN-RES-KEY		PIC X(20).
	     03  FILLER			PIC X(47).
	FD  PENDAPPR-FILE; RECORD 134.
	01  PENDAPPR-ITEM.
	     03  FILE-PEND-KEY		PIC X(36).
	     03  FILLER			PIC X(98).
	FD  TRN-PENDAPPR-FILE; RECORD 134.
	01  TRN-PENDAPPR-ITEM.
	     03  TRN-PEND-KEY		PIC X(36).
	     03  FILLER			PIC X(98).
	FD  ORDBK-FILE; RECORD 133.
	01  ORDBK-ITEM.
	     03  FILE-ORDBK-KEY		PIC X(36).
	     03  FILLER			PIC X(97).
	FD  TRN-ORDBK-FILE; RECORD 133.
	01  TRN-ORDBK-ITEM.
	     03  TRN-ORDBK-KEY		PIC X(36).
	     03  FILLER			PIC X(97).
	FD  REJECT-FILE; RECORD 130.
	01  REJECT-ITEM.
	     03  FILE-REJECT-KEY		PIC X(36).
	     03  FILLER			PIC X(94).
	FD  TRN-REJECT-FILE; RECORD 130.
	01  TRN-REJECT-ITEM.
	     03  TRN-REJECT-KEY		PIC X(36).
	     03  FILLER			PIC X(94).
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
			"MASKEXTR =>".
		05  LOGMSG-TEXT	PIC X(50).
	01  LOGMSG-ERR.
		05  FILLER	PIC X(15) VALUE
			"MASKEXTR ERR =>".
		05  LOG-ERR-ROUTINE PIC X(10).
		05  FILLER	PIC X(21) VALUE
			" FAILED: FILE-STATUS=".
		05  LOG-ERR-STATUS PIC X(2).
      *
	01  LOGMSG-LEN		PIC S9(9)  COMP-5.
	01  LOGMSG-ERR-LEN	PIC S9(9)  COMP-5.
      ******************************************************
      * File status -- one for whichever production file is
      * being read and one for the training file being
      * written; CUSTMAS.IT and the cross-reference are
      * read throughout and keep their own
      ******************************************************
 	01  MASKXREF-FILE-STATUS.
           	05  MXR-STATUS-1	PIC X.
           	05  MXR-STATUS-2	PIC X.
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  IN-FILE-STATUS.
           	05  IN-STATUS-1	PIC X.
           	05  IN-STATUS-2	PIC X.
 	01  TRN-FILE-STATUS.
           	05  TRN-STATUS-1	PIC X.
           	05  TRN-STATUS-2	PIC X.
      ******************************************************
      * Walk control
      ******************************************************
	01  TODAYS-DATE		PIC 9(8).
	COPY BDATEWS.
	01  EOF-SWITCH		PIC X VALUE "N".
		88  DONE-READING	VALUE "Y".
      ******************************************************
      * The identity being masked and the number it drew
      ******************************************************
	01  MASK-ID.
		05  MASK-ID-TYPE	PIC X(01).
		05  MASK-ID-VALUE	PIC X(17).
		05  MASK-ID-ACCT-SEQ REDEFINES MASK-ID-VALUE.
		    10  MASK-ID-ACCOUNT	PIC X(10).
		    10  MASK-ID-SEQ	PIC 9(2).
		    10  FILLER		PIC X(05).
	01  MASK-SEQ		PIC 9(6).
	01  LAST-MASK-SEQ	PIC 9(6) VALUE ZERO.
	01  HOLDER-SEQ		PIC 9(6).
	01  HOLDER-STREET	PIC X(30).
	01  HOLDER-STREET-SEQ	PIC 9(6).
      ******************************************************
      * The masked values
      ******************************************************
	01  MASK-NAME.
		05  FILLER		PIC X(9) VALUE "CUSTOMER ".
		05  MASK-NAME-SEQ	PIC 9(6).
		05  FILLER		PIC X(15) VALUE SPACES.
	01  MASK-STREET.
		05  MASK-STREET-SEQ	PIC 9(6).
		05  FILLER		PIC X(24) VALUE
			" TRAINING WAY".
	01  MASK-TIN.
		05  FILLER		PIC X(3) VALUE "000".
		05  MASK-TIN-SEQ	PIC 9(6).
	01  MASK-BANK-ACCT.
		05  FILLER		PIC X(3) VALUE "TRN".
		05  MASK-BANK-SEQ	PIC 9(6).
		05  FILLER		PIC X(8) VALUE SPACES.
	01  MASK-EMAIL.
		05  FILLER		PIC X(8) VALUE "CUSTOMER".
		05  MASK-EMAIL-SEQ	PIC 9(6).
		05  FILLER		PIC X(36) VALUE
			"@TRAINING.INVALID".
	01  MASK-PLEDGEE.
		05  FILLER		PIC X(19) VALUE
			"PLEDGEE OF ACCOUNT ".
		05  MASK-PLEDGEE-ACCT	PIC X(10).
		05  FILLER		PIC X(01) VALUE SPACE.
	01  MASK-BIRTH-DATE	PIC 9(8).
	01  MASK-BIRTH-PARTS REDEFINES MASK-BIRTH-DATE.
		05  MASK-BIRTH-YYYYMM	PIC 9(6).
		05  MASK-BIRTH-DD	PIC 9(2).
      ******************************************************
      * Counts
      ******************************************************
	01  FILE-COUNT		PIC 9(7) COMP-5 VALUE ZERO.
	01  FILES-COPIED	PIC 9(7) COMP-5 VALUE ZERO.
	01  RECORDS-COPIED	PIC 9(9) COMP-5 VALUE ZERO.
	01  NEW-IDENTITIES	PIC 9(7) COMP-5 VALUE ZERO.
      ******************************************************
      * Report lines
      ******************************************************
	01  RPT-TITLE.
		05  FILLER	PIC X(34) VALUE
			"MASKED TRAINING EXTRACT -".
		05  RPT-DATE	PIC 9(8).
	01  RPT-HEADING.
		05  FILLER	PIC X(14) VALUE "FILE".
		05  FILLER	PIC X(9) VALUE "  RECORDS".
		05  FILLER	PIC X(2) VALUE SPACES.
		05  FILLER	PIC X(30) VALUE "TRAINING COPY".
	01  RPT-LINE.
		05  RPT-FILE-NAME	PIC X(14).
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-COUNT	PIC ZZZZZZ9.
		05  FILLER	PIC X(2) VALUE SPACES.
		05  RPT-NOTE	PIC X(30).
	01  RPT-NOFILE-LINE.
		05  RPT-NF-FILE	PIC X(25).
		05  FILLER	PIC X(30) VALUE
			"NOT ON FILE - NOT COPIED".
	01  RPT-TOTAL.
		05  FILLER	PIC X(16) VALUE "FILES         =>".
		05  RPT-FILES-COPIED	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  RECORDS     =>".
		05  RPT-RECORDS-COPIED	PIC ZZZZZZZZ9.
	01  RPT-ID-TOTAL.
		05  FILLER	PIC X(16) VALUE "NEW IDENTITIES=>".
		05  RPT-NEW-IDENTITIES	PIC ZZZZZZ9.
		05  FILLER	PIC X(16) VALUE "  LAST NUMBER =>".
		05  RPT-LAST-SEQ	PIC ZZZZZZZZ9.
      *
       	LINKAGE SECTION.
      *
       	PROCEDURE DIVISION.
      *
       START-MASKEXTR.
	MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
	MOVE LENGTH OF LOGMSG-ERR TO LOGMSG-ERR-LEN.
	PERFORM GET-BUSINESS-DATE.
	MOVE "Started" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	OPEN I-O MASKXREF-FILE.
	IF MXR-STATUS-1 = "3"
		OPEN OUTPUT MASKXREF-FILE
		CLOSE MASKXREF-FILE
		OPEN I-O MASKXREF-FILE.
	IF MXR-STATUS-1 NOT = "0"
		MOVE "OPEN MASKXREF" TO LOG-ERR-ROUTINE
		MOVE MXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN INPUT CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTMAS" TO LOG-ERR-ROUTINE
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		CLOSE MASKXREF-FILE
		PERFORM A-999-EXIT.
	PERFORM GET-LAST-MASK-SEQ.
	MOVE TODAYS-DATE TO RPT-DATE.
	DISPLAY SPACE.
	DISPLAY RPT-TITLE.
	DISPLAY SPACE.
	DISPLAY RPT-HEADING.
	PERFORM MASK-CUSTMAS-FILE THRU MASK-CUSTMAS-FILE-EXIT.
	PERFORM MASK-PARTY-FILE THRU MASK-PARTY-FILE-EXIT.
	PERFORM MASK-BENE-FILE THRU MASK-BENE-FILE-EXIT.
	PERFORM MASK-BANKINST-FILE THRU MASK-BANKINST-FILE-EXIT.
	PERFORM MASK-EDELIV-FILE THRU MASK-EDELIV-FILE-EXIT.
	PERFORM MASK-PLEDGE-FILE THRU MASK-PLEDGE-FILE-EXIT.
	PERFORM MASK-CHKREG-FILE THRU MASK-CHKREG-FILE-EXIT.
	PERFORM COPY-CUST-FILE THRU COPY-CUST-FILE-EXIT.
	PERFORM COPY-POSXREF-FILE THRU COPY-POSXREF-FILE-EXIT.
	PERFORM COPY-LOT-FILE THRU COPY-LOT-FILE-EXIT.
	PERFORM COPY-CASH-FILE THRU COPY-CASH-FILE-EXIT.
	PERFORM COPY-CASHLED-FILE THRU COPY-CASHLED-FILE-EXIT.
	PERFORM COPY-BLOTTER-FILE THRU COPY-BLOTTER-FILE-EXIT.
	PERFORM COPY-ACCRINT-FILE THRU COPY-ACCRINT-FILE-EXIT.
	PERFORM COPY-MMACCR-FILE THRU COPY-MMACCR-FILE-EXIT.
	PERFORM COPY-PLAN-FILE THRU COPY-PLAN-FILE-EXIT.
	PERFORM COPY-SWEEP-FILE THRU COPY-SWEEP-FILE-EXIT.
	PERFORM COPY-ALLOC-FILE THRU COPY-ALLOC-FILE-EXIT.
	PERFORM COPY-MODASGN-FILE THRU COPY-MODASGN-FILE-EXIT.
	PERFORM COPY-DISTELEC-FILE THRU COPY-DISTELEC-FILE-EXIT.
	PERFORM COPY-LOIESCR-FILE THRU COPY-LOIESCR-FILE-EXIT.
	PERFORM COPY-SUITABLE-FILE THRU COPY-SUITABLE-FILE-EXIT.
	PERFORM COPY-WHELECT-FILE THRU COPY-WHELECT-FILE-EXIT.
	PERFORM COPY-WHLED-FILE THRU COPY-WHLED-FILE-EXIT.
	PERFORM COPY-RMD-FILE THRU COPY-RMD-FILE-EXIT.
	PERFORM COPY-VALHIST-FILE THRU COPY-VALHIST-FILE-EXIT.
	PERFORM COPY-TRAILAC-FILE THRU COPY-TRAILAC-FILE-EXIT.
	PERFORM COPY-RESTRICT-FILE THRU COPY-RESTRICT-FILE-EXIT.
	PERFORM COPY-PENDAPPR-FILE THRU COPY-PENDAPPR-FILE-EXIT.
	PERFORM COPY-ORDBK-FILE THRU COPY-ORDBK-FILE-EXIT.
	PERFORM COPY-REJECT-FILE THRU COPY-REJECT-FILE-EXIT.
	PERFORM PUT-LAST-MASK-SEQ.
	CLOSE CUSTMAS-FILE.
	CLOSE MASKXREF-FILE.
	MOVE FILES-COPIED TO RPT-FILES-COPIED.
	MOVE RECORDS-COPIED TO RPT-RECORDS-COPIED.
	MOVE NEW-IDENTITIES TO RPT-NEW-IDENTITIES.
	MOVE LAST-MASK-SEQ TO RPT-LAST-SEQ.
	DISPLAY SPACE.
	DISPLAY RPT-TOTAL.
	DISPLAY RPT-ID-TOTAL.
	MOVE "Completed" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	STOP RUN.
      ******************************************************
      * Leave without finishing the training set
      ******************************************************
       A-999-EXIT.
	MOVE "Exiting - Training Set Incomplete" TO LOGMSG-TEXT.
	PERFORM DO-USERLOG.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
      ******************************************************
      *  Account masters -- the owner's name, TIN and birth
      *  date, and the street of the owner's household
      ******************************************************
       MASK-CUSTMAS-FILE.
	MOVE "CUSTMAS.IT" TO RPT-FILE-NAME.
	OPEN OUTPUT TRN-CUSTMAS-FILE.
	IF TRN-STATUS-1 NOT = "0"
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-CUSTMAS UNTIL DONE-READING.
	CLOSE TRN-CUSTMAS-FILE.
	MOVE "NAME STREET TIN BIRTH MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-CUSTMAS-FILE-EXIT.
	EXIT.
       MASK-ONE-CUSTMAS.
	READ CUSTMAS-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE CUSTMAS-ITEM TO TRN-CUSTMAS-ITEM
		PERFORM SET-HOLDER-MASK
		IF FILE-CUSTMAS-NAME NOT = SPACES
			MOVE HOLDER-SEQ TO MASK-NAME-SEQ
			MOVE MASK-NAME TO TRN-CUSTMAS-NAME
		END-IF
		IF FILE-CUSTMAS-TIN NOT = SPACES
			MOVE HOLDER-SEQ TO MASK-TIN-SEQ
			MOVE MASK-TIN TO TRN-CUSTMAS-TIN
		END-IF
		IF FILE-CUSTMAS-STREET NOT = SPACES
			MOVE HOLDER-STREET-SEQ TO MASK-STREET-SEQ
			MOVE MASK-STREET TO TRN-CUSTMAS-STREET
		END-IF
		MOVE FILE-CUSTMAS-BIRTH-DATE TO MASK-BIRTH-DATE
		PERFORM MASK-ONE-BIRTH-DATE
		MOVE MASK-BIRTH-DATE TO TRN-CUSTMAS-BIRTH-DATE
		WRITE TRN-CUSTMAS-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  Account parties -- joint owners, powers of attorney,
      *  custodians and trusted contacts.  A party living at
      *  the owner's street takes the owner's masked street.
      ******************************************************
       MASK-PARTY-FILE.
	MOVE "PARTY.IT" TO RPT-FILE-NAME.
	OPEN INPUT PARTY-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO MASK-PARTY-FILE-EXIT.
	OPEN OUTPUT TRN-PARTY-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE PARTY-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-PARTY UNTIL DONE-READING.
	CLOSE PARTY-FILE.
	CLOSE TRN-PARTY-FILE.
	MOVE "NAME STREET TIN BIRTH MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-PARTY-FILE-EXIT.
	EXIT.
       MASK-ONE-PARTY.
	READ PARTY-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE PARTY-ITEM TO TRN-PARTY-ITEM
		MOVE FILE-PTY-ACCOUNT TO MASK-ID-ACCOUNT
		PERFORM GET-HOLDER-MASK
		IF FILE-PTY-TIN NOT = SPACES
			MOVE "T" TO MASK-ID-TYPE
			MOVE FILE-PTY-TIN TO MASK-ID-VALUE
		ELSE
			MOVE "P" TO MASK-ID-TYPE
			MOVE SPACES TO MASK-ID-VALUE
			MOVE FILE-PTY-ACCOUNT TO MASK-ID-ACCOUNT
			MOVE FILE-PTY-SEQ TO MASK-ID-SEQ
		END-IF
		PERFORM GET-MASK-SEQ THRU GET-MASK-SEQ-EXIT
		IF FILE-PTY-NAME NOT = SPACES
			MOVE MASK-SEQ TO MASK-NAME-SEQ
			MOVE MASK-NAME TO TRN-PTY-NAME
		END-IF
		IF FILE-PTY-TIN NOT = SPACES
			MOVE MASK-SEQ TO MASK-TIN-SEQ
			MOVE MASK-TIN TO TRN-PTY-TIN
		END-IF
		IF FILE-PTY-STREET NOT = SPACES
			IF FILE-PTY-STREET = HOLDER-STREET
				MOVE HOLDER-STREET-SEQ
					TO MASK-STREET-SEQ
			ELSE
				MOVE MASK-SEQ TO MASK-STREET-SEQ
			END-IF
			MOVE MASK-STREET TO TRN-PTY-STREET
		END-IF
		MOVE FILE-PTY-BIRTH-DATE TO MASK-BIRTH-DATE
		PERFORM MASK-ONE-BIRTH-DATE
		MOVE MASK-BIRTH-DATE TO TRN-PTY-BIRTH-DATE
		WRITE TRN-PARTY-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  Beneficiaries -- name and TIN
      ******************************************************
       MASK-BENE-FILE.
	MOVE "BENE.IT" TO RPT-FILE-NAME.
	OPEN INPUT BENE-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO MASK-BENE-FILE-EXIT.
	OPEN OUTPUT TRN-BENE-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE BENE-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-BENE UNTIL DONE-READING.
	CLOSE BENE-FILE.
	CLOSE TRN-BENE-FILE.
	MOVE "NAME TIN MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-BENE-FILE-EXIT.
	EXIT.
       MASK-ONE-BENE.
	READ BENE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE BENE-ITEM TO TRN-BENE-ITEM
		IF FILE-BENE-TIN NOT = SPACES
			MOVE "T" TO MASK-ID-TYPE
			MOVE FILE-BENE-TIN TO MASK-ID-VALUE
		ELSE
			MOVE "B" TO MASK-ID-TYPE
			MOVE SPACES TO MASK-ID-VALUE
			MOVE FILE-BENE-ACCOUNT TO MASK-ID-ACCOUNT
			MOVE FILE-BENE-SEQ TO MASK-ID-SEQ
		END-IF
		PERFORM GET-MASK-SEQ THRU GET-MASK-SEQ-EXIT
		IF FILE-BENE-NAME NOT = SPACES
			MOVE MASK-SEQ TO MASK-NAME-SEQ
			MOVE MASK-NAME TO TRN-BENE-NAME
		END-IF
		IF FILE-BENE-TIN NOT = SPACES
			MOVE MASK-SEQ TO MASK-TIN-SEQ
			MOVE MASK-TIN TO TRN-BENE-TIN
		END-IF
		WRITE TRN-BENE-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  Bank instructions -- the bank account number, and
      *  the name on it, which becomes the owner's masked
      *  name.  The routing number is the bank's, not the
      *  customer's, and is kept so the ACH edits still run.
      ******************************************************
       MASK-BANKINST-FILE.
	MOVE "BANKINST.IT" TO RPT-FILE-NAME.
	OPEN INPUT BANKINST-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO MASK-BANKINST-FILE-EXIT.
	OPEN OUTPUT TRN-BANKINST-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE BANKINST-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-BANKINST UNTIL DONE-READING.
	CLOSE BANKINST-FILE.
	CLOSE TRN-BANKINST-FILE.
	MOVE "BANK ACCOUNT NAME MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-BANKINST-FILE-EXIT.
	EXIT.
       MASK-ONE-BANKINST.
	READ BANKINST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE BANKINST-ITEM TO TRN-BANKINST-ITEM
		MOVE FILE-BINST-ACCOUNT TO MASK-ID-ACCOUNT
		PERFORM GET-HOLDER-MASK
		IF FILE-BINST-NAME NOT = SPACES
			MOVE HOLDER-SEQ TO MASK-NAME-SEQ
			MOVE MASK-NAME TO TRN-BINST-NAME
		END-IF
		IF FILE-BINST-BANK-ACCT NOT = SPACES
			MOVE "K" TO MASK-ID-TYPE
			MOVE FILE-BINST-BANK-ACCT TO MASK-ID-VALUE
			PERFORM GET-MASK-SEQ THRU GET-MASK-SEQ-EXIT
			MOVE MASK-SEQ TO MASK-BANK-SEQ
			MOVE MASK-BANK-ACCT TO TRN-BINST-BANK-ACCT
		END-IF
		WRITE TRN-BANKINST-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  Electronic delivery elections -- the e-mail address
      ******************************************************
       MASK-EDELIV-FILE.
	MOVE "EDELIV.IT" TO RPT-FILE-NAME.
	OPEN INPUT EDELIV-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO MASK-EDELIV-FILE-EXIT.
	OPEN OUTPUT TRN-EDELIV-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE EDELIV-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-EDELIV UNTIL DONE-READING.
	CLOSE EDELIV-FILE.
	CLOSE TRN-EDELIV-FILE.
	MOVE "E-MAIL MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-EDELIV-FILE-EXIT.
	EXIT.
       MASK-ONE-EDELIV.
	READ EDELIV-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE EDELIV-ITEM TO TRN-EDELIV-ITEM
		IF FILE-EDL-EMAIL NOT = SPACES
			MOVE FILE-EDL-ACCOUNT TO MASK-ID-ACCOUNT
			PERFORM GET-HOLDER-MASK
			MOVE HOLDER-SEQ TO MASK-EMAIL-SEQ
			MOVE MASK-EMAIL TO TRN-EDL-EMAIL
		END-IF
		WRITE TRN-EDELIV-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  Pledges -- the pledgee, who may be a private lender
      ******************************************************
       MASK-PLEDGE-FILE.
	MOVE "PLEDGE.IT" TO RPT-FILE-NAME.
	OPEN INPUT PLEDGE-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO MASK-PLEDGE-FILE-EXIT.
	OPEN OUTPUT TRN-PLEDGE-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE PLEDGE-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-PLEDGE UNTIL DONE-READING.
	CLOSE PLEDGE-FILE.
	CLOSE TRN-PLEDGE-FILE.
	MOVE "PLEDGEE MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-PLEDGE-FILE-EXIT.
	EXIT.
       MASK-ONE-PLEDGE.
	READ PLEDGE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE PLEDGE-ITEM TO TRN-PLEDGE-ITEM
		IF FILE-PLG-PLEDGEE NOT = SPACES
			MOVE FILE-PLG-ACCOUNT TO MASK-PLEDGEE-ACCT
			MOVE MASK-PLEDGEE TO TRN-PLG-PLEDGEE
		END-IF
		WRITE TRN-PLEDGE-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  Check register -- the payee, who becomes the
      *  drawing account's masked owner
      ******************************************************
       MASK-CHKREG-FILE.
	MOVE "CHKREG.IT" TO RPT-FILE-NAME.
	OPEN INPUT CHKREG-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO MASK-CHKREG-FILE-EXIT.
	OPEN OUTPUT TRN-CHKREG-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE CHKREG-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM MASK-ONE-CHKREG UNTIL DONE-READING.
	CLOSE CHKREG-FILE.
	CLOSE TRN-CHKREG-FILE.
	MOVE "PAYEE MASKED" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       MASK-CHKREG-FILE-EXIT.
	EXIT.
       MASK-ONE-CHKREG.
	READ CHKREG-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		MOVE CHKREG-ITEM TO TRN-CHKREG-ITEM
		IF FILE-CKR-PAYEE NOT = SPACES
			MOVE FILE-CKR-ACCOUNT TO MASK-ID-ACCOUNT
			PERFORM GET-HOLDER-MASK
			MOVE HOLDER-SEQ TO MASK-NAME-SEQ
			MOVE MASK-NAME TO TRN-CKR-PAYEE
		END-IF
		WRITE TRN-CHKREG-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-CUST-FILE.
	MOVE "CUST.IT" TO RPT-FILE-NAME.
	OPEN INPUT CUST-FILE.
	IF IN-STATUS-1 NOT = "0"
		MOVE "OPEN CUST" TO LOG-ERR-ROUTINE
		MOVE IN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN OUTPUT TRN-CUST-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE CUST-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-CUST UNTIL DONE-READING.
	CLOSE CUST-FILE.
	CLOSE TRN-CUST-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-CUST-FILE-EXIT.
	EXIT.
       COPY-ONE-CUST.
	READ CUST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-CUST-ITEM FROM CUST-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  The cross-reference goes across as it stands -- no
      *  key in it is masked.  If production has none, POSXBLD
      *  builds one in the training region after the load.
      ******************************************************
       COPY-POSXREF-FILE.
	MOVE "POSXREF.IT" TO RPT-FILE-NAME.
	OPEN INPUT POSXREF-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-POSXREF-FILE-EXIT.
	OPEN OUTPUT TRN-POSXREF-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE POSXREF-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-POSXREF UNTIL DONE-READING.
	CLOSE POSXREF-FILE.
	CLOSE TRN-POSXREF-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-POSXREF-FILE-EXIT.
	EXIT.
       COPY-ONE-POSXREF.
	READ POSXREF-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-POSXREF-ITEM FROM POSXREF-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-LOT-FILE.
	MOVE "CUSTLOT.IT" TO RPT-FILE-NAME.
	OPEN INPUT LOT-FILE.
	IF IN-STATUS-1 NOT = "0"
		MOVE "OPEN CUSTLOT" TO LOG-ERR-ROUTINE
		MOVE IN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN OUTPUT TRN-LOT-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE LOT-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-LOT UNTIL DONE-READING.
	CLOSE LOT-FILE.
	CLOSE TRN-LOT-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-LOT-FILE-EXIT.
	EXIT.
       COPY-ONE-LOT.
	READ LOT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-LOT-ITEM FROM LOT-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-CASH-FILE.
	MOVE "CASH.IT" TO RPT-FILE-NAME.
	OPEN INPUT CASH-FILE.
	IF IN-STATUS-1 NOT = "0"
		MOVE "OPEN CASH" TO LOG-ERR-ROUTINE
		MOVE IN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	OPEN OUTPUT TRN-CASH-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE CASH-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-CASH UNTIL DONE-READING.
	CLOSE CASH-FILE.
	CLOSE TRN-CASH-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-CASH-FILE-EXIT.
	EXIT.
       COPY-ONE-CASH.
	READ CASH-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-CASH-ITEM FROM CASH-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-CASHLED-FILE.
	MOVE "CASHLED.IT" TO RPT-FILE-NAME.
	OPEN INPUT CASHLED-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-CASHLED-FILE-EXIT.
	OPEN OUTPUT TRN-CASHLED-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE CASHLED-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-CASHLED UNTIL DONE-READING.
	CLOSE CASHLED-FILE.
	CLOSE TRN-CASHLED-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-CASHLED-FILE-EXIT.
	EXIT.
       COPY-ONE-CASHLED.
	READ CASHLED-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-CASHLED-ITEM FROM CASHLED-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-BLOTTER-FILE.
	MOVE "BLOTTER.IT" TO RPT-FILE-NAME.
	OPEN INPUT BLOTTER-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-BLOTTER-FILE-EXIT.
	OPEN OUTPUT TRN-BLOTTER-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE BLOTTER-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-BLOTTER UNTIL DONE-READING.
	CLOSE BLOTTER-FILE.
	CLOSE TRN-BLOTTER-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-BLOTTER-FILE-EXIT.
	EXIT.
       COPY-ONE-BLOTTER.
	READ BLOTTER-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-BLOTTER-ITEM FROM BLOTTER-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-ACCRINT-FILE.
	MOVE "ACCRINT.IT" TO RPT-FILE-NAME.
	OPEN INPUT ACCRINT-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-ACCRINT-FILE-EXIT.
	OPEN OUTPUT TRN-ACCRINT-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE ACCRINT-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-ACCRINT UNTIL DONE-READING.
	CLOSE ACCRINT-FILE.
	CLOSE TRN-ACCRINT-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-ACCRINT-FILE-EXIT.
	EXIT.
       COPY-ONE-ACCRINT.
	READ ACCRINT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-ACCRINT-ITEM FROM ACCRINT-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-MMACCR-FILE.
	MOVE "MMACCR.IT" TO RPT-FILE-NAME.
	OPEN INPUT MMACCR-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-MMACCR-FILE-EXIT.
	OPEN OUTPUT TRN-MMACCR-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE MMACCR-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-MMACCR UNTIL DONE-READING.
	CLOSE MMACCR-FILE.
	CLOSE TRN-MMACCR-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-MMACCR-FILE-EXIT.
	EXIT.
       COPY-ONE-MMACCR.
	READ MMACCR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-MMACCR-ITEM FROM MMACCR-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-PLAN-FILE.
	MOVE "PLAN.IT" TO RPT-FILE-NAME.
	OPEN INPUT PLAN-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-PLAN-FILE-EXIT.
	OPEN OUTPUT TRN-PLAN-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE PLAN-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-PLAN UNTIL DONE-READING.
	CLOSE PLAN-FILE.
	CLOSE TRN-PLAN-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-PLAN-FILE-EXIT.
	EXIT.
       COPY-ONE-PLAN.
	READ PLAN-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-PLAN-ITEM FROM PLAN-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-SWEEP-FILE.
	MOVE "SWEEP.IT" TO RPT-FILE-NAME.
	OPEN INPUT SWEEP-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-SWEEP-FILE-EXIT.
	OPEN OUTPUT TRN-SWEEP-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE SWEEP-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-SWEEP UNTIL DONE-READING.
	CLOSE SWEEP-FILE.
	CLOSE TRN-SWEEP-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-SWEEP-FILE-EXIT.
	EXIT.
       COPY-ONE-SWEEP.
	READ SWEEP-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-SWEEP-ITEM FROM SWEEP-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-ALLOC-FILE.
	MOVE "ALLOC.IT" TO RPT-FILE-NAME.
	OPEN INPUT ALLOC-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-ALLOC-FILE-EXIT.
	OPEN OUTPUT TRN-ALLOC-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE ALLOC-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-ALLOC UNTIL DONE-READING.
	CLOSE ALLOC-FILE.
	CLOSE TRN-ALLOC-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-ALLOC-FILE-EXIT.
	EXIT.
       COPY-ONE-ALLOC.
	READ ALLOC-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-ALLOC-ITEM FROM ALLOC-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-MODASGN-FILE.
	MOVE "MODASGN.IT" TO RPT-FILE-NAME.
	OPEN INPUT MODASGN-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-MODASGN-FILE-EXIT.
	OPEN OUTPUT TRN-MODASGN-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE MODASGN-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-MODASGN UNTIL DONE-READING.
	CLOSE MODASGN-FILE.
	CLOSE TRN-MODASGN-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-MODASGN-FILE-EXIT.
	EXIT.
       COPY-ONE-MODASGN.
	READ MODASGN-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-MODASGN-ITEM FROM MODASGN-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-DISTELEC-FILE.
	MOVE "DISTELEC.IT" TO RPT-FILE-NAME.
	OPEN INPUT DISTELEC-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-DISTELEC-FILE-EXIT.
	OPEN OUTPUT TRN-DISTELEC-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE DISTELEC-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-DISTELEC UNTIL DONE-READING.
	CLOSE DISTELEC-FILE.
	CLOSE TRN-DISTELEC-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-DISTELEC-FILE-EXIT.
	EXIT.
       COPY-ONE-DISTELEC.
	READ DISTELEC-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-DISTELEC-ITEM FROM DISTELEC-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-LOIESCR-FILE.
	MOVE "LOIESCR.IT" TO RPT-FILE-NAME.
	OPEN INPUT LOIESCR-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-LOIESCR-FILE-EXIT.
	OPEN OUTPUT TRN-LOIESCR-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE LOIESCR-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-LOIESCR UNTIL DONE-READING.
	CLOSE LOIESCR-FILE.
	CLOSE TRN-LOIESCR-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-LOIESCR-FILE-EXIT.
	EXIT.
       COPY-ONE-LOIESCR.
	READ LOIESCR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-LOIESCR-ITEM FROM LOIESCR-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-SUITABLE-FILE.
	MOVE "SUITABLE.IT" TO RPT-FILE-NAME.
	OPEN INPUT SUITABLE-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-SUITABLE-FILE-EXIT.
	OPEN OUTPUT TRN-SUITABLE-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE SUITABLE-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-SUITABLE UNTIL DONE-READING.
	CLOSE SUITABLE-FILE.
	CLOSE TRN-SUITABLE-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-SUITABLE-FILE-EXIT.
	EXIT.
       COPY-ONE-SUITABLE.
	READ SUITABLE-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-SUITABLE-ITEM FROM SUITABLE-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-WHELECT-FILE.
	MOVE "WHELECT.IT" TO RPT-FILE-NAME.
	OPEN INPUT WHELECT-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-WHELECT-FILE-EXIT.
	OPEN OUTPUT TRN-WHELECT-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE WHELECT-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-WHELECT UNTIL DONE-READING.
	CLOSE WHELECT-FILE.
	CLOSE TRN-WHELECT-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-WHELECT-FILE-EXIT.
	EXIT.
       COPY-ONE-WHELECT.
	READ WHELECT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-WHELECT-ITEM FROM WHELECT-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-WHLED-FILE.
	MOVE "WHLED.IT" TO RPT-FILE-NAME.
	OPEN INPUT WHLED-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-WHLED-FILE-EXIT.
	OPEN OUTPUT TRN-WHLED-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE WHLED-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-WHLED UNTIL DONE-READING.
	CLOSE WHLED-FILE.
	CLOSE TRN-WHLED-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-WHLED-FILE-EXIT.
	EXIT.
       COPY-ONE-WHLED.
	READ WHLED-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-WHLED-ITEM FROM WHLED-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-RMD-FILE.
	MOVE "RMD.IT" TO RPT-FILE-NAME.
	OPEN INPUT RMD-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-RMD-FILE-EXIT.
	OPEN OUTPUT TRN-RMD-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE RMD-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-RMD UNTIL DONE-READING.
	CLOSE RMD-FILE.
	CLOSE TRN-RMD-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-RMD-FILE-EXIT.
	EXIT.
       COPY-ONE-RMD.
	READ RMD-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-RMD-ITEM FROM RMD-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-VALHIST-FILE.
	MOVE "VALHIST.IT" TO RPT-FILE-NAME.
	OPEN INPUT VALHIST-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-VALHIST-FILE-EXIT.
	OPEN OUTPUT TRN-VALHIST-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE VALHIST-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-VALHIST UNTIL DONE-READING.
	CLOSE VALHIST-FILE.
	CLOSE TRN-VALHIST-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-VALHIST-FILE-EXIT.
	EXIT.
       COPY-ONE-VALHIST.
	READ VALHIST-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-VALHIST-ITEM FROM VALHIST-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-TRAILAC-FILE.
	MOVE "TRAILAC.IT" TO RPT-FILE-NAME.
	OPEN INPUT TRAILAC-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-TRAILAC-FILE-EXIT.
	OPEN OUTPUT TRN-TRAILAC-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE TRAILAC-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-TRAILAC UNTIL DONE-READING.
	CLOSE TRAILAC-FILE.
	CLOSE TRN-TRAILAC-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-TRAILAC-FILE-EXIT.
	EXIT.
       COPY-ONE-TRAILAC.
	READ TRAILAC-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-TRAILAC-ITEM FROM TRAILAC-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-RESTRICT-FILE.
	MOVE "RESTRICT.IT" TO RPT-FILE-NAME.
	OPEN INPUT RESTRICT-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-RESTRICT-FILE-EXIT.
	OPEN OUTPUT TRN-RESTRICT-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE RESTRICT-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-RESTRICT UNTIL DONE-READING.
	CLOSE RESTRICT-FILE.
	CLOSE TRN-RESTRICT-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-RESTRICT-FILE-EXIT.
	EXIT.
       COPY-ONE-RESTRICT.
	READ RESTRICT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-RESTRICT-ITEM FROM RESTRICT-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-PENDAPPR-FILE.
	MOVE "PENDAPPR.IT" TO RPT-FILE-NAME.
	OPEN INPUT PENDAPPR-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-PENDAPPR-FILE-EXIT.
	OPEN OUTPUT TRN-PENDAPPR-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE PENDAPPR-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-PENDAPPR UNTIL DONE-READING.
	CLOSE PENDAPPR-FILE.
	CLOSE TRN-PENDAPPR-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-PENDAPPR-FILE-EXIT.
	EXIT.
       COPY-ONE-PENDAPPR.
	READ PENDAPPR-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-PENDAPPR-ITEM FROM PENDAPPR-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-ORDBK-FILE.
	MOVE "ORDERBK.IT" TO RPT-FILE-NAME.
	OPEN INPUT ORDBK-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-ORDBK-FILE-EXIT.
	OPEN OUTPUT TRN-ORDBK-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE ORDBK-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-ORDBK UNTIL DONE-READING.
	CLOSE ORDBK-FILE.
	CLOSE TRN-ORDBK-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-ORDBK-FILE-EXIT.
	EXIT.
       COPY-ONE-ORDBK.
	READ ORDBK-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-ORDBK-ITEM FROM ORDBK-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
       COPY-REJECT-FILE.
	MOVE "REJECT.IT" TO RPT-FILE-NAME.
	OPEN INPUT REJECT-FILE.
	IF IN-STATUS-1 NOT = "0"
		PERFORM REPORT-NOT-ON-FILE
		GO TO COPY-REJECT-FILE-EXIT.
	OPEN OUTPUT TRN-REJECT-FILE.
	IF TRN-STATUS-1 NOT = "0"
		CLOSE REJECT-FILE
		PERFORM TRN-OPEN-FAILED.
	MOVE ZERO TO FILE-COUNT.
	MOVE "N" TO EOF-SWITCH.
	PERFORM COPY-ONE-REJECT UNTIL DONE-READING.
	CLOSE REJECT-FILE.
	CLOSE TRN-REJECT-FILE.
	MOVE "COPIED AS IS" TO RPT-NOTE.
	PERFORM REPORT-FILE-DONE.
       COPY-REJECT-FILE-EXIT.
	EXIT.
       COPY-ONE-REJECT.
	READ REJECT-FILE NEXT RECORD
		AT END SET DONE-READING TO TRUE.
	IF NOT DONE-READING
		WRITE TRN-REJECT-ITEM FROM REJECT-ITEM
		PERFORM CHECK-TRN-WRITE.
      ******************************************************
      *  The owner of the account in MASK-ID-ACCOUNT -- read
      *  the master and take its masks.  An account with no
      *  master masks by the account alone.
      ******************************************************
       GET-HOLDER-MASK.
	MOVE MASK-ID-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	READ CUSTMAS-FILE.
	IF CUSTMAS-STATUS-1 NOT = "0"
		MOVE SPACES TO CUSTMAS-ITEM
		MOVE MASK-ID-ACCOUNT TO FILE-CUSTMAS-ACCOUNT.
	PERFORM SET-HOLDER-MASK.
      ******************************************************
      *  Masks for the master in CUSTMAS-ITEM -- the owner by
      *  TIN (by account when there is none), the street by
      *  household (by owner when there is none)
      ******************************************************
       SET-HOLDER-MASK.
	IF FILE-CUSTMAS-TIN NOT = SPACES
		MOVE "T" TO MASK-ID-TYPE
		MOVE FILE-CUSTMAS-TIN TO MASK-ID-VALUE
	ELSE
		MOVE "A" TO MASK-ID-TYPE
		MOVE FILE-CUSTMAS-ACCOUNT TO MASK-ID-VALUE.
	PERFORM GET-MASK-SEQ THRU GET-MASK-SEQ-EXIT.
	MOVE MASK-SEQ TO HOLDER-SEQ.
	MOVE MASK-SEQ TO HOLDER-STREET-SEQ.
	MOVE FILE-CUSTMAS-STREET TO HOLDER-STREET.
	IF FILE-CUSTMAS-HOUSEHOLD NOT = SPACES
		MOVE "H" TO MASK-ID-TYPE
		MOVE FILE-CUSTMAS-HOUSEHOLD TO MASK-ID-VALUE
		PERFORM GET-MASK-SEQ THRU GET-MASK-SEQ-EXIT
		MOVE MASK-SEQ TO HOLDER-STREET-SEQ.
      ******************************************************
      *  The number for MASK-ID -- the one already given, or
      *  the next one, recorded for next time
      ******************************************************
       GET-MASK-SEQ.
	MOVE MASK-ID TO FILE-MXR-KEY.
	READ MASKXREF-FILE.
	IF MXR-STATUS-1 = "0"
		MOVE FILE-MXR-SEQ TO MASK-SEQ
		GO TO GET-MASK-SEQ-EXIT.
	ADD 1 TO LAST-MASK-SEQ.
	MOVE LAST-MASK-SEQ TO MASK-SEQ.
	MOVE MASK-ID TO FILE-MXR-KEY.
	MOVE MASK-SEQ TO FILE-MXR-SEQ.
	WRITE MASKXREF-ITEM.
	IF MXR-STATUS-1 NOT = "0"
		MOVE "WRITE MASKXREF" TO LOG-ERR-ROUTINE
		MOVE MXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
	ADD 1 TO NEW-IDENTITIES.
       GET-MASK-SEQ-EXIT.
	EXIT.
      ******************************************************
      *  The last number handed out, off the "*" record
      ******************************************************
       GET-LAST-MASK-SEQ.
	MOVE ZERO TO LAST-MASK-SEQ.
	MOVE SPACES TO FILE-MXR-KEY.
	MOVE "*" TO FILE-MXR-TYPE.
	READ MASKXREF-FILE.
	IF MXR-STATUS-1 = "0"
		MOVE FILE-MXR-SEQ TO LAST-MASK-SEQ.
       PUT-LAST-MASK-SEQ.
	MOVE SPACES TO FILE-MXR-KEY.
	MOVE "*" TO FILE-MXR-TYPE.
	READ MASKXREF-FILE.
	MOVE SPACES TO FILE-MXR-KEY.
	MOVE "*" TO FILE-MXR-TYPE.
	MOVE LAST-MASK-SEQ TO FILE-MXR-SEQ.
	IF MXR-STATUS-1 = "0"
		REWRITE MASKXREF-ITEM
	ELSE
		WRITE MASKXREF-ITEM.
	IF MXR-STATUS-1 NOT = "0"
		MOVE "WRITE MASKXREF" TO LOG-ERR-ROUTINE
		MOVE MXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		PERFORM A-999-EXIT.
      ******************************************************
      *  A birth date keeps its year and month; the day
      *  becomes the first.  None stays none.
      ******************************************************
       MASK-ONE-BIRTH-DATE.
	IF MASK-BIRTH-DATE NOT = ZERO
		MOVE 1 TO MASK-BIRTH-DD.
      ******************************************************
      *  A training record written, or the set abandoned
      ******************************************************
       CHECK-TRN-WRITE.
	IF TRN-STATUS-1 NOT = "0"
		MOVE "WRITE TRN" TO LOG-ERR-ROUTINE
		MOVE TRN-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR
		DISPLAY RPT-FILE-NAME " TRAINING COPY INCOMPLETE"
		PERFORM A-999-EXIT.
	ADD 1 TO FILE-COUNT.
       TRN-OPEN-FAILED.
	MOVE "OPEN TRN" TO LOG-ERR-ROUTINE.
	MOVE TRN-STATUS-1 TO LOG-ERR-STATUS.
	PERFORM DO-USERLOG-ERR.
	DISPLAY RPT-FILE-NAME " TRAINING COPY NOT CREATED".
	PERFORM A-999-EXIT.
      ******************************************************
      *  Report lines
      ******************************************************
       REPORT-FILE-DONE.
	ADD 1 TO FILES-COPIED.
	ADD FILE-COUNT TO RECORDS-COPIED.
	MOVE FILE-COUNT TO RPT-COUNT.
	DISPLAY RPT-LINE.
       REPORT-NOT-ON-FILE.
	MOVE RPT-FILE-NAME TO RPT-NF-FILE.
	DISPLAY RPT-NOFILE-LINE.
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
