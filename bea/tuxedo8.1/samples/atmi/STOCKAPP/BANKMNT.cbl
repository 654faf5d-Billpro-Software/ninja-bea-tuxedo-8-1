      * holder name the nightly DISBURSE job addresses the
      * account's outgoing money to.  An account with no
      * record here can still withdraw -- the ledger entry
      * posts as always -- but its money shows on the
      * DISBURSE exception line and CHKRUN mails it a check
      * instead.  An instruction DISBRET has marked returned
      * -- the receiving bank bounced a payment sent to it --
      * is passed over the same way until it is re-keyed
      * here; adding or replacing it clears the mark.
      *
      * An empty account ends the program; action "A" adds
      * or replaces the instruction, "D" deletes it.
		STATUS FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
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
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
		MOVE CRT-ABA TO FILE-BINST-ABA
		MOVE CRT-BANKACC TO FILE-BINST-BANK-ACCT
		MOVE CRT-NAME TO FILE-BINST-NAME
		MOVE SPACE TO FILE-BINST-STATUS
		MOVE ZERO TO FILE-BINST-RET-DATE
		MOVE SPACES TO FILE-BINST-RET-REASON
		REWRITE BANKINST-ITEM
	ELSE
		MOVE CRT-ACCOUNT TO FILE-BINST-ACCOUNT
		MOVE CRT-ABA TO FILE-BINST-ABA
		MOVE CRT-BANKACC TO FILE-BINST-BANK-ACCT
		MOVE CRT-NAME TO FILE-BINST-NAME
		MOVE SPACE TO FILE-BINST-STATUS
		MOVE ZERO TO FILE-BINST-RET-DATE
		MOVE SPACES TO FILE-BINST-RET-REASON
		WRITE BANKINST-ITEM
	END-IF.
	IF STATUS-1 NOT = "0"
