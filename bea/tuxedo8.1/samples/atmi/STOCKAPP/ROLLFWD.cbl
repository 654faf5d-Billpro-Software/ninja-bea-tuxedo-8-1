      * The files the servers journal:
      *   CUST      positions        CUSTLOT   tax lots
      *   CASH      balances/holds   CUSTMAS   customers
      *   POSXREF   fund/account cross-reference
      ******************************************************
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ROLLFWD.
		ACCESS DYNAMIC
		RECORD KEY FILE-CUSTMAS-ACCOUNT
		STATUS CUSTMAS-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  JRNL-FILE; RECORD 283.
	01  CUSTMAS-ITEM.
	     03  FILE-CUSTMAS-ACCOUNT		PIC X(10).
	     03  FILE-CUSTMAS-REST		PIC X(142).
	FD  POSXREF-FILE; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
	WORKING-STORAGE SECTION.
      ******************************************************
      * Tuxedo definitions -- USERLOG is the same logging
 	01  CUSTMAS-FILE-STATUS.
           	05  CUSTMAS-STATUS-1	PIC X.
           	05  CUSTMAS-STATUS-2	PIC X.
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
	01  TGT-STATUS-1	PIC X.
      ******************************************************
      * What the operator asked for and the walk controls
		88  TARGET-IS-LOT	VALUE "CUSTLOT".
		88  TARGET-IS-CASH	VALUE "CASH".
		88  TARGET-IS-CUSTMAS	VALUE "CUSTMAS".
		88  TARGET-IS-POSXREF	VALUE "POSXREF".
	01  ASK-DATE-LINE	PIC X(24) VALUE
			"DATE        [        ]".
	01  ASK-DATE		PIC 9(8).
	MOVE ZERO TO ASK-DATE.
	ACCEPT ASK-DATE.
	IF NOT TARGET-IS-CUST AND NOT TARGET-IS-LOT AND
	   NOT TARGET-IS-CASH AND NOT TARGET-IS-CUSTMAS AND
	   NOT TARGET-IS-POSXREF
		DISPLAY "FILE MUST BE CUST/CUSTLOT/CASH/CUSTMAS/POSXREF"
		PERFORM A-999-EXIT.
	IF ASK-DATE = ZERO
		DISPLAY "DATE REQUIRED"
	ELSE IF TARGET-IS-CASH
		OPEN I-O CASH-FILE
		MOVE CASH-STATUS-1 TO TGT-STATUS-1
	ELSE IF TARGET-IS-POSXREF
		OPEN I-O POSXREF-FILE
		MOVE PXR-STATUS-1 TO TGT-STATUS-1
	ELSE
		OPEN I-O CUSTMAS-FILE
		MOVE CUSTMAS-STATUS-1 TO TGT-STATUS-1.
		CLOSE LOT-FILE
	ELSE IF TARGET-IS-CASH
		CLOSE CASH-FILE
	ELSE IF TARGET-IS-POSXREF
		CLOSE POSXREF-FILE
	ELSE
		CLOSE CUSTMAS-FILE.
      ******************************************************
		PERFORM APPLY-LOT-IMAGE
	ELSE IF TARGET-IS-CASH
		PERFORM APPLY-CASH-IMAGE
	ELSE IF TARGET-IS-POSXREF
		PERFORM APPLY-POSXREF-IMAGE
	ELSE
		PERFORM APPLY-CUSTMAS-IMAGE.
	ADD 1 TO APPLIED-COUNT.
		MOVE CUSTMAS-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      *  A cross-reference entry is key only -- already on
      *  file means there is nothing to re-apply
      ******************************************************
       APPLY-POSXREF-IMAGE.
	MOVE FILE-JRN-IMAGE(1:20) TO POSXREF-ITEM.
	MOVE FILE-PXR-KEY TO RPT-KEY.
	WRITE POSXREF-ITEM.
	IF PXR-STATUS-1 NOT = "0" AND PXR-STATUS-1 NOT = "2"
		MOVE "APPLY PXR" TO LOG-ERR-ROUTINE
		MOVE PXR-STATUS-1 TO LOG-ERR-STATUS
		PERFORM DO-USERLOG-ERR.
      ******************************************************
      * Log messages to the userlog
      ******************************************************
       DO-USERLOG.
