		ACCESS DYNAMIC
		RECORD KEY FILE-ALR-KEY
		STATUS ALERT-FILE-STATUS.
	SELECT POSXREF-FILE ASSIGN "POSXREF.IT"
		ORGANIZATION INDEXED
		ACCESS DYNAMIC
		RECORD KEY FILE-PXR-KEY
		STATUS POSXREF-FILE-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  CUST-FILE IS EXTERNAL; RECORD 30.
      * for recent losses in the same fund and apply the
      * wash-sale rule to them.  See SELLSR.
      ******************************************************
	FD  GAINLOG-FILE IS EXTERNAL; RECORD 94.
	01  GAIN-ITEM.
	     03  FILE-GAIN-KEY.
		05  FILE-GAIN-ACCOUNT		PIC X(10).
	     03  FILE-GAIN-WASH-FLAG		PIC X(01).
		 88  FILE-GAIN-IS-WASH		VALUE "W".
	     03  FILE-GAIN-DISALLOWED		PIC 9(9)V99.
	     03  FILE-GAIN-TERM		PIC X(01).
		 88  FILE-GAIN-IS-LONG-TERM	VALUE "L".
	     03  FILE-GAIN-BASIS-ADJ		PIC X(01).
	FD  CASHLED-FILE IS EXTERNAL; RECORD 79.
	01  CASHLED-ITEM.
	     03  FILE-LED-KEY.
	     03  FILE-PEND-APPR-DATE	PIC 9(8).
	     03  FILE-PEND-HOLD	PIC X(01).
		 88  FILE-PEND-IS-ADDR-HOLD	VALUE "A".
		 88  FILE-PEND-IS-MAJ-HOLD	VALUE "M".
		 88  FILE-PEND-IS-SUIT-HOLD	VALUE "U".
	     03  FILE-PEND-REASON	PIC X(20).
	     03  FILE-PEND-AS-OF	PIC 9(8).
      ******************************************************
		 88  FILE-ALR-IS-ACKED	VALUE "Y".
	     03  FILE-ALR-ACK-OPER	PIC X(10).
	     03  FILE-ALR-ACK-DATE	PIC 9(8).
      ******************************************************
      * Fund/account cross-reference -- BUYSR adds a key
      * here for each new position it writes
      ******************************************************
	FD  POSXREF-FILE IS EXTERNAL; RECORD 20.
	01  POSXREF-ITEM.
	     03  FILE-PXR-KEY.
		05  FILE-PXR-FUND	PIC X(10).
		05  FILE-PXR-ACCOUNT	PIC X(10).
	WORKING-STORAGE SECTION.
 	01  POSXREF-FILE-STATUS.
           	05  PXR-STATUS-1	PIC X.
           	05  PXR-STATUS-2	PIC X.
 	01  ALERT-FILE-STATUS.
           	05  ALR-STATUS-1	PIC X.
           	05  ALR-STATUS-2	PIC X.
			TPSTATUS-REC
		MOVE 1 TO TP-STATUS IN SERVER-INIT-STATUS
		EXIT PROGRAM.
	OPEN I-O POSXREF-FILE.
	IF PXR-STATUS-1 NOT = "0"
		MOVE "POSXREF.IT open failed" TO LOGMSG-TEXT
		CALL "USERLOG" USING  LOGMSG
			LOGMSG-LEN
			TPSTATUS-REC
		MOVE 1 TO TP-STATUS IN SERVER-INIT-STATUS
		EXIT PROGRAM.
	MOVE "All STOCKAPP buy-server files open" TO
		LOGMSG-TEXT.
	CALL "USERLOG" USING  LOGMSG
