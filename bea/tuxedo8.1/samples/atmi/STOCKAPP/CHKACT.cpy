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
      * #ident	"@(#) samples/atmi/STOCKAPP/CHKACT.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * CHKACT - VIEW buffer exchanged with CHKSR for an
      * action against a disbursement check CHKRUN issued.
      * CHKACT-ACTION is:
      *   I  inquire -- answer the check as it stands
      *   S  stop payment -- the money goes back to cash
      *   V  void -- the money goes back to cash
      *   R  void and reissue -- the old check is voided and
      *      a fresh withdrawal is queued for the next
      *      CHKRUN to cut under a new number; the cash
      *      balance is unchanged
      *   L  load check stock -- CHKACT-CHECK-NO through
      *      CHKACT-LAST-NO is the new range of blank stock
      *      (supervisor only)
      * CHKACT-REASON is the operator's reason, kept on the
      * check register.  Every action but L answers the
      * check's account, amount, payee, issue date, status
      * (O outstanding, S stopped, V voided, R reissued,
      * E stale -- held for escheatment, P paid by the
      * bank) and the status
      * date, and CHKACT-BALANCE is the account's cash
      * balance afterwards.  CHKACT-OPERATOR is the
      * submitting operator, verified against OPERATOR.IT by
      * the service itself.
      *****************************************************
           05  CHKACT-CHECK-NO		PIC 9(8).
           05  CHKACT-ACTION		PIC X(01).
               88  CHKACT-IS-INQUIRY	VALUE "I".
               88  CHKACT-IS-STOP	VALUE "S".
               88  CHKACT-IS-VOID	VALUE "V".
               88  CHKACT-IS-REISSUE	VALUE "R".
               88  CHKACT-IS-LOAD	VALUE "L".
           05  CHKACT-LAST-NO		PIC 9(8).
           05  CHKACT-REASON		PIC X(20).
           05  CHKACT-OPERATOR		PIC X(10).
           05  CHKACT-ACCOUNT		PIC X(10).
           05  CHKACT-AMOUNT		PIC 9(9)V99.
           05  CHKACT-PAYEE		PIC X(30).
           05  CHKACT-ISSUE-DATE	PIC 9(8).
           05  CHKACT-STATUS		PIC X(01).
           05  CHKACT-STATUS-DATE	PIC 9(8).
           05  CHKACT-BALANCE		PIC 9(9)V99.
