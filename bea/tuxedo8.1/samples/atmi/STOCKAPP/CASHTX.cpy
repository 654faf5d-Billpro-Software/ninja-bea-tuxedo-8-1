      *****************************************************
      * CASHTX - VIEW buffer exchanged with CASHSR for a
      * customer cash movement or balance inquiry.
      * CASHTX-TYPE is "D" to deposit CASHTX-AMOUNT, "C" to
      * deposit it as a check, "W" to withdraw it, or "I"
      * for a balance inquiry.  On every
      * reply CASHSR fills in the account's available
      * balance, the amount still under settlement hold and
      * the date the hold releases, as they stand after the
      * CASHTX-OPERATOR is the submitting operator -- a
      * deposit or withdrawal needs an active trader on
      * OPERATOR.IT, verified by the service itself; an
      * inquiry needs no role, but is noted with the
      * operator on the ACCLOG.IT access log.
      *****************************************************
           05  CASHTX-ACCOUNT		PIC X(10).
           05  CASHTX-TYPE		PIC X(01).
               88  CASHTX-IS-DEPOSIT	VALUE "D".
               88  CASHTX-IS-CHECK	VALUE "C".
               88  CASHTX-IS-WITHDRAWAL VALUE "W".
               88  CASHTX-IS-INQUIRY	VALUE "I".
           05  CASHTX-AMOUNT		PIC 9(9)V99.
      * supervisor other than the submitting operator.
      *****************************************************
           05  CASHTX-APPROVER		PIC X(10).
      *****************************************************
      * CASHTX-CHECK-NO is the number of the check a type
      * "C" deposit was made with -- spaces on every other
      * request.  A check deposit credits the balance at
      * once but the money stays uncollected until the
      * check clears: CASHSR answers the clearing date in
      * CASHTX-CLEAR-DATE, and on every reply the part of
      * the balance still uncollected in
      * CASHTX-UNCOLLECTED.  Uncollected money may buy
      * shares but may not be withdrawn.
      *****************************************************
           05  CASHTX-CHECK-NO		PIC X(10).
           05  CASHTX-UNCOLLECTED	PIC 9(9)V99.
           05  CASHTX-CLEAR-DATE		PIC 9(8).
