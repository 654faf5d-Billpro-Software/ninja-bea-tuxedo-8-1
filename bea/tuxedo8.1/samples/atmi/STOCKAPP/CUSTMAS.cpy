      * when none is on file for CUSTMAS-ACCOUNT, or updates
      * name/address/status otherwise.  CUSTMAS-STATUS is
      * checked by BUYSR/SELLSR before a trade is allowed to
      * post against the account.  A new account always goes
      * on file "N" pending open, whatever status is sent:
      * it may neither trade nor take money until a
      * supervisor other than the opening operator has
      * verified the customer's identity through CIPREV,
      * which alone makes it active.  Status "P" is
      * pending closure -- setting it queues the account for
      * the CLOSERUN job, which liquidates the positions,
      * waits out the settlement holds, pays away the final
               88  CUSTMAS-IS-FROZEN	VALUE "F".
               88  CUSTMAS-IS-DORMANT	VALUE "D".
               88  CUSTMAS-IS-CLOSING	VALUE "P".
               88  CUSTMAS-IS-PENDING-OPEN VALUE "N".
           05  CUSTMAS-OPEN-DATE		PIC 9(8).
           05  CUSTMAS-COST-METHOD	PIC X(01).
               88  CUSTMAS-METHOD-FIFO	VALUE "F" " ".
      *****************************************************
      * The operator submitting the maintenance -- CUSTSR
      * records it on the before/after audit trail it writes
      * for every add and change, and on the ACCLOG.IT
      * access log.  Blank is recorded as "SYSTEM".
      *****************************************************
           05  CUSTMAS-OPERATOR		PIC X(10).
      *****************************************************
      * Answered by CUSTSR on an add, blank otherwise: the
      * new account looks like a customer already on file --
      * "T" the TIN matches an existing account, "N" the
      * normalized name matches one with the same ZIP or
      * birth date.  CUSTMAS-DUP-ACCOUNT names the account
      * matched.  It is a warning only; the add still
      * stands, and DUPCUST finds the duplicates across the
      * whole master.
      *****************************************************
           05  CUSTMAS-DUP-FLAG		PIC X(01).
               88  CUSTMAS-DUP-BY-TIN	VALUE "T".
               88  CUSTMAS-DUP-BY-NAME	VALUE "N".
           05  CUSTMAS-DUP-ACCOUNT	PIC X(10).
