      *================================================================
      * CHGHREC - CHGHIST customer change-history record, keyed on
      * the customer's record key, the business date of the run, and
      * the field that moved, so every night's change to a customer
      * is a row of its own that later nights never overwrite.
      * CONVDLTA appends the rows from its nightly match: a changed
      * customer gets one row per field that differs, holding last
      * night's value and tonight's; an added customer gets a row per
      * field with the before value blank, a deleted one a row per
      * field with the after value blank.  A rerun on the same
      * business date rewrites that date's rows in place.  CONVINQR
      * pages through a customer's rows; CUSTCHGR reports customers
      * whose account number keeps changing.  Rows are kept for the
      * life of the file - the audit trail is the point.
      *================================================================
       01  CHANGE-HIST-RECORD.
           05  CH-HIST-KEY.
               10  CH-RECORD-KEY        PIC 9(6).
               10  CH-RUN-DATE          PIC 9(8).
               10  CH-FIELD-CODE        PIC X(1).
                   88  CH-FIELD-NAME             VALUE "N".
                   88  CH-FIELD-ACCOUNT          VALUE "A".
           05  CH-ACTION-CODE           PIC X(1).
               88  CH-ACTION-ADDED               VALUE "A".
               88  CH-ACTION-CHANGED             VALUE "C".
               88  CH-ACTION-DELETED             VALUE "D".
      *    Name values use the full CM-CUST-NAME width; an account
      *    value sits left-justified in the first 7 bytes.
           05  CH-BEFORE-VALUE          PIC X(100).
           05  CH-AFTER-VALUE           PIC X(100).
           05  CH-TIMESTAMP             PIC X(21).
           05  FILLER                   PIC X(13).
