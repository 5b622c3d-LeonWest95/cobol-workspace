      * not numeric (spaces) means the account takes the TRANPARM      *
      * OVERDRAFT-LIMIT default; the redefinition is how spaces get    *
      * into the field and how SUBMODULE tells the two cases apart.    *
      * TRANDORM marks an active account dormant once its last         *
      * activity is older than the TRANPARM DORMANT-DAYS threshold;    *
      * SUBMODULE then refuses debits to it but still takes credits,   *
      * and only TRANMNT's reactivate action makes it active again.    *
      * The last-transaction date is customer activity only: the       *
      * TRANCYCL interest and fee postings do not move it.             *
      ******************************************************************
       01 MASTER-RECORD.
           05 MASTER-ACCOUNT-NUMBER   PIC X(10).
               88 MASTER-STATUS-ACTIVE    VALUE ' '.
               88 MASTER-STATUS-CLOSED    VALUE 'C'.
               88 MASTER-STATUS-FROZEN    VALUE 'F'.
               88 MASTER-STATUS-DORMANT   VALUE 'D'.
           05 MASTER-OPEN-DATE        PIC 9(08).
           05 MASTER-OVERDRAFT-LIMIT  PIC 9(09)V99.
           05 MASTER-OVERDRAFT-X REDEFINES MASTER-OVERDRAFT-LIMIT
