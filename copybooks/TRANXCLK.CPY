      ******************************************************************
      * TRANXCLK - customer-to-account ownership link                  *
      * One record per owner of an account on the TRANCLNK file,       *
      * indexed on account number then customer id, with the customer  *
      * id as an alternate key (duplicates allowed) so the links can   *
      * be walked from either side: an account's owners for TRANSTMT   *
      * and TRANHIST, a customer's accounts for the TRANCPOS position  *
      * inquiry. The first owner of an account is its primary owner,   *
      * whose address the statement goes to; later owners are joint.   *
      * TRANMNT writes the primary link when it opens the account;     *
      * TRANCMNT links and unlinks owners after that, and will not     *
      * remove the last owner of an account that is not closed.        *
      ******************************************************************
       01 CLNK-RECORD.
           05 CLNK-KEY.
               10 CLNK-ACCOUNT-NUMBER PIC X(10).
               10 CLNK-CUSTOMER-ID    PIC X(10).
           05 CLNK-OWNER-ROLE         PIC X(01).
               88 CLNK-ROLE-PRIMARY       VALUE 'P'.
               88 CLNK-ROLE-JOINT         VALUE 'J'.
           05 CLNK-LINK-DATE          PIC 9(08).
           05 CLNK-LINK-OPERATOR      PIC X(08).
