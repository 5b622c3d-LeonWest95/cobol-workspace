      ******************************************************************
      * TRANXCUS - customer record                                     *
      * Indexed on the customer id. One record per customer, added     *
      * and changed through TRANCMNT behind the operator sign-on; the  *
      * accounts a customer owns are on the TRANCLNK link file         *
      * (TRANXCLK), never on this record, so one customer can own any  *
      * number of accounts and an account can have joint owners. The   *
      * mailing address is what TRANSTMT prints on the statement; the  *
      * tax id is for tax reporting and is not shown on the inquiry.   *
      * The last-maintenance date and operator are stamped on every    *
      * add and change.                                                *
      ******************************************************************
       01 CUST-RECORD.
           05 CUST-ID                 PIC X(10).
           05 CUST-NAME               PIC X(40).
           05 CUST-ADDRESS.
               10 CUST-ADDR-LINE-1    PIC X(40).
               10 CUST-ADDR-LINE-2    PIC X(40).
               10 CUST-ADDR-LINE-3    PIC X(40).
               10 CUST-POSTAL-CODE    PIC X(10).
           05 CUST-TAX-ID             PIC X(12).
           05 CUST-OPEN-DATE          PIC 9(08).
           05 CUST-MAINT-DATE         PIC 9(08).
           05 CUST-MAINT-OPERATOR     PIC X(08).
