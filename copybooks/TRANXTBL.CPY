                       SIGN IS TRAILING SEPARATE.
               10 TRANX-TBL-EFF-DATE       PIC 9(08).
               10 TRANX-TBL-SOURCE-BRANCH  PIC X(05).
               10 TRANX-TBL-COUNTER-ACCOUNT PIC X(10).
               10 TRANX-TBL-STATUS         PIC 9(02).
