      * processed, picked up by the reporting team's downstream system. *
      * Reversals ride the feed with their own types, RD and RC, so    *
      * the downstream system can tell a backed-out posting from new   *
      * work. A transfer rides as two records, XD and XC, each naming  *
      * the other leg's account in the counter-account.                *
      ******************************************************************
       01 EXPORT-RECORD.
           05 EXPORT-ACCOUNT-NUMBER   PIC X(10).
               SIGN IS TRAILING SEPARATE.
           05 EXPORT-EFF-DATE         PIC 9(08).
           05 EXPORT-PROCESS-DATE     PIC 9(08).
           05 EXPORT-COUNTER-ACCOUNT  PIC X(10).
