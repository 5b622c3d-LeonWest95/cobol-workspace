      * TRANXAUD - SUBMODULE audit log record                          *
      * One entry is written for every transaction SUBMODULE receives, *
      * whatever the outcome, so the audit trail survives past the job *
      * log. A posted transfer writes two entries, XD for the debit    *
      * leg and XC for the credit leg, cut with the same timestamp and *
      * each naming the other leg's account in the counter-account;    *
      * a transfer that does not post is one XF entry.                 *
      ******************************************************************
       01 AUDIT-RECORD.
           05 AUDIT-TIMESTAMP         PIC X(21).
           05 AUDIT-STATUS-CODE       PIC 9(02).
           05 AUDIT-SOURCE-BRANCH     PIC X(05).
           05 AUDIT-OPERATOR-ID       PIC X(08).
           05 AUDIT-COUNTER-ACCOUNT   PIC X(10).
