      * Used by SUBMODULE and all of its callers so every program     *
      * agrees on the same field definitions. Types are DB and CR,   *
      * plus the reversals RD (backs out a posted DB) and RC (backs   *
      * out a posted CR), and XF, an account-to-account transfer that *
      * debits TRANX-ACCOUNT-NUMBER and credits the counter-account.  *
      * SUBMODULE posts a transfer's two legs together or not at all  *
      * and audits and exports them as XD (debit leg) and XC (credit  *
      * leg), each carrying the other leg's account as its counter-   *
      * account. The counter-account is spaces on every other type.   *
      * The source branch is                                          *
      * stamped by TRANMRGE (or by TRANBTCH from the batch header for *
      * a single-branch extract) and rides along to the audit trail;  *
      * desk-keyed transactions leave it as spaces.                   *
               SIGN IS TRAILING SEPARATE.
           05 TRANX-EFF-DATE          PIC 9(08).
           05 TRANX-SOURCE-BRANCH     PIC X(05).
           05 TRANX-COUNTER-ACCOUNT   PIC X(10).
