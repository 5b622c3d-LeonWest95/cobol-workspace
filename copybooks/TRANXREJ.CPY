           05 REJECT-REASON-CODE      PIC 9(02).
           05 REJECT-SOURCE-BRANCH    PIC X(05).
           05 REJECT-OPERATOR-ID      PIC X(08).
           05 REJECT-COUNTER-ACCOUNT  PIC X(10).
           05 REJECT-STATUS-FLAG      PIC X(01).
               88 REJECT-STATUS-OPEN      VALUE ' '.
               88 REJECT-STATUS-HELD      VALUE 'H'.
               88 REJECT-STATUS-RESOLVED  VALUE 'R'.
      *        10 = invalid account number (not numeric)
      *        15 = transfer counter-account not numeric, or the same
      *             account as the one being debited
      *        20 = invalid transaction type
      *        30 = invalid amount (not numeric)
      *        40 = invalid effective date
      *        50 = account not on the account master
      *        51 = account is closed on the account master
      *        52 = account is frozen on the account master
      *             (50, 51 and 52 apply to either account of a
      *             transfer - the record carries both)
      *        53 = debit to an account marked dormant (credits to a
      *             dormant account still post)
      *        55 = debit would push the balance below the overdraft
      *             floor for the account
      *        56 = debit clears the overdraft floor on the ledger
      *             balance but not on the available balance - it
      *             fails only because of active TRANHOLD holds
      *        60 = effective date is not a valid calendar date
      *        65 = effective date outside the allowed window
      *        70 = amount exceeds the limit for the transaction type
