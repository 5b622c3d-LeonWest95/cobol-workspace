           05 SUSPENSE-FIRST-SEEN-DATE PIC 9(08).
           05 SUSPENSE-SOURCE-BRANCH  PIC X(05).
           05 SUSPENSE-OPERATOR-ID    PIC X(08).
           05 SUSPENSE-COUNTER-ACCOUNT PIC X(10).
           05 SUSPENSE-STATUS-FLAG    PIC X(01).
               88 SUSPENSE-STATUS-PENDING   VALUE ' '.
               88 SUSPENSE-STATUS-HELD      VALUE 'H'.
