               SIGN IS TRAILING SEPARATE.
           05 PEND-EFF-DATE           PIC 9(08).
           05 PEND-SOURCE-BRANCH      PIC X(05).
           05 PEND-COUNTER-ACCOUNT    PIC X(10).
           05 PEND-STATUS-FLAG        PIC X(01).
               88 PEND-STATUS-HELD        VALUE ' '.
               88 PEND-STATUS-RELEASED    VALUE 'L'.
