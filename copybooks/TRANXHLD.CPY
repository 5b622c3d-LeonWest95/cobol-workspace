      ******************************************************************
      * TRANXHLD - funds hold record                                   *
      * One record per hold on the TRANHOLD indexed file, keyed on     *
      * the account number plus a sequence number, so all holds on an  *
      * account read together in the order they were placed. Holds     *
      * are placed and released in the TRANHMNT dialog. A hold counts  *
      * against the account while its status is space (active) and     *
      * its expiry date has not passed; an expiry date of zero means   *
      * the hold stands until it is released (garnishments). TRANHEXP  *
      * marks holds past their expiry 'E' nightly; a release in        *
      * TRANHMNT marks the hold 'R' and stamps who released it and     *
      * when. Holds are never deleted.                                 *
      *   Reason codes:                                                *
      *     UC = uncleared deposit                                     *
      *     LG = legal order or garnishment                            *
      *     PA = card pre-authorization                                *
      *     OT = other (see the note)                                  *
      ******************************************************************
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-ACCOUNT-NUMBER PIC X(10).
               10 HOLD-SEQUENCE       PIC 9(05).
           05 HOLD-AMOUNT             PIC 9(09)V99.
           05 HOLD-REASON             PIC X(02).
               88 HOLD-REASON-UNCLEARED   VALUE 'UC'.
               88 HOLD-REASON-LEGAL       VALUE 'LG'.
               88 HOLD-REASON-PREAUTH     VALUE 'PA'.
               88 HOLD-REASON-OTHER       VALUE 'OT'.
               88 HOLD-REASON-VALID       VALUE 'UC' 'LG' 'PA' 'OT'.
           05 HOLD-NOTE               PIC X(40).
           05 HOLD-PLACED-OPERATOR    PIC X(08).
           05 HOLD-PLACED-DATE        PIC 9(08).
           05 HOLD-EXPIRY-DATE        PIC 9(08).
           05 HOLD-STATUS-FLAG        PIC X(01).
               88 HOLD-STATUS-ACTIVE      VALUE ' '.
               88 HOLD-STATUS-RELEASED    VALUE 'R'.
               88 HOLD-STATUS-EXPIRED     VALUE 'E'.
           05 HOLD-CLOSED-OPERATOR    PIC X(08).
           05 HOLD-CLOSED-DATE        PIC 9(08).
