      ******************************************************************
      * TRANXBCH - TRANXIN batch control records                       *
      * The extract starts with one header record and ends with one    *
      * trailer record, both 47 bytes like the detail TRANX-RECORD.    *
      * The header carries the source branch and the business date the *
      * extract was cut for; the trailer carries the detail record     *
      * count and a hash total of TRANX-AMOUNT. TRANBTCH refuses the   *
               88 BHDR-IS-HEADER      VALUE 'HDR'.
           05 BHDR-SOURCE-BRANCH      PIC X(05).
           05 BHDR-BUSINESS-DATE      PIC 9(08).
           05 FILLER                  PIC X(31).
       01 BATCH-TRAILER-RECORD.
           05 BTRL-RECORD-ID          PIC X(03).
               88 BTRL-IS-TRAILER     VALUE 'TRL'.
           05 BTRL-RECORD-COUNT       PIC 9(09).
           05 BTRL-HASH-TOTAL         PIC 9(11)V99.
           05 FILLER                  PIC X(22).
