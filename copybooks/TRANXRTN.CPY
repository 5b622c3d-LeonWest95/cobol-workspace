      ******************************************************************
      * TRANXRTN - branch return (acknowledgement) file records        *
      * Written by TRANBRTN after each TRANBTCH run, one file per      *
      * branch extract: TRANRBn answers TRANXBn. The header names the  *
      * branch and business date. There is one detail per item in the  *
      * branch's extract, in extract order, carrying the item exactly  *
      * as the branch sent it and its outcome:                         *
      *   PO = posted (a reversal that posted included)                *
      *   WH = warehoused to TRANPEND, posts on its effective date     *
      *   SU = suspended as a duplicate, awaiting review in TRANSREV   *
      *   RJ = rejected; the reason code and text say why              *
      *   FL = processing failure, did not post                        *
      *   NP = not processed (no TRANBTCH audit entry for the item)    *
      * The trailer repeats the item count and amount hash total the   *
      * way the branch's own TRANXBCH trailer states them, splits them *
      * by outcome (FL and NP together as unresolved), and is flagged  *
      * balanced when the count and hash agree with the branch's       *
      * trailer and every item has a final outcome. All three records  *
      * are 150 bytes.                                                 *
      ******************************************************************
       01 RTN-HEADER-RECORD.
           05 RTNH-RECORD-ID          PIC X(03).
               88 RTNH-IS-HEADER      VALUE 'HDR'.
           05 RTNH-SOURCE-BRANCH      PIC X(05).
           05 RTNH-BUSINESS-DATE      PIC 9(08).
           05 RTNH-EXTRACT-NAME       PIC X(08).
           05 FILLER                  PIC X(126).
       01 RTN-DETAIL-RECORD.
           05 RTND-RECORD-ID          PIC X(03).
               88 RTND-IS-DETAIL      VALUE 'DTL'.
           05 RTND-ITEM-NUMBER        PIC 9(09).
           05 RTND-TRANX-IMAGE        PIC X(47).
           05 RTND-OUTCOME            PIC X(02).
               88 RTND-POSTED         VALUE 'PO'.
               88 RTND-WAREHOUSED     VALUE 'WH'.
               88 RTND-SUSPENDED      VALUE 'SU'.
               88 RTND-REJECTED       VALUE 'RJ'.
               88 RTND-FAILED         VALUE 'FL'.
               88 RTND-NOT-PROCESSED  VALUE 'NP'.
           05 RTND-REASON-CODE        PIC 9(02).
           05 RTND-OUTCOME-TEXT       PIC X(40).
           05 FILLER                  PIC X(47).
       01 RTN-TRAILER-RECORD.
           05 RTNT-RECORD-ID          PIC X(03).
               88 RTNT-IS-TRAILER     VALUE 'TRL'.
           05 RTNT-SOURCE-BRANCH      PIC X(05).
           05 RTNT-RECORD-COUNT       PIC 9(09).
           05 RTNT-HASH-TOTAL         PIC 9(11)V99.
           05 RTNT-POSTED-COUNT       PIC 9(09).
           05 RTNT-POSTED-AMOUNT      PIC 9(11)V99.
           05 RTNT-WAREHOUSED-COUNT   PIC 9(09).
           05 RTNT-WAREHOUSED-AMOUNT  PIC 9(11)V99.
           05 RTNT-SUSPENDED-COUNT    PIC 9(09).
           05 RTNT-SUSPENDED-AMOUNT   PIC 9(11)V99.
           05 RTNT-REJECTED-COUNT     PIC 9(09).
           05 RTNT-REJECTED-AMOUNT    PIC 9(11)V99.
           05 RTNT-UNRESOLVED-COUNT   PIC 9(09).
           05 RTNT-UNRESOLVED-AMOUNT  PIC 9(11)V99.
           05 RTNT-BALANCED-FLAG      PIC X(01).
               88 RTNT-BALANCED       VALUE 'Y'.
               88 RTNT-NOT-BALANCED   VALUE 'N'.
           05 FILLER                  PIC X(09).
