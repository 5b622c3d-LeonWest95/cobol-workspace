      ******************************************************************
      * TRANXGLJ - general-ledger journal interface records            *
      * Written nightly by TRANGLJN for the finance GL. The file       *
      * starts with one header record (business date and the date of   *
      * the TRANSNAP baseline the movement window starts after) and    *
      * ends with one trailer record (journal line count and the       *
      * debit and credit totals, which are always equal). Each detail  *
      * line is one side of a double entry, summarized by calling      *
      * program and transaction type: the customer-deposit liability   *
      * account on one side, the offset account mapped from TRANPARM   *
      * on the other. All three records are 54 bytes.                  *
      ******************************************************************
       01 GLJ-HEADER-RECORD.
           05 GLJH-RECORD-ID          PIC X(03).
               88 GLJH-IS-HEADER      VALUE 'HDR'.
           05 GLJH-BUSINESS-DATE      PIC 9(08).
           05 GLJH-BASELINE-DATE      PIC 9(08).
           05 FILLER                  PIC X(35).
       01 GLJ-DETAIL-RECORD.
           05 GLJD-RECORD-ID          PIC X(03).
               88 GLJD-IS-DETAIL      VALUE 'DTL'.
           05 GLJD-BUSINESS-DATE      PIC 9(08).
           05 GLJD-GL-ACCOUNT         PIC X(10).
           05 GLJD-DR-CR-FLAG         PIC X(01).
               88 GLJD-DEBIT          VALUE 'D'.
               88 GLJD-CREDIT         VALUE 'C'.
           05 GLJD-AMOUNT             PIC 9(11)V99.
           05 GLJD-ENTRY-COUNT        PIC 9(09).
           05 GLJD-CALLING-PROGRAM    PIC X(08).
           05 GLJD-TRANX-TYPE         PIC X(02).
       01 GLJ-TRAILER-RECORD.
           05 GLJT-RECORD-ID          PIC X(03).
               88 GLJT-IS-TRAILER     VALUE 'TRL'.
           05 GLJT-LINE-COUNT         PIC 9(09).
           05 GLJT-DEBIT-TOTAL        PIC 9(11)V99.
           05 GLJT-CREDIT-TOTAL       PIC 9(11)V99.
           05 FILLER                  PIC X(16).
