      ******************************************************************
      * TRANXTAX - year-end interest tax-reporting extract records     *
      * Written by TRANYEND for submission to the tax authority. The   *
      * file starts with one header record (tax year and the date the  *
      * extract was cut) and ends with one trailer record (detail      *
      * count and the interest and fee totals over the details). Each  *
      * detail is one account whose net interest for the year reached  *
      * the TRANPARM TAX-MIN-INTEREST minimum, named by its primary    *
      * owner on TRANCLNK with the owner's tax id and name from        *
      * TRANCUST. Amounts are net of reversals. All three records are  *
      * 101 bytes.                                                     *
      ******************************************************************
       01 TAX-HEADER-RECORD.
           05 TAXH-RECORD-ID          PIC X(03).
               88 TAXH-IS-HEADER      VALUE 'HDR'.
           05 TAXH-TAX-YEAR           PIC 9(04).
           05 TAXH-CREATE-DATE        PIC 9(08).
           05 FILLER                  PIC X(86).
       01 TAX-DETAIL-RECORD.
           05 TAXD-RECORD-ID          PIC X(03).
               88 TAXD-IS-DETAIL      VALUE 'DTL'.
           05 TAXD-TAX-YEAR           PIC 9(04).
           05 TAXD-ACCOUNT-NUMBER     PIC X(10).
           05 TAXD-TAX-ID             PIC X(12).
           05 TAXD-CUSTOMER-ID        PIC X(10).
           05 TAXD-CUSTOMER-NAME      PIC X(40).
           05 TAXD-INTEREST-PAID      PIC 9(09)V99.
           05 TAXD-FEES-CHARGED       PIC 9(09)V99.
       01 TAX-TRAILER-RECORD.
           05 TAXT-RECORD-ID          PIC X(03).
               88 TAXT-IS-TRAILER     VALUE 'TRL'.
           05 TAXT-TAX-YEAR           PIC 9(04).
           05 TAXT-DETAIL-COUNT       PIC 9(09).
           05 TAXT-INTEREST-TOTAL     PIC 9(11)V99.
           05 TAXT-FEE-TOTAL          PIC 9(11)V99.
           05 FILLER                  PIC X(59).
