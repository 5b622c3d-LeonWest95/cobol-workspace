      *                            extract by account before posting  *
      *                            so each master record is read and  *
      *                            rewritten once per account         *
      *   DORMANT-DAYS      9(05)  days without activity after which  *
      *                            TRANDORM marks an account dormant  *
      *   UNCLAIMED-DAYS    9(05)  days without activity after which  *
      *                            a dormant account is listed as     *
      *                            unclaimed funds (zero disables)    *
      *   SAR-AMOUNT        9(09)V99  single-item amount at or over   *
      *                            which TRANSARM raises an alert     *
      *                            (zero disables it and structuring) *
      *   SAR-STRUCT-PCT    9(05)  percent of SAR-AMOUNT from which   *
      *                            an item counts as just under it    *
      *   SAR-STRUCT-COUNT  9(05)  just-under items in one day that   *
      *                            raise a structuring alert          *
      *   SAR-VEL-DAYS      9(05)  days in the velocity window        *
      *   SAR-VEL-COUNT     9(05)  item count in the window above     *
      *                            which an alert is raised           *
      *   SAR-VEL-TOTAL     9(09)V99  item total in the window above  *
      *                            which an alert is raised           *
      *   SAR-QUIET-DAYS    9(05)  days without activity after which  *
      *                            any movement raises an alert       *
      *   SAR-ALERT-AGE     9(05)  days an alert may stay open before *
      *                            it goes on the exceptions list     *
      *   TAX-MIN-INTEREST  9(09)V99  net interest for the year under *
      *                            which TRANYEND leaves an account   *
      *                            off the tax extract (zero reports  *
      *                            every account paid interest)       *
      *   GL-LIABILITY      X(10)  GL account for customer deposits,  *
      *                            one side of every TRANGLJN entry   *
      *   GL-SUSPENSE       X(10)  GL account for postings with no    *
      *                            offset mapping below               *
      *   GL-TYPE-tt        X(10)  offset GL account for transaction  *
      *                            type tt (DB, CR, RD, RC, XD, XC)   *
      *   GL-pppppppp-tt    X(10)  offset GL account for type tt      *
      *                            posted by calling program pppppppp *
      *                            (e.g. GL-TRANCYCL-CR for interest  *
      *                            paid); wins over GL-TYPE-tt        *
      ******************************************************************
       01 PARM-RECORD.
           05 PARM-KEYWORD            PIC X(16).
