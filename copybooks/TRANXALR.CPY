      ******************************************************************
      * TRANXALR - suspicious-activity alert record                    *
      * One record per rule hit, appended to the TRANALRT file by the  *
      * nightly TRANSARM monitor and worked in the TRANSARV review     *
      * dialog. The scan date and sequence identify the alert; the     *
      * activity figures are what tripped the rule:                    *
      *   LA  one posted item at or over the TRANPARM SAR-AMOUNT       *
      *       threshold - count 1, the item's amount                   *
      *   ST  structuring: SAR-STRUCT-COUNT or more items in the day   *
      *       each just under SAR-AMOUNT - their count and total       *
      *   VC  item count over SAR-VEL-DAYS days above SAR-VEL-COUNT    *
      *   VT  item total over SAR-VEL-DAYS days above SAR-VEL-TOTAL    *
      *       (VC and VT carry the window length in ALERT-DAYS)        *
      *   QA  activity on an account quiet for SAR-QUIET-DAYS or       *
      *       more, or marked dormant - ALERT-DAYS is the days since   *
      *       its last activity (zero when none is on record)          *
      * The status flag starts as space (open); the reviewing          *
      * operator clears ('C') or escalates ('E') the alert, and the    *
      * operator id, review date and note are stamped on the record.   *
      ******************************************************************
       01 ALERT-RECORD.
           05 ALERT-SCAN-DATE         PIC 9(08).
           05 ALERT-SEQUENCE          PIC 9(05).
           05 ALERT-ACCOUNT-NUMBER    PIC X(10).
           05 ALERT-RULE              PIC X(02).
               88 ALERT-RULE-LARGE-AMOUNT VALUE 'LA'.
               88 ALERT-RULE-STRUCTURING  VALUE 'ST'.
               88 ALERT-RULE-VEL-COUNT    VALUE 'VC'.
               88 ALERT-RULE-VEL-TOTAL    VALUE 'VT'.
               88 ALERT-RULE-QUIET        VALUE 'QA'.
           05 ALERT-ACTIVITY-DATE     PIC 9(08).
           05 ALERT-ITEM-COUNT        PIC 9(05).
           05 ALERT-AMOUNT            PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05 ALERT-DAYS              PIC 9(05).
           05 ALERT-STATUS-FLAG       PIC X(01).
               88 ALERT-STATUS-OPEN       VALUE ' '.
               88 ALERT-STATUS-CLEARED    VALUE 'C'.
               88 ALERT-STATUS-ESCALATED  VALUE 'E'.
           05 ALERT-REVIEW-OPERATOR   PIC X(08).
           05 ALERT-REVIEW-DATE       PIC 9(08).
           05 ALERT-REVIEW-NOTE       PIC X(60).
