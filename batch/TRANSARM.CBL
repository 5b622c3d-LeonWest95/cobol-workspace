       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSARM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "TRANAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "TRANGENC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GEN-AUDIT-FILE
               ASSIGN USING WS-GEN-AUDIT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TRANPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "TRANALRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT SORT-FILE ASSIGN TO "TRANSASW".
           SELECT ACTIVITY-FILE ASSIGN TO "TRANSAMW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT MONITOR-REPORT-FILE ASSIGN TO "TRANSARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXCEPTION-LIST-FILE ASSIGN TO "TRANSAEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXAUD.
       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY TRANXGEN.
       FD  GEN-AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXAUD REPLACING LEADING ==AUDIT==
               BY ==GEN-AUDIT==.
       FD  PARM-FILE.
           COPY TRANXPRM.
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY TRANXALR.
       SD  SORT-FILE.
       01 SORT-ACT-RECORD.
           05 SORT-ACT-ACCOUNT        PIC X(10).
           05 SORT-ACT-DATE           PIC 9(08).
           05 SORT-ACT-AMOUNT         PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
       01 ACT-RECORD.
           05 ACT-ACCOUNT             PIC X(10).
           05 ACT-DATE                PIC 9(08).
           05 ACT-AMOUNT              PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
       FD  MONITOR-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       FD  EXCEPTION-LIST-FILE.
       01 EXCEPTION-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-ALERT-STATUS             PIC X(02) VALUE '00'.
       01 WS-ACTIVITY-STATUS          PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-EXCEPTION-STATUS         PIC X(02) VALUE '00'.
       01 WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-PARM-EOF             VALUE 'Y'.
       01 WS-ALERT-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-ALERT-EOF            VALUE 'Y'.
       01 WS-ACT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-ACT-EOF              VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF              VALUE 'Y'.
       01 WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-CAT-EOF              VALUE 'Y'.
       01 WS-GEN-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GEN-EOF              VALUE 'Y'.
       01 WS-ALREADY-SCANNED-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-ALREADY-SCANNED      VALUE 'Y'.
       01 WS-GEN-AUDIT-NAME           PIC X(30) VALUE SPACES.
      *    Monitoring rules from TRANPARM. A zero threshold switches
      *    its rule off.
       01 WS-SAR-AMOUNT               PIC 9(09)V99 VALUE ZERO.
       01 WS-SAR-STRUCT-PCT           PIC 9(05) VALUE 90.
       01 WS-SAR-STRUCT-COUNT         PIC 9(05) VALUE 3.
       01 WS-SAR-VEL-DAYS             PIC 9(05) VALUE ZERO.
       01 WS-SAR-VEL-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-SAR-VEL-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01 WS-SAR-QUIET-DAYS           PIC 9(05) VALUE ZERO.
       01 WS-SAR-ALERT-AGE            PIC 9(05) VALUE ZERO.
       01 WS-STRUCT-FLOOR             PIC 9(09)V99 VALUE ZERO.
       01 WS-WINDOW-START             PIC 9(08) VALUE ZERO.
       01 WS-VEL-START                PIC 9(08) VALUE ZERO.
       01 WS-QUIET-START              PIC 9(08) VALUE ZERO.
       01 WS-ACT-WORK-ACCOUNT         PIC X(10) VALUE SPACES.
       01 WS-ACT-WORK-DATE            PIC 9(08) VALUE ZERO.
       01 WS-ACT-WORK-TYPE            PIC X(02) VALUE SPACES.
       01 WS-ACT-WORK-AMOUNT          PIC S9(9)V99 VALUE ZERO
           SIGN IS TRAILING SEPARATE.
       01 WS-ACT-WORK-STATUS          PIC 9(02) VALUE ZERO.
       01 WS-ACT-WORK-PROGRAM         PIC X(08) VALUE SPACES.
       01 WS-SCAN-ACCOUNT             PIC X(10) VALUE SPACES.
       01 WS-TODAY-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-STRUCT-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-STRUCT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-VEL-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-VEL-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01 WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
       01 WS-QUIET-FROM-DATE          PIC 9(08) VALUE ZERO.
       01 WS-AGE-DAYS                 PIC S9(07) VALUE ZERO.
       01 WS-AGE-DAYS-DISP            PIC 9(05).
       01 WS-ALERT-SEQUENCE           PIC 9(05) VALUE ZERO.
       01 WS-NEW-RULE                 PIC X(02) VALUE SPACES.
       01 WS-NEW-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-NEW-AMOUNT               PIC S9(11)V99 VALUE ZERO.
       01 WS-NEW-DAYS                 PIC 9(05) VALUE ZERO.
       01 WS-ITEM-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-ACCOUNT-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-ACTIVE-TODAY-COUNT       PIC 9(09) VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT      PIC 9(09) VALUE ZERO.
       01 WS-LA-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-ST-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-VC-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-VT-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-QA-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-OPEN-ALERT-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-AGED-ALERT-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-DETAIL-LABEL             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Nightly suspicious-activity monitor, run after TRANBTCH and    *
      * ahead of TRANPURG. The posted customer movement (status 00 DB, *
      * CR and the XD/XC transfer legs - reversals and the TRANCYCL    *
      * interest and fee postings are not customer activity) is read   *
      * once from the TRANGENC audit generations that reach back over  *
      * the longest rule window and from the live TRANAUD, the         *
      * TRANSTMT way, and sorted by account and date. Every account    *
      * with activity on the processing date is tested against the     *
      * TRANPARM SAR- rules: a single item at or over SAR-AMOUNT;      *
      * structuring, several items in the day each within              *
      * SAR-STRUCT-PCT percent under the threshold; item count or      *
      * total over SAR-VEL-DAYS days above SAR-VEL-COUNT /             *
      * SAR-VEL-TOTAL; and a sudden item on an account quiet for       *
      * SAR-QUIET-DAYS or already dormant. Only the day's activity     *
      * raises alerts, so one item never alerts twice; the earlier     *
      * days are the window it is measured against. Each hit is        *
      * appended to TRANALRT for review in TRANSARV and itemized on    *
      * TRANSARP. TRANSAEX then lists every alert still open more than *
      * SAR-ALERT-AGE days after it was raised. A second run for the   *
      * same date is refused, since it would raise every alert again.  *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

      *    An unconfigured monitor is only a warning: the stream goes
      *    on to archive and expire holds behind it.
           PERFORM 1000-LOAD-MONITOR-PARMS
           IF WS-SAR-AMOUNT = ZERO AND WS-SAR-VEL-COUNT = ZERO AND
                   WS-SAR-VEL-TOTAL = ZERO AND WS-SAR-QUIET-DAYS = ZERO
               DISPLAY 'TRANSARM: NO SAR- RULES ON TRANPARM,'
                   ' NOTHING MONITORED'
               MOVE 4 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1200-CHECK-PRIOR-SCAN
           IF WS-ALREADY-SCANNED
               DISPLAY 'TRANSARM: ALERTS ALREADY RAISED FOR '
                   WS-PROCESS-DATE ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1300-SET-RULE-WINDOWS

           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACT-ACCOUNT SORT-ACT-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-RELEASE-AUDIT-ACTIVITY
               GIVING ACTIVITY-FILE

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANSARM: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00' AND
                   WS-ALERT-STATUS NOT = '05'
               DISPLAY 'TRANSARM: CANNOT OPEN TRANALRT, STATUS '
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT MONITOR-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANSARM: CANNOT OPEN TRANSARP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = '00'
               DISPLAY 'TRANSARM: CANNOT OPEN TRANSAMW, STATUS '
                   WS-ACTIVITY-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1800-WRITE-HEADINGS
           PERFORM 2900-READ-NEXT-ACTIVITY
           PERFORM 2000-SCAN-ONE-ACCOUNT UNTIL WS-ACT-EOF

           CLOSE ACTIVITY-FILE
           CLOSE ALERT-FILE
           CLOSE MASTER-FILE

           PERFORM 3000-LIST-AGED-ALERTS
           PERFORM 9000-WRITE-TOTALS
           CLOSE MONITOR-REPORT-FILE

           DISPLAY 'TRANSARM: ' WS-ALERT-SEQUENCE ' ALERTS RAISED, '
               WS-AGED-ALERT-COUNT ' OPEN PAST ' WS-SAR-ALERT-AGE
               ' DAYS'
           IF WS-ALERT-SEQUENCE > ZERO OR WS-AGED-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9950-END-RUN-CONTROL
           STOP RUN
          .

      *    The step checks in with TRANRCTL before it touches a file:
      *    it is refused while its predecessor in the nightly stream
      *    has not completed cleanly for the business date, and once
      *    it has itself run, until an operator releases it for rerun
      *    on TRANRUNS.
       0100-START-RUN-CONTROL.
           SET RCTL-FUNCTION-START TO TRUE
           MOVE 'TRANSARM' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANSARM: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1000-LOAD-MONITOR-PARMS.
           OPEN INPUT PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
                   NOT AT END PERFORM 1100-APPLY-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
          .

       1100-APPLY-PARM-RECORD.
           EVALUATE PARM-KEYWORD
               WHEN 'SAR-AMOUNT'
                   MOVE PARM-VALUE-AMOUNT TO WS-SAR-AMOUNT
               WHEN 'SAR-STRUCT-PCT'
                   MOVE PARM-VALUE-COUNT TO WS-SAR-STRUCT-PCT
               WHEN 'SAR-STRUCT-COUNT'
                   MOVE PARM-VALUE-COUNT TO WS-SAR-STRUCT-COUNT
               WHEN 'SAR-VEL-DAYS'
                   MOVE PARM-VALUE-COUNT TO WS-SAR-VEL-DAYS
               WHEN 'SAR-VEL-COUNT'
                   MOVE PARM-VALUE-COUNT TO WS-SAR-VEL-COUNT
               WHEN 'SAR-VEL-TOTAL'
                   MOVE PARM-VALUE-AMOUNT TO WS-SAR-VEL-TOTAL
               WHEN 'SAR-QUIET-DAYS'
                   MOVE PARM-VALUE-COUNT TO WS-SAR-QUIET-DAYS
               WHEN 'SAR-ALERT-AGE'
                   MOVE PARM-VALUE-COUNT TO WS-SAR-ALERT-AGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
          .

      *    The alerts for a date are appended in one run; finding any
      *    already on file means tonight's monitor has run.
       1200-CHECK-PRIOR-SCAN.
           MOVE 'N' TO WS-ALERT-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           PERFORM UNTIL WS-ALERT-EOF
               READ ALERT-FILE
                   AT END SET WS-ALERT-EOF TO TRUE
                   NOT AT END
                       IF ALERT-SCAN-DATE = WS-PROCESS-DATE
                           SET WS-ALREADY-SCANNED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
          .

      *    The velocity window counts the processing date as its last
      *    day; the quiet window is the SAR-QUIET-DAYS days before
      *    it. Activity is read back to whichever reaches further.
       1300-SET-RULE-WINDOWS.
           IF WS-SAR-VEL-DAYS > ZERO
               COMPUTE WS-VEL-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
                   - WS-SAR-VEL-DAYS + 1)
           ELSE
               MOVE WS-PROCESS-DATE TO WS-VEL-START
           END-IF
           COMPUTE WS-QUIET-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               - WS-SAR-QUIET-DAYS)

           IF WS-VEL-START < WS-QUIET-START
               MOVE WS-VEL-START TO WS-WINDOW-START
           ELSE
               MOVE WS-QUIET-START TO WS-WINDOW-START
           END-IF

           COMPUTE WS-STRUCT-FLOOR ROUNDED =
               WS-SAR-AMOUNT * WS-SAR-STRUCT-PCT / 100
          .

      *    Archived generations first, then the live file. A
      *    generation cut on date D holds nothing after D, so cuts
      *    older than the window start cannot contribute.
       1500-RELEASE-AUDIT-ACTIVITY.
           MOVE 'N' TO WS-CAT-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-CAT-EOF
               READ CATALOG-FILE
                   AT END SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF GENC-BASE-NAME = 'TRANAUD' AND
                               GENC-STATUS-ACTIVE AND
                               GENC-CREATE-DATE NOT < WS-WINDOW-START
                           PERFORM 1600-RELEASE-ONE-AUDIT-GEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE

           MOVE 'N' TO WS-AUD-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ AUDIT-FILE
                   AT END SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-ACCOUNT-NUMBER
                           TO WS-ACT-WORK-ACCOUNT
                       MOVE AUDIT-TIMESTAMP(1:8) TO WS-ACT-WORK-DATE
                       MOVE AUDIT-TYPE           TO WS-ACT-WORK-TYPE
                       MOVE AUDIT-AMOUNT         TO WS-ACT-WORK-AMOUNT
                       MOVE AUDIT-STATUS-CODE    TO WS-ACT-WORK-STATUS
                       MOVE AUDIT-CALLING-PROGRAM
                           TO WS-ACT-WORK-PROGRAM
                       PERFORM 1700-SELECT-AND-RELEASE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
          .

       1600-RELEASE-ONE-AUDIT-GEN.
           MOVE GENC-FILE-NAME TO WS-GEN-AUDIT-NAME
           MOVE 'N' TO WS-GEN-EOF-SWITCH
           OPEN INPUT GEN-AUDIT-FILE
           PERFORM UNTIL WS-GEN-EOF
               READ GEN-AUDIT-FILE
                   AT END SET WS-GEN-EOF TO TRUE
                   NOT AT END
                       MOVE GEN-AUDIT-ACCOUNT-NUMBER
                           TO WS-ACT-WORK-ACCOUNT
                       MOVE GEN-AUDIT-TIMESTAMP(1:8)
                           TO WS-ACT-WORK-DATE
                       MOVE GEN-AUDIT-TYPE TO WS-ACT-WORK-TYPE
                       MOVE GEN-AUDIT-AMOUNT TO WS-ACT-WORK-AMOUNT
                       MOVE GEN-AUDIT-STATUS-CODE
                           TO WS-ACT-WORK-STATUS
                       MOVE GEN-AUDIT-CALLING-PROGRAM
                           TO WS-ACT-WORK-PROGRAM
                       PERFORM 1700-SELECT-AND-RELEASE
               END-READ
           END-PERFORM
           CLOSE GEN-AUDIT-FILE
          .

       1700-SELECT-AND-RELEASE.
           IF WS-ACT-WORK-STATUS = ZERO AND
                   WS-ACT-WORK-PROGRAM NOT = 'TRANCYCL' AND
                   (WS-ACT-WORK-TYPE = 'DB' OR WS-ACT-WORK-TYPE = 'CR'
                   OR WS-ACT-WORK-TYPE = 'XD'
                   OR WS-ACT-WORK-TYPE = 'XC') AND
                   WS-ACT-WORK-DATE NOT < WS-WINDOW-START AND
                   WS-ACT-WORK-DATE NOT > WS-PROCESS-DATE
               MOVE WS-ACT-WORK-ACCOUNT TO SORT-ACT-ACCOUNT
               MOVE WS-ACT-WORK-DATE    TO SORT-ACT-DATE
               MOVE WS-ACT-WORK-AMOUNT  TO SORT-ACT-AMOUNT
               RELEASE SORT-ACT-RECORD
           END-IF
          .

       1800-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSARM SUSPICIOUS-ACTIVITY MONITOR FOR '
               DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               ', WINDOW FROM ' DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'SEQ   ACCOUNT    RULE ITEMS  DAYS            AMOUNT'
               TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

      *    One account's activity, window start to processing date,
      *    is consumed in date order; the rules are then tested only
      *    if the account moved today.
       2000-SCAN-ONE-ACCOUNT.
           MOVE WS-ACT-WORK-ACCOUNT TO WS-SCAN-ACCOUNT
           MOVE ZERO TO WS-TODAY-COUNT
           MOVE ZERO TO WS-STRUCT-COUNT
           MOVE ZERO TO WS-STRUCT-TOTAL
           MOVE ZERO TO WS-VEL-COUNT
           MOVE ZERO TO WS-VEL-TOTAL
           MOVE ZERO TO WS-PRIOR-DATE
           ADD 1 TO WS-ACCOUNT-COUNT

           PERFORM UNTIL WS-ACT-EOF OR
                   WS-ACT-WORK-ACCOUNT NOT = WS-SCAN-ACCOUNT
               PERFORM 2100-ACCUMULATE-ONE-ITEM
               PERFORM 2900-READ-NEXT-ACTIVITY
           END-PERFORM

           IF WS-TODAY-COUNT > ZERO
               ADD 1 TO WS-ACTIVE-TODAY-COUNT
               PERFORM 2200-APPLY-DAY-RULES
           END-IF
          .

      *    A large item alerts on its own and is not also counted
      *    toward structuring. Earlier days only feed the velocity
      *    totals and the last prior activity date (the activity is
      *    in date order, so the last one seen is the latest).
       2100-ACCUMULATE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF WS-ACT-WORK-DATE = WS-PROCESS-DATE
               ADD 1 TO WS-TODAY-COUNT
               IF WS-SAR-AMOUNT > ZERO AND
                       WS-ACT-WORK-AMOUNT NOT < WS-SAR-AMOUNT
                   MOVE 'LA' TO WS-NEW-RULE
                   MOVE 1 TO WS-NEW-COUNT
                   MOVE WS-ACT-WORK-AMOUNT TO WS-NEW-AMOUNT
                   MOVE ZERO TO WS-NEW-DAYS
                   PERFORM 2500-RAISE-ALERT
               ELSE IF WS-SAR-AMOUNT > ZERO AND
                       WS-ACT-WORK-AMOUNT NOT < WS-STRUCT-FLOOR
                   ADD 1 TO WS-STRUCT-COUNT
                   ADD WS-ACT-WORK-AMOUNT TO WS-STRUCT-TOTAL
               END-IF
           ELSE
               MOVE WS-ACT-WORK-DATE TO WS-PRIOR-DATE
           END-IF

           IF WS-SAR-VEL-DAYS > ZERO AND
                   WS-ACT-WORK-DATE NOT < WS-VEL-START
               ADD 1 TO WS-VEL-COUNT
               ADD WS-ACT-WORK-AMOUNT TO WS-VEL-TOTAL
           END-IF
          .

       2200-APPLY-DAY-RULES.
           IF WS-SAR-AMOUNT > ZERO AND WS-SAR-STRUCT-COUNT > ZERO AND
                   WS-STRUCT-COUNT NOT < WS-SAR-STRUCT-COUNT
               MOVE 'ST' TO WS-NEW-RULE
               MOVE WS-STRUCT-COUNT TO WS-NEW-COUNT
               MOVE WS-STRUCT-TOTAL TO WS-NEW-AMOUNT
               MOVE ZERO TO WS-NEW-DAYS
               PERFORM 2500-RAISE-ALERT
           END-IF

           IF WS-SAR-VEL-DAYS > ZERO AND WS-SAR-VEL-COUNT > ZERO AND
                   WS-VEL-COUNT > WS-SAR-VEL-COUNT
               MOVE 'VC' TO WS-NEW-RULE
               MOVE WS-VEL-COUNT TO WS-NEW-COUNT
               MOVE WS-VEL-TOTAL TO WS-NEW-AMOUNT
               MOVE WS-SAR-VEL-DAYS TO WS-NEW-DAYS
               PERFORM 2500-RAISE-ALERT
           END-IF

           IF WS-SAR-VEL-DAYS > ZERO AND WS-SAR-VEL-TOTAL > ZERO AND
                   WS-VEL-TOTAL > WS-SAR-VEL-TOTAL
               MOVE 'VT' TO WS-NEW-RULE
               MOVE WS-VEL-COUNT TO WS-NEW-COUNT
               MOVE WS-VEL-TOTAL TO WS-NEW-AMOUNT
               MOVE WS-SAR-VEL-DAYS TO WS-NEW-DAYS
               PERFORM 2500-RAISE-ALERT
           END-IF

           IF WS-SAR-QUIET-DAYS > ZERO
               PERFORM 2300-CHECK-QUIET-ACCOUNT
           END-IF
          .

      *    The master's last-transaction date already carries today's
      *    posting, so quietness is judged from the audit window: no
      *    activity in the SAR-QUIET-DAYS before today. An account
      *    opened inside that window is new, not quiet, and is passed
      *    over; a dormant account alerts on any movement at all.
       2300-CHECK-QUIET-ACCOUNT.
           MOVE WS-SCAN-ACCOUNT TO MASTER-ACCOUNT-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               NOT INVALID KEY
                   IF WS-PRIOR-DATE NOT < WS-QUIET-START AND
                           NOT MASTER-STATUS-DORMANT
                       CONTINUE
                   ELSE
                       PERFORM 2400-RAISE-QUIET-ALERT
                   END-IF
           END-READ
          .

       2400-RAISE-QUIET-ALERT.
           MOVE ZERO TO WS-QUIET-FROM-DATE
           EVALUATE TRUE
               WHEN WS-PRIOR-DATE > ZERO
                   MOVE WS-PRIOR-DATE TO WS-QUIET-FROM-DATE
               WHEN MASTER-OPEN-DATE NUMERIC AND
                       MASTER-OPEN-DATE > ZERO
                   MOVE MASTER-OPEN-DATE TO WS-QUIET-FROM-DATE
           END-EVALUATE

           IF WS-QUIET-FROM-DATE = ZERO
               MOVE ZERO TO WS-NEW-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-QUIET-FROM-DATE)
               MOVE WS-AGE-DAYS TO WS-NEW-DAYS
           END-IF

           IF MASTER-STATUS-DORMANT OR WS-QUIET-FROM-DATE = ZERO OR
                   WS-QUIET-FROM-DATE < WS-QUIET-START
               MOVE 'QA' TO WS-NEW-RULE
               MOVE WS-TODAY-COUNT TO WS-NEW-COUNT
               MOVE ZERO TO WS-NEW-AMOUNT
               PERFORM 2500-RAISE-ALERT
           END-IF
          .

       2500-RAISE-ALERT.
           ADD 1 TO WS-ALERT-SEQUENCE
           MOVE WS-PROCESS-DATE   TO ALERT-SCAN-DATE
           MOVE WS-ALERT-SEQUENCE TO ALERT-SEQUENCE
           MOVE WS-SCAN-ACCOUNT   TO ALERT-ACCOUNT-NUMBER
           MOVE WS-NEW-RULE       TO ALERT-RULE
           MOVE WS-PROCESS-DATE   TO ALERT-ACTIVITY-DATE
           MOVE WS-NEW-COUNT      TO ALERT-ITEM-COUNT
           MOVE WS-NEW-AMOUNT     TO ALERT-AMOUNT
           MOVE WS-NEW-DAYS       TO ALERT-DAYS
           SET ALERT-STATUS-OPEN TO TRUE
           MOVE SPACES TO ALERT-REVIEW-OPERATOR
           MOVE ZERO   TO ALERT-REVIEW-DATE
           MOVE SPACES TO ALERT-REVIEW-NOTE
           WRITE ALERT-RECORD
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'TRANSARM: WRITE ERROR ON TRANALRT, STATUS '
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN ALERT-RULE-LARGE-AMOUNT
                   ADD 1 TO WS-LA-COUNT
               WHEN ALERT-RULE-STRUCTURING
                   ADD 1 TO WS-ST-COUNT
               WHEN ALERT-RULE-VEL-COUNT
                   ADD 1 TO WS-VC-COUNT
               WHEN ALERT-RULE-VEL-TOTAL
                   ADD 1 TO WS-VT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-QA-COUNT
           END-EVALUATE

           MOVE ALERT-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING ALERT-SEQUENCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALERT-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALERT-RULE DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               ALERT-ITEM-COUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ALERT-DAYS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

      *    The current activity record is held in working storage so
      *    the control break never touches the file record area at
      *    end of file.
       2900-READ-NEXT-ACTIVITY.
           READ ACTIVITY-FILE
               AT END
                   SET WS-ACT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ACT-WORK-ACCOUNT
               NOT AT END
                   MOVE ACT-ACCOUNT TO WS-ACT-WORK-ACCOUNT
                   MOVE ACT-DATE    TO WS-ACT-WORK-DATE
                   MOVE ACT-AMOUNT  TO WS-ACT-WORK-AMOUNT
           END-READ
           IF NOT WS-ACT-EOF AND
                   WS-ACTIVITY-STATUS NOT = '00'
               DISPLAY 'TRANSARM: READ ERROR ON TRANSAMW, STATUS '
                   WS-ACTIVITY-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .

      *    Daily exceptions list: every alert still open more than
      *    SAR-ALERT-AGE days after the night that raised it, oldest
      *    first (the file is in the order the alerts were raised).
       3000-LIST-AGED-ALERTS.
           OPEN OUTPUT EXCEPTION-LIST-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'TRANSARM: CANNOT OPEN TRANSAEX, STATUS '
                   WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TRANSARM OPEN ALERTS OLDER THAN ' DELIMITED BY SIZE
               WS-SAR-ALERT-AGE DELIMITED BY SIZE
               ' DAYS AT ' DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           PERFORM 9150-WRITE-EXCEPTION-LINE
           MOVE 'RAISED   SEQ   ACCOUNT    RULE  AGE            AMOUNT'
               TO EXCEPTION-LINE
           PERFORM 9150-WRITE-EXCEPTION-LINE

           MOVE 'N' TO WS-ALERT-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           PERFORM UNTIL WS-ALERT-EOF
               READ ALERT-FILE
                   AT END SET WS-ALERT-EOF TO TRUE
                   NOT AT END
                       IF ALERT-STATUS-OPEN
                           PERFORM 3100-AGE-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE

           MOVE SPACES TO EXCEPTION-LINE
           PERFORM 9150-WRITE-EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'OPEN ALERTS PAST AGE: ' DELIMITED BY SIZE
               WS-AGED-ALERT-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           PERFORM 9150-WRITE-EXCEPTION-LINE
           CLOSE EXCEPTION-LIST-FILE
          .

       3100-AGE-ONE-ALERT.
           ADD 1 TO WS-OPEN-ALERT-COUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               - FUNCTION INTEGER-OF-DATE(ALERT-SCAN-DATE)
           IF WS-AGE-DAYS > WS-SAR-ALERT-AGE
               ADD 1 TO WS-AGED-ALERT-COUNT
               MOVE WS-AGE-DAYS TO WS-AGE-DAYS-DISP
               MOVE ALERT-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO EXCEPTION-LINE
               STRING ALERT-SCAN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALERT-SEQUENCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALERT-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALERT-RULE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AGE-DAYS-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMOUNT-DISP DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               PERFORM 9150-WRITE-EXCEPTION-LINE
           END-IF
          .

       9000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ITEMS IN WINDOW   : ' TO WS-DETAIL-LABEL
           MOVE WS-ITEM-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ACCOUNTS IN WINDOW: ' TO WS-DETAIL-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ACCOUNTS MOVED    : ' TO WS-DETAIL-LABEL
           MOVE WS-ACTIVE-TODAY-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'NOT ON MASTER     : ' TO WS-DETAIL-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'LA LARGE AMOUNT   : ' TO WS-DETAIL-LABEL
           MOVE WS-LA-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ST STRUCTURING    : ' TO WS-DETAIL-LABEL
           MOVE WS-ST-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'VC VELOCITY COUNT : ' TO WS-DETAIL-LABEL
           MOVE WS-VC-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'VT VELOCITY TOTAL : ' TO WS-DETAIL-LABEL
           MOVE WS-VT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'QA QUIET ACCOUNT  : ' TO WS-DETAIL-LABEL
           MOVE WS-QA-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ALERTS STILL OPEN : ' TO WS-DETAIL-LABEL
           MOVE WS-OPEN-ALERT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'OPEN PAST AGE     : ' TO WS-DETAIL-LABEL
           MOVE WS-AGED-ALERT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANSARM: WRITE ERROR ON TRANSARP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .

       9150-WRITE-EXCEPTION-LINE.
           WRITE EXCEPTION-LINE
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'TRANSARM: WRITE ERROR ON TRANSAEX, STATUS '
                   WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .

       9200-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-DETAIL-LABEL DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-ITEM-COUNT TO RCTL-RECORDS-IN
           MOVE WS-ALERT-SEQUENCE TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANSARM: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANSARM.
