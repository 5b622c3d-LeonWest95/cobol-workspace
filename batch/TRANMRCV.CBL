       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANMRCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REBUILT-MASTER-FILE ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEW-MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-REBUILT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "TRANAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "TRANGENC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GEN-AUDIT-FILE
               ASSIGN USING WS-GEN-AUDIT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT GEN-SNAP-FILE ASSIGN USING WS-GEN-SNAP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SNAP-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "TRANCHK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "TRANRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "TRANMRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  REBUILT-MASTER-FILE.
           COPY TRANXMST REPLACING LEADING ==MASTER==
               BY ==NEW-MASTER==.
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
       FD  GEN-SNAP-FILE
           RECORDING MODE IS F.
           COPY TRANXSNP.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY TRANXCHK.
       FD  RUN-FILE.
           COPY TRANXRUN.
       FD  RECOVERY-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-REBUILT-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-GEN-SNAP-STATUS          PIC X(02) VALUE '00'.
       01 WS-CHECKPOINT-STATUS        PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-RUN-FILE-STATUS          PIC X(02) VALUE '00'.
       01 WS-GEN-AUDIT-NAME           PIC X(30) VALUE SPACES.
       01 WS-GEN-SNAP-NAME            PIC X(30) VALUE SPACES.
       01 WS-SNAP-DATE-IN             PIC X(08) VALUE SPACES.
       01 WS-SNAP-DATE                PIC 9(08) VALUE ZERO.
       01 WS-SNAP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-SNAP-FOUND           VALUE 'Y'.
       01 WS-SNAP-CUTOFF.
           05 WS-SNAP-CUTOFF-DATE     PIC 9(08) VALUE ZERO.
           05 WS-SNAP-CUTOFF-TIME     PIC 9(06) VALUE ZERO.
       01 WS-CUTOFF-KNOWN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CUTOFF-KNOWN         VALUE 'Y'.
       01 WS-REPLAY-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-REPLAY-ENTRY         VALUE 'Y'.
       01 WS-IN-FLIGHT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-BATCH-IN-FLIGHT      VALUE 'Y'.
       01 WS-MASTER-READABLE-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-MASTER-READABLE      VALUE 'Y'.
       01 WS-MASTER-DAMAGED-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-MASTER-DAMAGED       VALUE 'Y'.
       01 WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-CAT-EOF              VALUE 'Y'.
       01 WS-SNAP-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SNAP-EOF             VALUE 'Y'.
       01 WS-CHECKPOINT-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-CHECKPOINT-EOF       VALUE 'Y'.
       01 WS-MST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-MST-EOF              VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF              VALUE 'Y'.
       01 WS-GEN-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GEN-EOF              VALUE 'Y'.
       01 WS-CHECKPOINT-RECORD-COUNT  PIC 9(09) VALUE ZERO.
       01 WS-ACT-WORK-ACCOUNT         PIC X(10) VALUE SPACES.
       01 WS-ACT-WORK-DATE            PIC 9(08) VALUE ZERO.
       01 WS-ACT-WORK-STAMP           PIC X(14) VALUE SPACES.
       01 WS-ACT-WORK-TYPE            PIC X(02) VALUE SPACES.
       01 WS-ACT-WORK-AMOUNT          PIC S9(9)V99 VALUE ZERO
           SIGN IS TRAILING SEPARATE.
       01 WS-ACT-WORK-STATUS          PIC 9(02) VALUE ZERO.
       01 WS-ACT-WORK-PROGRAM         PIC X(08) VALUE SPACES.
       01 WS-ACT-WORK-EFF-DATE        PIC 9(08) VALUE ZERO.
       01 WS-ACCT-USED                PIC 9(05) VALUE ZERO.
       01 WS-ACCT-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-ACCT-FOUND           VALUE 'Y'.
       01 WS-ACCT-LIMIT               PIC 9(05) VALUE 5000.
       01 WS-FIND-ACCOUNT             PIC X(10) VALUE SPACES.
      *    One entry per account on the snapshot, the current master
      *    or the replayed audit trail. The SNAP and CUR flags say
      *    where it was found; the CUR fields keep the current
      *    master's figures for the comparison.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10 WS-ACCT-NUMBER      PIC X(10).
               10 WS-ACCT-BALANCE     PIC S9(11)V99.
               10 WS-ACCT-LAST-DATE   PIC 9(08).
               10 WS-ACCT-STATUS      PIC X(01).
               10 WS-ACCT-OPEN-DATE   PIC 9(08).
               10 WS-ACCT-OVERDRAFT   PIC X(11).
               10 WS-ACCT-CUR-BALANCE PIC S9(11)V99.
               10 WS-ACCT-CUR-LAST    PIC 9(08).
               10 WS-ACCT-SNAP-FLAG   PIC X(01).
               10 WS-ACCT-CUR-FLAG    PIC X(01).
       01 WS-SNAP-ACCOUNT-COUNT       PIC 9(09) VALUE ZERO.
       01 WS-CUR-ACCOUNT-COUNT        PIC 9(09) VALUE ZERO.
       01 WS-ENTRY-APPLIED-COUNT      PIC 9(09) VALUE ZERO.
       01 WS-GEN-READ-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-REBUILT-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-AGREE-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-BALANCE-DIFF-COUNT       PIC 9(09) VALUE ZERO.
       01 WS-DATE-DIFF-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-NOT-CURRENT-COUNT        PIC 9(09) VALUE ZERO.
       01 WS-NOT-CARRIED-COUNT        PIC 9(09) VALUE ZERO.
       01 WS-REBUILT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01 WS-CURRENT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01 WS-DETAIL-LABEL             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-COMPARE-NOTE             PIC X(30) VALUE SPACES.
       01 WS-REBUILT-DISP             PIC -9(11).9(02).
       01 WS-CURRENT-DISP             PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Forward recovery of the account master. Starting from a        *
      * TRANSNAP snapshot generation chosen by date (the newest on the *
      * TRANGENC catalog when none is given), every posted audit entry *
      * - status 00, and 05 for reversals - cut after TRANSNAP ended   *
      * on the snapshot date (its TRANRUN end time; the date alone     *
      * when TRANRUN has none) is reapplied in posting order: the      *
      * archived TRANAUD generations in catalog order, then the live   *
      * TRANAUD. The result is written to a new master, TRANMSTR;      *
      * TRANMST itself is never touched. Balances and last-transaction *
      * dates come from the snapshot and the replay (the TRANCYCL      *
      * interest and fee postings move the balance but not the date,   *
      * as in SUBMODULE). Status, open date and overdraft limit cannot *
      * be rebuilt from the audit trail, so they are carried over from *
      * the damaged TRANMST for every record it still yields, along    *
      * with its last-transaction date for accounts the replay does    *
      * not reach; an account it cannot yield is rebuilt active with   *
      * the TRANPARM default overdraft and counted. TRANMRRP then      *
      * compares the rebuild against the current TRANMST account by    *
      * account so operations can decide which file to run with. The   *
      * run is refused while TRANCHK holds a checkpoint, since a       *
      * TRANBTCH run in flight is still posting to the master.         *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE

           PERFORM 1000-ACCEPT-SNAPSHOT-DATE
           PERFORM 1100-FIND-SNAPSHOT-GEN
           IF NOT WS-SNAP-FOUND
               DISPLAY 'TRANMRCV: NO ACTIVE TRANSNAP GENERATION FOR '
                   WS-SNAP-DATE-IN ' ON TRANGENC, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-CHECK-BATCH-IN-FLIGHT
           IF WS-BATCH-IN-FLIGHT
               DISPLAY 'TRANMRCV: TRANCHK SHOWS A TRANBTCH RUN IN'
                   ' FLIGHT AFTER RECORD ' WS-CHECKPOINT-RECORD-COUNT
                   ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1300-FIND-SNAPSHOT-CUTOFF
           DISPLAY 'TRANMRCV: RECOVERING FROM ' WS-GEN-SNAP-NAME

           PERFORM 2000-LOAD-SNAPSHOT
           PERFORM 2500-CARRY-CURRENT-MASTER
           PERFORM 3000-REAPPLY-AUDIT-TRAIL
           PERFORM 4000-WRITE-REBUILT-MASTER
           PERFORM 5000-WRITE-COMPARISON-REPORT

           DISPLAY 'TRANMRCV: ' WS-REBUILT-COUNT ' ACCOUNTS REBUILT TO'
               ' TRANMSTR, ' WS-ENTRY-APPLIED-COUNT ' ENTRIES REAPPLIED'
           IF WS-BALANCE-DIFF-COUNT > ZERO OR
                   WS-DATE-DIFF-COUNT > ZERO OR
                   WS-NOT-CURRENT-COUNT > ZERO OR
                   WS-NOT-CARRIED-COUNT > ZERO OR
                   NOT WS-MASTER-READABLE OR WS-MASTER-DAMAGED
               DISPLAY 'TRANMRCV: REBUILD DIFFERS FROM TRANMST,'
                   ' SEE TRANMRRP'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
          .

       1000-ACCEPT-SNAPSHOT-DATE.
           DISPLAY 'RECOVER FROM SNAPSHOT DATE (CCYYMMDD, BLANK FOR'
               ' NEWEST): '
           MOVE SPACES TO WS-SNAP-DATE-IN
           ACCEPT WS-SNAP-DATE-IN

           IF WS-SNAP-DATE-IN NUMERIC
               MOVE WS-SNAP-DATE-IN TO WS-SNAP-DATE
           ELSE
               MOVE ZERO TO WS-SNAP-DATE
           END-IF
          .

      *    With no date given the newest active snapshot is taken,
      *    the way TRANSNAP picks its baseline.
       1100-FIND-SNAPSHOT-GEN.
           MOVE 'N' TO WS-CAT-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-CAT-EOF
               READ CATALOG-FILE
                   AT END SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF GENC-BASE-NAME = 'TRANSNAP' AND
                               GENC-STATUS-ACTIVE
                           PERFORM 1150-NOTE-SNAPSHOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE

           IF WS-SNAP-FOUND AND WS-SNAP-DATE-IN NOT NUMERIC
               MOVE WS-SNAP-DATE TO WS-SNAP-DATE-IN
           END-IF
          .

       1150-NOTE-SNAPSHOT-ENTRY.
           IF WS-SNAP-DATE-IN NUMERIC
               IF GENC-CREATE-DATE = WS-SNAP-DATE
                   MOVE GENC-FILE-NAME TO WS-GEN-SNAP-NAME
                   SET WS-SNAP-FOUND TO TRUE
               END-IF
           ELSE
               IF GENC-CREATE-DATE > WS-SNAP-DATE
                   MOVE GENC-CREATE-DATE TO WS-SNAP-DATE
                   MOVE GENC-FILE-NAME TO WS-GEN-SNAP-NAME
                   SET WS-SNAP-FOUND TO TRUE
               END-IF
           END-IF
          .

      *    TRANBTCH empties TRANCHK when a run ends cleanly, so any
      *    checkpoint on it is a run still going or one awaiting
      *    restart - either way the master is mid-posting.
       1200-CHECK-BATCH-IN-FLIGHT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANMRCV: CANNOT OPEN TRANCHK, STATUS '
                   WS-CHECKPOINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CHECKPOINT-EOF
               READ CHECKPOINT-FILE
                   AT END SET WS-CHECKPOINT-EOF TO TRUE
                   NOT AT END
                       SET WS-BATCH-IN-FLIGHT TO TRUE
                       MOVE CHECKPOINT-RECORD-COUNT
                           TO WS-CHECKPOINT-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
          .

      *    Entries can still be posted on the snapshot date after
      *    TRANSNAP has run, so the cut-off is the end time on its
      *    TRANRUN record for that date, not the date itself.
      *    A snapshot taken outside the stream has no such record and
      *    falls back to the date alone.
       1300-FIND-SNAPSHOT-CUTOFF.
           MOVE 'N' TO WS-CUTOFF-KNOWN-SWITCH
           OPEN INPUT RUN-FILE
           IF WS-RUN-FILE-STATUS = '00' OR WS-RUN-FILE-STATUS = '05'
               MOVE WS-SNAP-DATE TO RUN-BUSINESS-DATE
               MOVE 'TRANSNAP' TO RUN-STEP
               READ RUN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RUN-END-DATE NOT = ZERO
                           MOVE RUN-END-DATE TO WS-SNAP-CUTOFF-DATE
                           MOVE RUN-END-TIME TO WS-SNAP-CUTOFF-TIME
                           SET WS-CUTOFF-KNOWN TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-FILE
           END-IF

           IF WS-CUTOFF-KNOWN
               DISPLAY 'TRANMRCV: REPLAYING ENTRIES AFTER '
                   WS-SNAP-CUTOFF-DATE ' ' WS-SNAP-CUTOFF-TIME
           ELSE
               DISPLAY 'TRANMRCV: NO TRANSNAP END ON TRANRUN FOR '
                   WS-SNAP-DATE ', REPLAYING ENTRIES AFTER THAT DATE'
           END-IF
          .

       2000-LOAD-SNAPSHOT.
           OPEN INPUT GEN-SNAP-FILE
           IF WS-GEN-SNAP-STATUS NOT = '00'
               DISPLAY 'TRANMRCV: CANNOT OPEN ' WS-GEN-SNAP-NAME
                   ', STATUS ' WS-GEN-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SNAP-EOF
               READ GEN-SNAP-FILE
                   AT END SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SNAP-ACCOUNT-COUNT
                       MOVE SNAP-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
                       PERFORM 2900-FIND-ACCOUNT-ENTRY
                       MOVE SNAP-BALANCE
                           TO WS-ACCT-BALANCE(WS-ACCT-IDX)
                       MOVE 'Y' TO WS-ACCT-SNAP-FLAG(WS-ACCT-IDX)
               END-READ
           END-PERFORM
           CLOSE GEN-SNAP-FILE
          .

      *    The damaged master is read for as long as it reads clean.
      *    A failed open leaves every account on defaults; a read
      *    error part-way stops the pass, and whatever was read
      *    before it is still carried.
       2500-CARRY-CURRENT-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANMRCV: TRANMST NOT READABLE, STATUS '
                   WS-MASTER-FILE-STATUS ', NOTHING CARRIED OVER'
           ELSE
               SET WS-MASTER-READABLE TO TRUE
               PERFORM UNTIL WS-MST-EOF
                   READ MASTER-FILE
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-CARRY-ONE-MASTER-RECORD
                   END-READ
                   IF NOT WS-MST-EOF AND
                           WS-MASTER-FILE-STATUS NOT = '00'
                       DISPLAY 'TRANMRCV: READ ERROR ON TRANMST,'
                           ' STATUS ' WS-MASTER-FILE-STATUS
                           ', CARRY-OVER STOPPED'
                       SET WS-MASTER-DAMAGED TO TRUE
                       SET WS-MST-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
          .

       2600-CARRY-ONE-MASTER-RECORD.
           ADD 1 TO WS-CUR-ACCOUNT-COUNT
           MOVE MASTER-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT-ENTRY
           MOVE 'Y' TO WS-ACCT-CUR-FLAG(WS-ACCT-IDX)
           MOVE MASTER-BALANCE TO WS-ACCT-CUR-BALANCE(WS-ACCT-IDX)
           MOVE MASTER-STATUS-FLAG TO WS-ACCT-STATUS(WS-ACCT-IDX)
           MOVE MASTER-OVERDRAFT-X TO WS-ACCT-OVERDRAFT(WS-ACCT-IDX)
           IF MASTER-OPEN-DATE NUMERIC
               MOVE MASTER-OPEN-DATE TO WS-ACCT-OPEN-DATE(WS-ACCT-IDX)
           END-IF
           IF MASTER-LAST-TRANX-DATE NUMERIC
               MOVE MASTER-LAST-TRANX-DATE
                   TO WS-ACCT-LAST-DATE(WS-ACCT-IDX)
               MOVE MASTER-LAST-TRANX-DATE
                   TO WS-ACCT-CUR-LAST(WS-ACCT-IDX)
           END-IF
          .

       2900-FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-USED
                       OR WS-ACCT-FOUND
               IF WS-ACCT-NUMBER(WS-ACCT-IDX) = WS-FIND-ACCOUNT
                   SET WS-ACCT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ACCT-IDX
               END-IF
           END-PERFORM

           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-USED < WS-ACCT-LIMIT
                   ADD 1 TO WS-ACCT-USED
                   MOVE WS-ACCT-USED TO WS-ACCT-IDX
                   MOVE WS-FIND-ACCOUNT
                       TO WS-ACCT-NUMBER(WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACCT-BALANCE(WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACCT-LAST-DATE(WS-ACCT-IDX)
                   MOVE SPACE TO WS-ACCT-STATUS(WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACCT-OPEN-DATE(WS-ACCT-IDX)
                   MOVE SPACES TO WS-ACCT-OVERDRAFT(WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACCT-CUR-BALANCE(WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACCT-CUR-LAST(WS-ACCT-IDX)
                   MOVE 'N' TO WS-ACCT-SNAP-FLAG(WS-ACCT-IDX)
                   MOVE 'N' TO WS-ACCT-CUR-FLAG(WS-ACCT-IDX)
               ELSE
                   DISPLAY 'TRANMRCV: MORE THAN ' WS-ACCT-LIMIT
                       ' ACCOUNTS, TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
          .

      *    A snapshot cut on date D already holds everything posted
      *    before TRANSNAP ended, and a generation cut before D holds
      *    nothing after it, so only later entries are replayed and
      *    only generations cut on or after D are opened.
       3000-REAPPLY-AUDIT-TRAIL.
           MOVE 'N' TO WS-CAT-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-CAT-EOF
               READ CATALOG-FILE
                   AT END SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF GENC-BASE-NAME = 'TRANAUD' AND
                               GENC-STATUS-ACTIVE AND
                               GENC-CREATE-DATE NOT < WS-SNAP-DATE
                           PERFORM 3100-REAPPLY-ONE-AUDIT-GEN
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
                       MOVE AUDIT-TIMESTAMP(1:14) TO WS-ACT-WORK-STAMP
                       MOVE AUDIT-TYPE           TO WS-ACT-WORK-TYPE
                       MOVE AUDIT-AMOUNT         TO WS-ACT-WORK-AMOUNT
                       MOVE AUDIT-STATUS-CODE    TO WS-ACT-WORK-STATUS
                       MOVE AUDIT-CALLING-PROGRAM
                           TO WS-ACT-WORK-PROGRAM
                       MOVE AUDIT-EFF-DATE     TO WS-ACT-WORK-EFF-DATE
                       PERFORM 3200-REAPPLY-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
          .

       3100-REAPPLY-ONE-AUDIT-GEN.
           ADD 1 TO WS-GEN-READ-COUNT
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
                       MOVE GEN-AUDIT-TIMESTAMP(1:14)
                           TO WS-ACT-WORK-STAMP
                       MOVE GEN-AUDIT-TYPE TO WS-ACT-WORK-TYPE
                       MOVE GEN-AUDIT-AMOUNT TO WS-ACT-WORK-AMOUNT
                       MOVE GEN-AUDIT-STATUS-CODE
                           TO WS-ACT-WORK-STATUS
                       MOVE GEN-AUDIT-CALLING-PROGRAM
                           TO WS-ACT-WORK-PROGRAM
                       MOVE GEN-AUDIT-EFF-DATE
                           TO WS-ACT-WORK-EFF-DATE
                       PERFORM 3200-REAPPLY-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE GEN-AUDIT-FILE
          .

      *    The same movement rule SUBMODULE posted with and TRANSNAP
      *    proves with: DB, RC and the XD transfer leg take money
      *    out, everything else puts it in.
       3200-REAPPLY-ONE-ENTRY.
           MOVE 'N' TO WS-REPLAY-SWITCH
           IF WS-ACT-WORK-STATUS = ZERO OR WS-ACT-WORK-STATUS = 05
               IF WS-CUTOFF-KNOWN
                   IF WS-ACT-WORK-STAMP > WS-SNAP-CUTOFF
                       SET WS-REPLAY-ENTRY TO TRUE
                   END-IF
               ELSE
                   IF WS-ACT-WORK-DATE > WS-SNAP-DATE
                       SET WS-REPLAY-ENTRY TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-REPLAY-ENTRY
               ADD 1 TO WS-ENTRY-APPLIED-COUNT
               MOVE WS-ACT-WORK-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM 2900-FIND-ACCOUNT-ENTRY
               IF WS-ACT-WORK-TYPE = 'DB' OR WS-ACT-WORK-TYPE = 'RC'
                       OR WS-ACT-WORK-TYPE = 'XD'
                   SUBTRACT WS-ACT-WORK-AMOUNT
                       FROM WS-ACCT-BALANCE(WS-ACCT-IDX)
               ELSE
                   ADD WS-ACT-WORK-AMOUNT
                       TO WS-ACCT-BALANCE(WS-ACCT-IDX)
               END-IF
               IF WS-ACT-WORK-PROGRAM NOT = 'TRANCYCL'
                   MOVE WS-ACT-WORK-EFF-DATE
                       TO WS-ACCT-LAST-DATE(WS-ACCT-IDX)
               END-IF
           END-IF
          .

       4000-WRITE-REBUILT-MASTER.
           OPEN OUTPUT REBUILT-MASTER-FILE
           IF WS-REBUILT-FILE-STATUS NOT = '00'
               DISPLAY 'TRANMRCV: CANNOT OPEN TRANMSTR, STATUS '
                   WS-REBUILT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 4100-WRITE-ONE-MASTER
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED

           CLOSE REBUILT-MASTER-FILE
          .

       4100-WRITE-ONE-MASTER.
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX)
               TO NEW-MASTER-ACCOUNT-NUMBER
           MOVE WS-ACCT-BALANCE(WS-ACCT-IDX) TO NEW-MASTER-BALANCE
           MOVE WS-ACCT-LAST-DATE(WS-ACCT-IDX)
               TO NEW-MASTER-LAST-TRANX-DATE
           MOVE WS-ACCT-STATUS(WS-ACCT-IDX) TO NEW-MASTER-STATUS-FLAG
           MOVE WS-ACCT-OPEN-DATE(WS-ACCT-IDX)
               TO NEW-MASTER-OPEN-DATE
           MOVE WS-ACCT-OVERDRAFT(WS-ACCT-IDX)
               TO NEW-MASTER-OVERDRAFT-X
           WRITE NEW-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TRANMRCV: WRITE REFUSED ON TRANMSTR FOR '
                       NEW-MASTER-ACCOUNT-NUMBER ', STATUS '
                       WS-REBUILT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-REBUILT-COUNT
           ADD WS-ACCT-BALANCE(WS-ACCT-IDX) TO WS-REBUILT-TOTAL
          .

       5000-WRITE-COMPARISON-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANMRCV: CANNOT OPEN TRANMRRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'TRANMRCV MASTER FORWARD RECOVERY ON '
               DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STARTING SNAPSHOT ' DELIMITED BY SIZE
               WS-GEN-SNAP-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF NOT WS-MASTER-READABLE
               MOVE 'CURRENT TRANMST NOT READABLE - NO ATTRIBUTES'
                   TO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE '  CARRIED, REBUILT ACCOUNTS LEFT ACTIVE'
                   TO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF WS-MASTER-DAMAGED
               MOVE 'CURRENT TRANMST READ ERROR - CARRY-OVER STOPPED'
                   TO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNT     REBUILT BALANCE  CURRENT BALANCE  NOTE'
               TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 5100-COMPARE-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED

           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'SNAPSHOT ACCOUNTS : ' TO WS-DETAIL-LABEL
           MOVE WS-SNAP-ACCOUNT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'AUDIT GENS READ   : ' TO WS-DETAIL-LABEL
           MOVE WS-GEN-READ-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ENTRIES REAPPLIED : ' TO WS-DETAIL-LABEL
           MOVE WS-ENTRY-APPLIED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ACCOUNTS REBUILT  : ' TO WS-DETAIL-LABEL
           MOVE WS-REBUILT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'CURRENT ACCOUNTS  : ' TO WS-DETAIL-LABEL
           MOVE WS-CUR-ACCOUNT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'AGREE WITH TRANMST: ' TO WS-DETAIL-LABEL
           MOVE WS-AGREE-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'BALANCE DIFFERS   : ' TO WS-DETAIL-LABEL
           MOVE WS-BALANCE-DIFF-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'LAST DATE DIFFERS : ' TO WS-DETAIL-LABEL
           MOVE WS-DATE-DIFF-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'NOT ON TRANMST    : ' TO WS-DETAIL-LABEL
           MOVE WS-NOT-CURRENT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'NOTHING CARRIED   : ' TO WS-DETAIL-LABEL
           MOVE WS-NOT-CARRIED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE

           MOVE WS-REBUILT-TOTAL TO WS-REBUILT-DISP
           MOVE WS-CURRENT-TOTAL TO WS-CURRENT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTALS     ' DELIMITED BY SIZE
               WS-REBUILT-DISP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CURRENT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           CLOSE RECOVERY-REPORT-FILE
          .

      *    Only accounts where the two files disagree are itemized;
      *    the agreeing ones are counted.
       5100-COMPARE-ONE-ACCOUNT.
           MOVE SPACES TO WS-COMPARE-NOTE
           IF WS-ACCT-CUR-FLAG(WS-ACCT-IDX) NOT = 'Y'
               ADD 1 TO WS-NOT-CURRENT-COUNT
               ADD 1 TO WS-NOT-CARRIED-COUNT
               MOVE 'NOT ON TRANMST, NONE CARRIED'
                   TO WS-COMPARE-NOTE
           ELSE
               ADD WS-ACCT-CUR-BALANCE(WS-ACCT-IDX) TO WS-CURRENT-TOTAL
               EVALUATE TRUE
                   WHEN WS-ACCT-BALANCE(WS-ACCT-IDX) NOT =
                           WS-ACCT-CUR-BALANCE(WS-ACCT-IDX)
                       ADD 1 TO WS-BALANCE-DIFF-COUNT
                       MOVE 'BALANCE DIFFERS' TO WS-COMPARE-NOTE
                   WHEN WS-ACCT-LAST-DATE(WS-ACCT-IDX) NOT =
                           WS-ACCT-CUR-LAST(WS-ACCT-IDX)
                       ADD 1 TO WS-DATE-DIFF-COUNT
                       MOVE 'LAST DATE DIFFERS' TO WS-COMPARE-NOTE
                   WHEN OTHER
                       ADD 1 TO WS-AGREE-COUNT
               END-EVALUATE
           END-IF

           IF WS-COMPARE-NOTE NOT = SPACES
               MOVE WS-ACCT-BALANCE(WS-ACCT-IDX) TO WS-REBUILT-DISP
               MOVE WS-ACCT-CUR-BALANCE(WS-ACCT-IDX)
                   TO WS-CURRENT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-ACCT-NUMBER(WS-ACCT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-REBUILT-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CURRENT-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COMPARE-NOTE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANMRCV: WRITE ERROR ON TRANMRRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
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

       END PROGRAM TRANMRCV.
