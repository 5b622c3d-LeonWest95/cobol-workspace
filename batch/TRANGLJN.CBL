       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANGLJN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECON-FLAG-FILE ASSIGN TO "TRANRCNF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROOF-FLAG-FILE ASSIGN TO "TRANSNPF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "TRANGENC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "TRANAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TRANPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "TRANGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "TRANGLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-FLAG-FILE
           RECORDING MODE IS F.
           COPY TRANXRCF.
       FD  PROOF-FLAG-FILE
           RECORDING MODE IS F.
           COPY TRANXRCF REPLACING LEADING ==RECON==
               BY ==PROOF==.
       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY TRANXGEN.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXAUD.
       FD  PARM-FILE.
           COPY TRANXPRM.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY TRANXGLJ.
       FD  JOURNAL-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAG-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-FLAG-EOF             VALUE 'Y'.
       01 WS-RECON-OK-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-RECON-OK             VALUE 'Y'.
       01 WS-PROOF-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-PROOF-EOF            VALUE 'Y'.
       01 WS-PROOF-OK-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-PROOF-OK             VALUE 'Y'.
       01 WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-CAT-EOF              VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF              VALUE 'Y'.
       01 WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-PARM-EOF             VALUE 'Y'.
       01 WS-BASELINE-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-BASELINE-FOUND       VALUE 'Y'.
       01 WS-BASELINE-DATE            PIC 9(08) VALUE ZERO.
       01 WS-PROVED-MOVEMENT          PIC S9(11)V99 VALUE ZERO.
       01 WS-LIABILITY-ACCOUNT        PIC X(10) VALUE SPACES.
       01 WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE SPACES.
       01 WS-GLMAP-USED               PIC 9(03) VALUE ZERO.
       01 WS-GLMAP-IDX                PIC 9(03) VALUE ZERO.
       01 WS-GLMAP-LIMIT              PIC 9(03) VALUE 100.
       01 WS-GLMAP-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-GLMAP-FOUND          VALUE 'Y'.
       01 WS-GLMAP-KEY                PIC X(16) VALUE SPACES.
       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 100 TIMES.
               10 WS-GLMAP-KEYWORD    PIC X(16).
               10 WS-GLMAP-ACCOUNT    PIC X(10).
       01 WS-SUMM-USED                PIC 9(03) VALUE ZERO.
       01 WS-SUMM-IDX                 PIC 9(03) VALUE ZERO.
       01 WS-SUMM-LIMIT               PIC 9(03) VALUE 200.
       01 WS-SUMM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-SUMM-FOUND           VALUE 'Y'.
       01 WS-SUMM-TABLE.
           05 WS-SUMM-ENTRY OCCURS 200 TIMES.
               10 WS-SUMM-PROGRAM     PIC X(08).
               10 WS-SUMM-TYPE        PIC X(02).
               10 WS-SUMM-OFFSET      PIC X(10).
               10 WS-SUMM-SUSPENSE-FLAG PIC X(01).
               10 WS-SUMM-COUNT       PIC 9(09).
               10 WS-SUMM-AMOUNT      PIC S9(11)V99.
       01 WS-ENTRY-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-SUSPENSE-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-LINE-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-DEBIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-LIAB-DEBIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-LIAB-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
       01 WS-TIE-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
       01 WS-DEBIT-ACCOUNT            PIC X(10) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT           PIC X(10) VALUE SPACES.
       01 WS-COUNT-DISP               PIC 9(09).
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       01 WS-AMOUNT2-DISP             PIC -9(11).9(02).
       01 WS-ABORT-MESSAGE            PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      * Nightly general-ledger journal interface. Every posted audit   *
      * entry (status 00, and 05 for reversals) in the TRANSNAP        *
      * movement window - after the newest prior snapshot, up to and   *
      * including today - is summarized by calling program and         *
      * transaction type into a balanced double-entry journal on       *
      * TRANGLJ. One side of every entry is the customer-deposit       *
      * liability account (TRANPARM GL-LIABILITY); the other is the    *
      * offset account mapped in TRANPARM, first by program and type   *
      * (GL-TRANCYCL-CR, say, for interest paid), then by type alone   *
      * (GL-TYPE-CR). Anything mapped by neither lands on the          *
      * GL-SUSPENSE account and the run ends with return code 4 so     *
      * finance can clear it. DB, RC and XD entries debit the          *
      * liability; CR, RD and XC credit it. The journal has a header   *
      * and a trailer like the TRANXBCH extract controls.              *
      *                                                                *
      * The run is refused (return code 8) until TRANRECN has passed   *
      * today's reconciliation and TRANSNAP has passed today's         *
      * balance proof, and the journal is only written once the net    *
      * movement on the liability account ties to the movement         *
      * TRANSNAP proved - so nothing reaches the GL that the master    *
      * does not agree with. It must run before TRANPURG clears the    *
      * live TRANAUD.                                                  *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           PERFORM 1000-VERIFY-RECON-PASSED
           IF NOT WS-RECON-OK
               DISPLAY 'TRANGLJN: RECONCILIATION HAS NOT PASSED'
                   ' TODAY, NO JOURNAL PRODUCED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1050-VERIFY-PROOF-PASSED
           IF NOT WS-PROOF-OK
               DISPLAY 'TRANGLJN: BALANCE PROOF HAS NOT PASSED'
                   ' TODAY, NO JOURNAL PRODUCED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1100-FIND-BASELINE-SNAPSHOT
           IF NOT WS-BASELINE-FOUND
               DISPLAY 'TRANGLJN: NO PRIOR TRANSNAP SNAPSHOT ON THE'
                   ' CATALOG, JOURNAL CANNOT BE TIED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1500-LOAD-GL-MAP
           IF WS-LIABILITY-ACCOUNT = SPACES OR
                   WS-SUSPENSE-ACCOUNT = SPACES
               DISPLAY 'TRANGLJN: TRANPARM GL-LIABILITY AND'
                   ' GL-SUSPENSE ARE REQUIRED, NO JOURNAL PRODUCED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 2000-SUMMARIZE-AUDIT

           OPEN OUTPUT JOURNAL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'CANNOT OPEN TRANGLRP' TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
           PERFORM 3000-WRITE-REPORT-HEADING

           COMPUTE WS-JOURNAL-MOVEMENT =
               WS-LIAB-CREDIT-TOTAL - WS-LIAB-DEBIT-TOTAL
           IF WS-JOURNAL-MOVEMENT NOT = WS-PROVED-MOVEMENT
               PERFORM 3900-REPORT-TIE-FAILURE
               CLOSE JOURNAL-REPORT-FILE
               DISPLAY 'TRANGLJN: JOURNAL DOES NOT TIE TO THE'
                   ' TRANSNAP MOVEMENT, NO JOURNAL PRODUCED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 4000-WRITE-JOURNAL
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE JOURNAL-REPORT-FILE

           IF WS-SUSPENSE-COUNT > ZERO
               DISPLAY 'TRANGLJN: ' WS-SUSPENSE-COUNT
                   ' ENTRIES POSTED TO GL SUSPENSE ' WS-SUSPENSE-ACCOUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'TRANGLJN: ' WS-ENTRY-COUNT ' AUDIT ENTRIES, '
               WS-LINE-COUNT ' JOURNAL LINES WRITTEN TO TRANGLJ'
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
           MOVE 'TRANGLJN' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANGLJN: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1000-VERIFY-RECON-PASSED.
           OPEN INPUT RECON-FLAG-FILE
           PERFORM UNTIL WS-FLAG-EOF
               READ RECON-FLAG-FILE
                   AT END SET WS-FLAG-EOF TO TRUE
                   NOT AT END
                       IF RECON-FLAG-DATE = WS-PROCESS-DATE AND
                               RECON-FLAG-PASSED
                           SET WS-RECON-OK TO TRUE
                       ELSE
                           MOVE 'N' TO WS-RECON-OK-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECON-FLAG-FILE
          .

      *    The proof flag also carries the net movement TRANSNAP
      *    proved over the master - the figure the journal must tie to.
       1050-VERIFY-PROOF-PASSED.
           OPEN INPUT PROOF-FLAG-FILE
           PERFORM UNTIL WS-PROOF-EOF
               READ PROOF-FLAG-FILE
                   AT END SET WS-PROOF-EOF TO TRUE
                   NOT AT END
                       IF PROOF-FLAG-DATE = WS-PROCESS-DATE AND
                               PROOF-FLAG-PASSED
                           SET WS-PROOF-OK TO TRUE
                           MOVE PROOF-FLAG-MOVEMENT
                               TO WS-PROVED-MOVEMENT
                       ELSE
                           MOVE 'N' TO WS-PROOF-OK-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROOF-FLAG-FILE
          .

      *    Same baseline TRANSNAP chose tonight: the newest snapshot
      *    generation cut before today. Today's own snapshot is the
      *    one TRANSNAP has just written and is not the baseline.
       1100-FIND-BASELINE-SNAPSHOT.
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-CAT-EOF
               READ CATALOG-FILE
                   AT END SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF GENC-BASE-NAME = 'TRANSNAP' AND
                               GENC-STATUS-ACTIVE AND
                               GENC-CREATE-DATE < WS-PROCESS-DATE AND
                               GENC-CREATE-DATE > WS-BASELINE-DATE
                           MOVE GENC-CREATE-DATE TO WS-BASELINE-DATE
                           SET WS-BASELINE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
          .

      *    GL-LIABILITY and GL-SUSPENSE name the two fixed accounts;
      *    every other GL- keyword is an offset mapping, kept whole so
      *    the lookup can match GL-<program>-<type> and GL-TYPE-<type>
      *    by keyword. The GL account is the first ten characters of
      *    the value.
       1500-LOAD-GL-MAP.
           OPEN INPUT PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
                   NOT AT END PERFORM 1550-APPLY-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
          .

       1550-APPLY-PARM-RECORD.
           EVALUATE TRUE
               WHEN PARM-KEYWORD = 'GL-LIABILITY'
                   MOVE PARM-VALUE(1:10) TO WS-LIABILITY-ACCOUNT
               WHEN PARM-KEYWORD = 'GL-SUSPENSE'
                   MOVE PARM-VALUE(1:10) TO WS-SUSPENSE-ACCOUNT
               WHEN PARM-KEYWORD(1:3) = 'GL-'
                   IF WS-GLMAP-USED < WS-GLMAP-LIMIT
                       ADD 1 TO WS-GLMAP-USED
                       MOVE PARM-KEYWORD
                           TO WS-GLMAP-KEYWORD(WS-GLMAP-USED)
                       MOVE PARM-VALUE(1:10)
                           TO WS-GLMAP-ACCOUNT(WS-GLMAP-USED)
                   ELSE
                       DISPLAY 'TRANGLJN: MORE THAN ' WS-GLMAP-LIMIT
                           ' GL MAPPINGS, ' PARM-KEYWORD ' IGNORED'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
          .

       2000-SUMMARIZE-AUDIT.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ AUDIT-FILE
                   AT END SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       IF (AUDIT-STATUS-CODE = ZERO OR
                               AUDIT-STATUS-CODE = 05) AND
                               AUDIT-TIMESTAMP(1:8) >
                                   WS-BASELINE-DATE AND
                               AUDIT-TIMESTAMP(1:8) NOT >
                                   WS-PROCESS-DATE
                           PERFORM 2100-SUMMARIZE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
          .

       2100-SUMMARIZE-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           PERFORM 2900-FIND-SUMMARY-ENTRY
           ADD 1 TO WS-SUMM-COUNT(WS-SUMM-IDX)
           ADD AUDIT-AMOUNT TO WS-SUMM-AMOUNT(WS-SUMM-IDX)
           IF WS-SUMM-SUSPENSE-FLAG(WS-SUMM-IDX) = 'Y'
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF

           IF AUDIT-TYPE = 'DB' OR AUDIT-TYPE = 'RC' OR
                   AUDIT-TYPE = 'XD'
               ADD AUDIT-AMOUNT TO WS-LIAB-DEBIT-TOTAL
           ELSE
               ADD AUDIT-AMOUNT TO WS-LIAB-CREDIT-TOTAL
           END-IF
          .

      *    A new program/type pair has its offset account resolved
      *    once, when its summary entry is added.
       2900-FIND-SUMMARY-ENTRY.
           MOVE 'N' TO WS-SUMM-FOUND-SWITCH
           PERFORM VARYING WS-SUMM-IDX FROM 1 BY 1
                   UNTIL WS-SUMM-IDX > WS-SUMM-USED
                       OR WS-SUMM-FOUND
               IF WS-SUMM-PROGRAM(WS-SUMM-IDX) =
                       AUDIT-CALLING-PROGRAM AND
                       WS-SUMM-TYPE(WS-SUMM-IDX) = AUDIT-TYPE
                   SET WS-SUMM-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUMM-IDX
               END-IF
           END-PERFORM

           IF NOT WS-SUMM-FOUND
               IF WS-SUMM-USED < WS-SUMM-LIMIT
                   ADD 1 TO WS-SUMM-USED
                   MOVE WS-SUMM-USED TO WS-SUMM-IDX
                   MOVE AUDIT-CALLING-PROGRAM
                       TO WS-SUMM-PROGRAM(WS-SUMM-IDX)
                   MOVE AUDIT-TYPE TO WS-SUMM-TYPE(WS-SUMM-IDX)
                   MOVE ZERO TO WS-SUMM-COUNT(WS-SUMM-IDX)
                   MOVE ZERO TO WS-SUMM-AMOUNT(WS-SUMM-IDX)
                   PERFORM 2950-RESOLVE-OFFSET-ACCOUNT
               ELSE
                   DISPLAY 'TRANGLJN: MORE THAN ' WS-SUMM-LIMIT
                       ' PROGRAM/TYPE PAIRS, TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9950-END-RUN-CONTROL
                   STOP RUN
               END-IF
           END-IF
          .

       2950-RESOLVE-OFFSET-ACCOUNT.
           MOVE 'N' TO WS-SUMM-SUSPENSE-FLAG(WS-SUMM-IDX)
           MOVE SPACES TO WS-GLMAP-KEY
           STRING 'GL-' DELIMITED BY SIZE
               AUDIT-CALLING-PROGRAM DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               AUDIT-TYPE DELIMITED BY SIZE
               INTO WS-GLMAP-KEY
           PERFORM 2960-FIND-GL-MAPPING

           IF NOT WS-GLMAP-FOUND
               MOVE SPACES TO WS-GLMAP-KEY
               STRING 'GL-TYPE-' DELIMITED BY SIZE
                   AUDIT-TYPE DELIMITED BY SIZE
                   INTO WS-GLMAP-KEY
               PERFORM 2960-FIND-GL-MAPPING
           END-IF

           IF WS-GLMAP-FOUND
               MOVE WS-GLMAP-ACCOUNT(WS-GLMAP-IDX)
                   TO WS-SUMM-OFFSET(WS-SUMM-IDX)
           ELSE
               MOVE WS-SUSPENSE-ACCOUNT TO WS-SUMM-OFFSET(WS-SUMM-IDX)
               MOVE 'Y' TO WS-SUMM-SUSPENSE-FLAG(WS-SUMM-IDX)
           END-IF
          .

       2960-FIND-GL-MAPPING.
           MOVE 'N' TO WS-GLMAP-FOUND-SWITCH
           PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
                   UNTIL WS-GLMAP-IDX > WS-GLMAP-USED
                       OR WS-GLMAP-FOUND
               IF WS-GLMAP-KEYWORD(WS-GLMAP-IDX) = WS-GLMAP-KEY
                   SET WS-GLMAP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-GLMAP-IDX
               END-IF
           END-PERFORM
          .

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANGLJN GENERAL-LEDGER JOURNAL FOR '
               DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSTINGS AFTER TRANSNAP BASELINE OF '
               DELIMITED BY SIZE
               WS-BASELINE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       3900-REPORT-TIE-FAILURE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-JOURNAL-MOVEMENT - WS-PROVED-MOVEMENT
           MOVE WS-JOURNAL-MOVEMENT TO WS-AMOUNT-DISP
           MOVE WS-PROVED-MOVEMENT TO WS-AMOUNT2-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'OUT OF TIE  JOURNAL ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               ' TRANSNAP ' DELIMITED BY SIZE
               WS-AMOUNT2-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TIE-DIFFERENCE TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING '            DIFFERENCE ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'RESULT: NO JOURNAL PRODUCED' TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       4000-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE 'CANNOT OPEN TRANGLJ FOR OUTPUT'
                   TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF

           MOVE SPACES TO GLJ-HEADER-RECORD
           MOVE 'HDR' TO GLJH-RECORD-ID
           MOVE WS-PROCESS-DATE TO GLJH-BUSINESS-DATE
           MOVE WS-BASELINE-DATE TO GLJH-BASELINE-DATE
           WRITE GLJ-HEADER-RECORD
           PERFORM 4900-CHECK-JOURNAL-WRITE

           PERFORM 4100-WRITE-ONE-PAIR
               VARYING WS-SUMM-IDX FROM 1 BY 1
               UNTIL WS-SUMM-IDX > WS-SUMM-USED

           MOVE SPACES TO GLJ-TRAILER-RECORD
           MOVE 'TRL' TO GLJT-RECORD-ID
           MOVE WS-LINE-COUNT TO GLJT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL
           WRITE GLJ-TRAILER-RECORD
           PERFORM 4900-CHECK-JOURNAL-WRITE

           CLOSE JOURNAL-FILE
          .

      *    Money leaving a customer balance (DB, RC, XD) debits the
      *    liability and credits the offset; money arriving (CR, RD,
      *    XC) is the mirror image. Each pair is also listed on the
      *    report with both accounts.
       4100-WRITE-ONE-PAIR.
           IF WS-SUMM-TYPE(WS-SUMM-IDX) = 'DB' OR
                   WS-SUMM-TYPE(WS-SUMM-IDX) = 'RC' OR
                   WS-SUMM-TYPE(WS-SUMM-IDX) = 'XD'
               MOVE WS-LIABILITY-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-SUMM-OFFSET(WS-SUMM-IDX) TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE WS-SUMM-OFFSET(WS-SUMM-IDX) TO WS-DEBIT-ACCOUNT
               MOVE WS-LIABILITY-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF

           MOVE SPACES TO GLJ-DETAIL-RECORD
           MOVE 'DTL' TO GLJD-RECORD-ID
           MOVE WS-PROCESS-DATE TO GLJD-BUSINESS-DATE
           MOVE WS-SUMM-AMOUNT(WS-SUMM-IDX) TO GLJD-AMOUNT
           MOVE WS-SUMM-COUNT(WS-SUMM-IDX) TO GLJD-ENTRY-COUNT
           MOVE WS-SUMM-PROGRAM(WS-SUMM-IDX) TO GLJD-CALLING-PROGRAM
           MOVE WS-SUMM-TYPE(WS-SUMM-IDX) TO GLJD-TRANX-TYPE

           MOVE WS-DEBIT-ACCOUNT TO GLJD-GL-ACCOUNT
           SET GLJD-DEBIT TO TRUE
           WRITE GLJ-DETAIL-RECORD
           PERFORM 4900-CHECK-JOURNAL-WRITE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-SUMM-AMOUNT(WS-SUMM-IDX) TO WS-DEBIT-TOTAL

           MOVE WS-CREDIT-ACCOUNT TO GLJD-GL-ACCOUNT
           SET GLJD-CREDIT TO TRUE
           WRITE GLJ-DETAIL-RECORD
           PERFORM 4900-CHECK-JOURNAL-WRITE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-SUMM-AMOUNT(WS-SUMM-IDX) TO WS-CREDIT-TOTAL

           MOVE WS-SUMM-COUNT(WS-SUMM-IDX) TO WS-COUNT-DISP
           MOVE WS-SUMM-AMOUNT(WS-SUMM-IDX) TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-SUMM-PROGRAM(WS-SUMM-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SUMM-TYPE(WS-SUMM-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               ' DR ' DELIMITED BY SIZE
               WS-DEBIT-ACCOUNT DELIMITED BY SIZE
               ' CR ' DELIMITED BY SIZE
               WS-CREDIT-ACCOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-SUMM-SUSPENSE-FLAG(WS-SUMM-IDX) = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '    NO GL MAPPING FOR ' DELIMITED BY SIZE
                   WS-SUMM-PROGRAM(WS-SUMM-IDX) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-SUMM-TYPE(WS-SUMM-IDX) DELIMITED BY SIZE
                   ', OFFSET POSTED TO SUSPENSE' DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
          .

       4900-CHECK-JOURNAL-WRITE.
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR ON TRANGLJ' TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
          .

       5000-WRITE-REPORT-TOTALS.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISP
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT2-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL LINES ' DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               ' DR ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               ' CR ' DELIMITED BY SIZE
               WS-AMOUNT2-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-JOURNAL-MOVEMENT TO WS-AMOUNT-DISP
           MOVE WS-PROVED-MOVEMENT TO WS-AMOUNT2-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'LIABILITY MOVEMENT ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               ' TRANSNAP ' DELIMITED BY SIZE
               WS-AMOUNT2-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-SUSPENSE-COUNT > ZERO
               MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISP
               STRING 'RESULT: BALANCED AND TIED, ' DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   ' ENTRIES IN SUSPENSE' DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING 'RESULT: BALANCED AND TIED' DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR ON TRANGLRP' TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
          .

      *    A journal left without its trailer is refused by the GL
      *    load, so an abort part-way never posts a half journal.
       9900-ABORT-RUN.
           DISPLAY 'TRANGLJN: RUN REFUSED - ' WS-ABORT-MESSAGE
           MOVE 16 TO RETURN-CODE
           PERFORM 9950-END-RUN-CONTROL
           STOP RUN
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-ENTRY-COUNT TO RCTL-RECORDS-IN
           MOVE WS-LINE-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANGLJN: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANGLJN.
