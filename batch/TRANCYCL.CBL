           COPY TRANXRCF REPLACING LEADING ==RECON==
               BY ==CYCLE==.
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
           COPY TRANXREC.
           COPY TRANXSTS.
           COPY TRANXTBL.
       01 WS-ACCOUNT-READ-COUNT       PIC 9(09) VALUE ZERO.
       01 WS-ACCOUNT-CYCLED-COUNT     PIC 9(09) VALUE ZERO.
       01 WS-SKIPPED-STATUS-COUNT     PIC 9(09) VALUE ZERO.
       01 WS-DORMANT-FEE-SKIP-COUNT   PIC 9(09) VALUE ZERO.
       01 WS-INTEREST-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-INTEREST-PAID            PIC S9(11)V99 VALUE ZERO.
       01 WS-FEE-COUNT                PIC 9(09) VALUE ZERO.
      * are skipped rather than fed in to be rejected. A fee that      *
      * would breach the overdraft floor IS fed in and rejected onto   *
      * the repair queue - supervision decides those by hand, which    *
      * is the point of the floor. Dormant accounts still earn         *
      * interest (SUBMODULE takes credits to them) but are never       *
      * charged the fee; each fee skipped is counted on TRANCYRP.      *
      * A second run in one day is refused outright on the TRANCYCF    *
      * cycled-date flag, the way TRANSNAP refuses a second snapshot:  *
      * the first run moved the balances, so a rerun would compute     *
      * DIFFERENT interest amounts that the TRANSEEN duplicate screen  *
      * cannot catch and every account would be paid twice.            *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           PERFORM 0500-CHECK-ALREADY-CYCLED
           IF WS-CYCLED-TODAY
               DISPLAY 'TRANCYCL: CYCLE FOR ' WS-PROCESS-DATE
                   ' ALREADY POSTED, NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               DISPLAY 'TRANCYCL: NO INTEREST-RATE OR SERVICE-FEE ON'
                   ' TRANPARM, NOTHING TO CYCLE'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               DISPLAY 'TRANCYCL: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT CYCLE-WORK-FILE
               DISPLAY 'TRANCYCL: CANNOT OPEN TRANCYCW, STATUS '
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           MOVE 'TRANCYCL' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANCYCL: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       0500-CHECK-ALREADY-CYCLED.
           OPEN INPUT CYCLE-FLAG-FILE
           PERFORM UNTIL WS-FLAG-EOF

           IF WS-SERVICE-FEE > ZERO AND
                   MASTER-BALANCE < WS-FEE-WAIVE-BAL
               IF MASTER-STATUS-DORMANT
                   ADD 1 TO WS-DORMANT-FEE-SKIP-COUNT
               ELSE
                   MOVE 'DB' TO WS-ENTRY-TYPE
                   MOVE WS-SERVICE-FEE TO WS-ENTRY-AMOUNT
                   PERFORM 2500-QUEUE-ONE-ENTRY
               END-IF
           END-IF
          .

               DISPLAY 'TRANCYCL: WRITE ERROR ON TRANCYCW, STATUS '
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .
                   MOVE CYCW-AMOUNT         TO TRANX-AMOUNT
                   MOVE WS-PROCESS-DATE     TO TRANX-EFF-DATE
                   MOVE SPACES              TO TRANX-SOURCE-BRANCH
                   MOVE SPACES              TO TRANX-COUNTER-ACCOUNT
                   MOVE CYCW-TYPE           TO WS-ENTRY-TYPE
                   MOVE CYCW-AMOUNT         TO WS-ENTRY-AMOUNT
                   CALL 'SUBMODULE' USING TRANX-RECORD,
                       TO TRANX-TBL-EFF-DATE(TRANX-TABLE-COUNT)
                   MOVE SPACES
                       TO TRANX-TBL-SOURCE-BRANCH(TRANX-TABLE-COUNT)
                   MOVE SPACES
                       TO TRANX-TBL-COUNTER-ACCOUNT(TRANX-TABLE-COUNT)
                   IF TRANX-TABLE-COUNT = WS-BATCH-SIZE
                       PERFORM 3000-POST-QUEUED-BATCH
                   END-IF
           IF TRANX-STATUS-FAILURE
               DISPLAY 'TRANCYCL: SUBMODULE-TABLE CALL FAILED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           OPEN OUTPUT CYCLE-FLAG-FILE
           MOVE WS-PROCESS-DATE TO CYCLE-FLAG-DATE
           SET CYCLE-FLAG-PASSED TO TRUE
           MOVE ZERO TO CYCLE-FLAG-MOVEMENT
           WRITE CYCLE-FLAG-RECORD
           CLOSE CYCLE-FLAG-FILE
          .
               DISPLAY 'TRANCYCL: CANNOT OPEN TRANCYRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           MOVE 'FEE POSTINGS      : ' TO WS-DETAIL-LABEL
           MOVE WS-FEE-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'DORMANT FEE SKIP  : ' TO WS-DETAIL-LABEL
           MOVE WS-DORMANT-FEE-SKIP-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE

           MOVE WS-FEE-CHARGED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
               DISPLAY 'TRANCYCL: WRITE ERROR ON TRANCYRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .
           PERFORM 9100-WRITE-REPORT-LINE
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-ACCOUNT-READ-COUNT TO RCTL-RECORDS-IN
           MOVE WS-ACCOUNT-CYCLED-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANCYCL: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANCYCL.
