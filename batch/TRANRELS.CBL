       FD  CONTROL-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
           COPY TRANXREC.
           COPY TRANXSTS.
       01 WS-CALLING-PROGRAM-ID       PIC X(08) VALUE 'TRANRELS'.
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           OPEN I-O PENDING-FILE
           PERFORM 2000-PROCESS-NEXT-PENDING UNTIL WS-EOF
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
           MOVE 'TRANRELS' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANRELS: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       2000-PROCESS-NEXT-PENDING.
           READ PENDING-FILE
               AT END SET WS-EOF TO TRUE
           MOVE PEND-AMOUNT         TO TRANX-AMOUNT
           MOVE PEND-EFF-DATE       TO TRANX-EFF-DATE
           MOVE PEND-SOURCE-BRANCH  TO TRANX-SOURCE-BRANCH
           MOVE PEND-COUNTER-ACCOUNT TO TRANX-COUNTER-ACCOUNT

           CALL 'SUBMODULE' USING TRANX-RECORD, TRANX-STATUS-CODE,
               WS-CALLING-PROGRAM-ID, WS-OPERATOR-ID
               DISPLAY 'TRANRELS: CANNOT OPEN TRANRLRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               DISPLAY 'TRANRELS: WRITE ERROR ON TRANRLRP, STATUS '
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
           MOVE WS-HELD-SEEN-COUNT TO RCTL-RECORDS-IN
           MOVE WS-POSTED-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANRELS: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANRELS.
