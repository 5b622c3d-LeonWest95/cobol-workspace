           COPY TRANXREC REPLACING LEADING ==TRANX==
               BY ==SRT-TRANX==.
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
           COPY TRANXSTS.
           COPY TRANXTBL.
       01 WS-CALLING-PROGRAM-ID       PIC X(08) VALUE 'TRANBTCH'.
       01 WS-ABORT-MESSAGE            PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESSING-DATE
           PERFORM 0100-START-RUN-CONTROL

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BATCHES UNTIL WS-EOF
           PERFORM 9000-TERMINATE
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
           MOVE 'TRANBTCH' TO RCTL-STEP
           MOVE WS-PROCESSING-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANBTCH: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1000-INITIALIZE.
           PERFORM 1010-LOAD-RUN-PARMS
           PERFORM 1100-DETERMINE-RESTART-POINT
                   TRANX-TBL-EFF-DATE(TRANX-TABLE-COUNT)
               MOVE TRANX-SOURCE-BRANCH TO
                   TRANX-TBL-SOURCE-BRANCH(TRANX-TABLE-COUNT)
               MOVE TRANX-COUNTER-ACCOUNT TO
                   TRANX-TBL-COUNTER-ACCOUNT(TRANX-TABLE-COUNT)
               PERFORM 2100-READ-NEXT-RECORD
           END-PERFORM

               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE WS-ABORT-RETURN-CODE TO RETURN-CODE
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
           MOVE WS-RECORDS-PROCESSED TO RCTL-RECORDS-IN
           MOVE WS-SUCCESS-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANBTCH: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANBTCH.
