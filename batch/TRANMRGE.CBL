       FD  CONTROL-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-EXTRACT-NAME             PIC X(30) VALUE SPACES.
       01 WS-EXTRACT-STATUS           PIC X(02) VALUE '00'.
       01 WS-TRANXOUT-STATUS          PIC X(02) VALUE '00'.
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESSING-DATE
           PERFORM 0100-START-RUN-CONTROL

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'

           DISPLAY 'TRANMRGE: ' WS-EXTRACTS-MERGED ' EXTRACTS, '
               WS-TOTAL-COUNT ' DETAILS MERGED TO TRANXIN'
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
           MOVE 'TRANMRGE' TO RCTL-STEP
           MOVE WS-PROCESSING-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANMRGE: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1000-WRITE-COMBINED-HEADER.
           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE 'HDR' TO BHDR-RECORD-ID
       9900-ABORT-RUN.
           DISPLAY 'TRANMRGE: RUN REFUSED - ' WS-ABORT-MESSAGE
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
           MOVE WS-TOTAL-COUNT TO RCTL-RECORDS-IN
           MOVE WS-TOTAL-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANMRGE: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANMRGE.
