       FD  PARM-FILE.
           COPY TRANXPRM.
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-GEN-AUDIT-NAME           PIC X(30) VALUE SPACES.
       01 WS-GEN-REJECT-NAME          PIC X(30) VALUE SPACES.
       01 WS-RETAIN-EXPORT-DAYS       PIC 9(05) VALUE 90.
       01 WS-COPY-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-KEPT-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-CUT-TOTAL                PIC 9(09) VALUE ZERO.
       01 WS-READ-TOTAL               PIC 9(09) VALUE ZERO.
       01 WS-GEN-AGE-DAYS             PIC S9(07) VALUE ZERO.
       01 WS-PURGED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           PERFORM 1000-VERIFY-RECON-PASSED
           IF NOT WS-RECON-OK
               DISPLAY 'TRANPURG: RECONCILIATION HAS NOT PASSED'
                   ' TODAY, NOTHING ARCHIVED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               DISPLAY 'TRANPURG: BALANCE PROOF HAS NOT PASSED'
                   ' TODAY, NOTHING ARCHIVED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               DISPLAY 'TRANPURG: GENERATIONS FOR ' WS-PROCESS-DATE
                   ' ALREADY CUT, NOTHING ARCHIVED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF


           DISPLAY 'TRANPURG: ARCHIVE AND PURGE COMPLETE, '
               WS-PURGED-COUNT ' GENERATIONS PURGED'
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
           MOVE 'TRANPURG' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANPURG: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1000-VERIFY-RECON-PASSED.
           OPEN INPUT RECON-FLAG-FILE
           PERFORM UNTIL WS-FLAG-EOF
           MOVE WS-RETAIN-AUDIT-DAYS TO GENC-RETAIN-DAYS
           PERFORM 2900-WRITE-CATALOG-ENTRY

           ADD WS-COPY-COUNT TO WS-CUT-TOTAL
           ADD WS-COPY-COUNT TO WS-READ-TOTAL
           DISPLAY 'TRANPURG: ' WS-COPY-COUNT ' RECORDS CUT TO '
               WS-GEN-AUDIT-NAME
          .
           MOVE WS-RETAIN-REJECT-DAYS TO GENC-RETAIN-DAYS
           PERFORM 2900-WRITE-CATALOG-ENTRY

           ADD WS-COPY-COUNT TO WS-CUT-TOTAL
           ADD WS-COPY-COUNT TO WS-READ-TOTAL
           ADD WS-KEPT-COUNT TO WS-READ-TOTAL
           DISPLAY 'TRANPURG: ' WS-COPY-COUNT ' RECORDS CUT TO '
               WS-GEN-REJECT-NAME
          .
           MOVE WS-RETAIN-EXPORT-DAYS TO GENC-RETAIN-DAYS
           PERFORM 2900-WRITE-CATALOG-ENTRY

           ADD WS-COPY-COUNT TO WS-CUT-TOTAL
           ADD WS-COPY-COUNT TO WS-READ-TOTAL
           DISPLAY 'TRANPURG: ' WS-COPY-COUNT ' RECORDS CUT TO '
               WS-GEN-EXPORT-NAME
          .
           END-IF
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-READ-TOTAL TO RCTL-RECORDS-IN
           MOVE WS-CUT-TOTAL TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANPURG: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANPURG.
