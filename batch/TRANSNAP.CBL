       FD  PARM-FILE.
           COPY TRANXPRM.
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-GEN-SNAP-STATUS          PIC X(02) VALUE '00'.
       01 WS-EXPECTED-DISP            PIC -9(11).9(02).
       01 WS-ACTUAL-DISP              PIC -9(11).9(02).
       01 WS-DIFFERENCE-DISP          PIC -9(11).9(02).
       01 WS-XFER-DEBIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-XFER-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-MOVEMENT             PIC S9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * End-of-day movement proof over the account master. TRANRECN    *
      * and the TRANSNPF flag is written the way TRANRECN writes       *
      * TRANRCNF - TRANPURG refuses to archive until the proof has     *
      * passed, so the evidence is never archived out from under an    *
      * investigation. Transfers are proved across the whole master as *
      * well: the XD debit legs and XC credit legs posted in the       *
      * window must total the same, so a transfer moved money between  *
      * accounts and created or lost none. The net posted movement     *
      * over the whole master is printed and carried on the TRANSNPF   *
      * flag, so TRANGLJN can tie the day's GL journal to it.          *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           PERFORM 1000-SCAN-SNAPSHOT-CATALOG
           IF WS-SNAPPED-TODAY
               DISPLAY 'TRANSNAP: SNAPSHOT FOR ' WS-PROCESS-DATE
                   ' ALREADY CUT, NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

               DISPLAY 'TRANSNAP: ' WS-ACCOUNT-COUNT
                   ' ACCOUNTS SNAPPED, MASTER IS IN PROOF'
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
           MOVE 'TRANSNAP' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANSNAP: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

      *    The newest prior TRANSNAP generation is the baseline; the
      *    movement window is everything posted after its cut date.
      *    TRANPURG is held by the TRANSNPF flag, so audit entries
               DISPLAY 'TRANSNAP: CANNOT OPEN ' WS-GEN-SNAP-NAME
                   ', STATUS ' WS-GEN-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SNAP-EOF
                   DISPLAY 'TRANSNAP: MORE THAN ' WS-ACCT-LIMIT
                       ' ACCOUNTS, TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9950-END-RUN-CONTROL
                   STOP RUN
               END-IF
           END-IF
       3100-APPLY-ONE-MOVEMENT.
           MOVE AUDIT-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT-ENTRY
           IF AUDIT-TYPE = 'DB' OR AUDIT-TYPE = 'RC' OR
                   AUDIT-TYPE = 'XD'
               SUBTRACT AUDIT-AMOUNT
                   FROM WS-ACCT-MOVEMENT(WS-ACCT-IDX)
               SUBTRACT AUDIT-AMOUNT FROM WS-NET-MOVEMENT
           ELSE
               ADD AUDIT-AMOUNT TO WS-ACCT-MOVEMENT(WS-ACCT-IDX)
               ADD AUDIT-AMOUNT TO WS-NET-MOVEMENT
           END-IF

           IF AUDIT-TYPE = 'XD'
               ADD AUDIT-AMOUNT TO WS-XFER-DEBIT-TOTAL
           END-IF
           IF AUDIT-TYPE = 'XC'
               ADD AUDIT-AMOUNT TO WS-XFER-CREDIT-TOTAL
           END-IF
          .

               DISPLAY 'TRANSNAP: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT GEN-SNAP-FILE
               PERFORM 5100-REPORT-ONE-ENTRY
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-USED
               PERFORM 5200-PROVE-TRANSFERS
               MOVE WS-NET-MOVEMENT TO WS-DIFFERENCE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'NET POSTED MOVEMENT    ' DELIMITED BY SIZE
                   WS-DIFFERENCE-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           END-IF
          .

      *    A transfer out of proof counts against the run like an
      *    account out of proof, so TRANPURG holds the archive for it.
       5200-PROVE-TRANSFERS.
           MOVE WS-XFER-DEBIT-TOTAL TO WS-EXPECTED-DISP
           MOVE WS-XFER-CREDIT-TOTAL TO WS-ACTUAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFERS   DEBIT LEGS ' DELIMITED BY SIZE
               WS-EXPECTED-DISP DELIMITED BY SIZE
               ' CREDIT LEGS ' DELIMITED BY SIZE
               WS-ACTUAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-XFER-DEBIT-TOTAL NOT = WS-XFER-CREDIT-TOTAL
               ADD 1 TO WS-OUT-OF-PROOF-COUNT
               COMPUTE WS-PROOF-DIFFERENCE =
                   WS-XFER-DEBIT-TOTAL - WS-XFER-CREDIT-TOTAL
               MOVE WS-PROOF-DIFFERENCE TO WS-DIFFERENCE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'OUT OF PROOF TRANSFERS DO NOT NET TO ZERO,'
                   DELIMITED BY SIZE
                   ' DIFFERENCE ' DELIMITED BY SIZE
                   WS-DIFFERENCE-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
          .

       6000-WRITE-PROOF-FLAG.
           OPEN OUTPUT PROOF-FLAG-FILE
           MOVE WS-PROCESS-DATE TO PROOF-FLAG-DATE
           MOVE WS-NET-MOVEMENT TO PROOF-FLAG-MOVEMENT
           IF WS-OUT-OF-PROOF-COUNT > ZERO
               SET PROOF-FLAG-FAILED TO TRUE
           ELSE
           CLOSE PROOF-FLAG-FILE
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-ACCOUNT-COUNT TO RCTL-RECORDS-IN
           MOVE WS-ACCOUNT-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANSNAP: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANSNAP.
