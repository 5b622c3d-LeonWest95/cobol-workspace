           RECORDING MODE IS F.
           COPY TRANXRCF.
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-IN-EOF               VALUE 'Y'.
       01 WS-IN-DB-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-IN-CR-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-IN-RV-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-IN-XF-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-IN-XF-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-COUNT                PIC 9(09) VALUE ZERO.
       01 WS-AUD-DB-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-CR-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-RV-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-XF-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-OK-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-AUD-OK-DB-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-OK-CR-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-OK-RV-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-OK-XD-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-AUD-OK-XD-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 WS-AUD-OK-XC-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-AUD-OK-XC-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-COUNT                PIC 9(09) VALUE ZERO.
       01 WS-EXP-DB-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-CR-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-RV-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-XD-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-EXP-XD-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-XC-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-DISCREPANCY-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-HEADER-BRANCH            PIC X(05) VALUE SPACES.
       01 WS-TALLY-BRANCH             PIC X(05) VALUE SPACES.
      *      and TRANRFIX also feed SUBMODULE) has exactly one TRANEXP *
      *      record, and their totals agree. Reversal amounts (types   *
      *      RD and RC) are proved as their own bucket on both legs.   *
      * Transfers are proved on their own as well. A TRANXIN XF record *
      * has one TRANBTCH audit entry on the first leg - its XD debit   *
      * leg, or its single XF entry if it did not post - while the XC  *
      * credit leg is its companion and is not counted again. Across   *
      * every caller the posted XD legs must equal the posted XC legs  *
      * in count and amount - a transfer nets to zero - and each leg   *
      * must match its TRANEXP records.                                *
      * Any mismatch is itemized on the discrepancy report and the     *
      * job ends with return code 8 so the scheduler holds the feed.   *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           PERFORM 1000-TALLY-INPUT
           PERFORM 2000-TALLY-AUDIT
           ELSE
               DISPLAY 'TRANRECN: RUN IS IN BALANCE'
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
           MOVE 'TRANRECN' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANRECN: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

      *    Details are bucketed per branch the same way TRANBTCH stamps
      *    them: the detail's own branch, or the header branch when the
      *    detail is blank - so the per-branch input leg lines up with
               READ TRANX-IN-FILE
                   AT END SET WS-IN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BHDR-IS-HEADER
                               MOVE BHDR-SOURCE-BRANCH
                                   TO WS-HEADER-BRANCH
                           WHEN NOT BTRL-IS-TRAILER
                               PERFORM 1100-TALLY-INPUT-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRANX-IN-FILE

       1100-TALLY-INPUT-DETAIL.
           ADD 1 TO WS-IN-COUNT
           EVALUATE TRANX-TYPE
               WHEN 'DB'
                   ADD TRANX-AMOUNT TO WS-IN-DB-TOTAL
               WHEN 'CR'
                   ADD TRANX-AMOUNT TO WS-IN-CR-TOTAL
               WHEN 'RD'
               WHEN 'RC'
                   ADD TRANX-AMOUNT TO WS-IN-RV-TOTAL
               WHEN 'XF'
                   ADD 1 TO WS-IN-XF-COUNT
                   ADD TRANX-AMOUNT TO WS-IN-XF-TOTAL
           END-EVALUATE

           IF TRANX-SOURCE-BRANCH = SPACES
               MOVE WS-HEADER-BRANCH TO WS-TALLY-BRANCH
           END-IF
           PERFORM 1900-FIND-BRANCH-ENTRY
           ADD 1 TO WS-BRANCH-IN-COUNT(WS-BRANCH-IDX)
           EVALUATE TRANX-TYPE
               WHEN 'DB'
                   ADD TRANX-AMOUNT TO WS-BRANCH-IN-DB(WS-BRANCH-IDX)
               WHEN 'CR'
                   ADD TRANX-AMOUNT TO WS-BRANCH-IN-CR(WS-BRANCH-IDX)
           END-EVALUATE
          .

      *    A twenty-first branch folds into the last slot; the grand
          .

       2100-TALLY-AUDIT-ENTRY.
           IF AUDIT-CALLING-PROGRAM = 'TRANBTCH' AND
                   AUDIT-TYPE NOT = 'XC'
               ADD 1 TO WS-AUD-COUNT
               EVALUATE AUDIT-TYPE
                   WHEN 'DB'
                   WHEN 'RD'
                   WHEN 'RC'
                       ADD AUDIT-AMOUNT TO WS-AUD-RV-TOTAL
                   WHEN 'XF'
                   WHEN 'XD'
                       ADD AUDIT-AMOUNT TO WS-AUD-XF-TOTAL
               END-EVALUATE
               MOVE AUDIT-SOURCE-BRANCH TO WS-TALLY-BRANCH
               PERFORM 1900-FIND-BRANCH-ENTRY
                   WHEN 'RD'
                   WHEN 'RC'
                       ADD AUDIT-AMOUNT TO WS-AUD-OK-RV-TOTAL
                   WHEN 'XD'
                       ADD 1 TO WS-AUD-OK-XD-COUNT
                       ADD AUDIT-AMOUNT TO WS-AUD-OK-XD-TOTAL
                   WHEN 'XC'
                       ADD 1 TO WS-AUD-OK-XC-COUNT
                       ADD AUDIT-AMOUNT TO WS-AUD-OK-XC-TOTAL
               END-EVALUATE
           END-IF
          .
                   NOT AT END
                       IF EXPORT-PROCESS-DATE = WS-PROCESS-DATE
                           ADD 1 TO WS-EXP-COUNT
                           EVALUATE EXPORT-TYPE
                               WHEN 'DB'
                                   ADD EXPORT-AMOUNT TO WS-EXP-DB-TOTAL
                               WHEN 'CR'
                                   ADD EXPORT-AMOUNT TO WS-EXP-CR-TOTAL
                               WHEN 'RD'
                               WHEN 'RC'
                                   ADD EXPORT-AMOUNT TO WS-EXP-RV-TOTAL
                               WHEN 'XD'
                                   ADD 1 TO WS-EXP-XD-COUNT
                                   ADD EXPORT-AMOUNT TO WS-EXP-XD-TOTAL
                               WHEN 'XC'
                                   ADD EXPORT-AMOUNT TO WS-EXP-XC-TOTAL
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 4200-WRITE-BRANCH-TOTALS
           PERFORM 5000-CHECK-INPUT-VS-AUDIT
           PERFORM 5100-CHECK-AUDIT-VS-EXPORT
           PERFORM 5150-CHECK-TRANSFERS-NET-ZERO
           PERFORM 5200-CHECK-BRANCH-BALANCE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXP-DB-TOTAL TO WS-DB-DISP
           MOVE WS-EXP-CR-TOTAL TO WS-CR-DISP
           PERFORM 4110-WRITE-TOTALS-LINE

      *    Transfer lines carry the debit legs under DB and the credit
      *    legs under CR, so a transfer that nets to zero shows the
      *    same figure in both columns.
           MOVE 'XFER IN ' TO WS-TOTALS-FILE-NAME
           MOVE WS-IN-XF-COUNT TO WS-COUNT-DISP
           MOVE WS-IN-XF-TOTAL TO WS-DB-DISP
           MOVE WS-IN-XF-TOTAL TO WS-CR-DISP
           PERFORM 4110-WRITE-TOTALS-LINE

           MOVE 'XFER-00 ' TO WS-TOTALS-FILE-NAME
           MOVE WS-AUD-OK-XD-COUNT TO WS-COUNT-DISP
           MOVE WS-AUD-OK-XD-TOTAL TO WS-DB-DISP
           MOVE WS-AUD-OK-XC-TOTAL TO WS-CR-DISP
           PERFORM 4110-WRITE-TOTALS-LINE

           MOVE 'XFER EXP' TO WS-TOTALS-FILE-NAME
           MOVE WS-EXP-XD-COUNT TO WS-COUNT-DISP
           MOVE WS-EXP-XD-TOTAL TO WS-DB-DISP
           MOVE WS-EXP-XC-TOTAL TO WS-CR-DISP
           PERFORM 4110-WRITE-TOTALS-LINE
          .

       4110-WRITE-TOTALS-LINE.
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
           IF WS-IN-XF-TOTAL NOT = WS-AUD-XF-TOTAL
               MOVE 'TRANXIN XF TOTAL <> TRANBTCH AUDIT XF TOTAL'
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
          .

       5100-CHECK-AUDIT-VS-EXPORT.
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
           IF WS-AUD-OK-XD-TOTAL NOT = WS-EXP-XD-TOTAL
               MOVE 'POSTED AUDIT XD TOTAL <> TRANEXP XD TOTAL'
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
           IF WS-AUD-OK-XC-TOTAL NOT = WS-EXP-XC-TOTAL
               MOVE 'POSTED AUDIT XC TOTAL <> TRANEXP XC TOTAL'
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
          .

      *    Every posted debit leg must have its credit leg: a lone
      *    leg means money left one account and never reached the
      *    other, which is exactly what the transfer type exists to
      *    prevent.
       5150-CHECK-TRANSFERS-NET-ZERO.
           IF WS-AUD-OK-XD-COUNT NOT = WS-AUD-OK-XC-COUNT
               MOVE 'POSTED TRANSFER XD LEGS <> XC LEGS (COUNT)'
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
           IF WS-AUD-OK-XD-TOTAL NOT = WS-AUD-OK-XC-TOTAL
               MOVE 'POSTED TRANSFERS DO NOT NET TO ZERO'
                   TO WS-DISCREPANCY-TEXT
               PERFORM 5900-WRITE-DISCREPANCY
           END-IF
          .

      *    The grand-total legs above can mask two branches that are
       6000-WRITE-RECON-FLAG.
           OPEN OUTPUT RECON-FLAG-FILE
           MOVE WS-PROCESS-DATE TO RECON-FLAG-DATE
           MOVE ZERO TO RECON-FLAG-MOVEMENT
           IF WS-DISCREPANCY-COUNT > ZERO
               SET RECON-FLAG-FAILED TO TRUE
           ELSE
           CLOSE RECON-FLAG-FILE
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-IN-COUNT TO RCTL-RECORDS-IN
           MOVE WS-EXP-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANRECN: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANRECN.
