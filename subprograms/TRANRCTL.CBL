       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANRCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "TRANRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE.
           COPY TRANXRUN.
       WORKING-STORAGE SECTION.
           COPY TRANXSTP.
       01 WS-RUN-FILE-STATUS          PIC X(02) VALUE '00'.
       01 WS-RUN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-RUN-FOUND            VALUE 'Y'.
       01 WS-STEP-IDX                 PIC 9(02) VALUE ZERO.
       01 WS-STEP-FOUND               PIC 9(02) VALUE ZERO.
       01 WS-PREDECESSOR              PIC X(08) VALUE SPACES.
       01 WS-PRED-IDX                 PIC 9(02) VALUE ZERO.
       01 WS-PRED-FOUND               PIC 9(02) VALUE ZERO.
       01 WS-MONTH-END-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-MONTH-END            VALUE 'Y'.
       01 WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-YEAR            PIC 9(04).
           05 WS-NEXT-MONTH           PIC 9(02).
           05 WS-NEXT-DAY             PIC 9(02).
       01 WS-CURRENT-DATE-TIME.
           05 WS-NOW-DATE             PIC 9(08).
           05 WS-NOW-TIME             PIC 9(06).
           05 FILLER                  PIC X(07).
       01 WS-STATUS-TEXT              PIC X(24) VALUE SPACES.
       01 WS-RC-DISP                  PIC Z(3)9.
       LINKAGE SECTION.
           COPY TRANXRCT.
       PROCEDURE DIVISION USING RCTL-REQUEST.
      ******************************************************************
      * Run control for the nightly job stream. Every step CALLs this  *
      * module as it starts and again as it ends, with its program     *
      * name and the business date. On start the step is checked       *
      * against the TRANXSTP step table and the TRANRUN file: its      *
      * predecessor must have completed cleanly (return code 4 or      *
      * less) for the same date, and the step itself must not have run *
      * for that date already - unless an operator has released it for *
      * rerun in TRANRUNS after a failure. A month-end-only            *
      * predecessor that is not due that date is passed over. A step   *
      * that may run is recorded as started, with the time and its     *
      * attempt count; a refused step is left exactly as it was. On    *
      * end the step's return code, record counts and end time are     *
      * recorded, and the step is marked completed or failed by its    *
      * return code. So an operator cannot run TRANSNAP before         *
      * TRANBTCH has finished, or run TRANRELS a second time and       *
      * release the warehouse twice. The file is opened and closed on  *
      * every call; nothing is held between the start and the end of   *
      * the step.                                                      *
      ******************************************************************
       0000-MAIN-PROCESS.
           MOVE ZERO TO RCTL-RESULT-CODE
           MOVE SPACES TO RCTL-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           PERFORM 1000-FIND-STEP
           IF WS-STEP-FOUND = ZERO
               MOVE 16 TO RCTL-RESULT-CODE
               STRING 'STEP ' DELIMITED BY SIZE
                   RCTL-STEP DELIMITED BY SIZE
                   ' IS NOT ON THE JOB-STREAM STEP TABLE'
                   DELIMITED BY SIZE
                   INTO RCTL-MESSAGE
           ELSE
               OPEN I-O RUN-FILE
               IF WS-RUN-FILE-STATUS NOT = '00' AND NOT = '05'
                   MOVE 16 TO RCTL-RESULT-CODE
                   STRING 'CANNOT OPEN TRANRUN, STATUS '
                       DELIMITED BY SIZE
                       WS-RUN-FILE-STATUS DELIMITED BY SIZE
                       INTO RCTL-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN RCTL-FUNCTION-START
                           PERFORM 2000-START-STEP
                       WHEN RCTL-FUNCTION-END
                           PERFORM 3000-END-STEP
                       WHEN OTHER
                           MOVE 16 TO RCTL-RESULT-CODE
                           MOVE 'UNKNOWN RUN-CONTROL FUNCTION'
                               TO RCTL-MESSAGE
                   END-EVALUATE
                   CLOSE RUN-FILE
               END-IF
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK
          .

       1000-FIND-STEP.
           MOVE ZERO TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > STEP-COUNT OR
                       WS-STEP-FOUND > ZERO
               IF STEP-NAME(WS-STEP-IDX) = RCTL-STEP
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND
               END-IF
           END-PERFORM
          .

      *    The predecessor is tested first: a step that is out of turn
      *    is refused whatever its own record says.
       2000-START-STEP.
           MOVE STEP-PREDECESSOR(WS-STEP-FOUND) TO WS-PREDECESSOR
           PERFORM 2050-PASS-OVER-NOT-DUE
           IF WS-PREDECESSOR NOT = SPACES
               PERFORM 2100-CHECK-PREDECESSOR
           END-IF

           IF RCTL-RESULT-OK
               MOVE RCTL-BUSINESS-DATE TO RUN-BUSINESS-DATE
               MOVE RCTL-STEP TO RUN-STEP
               PERFORM 9000-READ-RUN-RECORD
               IF WS-RUN-FOUND
                   PERFORM 2200-CHECK-OWN-RECORD
               ELSE
                   PERFORM 2300-WRITE-STARTED-RECORD
               END-IF
           END-IF
          .

      *    Off month end a month-end-only predecessor (TRANCYCL) has
      *    nothing to wait for, so the step waits on the one before it.
       2050-PASS-OVER-NOT-DUE.
           MOVE 'N' TO WS-MONTH-END-SWITCH
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RCTL-BUSINESS-DATE) + 1)
           IF WS-NEXT-DAY = 1
               SET WS-MONTH-END TO TRUE
           END-IF

           MOVE 1 TO WS-PRED-FOUND
           PERFORM UNTIL WS-PREDECESSOR = SPACES OR
                   WS-PRED-FOUND = ZERO
               MOVE ZERO TO WS-PRED-FOUND
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX > STEP-COUNT OR
                           WS-PRED-FOUND > ZERO
                   IF STEP-NAME(WS-PRED-IDX) = WS-PREDECESSOR
                       MOVE WS-PRED-IDX TO WS-PRED-FOUND
                   END-IF
               END-PERFORM
               IF WS-PRED-FOUND > ZERO
                   IF STEP-MONTH-END-ONLY(WS-PRED-FOUND) AND
                           NOT WS-MONTH-END
                       MOVE STEP-PREDECESSOR(WS-PRED-FOUND)
                           TO WS-PREDECESSOR
                   ELSE
                       MOVE ZERO TO WS-PRED-FOUND
                   END-IF
               END-IF
           END-PERFORM
          .

       2100-CHECK-PREDECESSOR.
           MOVE RCTL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE WS-PREDECESSOR TO RUN-STEP
           PERFORM 9000-READ-RUN-RECORD
           IF NOT WS-RUN-FOUND
               MOVE 8 TO RCTL-RESULT-CODE
               STRING WS-PREDECESSOR DELIMITED BY SPACE
                   ' HAS NOT RUN FOR ' DELIMITED BY SIZE
                   RCTL-BUSINESS-DATE DELIMITED BY SIZE
                   INTO RCTL-MESSAGE
           ELSE IF NOT RUN-STATUS-COMPLETED
               PERFORM 9100-SET-STATUS-TEXT
               MOVE 8 TO RCTL-RESULT-CODE
               STRING WS-PREDECESSOR DELIMITED BY SPACE
                   ' HAS NOT COMPLETED CLEANLY - ' DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO RCTL-MESSAGE
           END-IF
          .

      *    Only a step an operator has released may run again for the
      *    same date. A step still marked started either is running
      *    now or abended without recording its end; either way it
      *    must not be started over it without a decision.
       2200-CHECK-OWN-RECORD.
           IF RUN-STATUS-RERUN
               PERFORM 2400-REWRITE-STARTED-RECORD
           ELSE
               PERFORM 9100-SET-STATUS-TEXT
               MOVE 8 TO RCTL-RESULT-CODE
               IF RUN-STATUS-COMPLETED
                   STRING RCTL-STEP DELIMITED BY SPACE
                       ' ALREADY COMPLETED FOR ' DELIMITED BY SIZE
                       RCTL-BUSINESS-DATE DELIMITED BY SIZE
                       INTO RCTL-MESSAGE
               ELSE
                   STRING RCTL-STEP DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-STATUS-TEXT DELIMITED BY SIZE
                       ', RERUN NEEDS TRANRUNS' DELIMITED BY SIZE
                       INTO RCTL-MESSAGE
               END-IF
           END-IF
          .

       2300-WRITE-STARTED-RECORD.
           MOVE RCTL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE RCTL-STEP TO RUN-STEP
           MOVE STEP-SEQUENCE(WS-STEP-FOUND) TO RUN-STEP-SEQUENCE
           SET RUN-STATUS-STARTED TO TRUE
           MOVE WS-NOW-DATE TO RUN-START-DATE
           MOVE WS-NOW-TIME TO RUN-START-TIME
           MOVE ZERO TO RUN-END-DATE
           MOVE ZERO TO RUN-END-TIME
           MOVE ZERO TO RUN-RETURN-CODE
           MOVE ZERO TO RUN-RECORDS-IN
           MOVE ZERO TO RUN-RECORDS-OUT
           MOVE 1 TO RUN-ATTEMPTS
           MOVE SPACES TO RUN-OVERRIDE-OPERATOR
           MOVE ZERO TO RUN-OVERRIDE-DATE
           MOVE ZERO TO RUN-OVERRIDE-TIME
           MOVE SPACES TO RUN-OVERRIDE-NOTE
           WRITE RUN-RECORD
               INVALID KEY
                   MOVE 16 TO RCTL-RESULT-CODE
                   STRING 'CANNOT WRITE TRANRUN, STATUS '
                       DELIMITED BY SIZE
                       WS-RUN-FILE-STATUS DELIMITED BY SIZE
                       INTO RCTL-MESSAGE
           END-WRITE
          .

      *    The operator who released the step stays on the record
      *    through the rerun, so the summary shows who let it go again.
       2400-REWRITE-STARTED-RECORD.
           SET RUN-STATUS-STARTED TO TRUE
           MOVE WS-NOW-DATE TO RUN-START-DATE
           MOVE WS-NOW-TIME TO RUN-START-TIME
           MOVE ZERO TO RUN-END-DATE
           MOVE ZERO TO RUN-END-TIME
           MOVE ZERO TO RUN-RETURN-CODE
           MOVE ZERO TO RUN-RECORDS-IN
           MOVE ZERO TO RUN-RECORDS-OUT
           ADD 1 TO RUN-ATTEMPTS
           PERFORM 9200-REWRITE-RUN-RECORD
          .

      *    An end with no start on file (TRANRUN restored under a
      *    running step, say) is still recorded, so the night's
      *    history is complete.
       3000-END-STEP.
           MOVE RCTL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE RCTL-STEP TO RUN-STEP
           PERFORM 9000-READ-RUN-RECORD
           IF NOT WS-RUN-FOUND
               PERFORM 2300-WRITE-STARTED-RECORD
           END-IF

           IF RCTL-RESULT-OK
               MOVE WS-NOW-DATE TO RUN-END-DATE
               MOVE WS-NOW-TIME TO RUN-END-TIME
               MOVE RCTL-STEP-RETURN-CODE TO RUN-RETURN-CODE
               MOVE RCTL-RECORDS-IN TO RUN-RECORDS-IN
               MOVE RCTL-RECORDS-OUT TO RUN-RECORDS-OUT
               IF RCTL-STEP-RETURN-CODE > 4
                   SET RUN-STATUS-FAILED TO TRUE
               ELSE
                   SET RUN-STATUS-COMPLETED TO TRUE
               END-IF
               PERFORM 9200-REWRITE-RUN-RECORD
           END-IF
          .

       9000-READ-RUN-RECORD.
           MOVE 'N' TO WS-RUN-FOUND-SWITCH
           READ RUN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RUN-FOUND TO TRUE
           END-READ
          .

       9100-SET-STATUS-TEXT.
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE RUN-RETURN-CODE TO WS-RC-DISP
           EVALUATE TRUE
               WHEN RUN-STATUS-STARTED
                   MOVE 'STARTED, NO END RECORDED' TO WS-STATUS-TEXT
               WHEN RUN-STATUS-FAILED
                   STRING 'FAILED, RC' DELIMITED BY SIZE
                       WS-RC-DISP DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
               WHEN RUN-STATUS-RERUN
                   MOVE 'RELEASED FOR RERUN' TO WS-STATUS-TEXT
               WHEN RUN-STATUS-COMPLETED
                   STRING 'COMPLETED, RC' DELIMITED BY SIZE
                       WS-RC-DISP DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
           END-EVALUATE
          .

       9200-REWRITE-RUN-RECORD.
           REWRITE RUN-RECORD
               INVALID KEY
                   MOVE 16 TO RCTL-RESULT-CODE
                   STRING 'CANNOT REWRITE TRANRUN, STATUS '
                       DELIMITED BY SIZE
                       WS-RUN-FILE-STATUS DELIMITED BY SIZE
                       INTO RCTL-MESSAGE
           END-REWRITE
          .

       END PROGRAM TRANRCTL.
