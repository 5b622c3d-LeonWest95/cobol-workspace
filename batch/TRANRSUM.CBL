       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANRSUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "TRANRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "TRANRNRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE.
           COPY TRANXRUN.
       FD  SUMMARY-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXSTP.
       01 WS-RUN-FILE-STATUS          PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-RUN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-RUN-FOUND            VALUE 'Y'.
       01 WS-MONTH-END-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-MONTH-END            VALUE 'Y'.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01 WS-DATE-IN                  PIC X(08) VALUE SPACES.
       01 WS-DATE-IN-NUMERIC REDEFINES WS-DATE-IN PIC 9(08).
       01 WS-DATE-INTEGER             PIC 9(07) VALUE ZERO.
       01 WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
       01 WS-NEXT-DATE-FIELDS REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-YEAR            PIC 9(04).
           05 WS-NEXT-MONTH           PIC 9(02).
           05 WS-NEXT-DAY             PIC 9(02).
       01 WS-STEP-IDX                 PIC 9(02) VALUE ZERO.
       01 WS-NEXT-STEP                PIC X(08) VALUE SPACES.
       01 WS-STATUS-TEXT              PIC X(24) VALUE SPACES.
       01 WS-RC-DISP                  PIC Z(3)9.
       01 WS-TRY-DISP                 PIC ZZ9.
       01 WS-COUNT-DISP               PIC Z(8)9.
       01 WS-STEPS-DUE-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-COMPLETED-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-FAILED-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-STARTED-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-RELEASED-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-NOT-RUN-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-RERUN-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-DETAIL-LABEL             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * End-of-night summary of the nightly job stream, run once the   *
      * last step is done (or given up on). For the business date      *
      * entered - today when left blank - every step on the TRANXSTP   *
      * table is listed on TRANRNRP in stream order from TRANRUN: its  *
      * status, return code, attempts, record counts, start and end    *
      * times, and who released it for rerun and why. TRANCYCL, which  *
      * runs between TRANBRTN and TRANRECN, is shown as not due unless *
      * the date is the last of the month.                             *
      * Totals by status follow, with the number of reruns, and the    *
      * report ends by saying whether the stream completed or naming   *
      * the step it stopped at. Return code 0 when every step due      *
      * completed cleanly, 4 when the stream did not finish. It reads  *
      * TRANRUN only and is not itself a step of the stream.           *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE

           PERFORM 1000-ACCEPT-BUSINESS-DATE
           IF WS-DATE-INTEGER = ZERO
               DISPLAY 'TRANRSUM: ' WS-DATE-IN ' IS NOT A VALID DATE,'
                   ' RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CHECK-MONTH-END

           OPEN INPUT RUN-FILE
           IF WS-RUN-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANRSUM: CANNOT OPEN TRANRUN, STATUS '
                   WS-RUN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANRSUM: CANNOT OPEN TRANRNRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-WRITE-REPORT-HEADINGS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > STEP-COUNT
               PERFORM 3000-REPORT-ONE-STEP
           END-PERFORM
           PERFORM 4000-WRITE-REPORT-TOTALS

           CLOSE RUN-FILE
           CLOSE SUMMARY-REPORT-FILE

           IF WS-NEXT-STEP = SPACES
               DISPLAY 'TRANRSUM: NIGHTLY STREAM COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'TRANRSUM: NIGHTLY STREAM FOR '
                   WS-BUSINESS-DATE ' STOPPED AT ' WS-NEXT-STEP
                   ', SEE TRANRNRP'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
          .

       1000-ACCEPT-BUSINESS-DATE.
           DISPLAY 'SUMMARIZE BUSINESS DATE (CCYYMMDD, BLANK FOR'
               ' TODAY): '
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN

           IF WS-DATE-IN = SPACES
               MOVE WS-PROCESS-DATE TO WS-DATE-IN
           END-IF
           MOVE ZERO TO WS-DATE-INTEGER
           IF WS-DATE-IN NUMERIC
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-IN-NUMERIC)
               MOVE WS-DATE-IN TO WS-BUSINESS-DATE
           END-IF
          .

      *    The business date is the last day of its month when the day
      *    after it is the first.
       1100-CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SWITCH
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DATE-INTEGER + 1)
           IF WS-NEXT-DAY = 1
               SET WS-MONTH-END TO TRUE
           END-IF
          .

       2000-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           IF WS-MONTH-END
               STRING 'TRANRSUM NIGHTLY STREAM SUMMARY FOR '
                   DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ' (MONTH END)' DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING 'TRANRSUM NIGHTLY STREAM SUMMARY FOR '
                   DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'SQ STEP     STATUS' TO REPORT-LINE
           MOVE '  RC' TO REPORT-LINE(38:4)
           MOVE 'TRY' TO REPORT-LINE(43:3)
           MOVE 'RECORDS IN' TO REPORT-LINE(46:10)
           MOVE 'RECORDS OUT' TO REPORT-LINE(57:11)
           PERFORM 9100-WRITE-REPORT-LINE
          .

      *    The stream stopped at the first step due that has not
      *    completed cleanly; TRANCYCL is not due off month end.
       3000-REPORT-ONE-STEP.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE STEP-NAME(WS-STEP-IDX) TO RUN-STEP
           PERFORM 9000-READ-RUN-RECORD

           MOVE SPACES TO REPORT-LINE
           MOVE STEP-SEQUENCE(WS-STEP-IDX) TO REPORT-LINE(1:2)
           MOVE STEP-NAME(WS-STEP-IDX) TO REPORT-LINE(4:8)

           IF NOT WS-RUN-FOUND
               IF STEP-MONTH-END-ONLY(WS-STEP-IDX) AND NOT WS-MONTH-END
                   MOVE 'NOT DUE, MONTH END ONLY' TO REPORT-LINE(13:24)
               ELSE
                   ADD 1 TO WS-STEPS-DUE-COUNT
                   ADD 1 TO WS-NOT-RUN-COUNT
                   MOVE 'NOT RUN' TO REPORT-LINE(13:24)
                   IF WS-NEXT-STEP = SPACES
                       MOVE STEP-NAME(WS-STEP-IDX) TO WS-NEXT-STEP
                   END-IF
               END-IF
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-STEPS-DUE-COUNT
               PERFORM 3100-TALLY-STEP-STATUS
               PERFORM 9200-SET-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO REPORT-LINE(13:24)
               MOVE RUN-RETURN-CODE TO WS-RC-DISP
               MOVE WS-RC-DISP TO REPORT-LINE(38:4)
               MOVE RUN-ATTEMPTS TO WS-TRY-DISP
               MOVE WS-TRY-DISP TO REPORT-LINE(43:3)
               MOVE RUN-RECORDS-IN TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO REPORT-LINE(47:9)
               MOVE RUN-RECORDS-OUT TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO REPORT-LINE(59:9)
               PERFORM 9100-WRITE-REPORT-LINE
               PERFORM 3200-WRITE-STEP-TIMES
           END-IF
          .

       3100-TALLY-STEP-STATUS.
           IF RUN-ATTEMPTS > 1
               COMPUTE WS-RERUN-COUNT =
                   WS-RERUN-COUNT + RUN-ATTEMPTS - 1
           END-IF
           EVALUATE TRUE
               WHEN RUN-STATUS-COMPLETED
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN RUN-STATUS-FAILED
                   ADD 1 TO WS-FAILED-COUNT
               WHEN RUN-STATUS-RERUN
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STARTED-COUNT
           END-EVALUATE
           IF NOT RUN-STATUS-COMPLETED AND WS-NEXT-STEP = SPACES
               MOVE STEP-NAME(WS-STEP-IDX) TO WS-NEXT-STEP
           END-IF
          .

       3200-WRITE-STEP-TIMES.
           MOVE SPACES TO REPORT-LINE
           STRING '            STARTED ' DELIMITED BY SIZE
               RUN-START-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RUN-START-TIME DELIMITED BY SIZE
               '  ENDED ' DELIMITED BY SIZE
               RUN-END-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RUN-END-TIME DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           IF RUN-OVERRIDE-OPERATOR NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '            RELEASED BY ' DELIMITED BY SIZE
                   RUN-OVERRIDE-OPERATOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RUN-OVERRIDE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RUN-OVERRIDE-TIME DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '            ' DELIMITED BY SIZE
                   RUN-OVERRIDE-NOTE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
          .

       4000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 'STEPS DUE          : ' TO WS-DETAIL-LABEL
           MOVE WS-STEPS-DUE-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE
           MOVE 'COMPLETED CLEANLY  : ' TO WS-DETAIL-LABEL
           MOVE WS-COMPLETED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE
           MOVE 'FAILED             : ' TO WS-DETAIL-LABEL
           MOVE WS-FAILED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE
           MOVE 'STARTED, NO END    : ' TO WS-DETAIL-LABEL
           MOVE WS-STARTED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE
           MOVE 'RELEASED, NOT RERUN: ' TO WS-DETAIL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE
           MOVE 'NOT RUN            : ' TO WS-DETAIL-LABEL
           MOVE WS-NOT-RUN-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE
           MOVE 'RERUN ATTEMPTS     : ' TO WS-DETAIL-LABEL
           MOVE WS-RERUN-COUNT TO WS-DETAIL-COUNT
           PERFORM 9300-WRITE-COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-NEXT-STEP = SPACES
               MOVE 'NIGHTLY STREAM COMPLETE' TO REPORT-LINE
           ELSE
               STRING 'NIGHTLY STREAM INCOMPLETE, STOPPED AT '
                   DELIMITED BY SIZE
                   WS-NEXT-STEP DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
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

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANRSUM: WRITE ERROR ON TRANRNRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       9200-SET-STATUS-TEXT.
           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
               WHEN RUN-STATUS-STARTED
                   MOVE 'STARTED, NO END RECORDED' TO WS-STATUS-TEXT
               WHEN RUN-STATUS-FAILED
                   MOVE 'FAILED' TO WS-STATUS-TEXT
               WHEN RUN-STATUS-RERUN
                   MOVE 'RELEASED FOR RERUN' TO WS-STATUS-TEXT
               WHEN RUN-STATUS-COMPLETED
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
           END-EVALUATE
          .

       9300-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-DETAIL-LABEL DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       END PROGRAM TRANRSUM.
