       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANRUNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "TRANRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "TRANOPER"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE.
           COPY TRANXRUN.
       FD  OPERATOR-FILE.
           COPY TRANXOPR.
       WORKING-STORAGE SECTION.
           COPY TRANXSTP.
       01 WS-QUIT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-QUIT                 VALUE 'Y'.
       01 WS-ACTION-SWITCH            PIC X(01) VALUE SPACE.
           88 WS-ACTION-LIST          VALUE 'L' 'l'.
           88 WS-ACTION-RELEASE       VALUE 'R' 'r'.
           88 WS-ACTION-DATE          VALUE 'D' 'd'.
           88 WS-ACTION-QUIT          VALUE 'Q' 'q'.
       01 WS-RUN-FILE-STATUS          PIC X(02) VALUE '00'.
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
       01 WS-CURRENT-DATE-TIME.
           05 WS-NOW-DATE             PIC 9(08).
           05 WS-NOW-TIME             PIC 9(06).
           05 FILLER                  PIC X(07).
       01 WS-STEP-IN                  PIC X(08) VALUE SPACES.
       01 WS-STEP-IDX                 PIC 9(02) VALUE ZERO.
       01 WS-STEP-FOUND               PIC 9(02) VALUE ZERO.
       01 WS-NEXT-STEP                PIC X(08) VALUE SPACES.
       01 WS-NEXT-STEP-TEXT           PIC X(24) VALUE SPACES.
       01 WS-STATUS-TEXT              PIC X(24) VALUE SPACES.
       01 WS-RC-DISP                  PIC Z(3)9.
       01 WS-NOTE-IN                  PIC X(40) VALUE SPACES.
       01 WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01 WS-OPER-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OPER-EOF             VALUE 'Y'.
       01 WS-OPER-OK-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-OPER-OK              VALUE 'Y'.
       01 WS-RELEASED-COUNT           PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * Operations-desk view of the nightly job stream on TRANRUN.     *
      * For a business date (today unless another is entered) every    *
      * step on the TRANXSTP table is listed in stream order with its  *
      * status, start and end times, return code, record counts and    *
      * attempts, and the step due next is named. A step that failed,  *
      * or is still marked started because the job abended before its  *
      * end was recorded, is refused by TRANRCTL until it is released  *
      * here: the signed-on operator marks it for rerun with a note    *
      * that is mandatory, and the operator id, time and note stay on  *
      * the record. A step that completed cleanly cannot be released - *
      * running it twice would post, release or archive the night      *
      * twice. TRANCYCL is only due on the last day of the month; it   *
      * runs between TRANBRTN and TRANRECN, and on any other day       *
      * TRANRECN follows TRANBRTN directly.                            *
      ******************************************************************
       0000-MAIN-PROCESSING.
           DISPLAY 'TRANRUNS - NIGHTLY JOB-STREAM RUN STATUS'
           PERFORM 0100-SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           OPEN I-O RUN-FILE
           IF WS-RUN-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANRUNS: CANNOT OPEN TRANRUN, STATUS '
                   WS-RUN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
           PERFORM 1000-CHECK-MONTH-END
           PERFORM 3000-LIST-RUN-STATUS

           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-QUIT

           CLOSE RUN-FILE
           DISPLAY 'TRANRUNS: STEPS RELEASED FOR RERUN : '
               WS-RELEASED-COUNT
           STOP RUN
          .

      *    No valid sign-on, no session - releasing a step overrides
      *    the stream's own protection and must name who decided it.
       0100-SIGN-ON-OPERATOR.
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID

           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL WS-OPER-EOF
               READ OPERATOR-FILE
                   AT END SET WS-OPER-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID = WS-OPERATOR-ID AND
                               OPER-STATUS-ACTIVE
                           SET WS-OPER-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE

           IF NOT WS-OPER-OK
               DISPLAY 'TRANRUNS: OPERATOR NOT ON TRANOPER OR'
                   ' DISABLED, SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
          .

      *    The business date is the last day of its month when the day
      *    after it is the first.
       1000-CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SWITCH
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
           IF WS-NEXT-DAY = 1
               SET WS-MONTH-END TO TRUE
           END-IF
          .

       2000-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'LIST, RELEASE FOR RERUN, DATE OR QUIT?'
               ' (L/R/D/Q): '
           ACCEPT WS-ACTION-SWITCH

           EVALUATE TRUE
               WHEN WS-ACTION-QUIT
                   SET WS-QUIT TO TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 3000-LIST-RUN-STATUS
               WHEN WS-ACTION-RELEASE
                   PERFORM 4000-RELEASE-FOR-RERUN
               WHEN WS-ACTION-DATE
                   PERFORM 2100-ACCEPT-BUSINESS-DATE
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION'
           END-EVALUATE
          .

       2100-ACCEPT-BUSINESS-DATE.
           DISPLAY 'ENTER BUSINESS DATE (CCYYMMDD, BLANK FOR TODAY): '
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN

           IF WS-DATE-IN = SPACES
               MOVE WS-PROCESS-DATE TO WS-DATE-IN
           END-IF
           MOVE ZERO TO WS-DATE-INTEGER
           IF WS-DATE-IN NUMERIC
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-IN-NUMERIC)
           END-IF

           IF WS-DATE-INTEGER = ZERO
               DISPLAY 'NOT A VALID DATE, STILL SHOWING '
                   WS-BUSINESS-DATE
           ELSE
               MOVE WS-DATE-IN TO WS-BUSINESS-DATE
               PERFORM 1000-CHECK-MONTH-END
               PERFORM 3000-LIST-RUN-STATUS
           END-IF
          .

      *    The step due next is the first in stream order that has not
      *    completed cleanly, passing over TRANCYCL when the date is
      *    not a month end.
       3000-LIST-RUN-STATUS.
           MOVE SPACES TO WS-NEXT-STEP
           DISPLAY ' '
           IF WS-MONTH-END
               DISPLAY 'NIGHTLY STREAM FOR ' WS-BUSINESS-DATE
                   ' (MONTH END)'
           ELSE
               DISPLAY 'NIGHTLY STREAM FOR ' WS-BUSINESS-DATE
           END-IF
           DISPLAY 'SQ STEP     STATUS                   '
               'STARTED         ENDED           TRY'
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > STEP-COUNT
               PERFORM 3100-SHOW-ONE-STEP
           END-PERFORM

           IF WS-NEXT-STEP = SPACES
               DISPLAY 'NIGHTLY STREAM COMPLETE FOR ' WS-BUSINESS-DATE
           ELSE
               DISPLAY 'NEXT STEP: ' WS-NEXT-STEP ' - '
                   WS-NEXT-STEP-TEXT
           END-IF
          .

       3100-SHOW-ONE-STEP.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE STEP-NAME(WS-STEP-IDX) TO RUN-STEP
           PERFORM 9000-READ-RUN-RECORD

           IF NOT WS-RUN-FOUND
               IF STEP-MONTH-END-ONLY(WS-STEP-IDX) AND NOT WS-MONTH-END
                   MOVE 'NOT DUE, MONTH END ONLY' TO WS-STATUS-TEXT
               ELSE
                   MOVE 'NOT RUN' TO WS-STATUS-TEXT
                   IF WS-NEXT-STEP = SPACES
                       MOVE STEP-NAME(WS-STEP-IDX) TO WS-NEXT-STEP
                       MOVE 'READY TO RUN' TO WS-NEXT-STEP-TEXT
                   END-IF
               END-IF
               DISPLAY STEP-SEQUENCE(WS-STEP-IDX) ' '
                   STEP-NAME(WS-STEP-IDX) ' ' WS-STATUS-TEXT
           ELSE
               PERFORM 9100-SET-STATUS-TEXT
               IF NOT RUN-STATUS-COMPLETED AND WS-NEXT-STEP = SPACES
                   MOVE STEP-NAME(WS-STEP-IDX) TO WS-NEXT-STEP
                   IF RUN-STATUS-RERUN
                       MOVE 'RELEASED, READY TO RUN'
                           TO WS-NEXT-STEP-TEXT
                   ELSE
                       MOVE 'NEEDS RELEASE FOR RERUN'
                           TO WS-NEXT-STEP-TEXT
                   END-IF
               END-IF
               DISPLAY STEP-SEQUENCE(WS-STEP-IDX) ' '
                   STEP-NAME(WS-STEP-IDX) ' ' WS-STATUS-TEXT ' '
                   RUN-START-DATE ' ' RUN-START-TIME ' '
                   RUN-END-DATE ' ' RUN-END-TIME ' ' RUN-ATTEMPTS
               DISPLAY '            RECORDS IN ' RUN-RECORDS-IN
                   '  RECORDS OUT ' RUN-RECORDS-OUT
               IF RUN-OVERRIDE-OPERATOR NOT = SPACES
                   DISPLAY '            RELEASED BY '
                       RUN-OVERRIDE-OPERATOR ' ' RUN-OVERRIDE-DATE
                       ' ' RUN-OVERRIDE-TIME
                   DISPLAY '            ' RUN-OVERRIDE-NOTE
               END-IF
           END-IF
          .

      *    A step still marked started may in fact still be running;
      *    the operator is warned, and the note should say how it was
      *    confirmed dead before it is let go again.
       4000-RELEASE-FOR-RERUN.
           DISPLAY 'ENTER STEP TO RELEASE (PROGRAM NAME): '
           MOVE SPACES TO WS-STEP-IN
           ACCEPT WS-STEP-IN

           MOVE ZERO TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > STEP-COUNT OR
                       WS-STEP-FOUND > ZERO
               IF STEP-NAME(WS-STEP-IDX) = WS-STEP-IN
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND
               END-IF
           END-PERFORM

           IF WS-STEP-FOUND = ZERO
               DISPLAY WS-STEP-IN ' IS NOT A STEP OF THE NIGHTLY STREAM'
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
               MOVE WS-STEP-IN TO RUN-STEP
               PERFORM 9000-READ-RUN-RECORD
               IF NOT WS-RUN-FOUND
                   DISPLAY WS-STEP-IN ' HAS NOT RUN FOR '
                       WS-BUSINESS-DATE ', NOTHING TO RELEASE'
               ELSE IF RUN-STATUS-COMPLETED
                   DISPLAY WS-STEP-IN ' COMPLETED CLEANLY,'
                       ' IT CANNOT BE RELEASED'
               ELSE IF RUN-STATUS-RERUN
                   DISPLAY WS-STEP-IN ' IS ALREADY RELEASED FOR RERUN'
               ELSE
                   PERFORM 9100-SET-STATUS-TEXT
                   DISPLAY WS-STEP-IN ' ' WS-STATUS-TEXT
                   IF RUN-STATUS-STARTED
                       DISPLAY 'CONFIRM THE JOB IS NO LONGER RUNNING'
                           ' BEFORE RELEASING IT'
                   END-IF
                   PERFORM 4100-ACCEPT-RELEASE-NOTE
               END-IF
           END-IF
          .

       4100-ACCEPT-RELEASE-NOTE.
           DISPLAY 'ENTER RELEASE NOTE (UP TO 40 CHARS): '
           MOVE SPACES TO WS-NOTE-IN
           ACCEPT WS-NOTE-IN

           IF WS-NOTE-IN = SPACES
               DISPLAY 'RESULT: NO NOTE ENTERED, STEP NOT RELEASED'
           ELSE
               PERFORM 4200-REWRITE-RELEASED-STEP
           END-IF
          .

       4200-REWRITE-RELEASED-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET RUN-STATUS-RERUN TO TRUE
           MOVE WS-OPERATOR-ID TO RUN-OVERRIDE-OPERATOR
           MOVE WS-NOW-DATE TO RUN-OVERRIDE-DATE
           MOVE WS-NOW-TIME TO RUN-OVERRIDE-TIME
           MOVE WS-NOTE-IN TO RUN-OVERRIDE-NOTE
           REWRITE RUN-RECORD
           IF WS-RUN-FILE-STATUS NOT = '00'
               DISPLAY 'TRANRUNS: REWRITE FAILED, STATUS '
                   WS-RUN-FILE-STATUS
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY 'RESULT: ' WS-STEP-IN ' RELEASED FOR RERUN ON '
                   WS-BUSINESS-DATE
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

       END PROGRAM TRANRUNS.
