       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANHEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "TRANHXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY TRANXHLD.
       FD  EXPIRY-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-HOLD-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF             VALUE 'Y'.
       01 WS-HOLD-READ-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-EXPIRED-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-EXPIRED-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01 WS-ACTIVE-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-ACTIVE-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01 WS-DETAIL-LABEL             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Nightly funds-hold expiry. Every active hold on TRANHOLD whose *
      * expiry date is before the processing date is marked expired    *
      * ('E'), stamped with the run date and TRANHEXP as the closing   *
      * operator, and itemized on the TRANHXRP report, so the desk can *
      * see which earmarks have lapsed and that the money is free      *
      * again. A hold is good through its expiry date; a hold with no  *
      * expiry date stands until released in TRANHMNT and is never     *
      * touched here. SUBMODULE already stops counting a lapsed hold   *
      * on the day after its expiry, so a missed run delays only the   *
      * status change and the report, never the customer's money.      *
      * The report closes with the holds still active and their total. *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 0100-START-RUN-CONTROL

           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANHEXP: CANNOT OPEN TRANHOLD, STATUS '
                   WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT EXPIRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANHEXP: CANNOT OPEN TRANHXRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF

           PERFORM 1500-WRITE-HEADINGS
           PERFORM 2000-CHECK-ONE-HOLD UNTIL WS-HOLD-EOF
           PERFORM 9000-WRITE-TOTALS

           CLOSE HOLD-FILE
           CLOSE EXPIRY-REPORT-FILE

           DISPLAY 'TRANHEXP: ' WS-EXPIRED-COUNT ' HOLDS EXPIRED, '
               WS-ACTIVE-COUNT ' STILL ACTIVE'
           MOVE 0 TO RETURN-CODE
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
           MOVE 'TRANHEXP' TO RCTL-STEP
           MOVE WS-PROCESS-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANHEXP: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1500-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANHEXP FUNDS HOLD EXPIRY FOR '
               DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNT    SEQ   RN PLACED   EXPIRES  BY'
               TO REPORT-LINE
           MOVE '         AMOUNT' TO REPORT-LINE(48:15)
           PERFORM 9100-WRITE-REPORT-LINE
          .

       2000-CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ

           IF NOT WS-HOLD-EOF
               ADD 1 TO WS-HOLD-READ-COUNT
               IF HOLD-STATUS-ACTIVE
                   IF HOLD-EXPIRY-DATE NOT = ZERO AND
                           HOLD-EXPIRY-DATE < WS-PROCESS-DATE
                       PERFORM 2100-EXPIRE-HOLD
                   ELSE
                       ADD 1 TO WS-ACTIVE-COUNT
                       ADD HOLD-AMOUNT TO WS-ACTIVE-AMOUNT
                   END-IF
               END-IF
           END-IF
          .

       2100-EXPIRE-HOLD.
           SET HOLD-STATUS-EXPIRED TO TRUE
           MOVE 'TRANHEXP' TO HOLD-CLOSED-OPERATOR
           MOVE WS-PROCESS-DATE TO HOLD-CLOSED-DATE
           REWRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'TRANHEXP: REWRITE FAILED ON '
                   HOLD-ACCOUNT-NUMBER ' ' HOLD-SEQUENCE
                   ', STATUS ' WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
           ADD 1 TO WS-EXPIRED-COUNT
           ADD HOLD-AMOUNT TO WS-EXPIRED-AMOUNT

           MOVE HOLD-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING HOLD-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOLD-SEQUENCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOLD-REASON DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOLD-PLACED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOLD-EXPIRY-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOLD-PLACED-OPERATOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       9000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'HOLDS READ            : ' TO WS-DETAIL-LABEL
           MOVE WS-HOLD-READ-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'EXPIRED THIS RUN      : ' TO WS-DETAIL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE WS-EXPIRED-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING '  AMOUNT RELEASED       : ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'STILL ACTIVE          : ' TO WS-DETAIL-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE WS-ACTIVE-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING '  AMOUNT STILL HELD     : ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANHEXP: WRITE ERROR ON TRANHXRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .

       9200-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-DETAIL-LABEL DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-HOLD-READ-COUNT TO RCTL-RECORDS-IN
           MOVE WS-EXPIRED-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANHEXP: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANHEXP.
