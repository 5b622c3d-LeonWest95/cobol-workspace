       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSARV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "TRANALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "TRANOPER"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY TRANXALR.
       FD  OPERATOR-FILE.
           COPY TRANXOPR.
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-QUIT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-QUIT                 VALUE 'Y'.
       01 WS-ANSWER-SWITCH            PIC X(01) VALUE SPACE.
           88 WS-ANSWER-CLEAR         VALUE 'C' 'c'.
           88 WS-ANSWER-ESCALATE      VALUE 'E' 'e'.
           88 WS-ANSWER-QUIT          VALUE 'Q' 'q'.
       01 WS-RULE-TEXT                PIC X(40) VALUE SPACES.
       01 WS-REVIEW-NOTE              PIC X(60) VALUE SPACES.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CLEARED-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-ESCALATED-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01 WS-OPER-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OPER-EOF             VALUE 'Y'.
       01 WS-OPER-OK-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-OPER-OK              VALUE 'Y'.
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Review of the suspicious-activity alerts TRANSARM raises. The  *
      * signed-on operator is walked through every open alert on       *
      * TRANALRT in the order raised and clears it (reviewed, nothing  *
      * to report) or escalates it to compliance, with a note that is  *
      * mandatory either way. The operator id, the review date and the *
      * note are stamped on the alert, so the file itself is the       *
      * record of who decided what. Cleared and escalated alerts are   *
      * not shown again and drop off TRANSARM's aged-alert exceptions  *
      * list.                                                          *
      ******************************************************************
       0000-MAIN-PROCESSING.
           DISPLAY 'TRANSARV - SUSPICIOUS-ACTIVITY ALERT REVIEW'
           PERFORM 0100-SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           OPEN I-O ALERT-FILE

           PERFORM 2000-PROCESS-NEXT-ALERT
               UNTIL WS-EOF OR WS-QUIT

           CLOSE ALERT-FILE
           DISPLAY 'TRANSARV: OPEN ALERTS SEEN : ' WS-OPEN-COUNT
           DISPLAY 'TRANSARV: CLEARED          : ' WS-CLEARED-COUNT
           DISPLAY 'TRANSARV: ESCALATED        : ' WS-ESCALATED-COUNT
           DISPLAY 'TRANSARV: LEFT OPEN        : ' WS-SKIPPED-COUNT
           STOP RUN
          .

      *    No valid sign-on, no session: every decision on an alert
      *    must name the operator who made it.
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
               DISPLAY 'TRANSARV: OPERATOR NOT ON TRANOPER OR'
                   ' DISABLED, SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       2000-PROCESS-NEXT-ALERT.
           READ ALERT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND ALERT-STATUS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 2100-SHOW-ALERT
               PERFORM 2200-REVIEW-ALERT
           END-IF
          .

       2100-SHOW-ALERT.
           PERFORM 2150-SET-RULE-TEXT
           MOVE ALERT-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY ' '
           DISPLAY 'ALERT ' ALERT-SCAN-DATE '-' ALERT-SEQUENCE
           DISPLAY '  ACCOUNT NUMBER : ' ALERT-ACCOUNT-NUMBER
           DISPLAY '  RULE           : ' ALERT-RULE
               ' - ' WS-RULE-TEXT
           DISPLAY '  ACTIVITY DATE  : ' ALERT-ACTIVITY-DATE
           DISPLAY '  ITEMS          : ' ALERT-ITEM-COUNT
           IF NOT ALERT-RULE-QUIET
               DISPLAY '  AMOUNT         : ' WS-AMOUNT-DISP
           END-IF
           EVALUATE TRUE
               WHEN ALERT-RULE-VEL-COUNT
               WHEN ALERT-RULE-VEL-TOTAL
                   DISPLAY '  OVER DAYS      : ' ALERT-DAYS
               WHEN ALERT-RULE-QUIET
                   DISPLAY '  DAYS QUIET     : ' ALERT-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
          .

       2150-SET-RULE-TEXT.
           EVALUATE TRUE
               WHEN ALERT-RULE-LARGE-AMOUNT
                   MOVE 'SINGLE ITEM OVER REPORTING THRESHOLD'
                       TO WS-RULE-TEXT
               WHEN ALERT-RULE-STRUCTURING
                   MOVE 'SEVERAL ITEMS JUST UNDER THE THRESHOLD'
                       TO WS-RULE-TEXT
               WHEN ALERT-RULE-VEL-COUNT
                   MOVE 'ITEM COUNT OVER THE VELOCITY LIMIT'
                       TO WS-RULE-TEXT
               WHEN ALERT-RULE-VEL-TOTAL
                   MOVE 'ITEM TOTAL OVER THE VELOCITY LIMIT'
                       TO WS-RULE-TEXT
               WHEN ALERT-RULE-QUIET
                   MOVE 'ACTIVITY ON A QUIET OR DORMANT ACCOUNT'
                       TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN RULE'
                       TO WS-RULE-TEXT
           END-EVALUATE
          .

       2200-REVIEW-ALERT.
           DISPLAY 'CLEAR, ESCALATE, SKIP OR QUIT? (C/E/S/Q): '
           MOVE SPACE TO WS-ANSWER-SWITCH
           ACCEPT WS-ANSWER-SWITCH

           IF WS-ANSWER-QUIT
               SET WS-QUIT TO TRUE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE IF WS-ANSWER-CLEAR OR WS-ANSWER-ESCALATE
               PERFORM 2300-RECORD-DECISION
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
          .

      *    A decision with no note is not taken: the note is what the
      *    compliance file keeps to explain it.
       2300-RECORD-DECISION.
           DISPLAY 'ENTER REVIEW NOTE (UP TO 60 CHARS): '
           MOVE SPACES TO WS-REVIEW-NOTE
           ACCEPT WS-REVIEW-NOTE

           IF WS-REVIEW-NOTE = SPACES
               DISPLAY 'RESULT: NO NOTE ENTERED, ALERT LEFT OPEN'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-ANSWER-CLEAR
                   SET ALERT-STATUS-CLEARED TO TRUE
                   ADD 1 TO WS-CLEARED-COUNT
                   DISPLAY 'RESULT: ALERT CLEARED'
               ELSE
                   SET ALERT-STATUS-ESCALATED TO TRUE
                   ADD 1 TO WS-ESCALATED-COUNT
                   DISPLAY 'RESULT: ALERT ESCALATED'
               END-IF
               MOVE WS-OPERATOR-ID  TO ALERT-REVIEW-OPERATOR
               MOVE WS-PROCESS-DATE TO ALERT-REVIEW-DATE
               MOVE WS-REVIEW-NOTE  TO ALERT-REVIEW-NOTE
               REWRITE ALERT-RECORD
           END-IF
          .

       END PROGRAM TRANSARV.
