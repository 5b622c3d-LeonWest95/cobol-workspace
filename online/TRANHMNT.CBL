       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "TRANOPER"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY TRANXHLD.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  OPERATOR-FILE.
           COPY TRANXOPR.
       WORKING-STORAGE SECTION.
       01 WS-QUIT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-QUIT                 VALUE 'Y'.
       01 WS-ACTION-SWITCH            PIC X(01) VALUE SPACE.
           88 WS-ACTION-PLACE         VALUE 'P' 'p'.
           88 WS-ACTION-RELEASE       VALUE 'R' 'r'.
           88 WS-ACTION-LIST          VALUE 'L' 'l'.
           88 WS-ACTION-QUIT          VALUE 'Q' 'q'.
       01 WS-HOLD-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-ACCOUNT-NUMBER           PIC X(10) VALUE SPACES.
       01 WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-MASTER-FOUND         VALUE 'Y'.
       01 WS-HOLD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-HOLD-FOUND           VALUE 'Y'.
       01 WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF             VALUE 'Y'.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-LAST-SEQUENCE            PIC 9(05) VALUE ZERO.
       01 WS-ACTIVE-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-HELD-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-IN                PIC X(11) VALUE SPACES.
       01 WS-EXPIRY-IN                PIC X(08) VALUE SPACES.
       01 WS-EXPIRY-FIELDS REDEFINES WS-EXPIRY-IN.
           05 WS-EXPIRY-YEAR          PIC 9(04).
           05 WS-EXPIRY-MONTH         PIC 9(02).
           05 WS-EXPIRY-DAY           PIC 9(02).
       01 WS-SEQUENCE-IN              PIC X(05) VALUE SPACES.
       01 WS-REASON-IN                PIC X(02) VALUE SPACES.
       01 WS-NOTE-IN                  PIC X(40) VALUE SPACES.
       01 WS-HOLD-STATUS-TEXT         PIC X(08) VALUE SPACES.
       01 WS-AMOUNT-DISP              PIC -9(09).9(02).
       01 WS-BALANCE-DISP             PIC -9(11).9(02).
       01 WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01 WS-OPER-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OPER-EOF             VALUE 'Y'.
       01 WS-OPER-OK-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-OPER-OK              VALUE 'Y'.
       01 WS-PLACED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-RELEASED-COUNT           PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * Operations-desk maintenance of funds holds: place a hold on    *
      * part of an account's balance (uncleared deposit, legal order,  *
      * card pre-authorization or other), release one, or list the     *
      * holds on an account with its ledger, held and available        *
      * balances. SUBMODULE refuses a debit or transfer that would     *
      * take the available balance - ledger less active holds - below  *
      * the overdraft floor, with reason 56. A hold may carry an       *
      * expiry date, after which it stops counting and TRANHEXP marks  *
      * it expired; with no expiry date it stands until released here. *
      * Holds cannot be placed on closed accounts. Every placement and *
      * release carries the signed-on operator's id.                   *
      ******************************************************************
       0000-MAIN-PROCESSING.
           DISPLAY 'TRANHMNT - FUNDS HOLD MAINTENANCE'
           PERFORM 0100-SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANHMNT: CANNOT OPEN TRANHOLD, STATUS '
                   WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANHMNT: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-QUIT

           CLOSE HOLD-FILE
           CLOSE MASTER-FILE
           DISPLAY 'TRANHMNT: HOLDS PLACED   : ' WS-PLACED-COUNT
           DISPLAY 'TRANHMNT: HOLDS RELEASED : ' WS-RELEASED-COUNT
           STOP RUN
          .

      *    No valid sign-on, no session - a hold earmarks customer
      *    money and every one must name the operator behind it.
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
               DISPLAY 'TRANHMNT: OPERATOR NOT ON TRANOPER OR'
                   ' DISABLED, SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       2000-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'PLACE, RELEASE, LIST OR QUIT? (P/R/L/Q): '
           ACCEPT WS-ACTION-SWITCH

           EVALUATE TRUE
               WHEN WS-ACTION-QUIT
                   SET WS-QUIT TO TRUE
               WHEN WS-ACTION-PLACE
                   PERFORM 3000-PLACE-HOLD
               WHEN WS-ACTION-RELEASE
                   PERFORM 4000-RELEASE-HOLD
               WHEN WS-ACTION-LIST
                   PERFORM 2100-ACCEPT-ACCOUNT-NUMBER
                   PERFORM 2200-READ-MASTER-RECORD
                   IF WS-MASTER-FOUND
                       PERFORM 2300-LIST-HOLDS
                   ELSE
                       DISPLAY 'ACCOUNT NOT ON THE MASTER'
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION'
           END-EVALUATE
          .

       2100-ACCEPT-ACCOUNT-NUMBER.
           DISPLAY 'ENTER ACCOUNT NUMBER (10 CHARS): '
           ACCEPT WS-ACCOUNT-NUMBER
          .

       2200-READ-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO MASTER-ACCOUNT-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ
          .

      *    Lists every hold on the account, active or not, and notes
      *    the highest sequence used so a new hold takes the next.
      *    The held total is what SUBMODULE would count today.
       2300-LIST-HOLDS.
           MOVE ZERO TO WS-LAST-SEQUENCE
           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE KEY IS NOT < HOLD-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START
           DISPLAY '  SEQ   STATUS          AMOUNT '
               'RN PLACED   EXPIRES  BY'
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           SET WS-HOLD-EOF TO TRUE
                       ELSE
                           PERFORM 2350-SHOW-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LAST-SEQUENCE = ZERO
               DISPLAY '  (NO HOLDS ON THIS ACCOUNT)'
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               MASTER-BALANCE - WS-HELD-TOTAL
           MOVE MASTER-BALANCE TO WS-BALANCE-DISP
           DISPLAY '  LEDGER BALANCE    ' WS-BALANCE-DISP
           MOVE WS-HELD-TOTAL TO WS-BALANCE-DISP
           DISPLAY '  HELD              ' WS-BALANCE-DISP
               ' (' WS-ACTIVE-COUNT ' ACTIVE)'
           MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-DISP
           DISPLAY '  AVAILABLE BALANCE ' WS-BALANCE-DISP
          .

       2350-SHOW-ONE-HOLD.
           MOVE HOLD-SEQUENCE TO WS-LAST-SEQUENCE
           EVALUATE TRUE
               WHEN HOLD-STATUS-RELEASED
                   MOVE 'RELEASED' TO WS-HOLD-STATUS-TEXT
               WHEN HOLD-STATUS-EXPIRED
                   MOVE 'EXPIRED' TO WS-HOLD-STATUS-TEXT
               WHEN HOLD-EXPIRY-DATE NOT = ZERO AND
                       HOLD-EXPIRY-DATE < WS-PROCESS-DATE
                   MOVE 'LAPSED' TO WS-HOLD-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-HOLD-STATUS-TEXT
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD HOLD-AMOUNT TO WS-HELD-TOTAL
           END-EVALUATE
           MOVE HOLD-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY '  ' HOLD-SEQUENCE ' ' WS-HOLD-STATUS-TEXT ' '
               WS-AMOUNT-DISP ' ' HOLD-REASON ' ' HOLD-PLACED-DATE
               ' ' HOLD-EXPIRY-DATE ' ' HOLD-PLACED-OPERATOR
           IF HOLD-NOTE NOT = SPACES
               DISPLAY '        ' HOLD-NOTE
           END-IF
          .

      *    The amount must be eleven digits and above zero, the reason
      *    one of the four codes, and an expiry date, if given, a real
      *    date after today. A hold larger than the balance is allowed
      *    - a garnishment can run ahead of the money - and simply
      *    leaves nothing available.
       3000-PLACE-HOLD.
           PERFORM 2100-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2200-READ-MASTER-RECORD

           IF NOT WS-MASTER-FOUND
               DISPLAY 'ACCOUNT NOT ON THE MASTER'
           ELSE IF MASTER-STATUS-CLOSED
               DISPLAY 'ACCOUNT IS CLOSED, NO HOLD PLACED'
           ELSE
               PERFORM 2300-LIST-HOLDS
               PERFORM 3100-ACCEPT-HOLD-FIELDS
           END-IF
          .

       3100-ACCEPT-HOLD-FIELDS.
           DISPLAY 'ENTER HOLD AMOUNT (9(9)V99, E.G. 00000050000): '
           MOVE SPACES TO WS-AMOUNT-IN
           ACCEPT WS-AMOUNT-IN
           DISPLAY 'ENTER REASON (UC UNCLEARED, LG LEGAL,'
               ' PA PRE-AUTH, OT OTHER): '
           MOVE SPACES TO WS-REASON-IN
           ACCEPT WS-REASON-IN
           DISPLAY 'ENTER EXPIRY DATE (CCYYMMDD, BLANK FOR NONE): '
           MOVE SPACES TO WS-EXPIRY-IN
           ACCEPT WS-EXPIRY-IN
           DISPLAY 'ENTER NOTE (UP TO 40 CHARS): '
           MOVE SPACES TO WS-NOTE-IN
           ACCEPT WS-NOTE-IN

           MOVE WS-REASON-IN TO HOLD-REASON
           IF WS-AMOUNT-IN NOT NUMERIC
               DISPLAY 'AMOUNT IS NOT ELEVEN DIGITS, NO HOLD PLACED'
           ELSE IF WS-AMOUNT-IN = ZERO
               DISPLAY 'AMOUNT IS ZERO, NO HOLD PLACED'
           ELSE IF NOT HOLD-REASON-VALID
               DISPLAY 'UNKNOWN REASON CODE, NO HOLD PLACED'
           ELSE IF WS-EXPIRY-IN NOT = SPACES AND
                   (WS-EXPIRY-IN NOT NUMERIC OR
                    WS-EXPIRY-IN NOT > WS-PROCESS-DATE)
               DISPLAY 'EXPIRY MUST BE A DATE AFTER TODAY,'
                   ' NO HOLD PLACED'
           ELSE IF WS-EXPIRY-IN NOT = SPACES AND
                   (WS-EXPIRY-MONTH < 1 OR WS-EXPIRY-MONTH > 12 OR
                    WS-EXPIRY-DAY < 1 OR WS-EXPIRY-DAY > 31)
               DISPLAY 'EXPIRY IS NOT A VALID DATE, NO HOLD PLACED'
           ELSE
               PERFORM 3200-WRITE-HOLD-RECORD
           END-IF
          .

       3200-WRITE-HOLD-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           ADD 1 TO WS-LAST-SEQUENCE
           MOVE WS-LAST-SEQUENCE TO HOLD-SEQUENCE
           MOVE WS-AMOUNT-IN TO HOLD-AMOUNT
           MOVE WS-REASON-IN TO HOLD-REASON
           MOVE WS-NOTE-IN TO HOLD-NOTE
           MOVE WS-OPERATOR-ID TO HOLD-PLACED-OPERATOR
           MOVE WS-PROCESS-DATE TO HOLD-PLACED-DATE
           IF WS-EXPIRY-IN = SPACES
               MOVE ZERO TO HOLD-EXPIRY-DATE
           ELSE
               MOVE WS-EXPIRY-IN TO HOLD-EXPIRY-DATE
           END-IF
           SET HOLD-STATUS-ACTIVE TO TRUE
           MOVE SPACES TO HOLD-CLOSED-OPERATOR
           MOVE ZERO TO HOLD-CLOSED-DATE
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY 'WRITE REFUSED, STATUS '
                       WS-HOLD-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PLACED-COUNT
                   MOVE HOLD-AMOUNT TO WS-AMOUNT-DISP
                   DISPLAY 'HOLD ' HOLD-SEQUENCE ' PLACED FOR '
                       WS-AMOUNT-DISP
           END-WRITE
          .

       4000-RELEASE-HOLD.
           PERFORM 2100-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2200-READ-MASTER-RECORD

           IF NOT WS-MASTER-FOUND
               DISPLAY 'ACCOUNT NOT ON THE MASTER'
           ELSE
               PERFORM 2300-LIST-HOLDS
               DISPLAY 'ENTER SEQUENCE OF HOLD TO RELEASE (5 DIGITS): '
               MOVE SPACES TO WS-SEQUENCE-IN
               ACCEPT WS-SEQUENCE-IN
               PERFORM 4100-READ-HOLD-RECORD
               IF NOT WS-HOLD-FOUND
                   DISPLAY 'NO SUCH HOLD ON THIS ACCOUNT'
               ELSE IF NOT HOLD-STATUS-ACTIVE
                   DISPLAY 'HOLD IS ALREADY RELEASED OR EXPIRED'
               ELSE
                   PERFORM 4200-REWRITE-RELEASED-HOLD
               END-IF
           END-IF
          .

       4100-READ-HOLD-RECORD.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH
           IF WS-SEQUENCE-IN NUMERIC
               MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
               MOVE WS-SEQUENCE-IN TO HOLD-SEQUENCE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HOLD-FOUND TO TRUE
               END-READ
           END-IF
          .

       4200-REWRITE-RELEASED-HOLD.
           SET HOLD-STATUS-RELEASED TO TRUE
           MOVE WS-OPERATOR-ID TO HOLD-CLOSED-OPERATOR
           MOVE WS-PROCESS-DATE TO HOLD-CLOSED-DATE
           REWRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'TRANHMNT: REWRITE FAILED, STATUS '
                   WS-HOLD-FILE-STATUS
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE HOLD-AMOUNT TO WS-AMOUNT-DISP
               DISPLAY 'HOLD ' HOLD-SEQUENCE ' RELEASED, '
                   WS-AMOUNT-DISP ' NOW AVAILABLE'
           END-IF
          .

       END PROGRAM TRANHMNT.
