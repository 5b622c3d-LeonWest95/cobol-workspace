           SELECT OPTIONAL GEN-AUDIT-FILE
               ASSIGN USING WS-GEN-AUDIT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "TRANCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "TRANCLNK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNK-KEY
               ALTERNATE RECORD KEY IS CLNK-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "TRANSTSW".
           SELECT ACTIVITY-FILE ASSIGN TO "TRANSTMW"
               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY TRANXAUD REPLACING LEADING ==AUDIT==
               BY ==GEN-AUDIT==.
       FD  HOLD-FILE.
           COPY TRANXHLD.
       FD  CUSTOMER-FILE.
           COPY TRANXCUS.
       FD  LINK-FILE.
           COPY TRANXCLK.
       SD  SORT-FILE.
       01 SORT-ACT-RECORD.
           05 SORT-ACT-ACCOUNT        PIC X(10).
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-ACTIVITY-STATUS          PIC X(02) VALUE '00'.
       01 WS-PRINT-STATUS             PIC X(02) VALUE '00'.
       01 WS-HOLD-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF             VALUE 'Y'.
       01 WS-HOLD-TODAY               PIC 9(08) VALUE ZERO.
       01 WS-HELD-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-CUSTOMER-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LINK-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LINK-EOF             VALUE 'Y'.
       01 WS-OWNER-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-OWNER-ROLE-TEXT          PIC X(07) VALUE SPACES.
       01 WS-ADDRESS-CUSTOMER-ID      PIC X(10) VALUE SPACES.
       01 WS-MST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-MST-EOF              VALUE 'Y'.
       01 WS-ACT-EOF-SWITCH           PIC X(01) VALUE 'N'.
      * MASTER-BALANCE minus all posted movement since the period      *
      * began. When the master has moved after the period end the      *
      * statement says so, because the closing balance then no longer  *
      * equals the live balance. Under the heading every owner linked  *
      * to the account on TRANCLNK is named from TRANCUST, followed by *
      * the primary owner's mailing address - the address the          *
      * statement is sent to. Funds held on TRANHOLD are shown after   *
      * the closing balance as they stand on the run date, with the    *
      * available balance they leave.                                  *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-ACCEPT-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LINK-FILE
           OPEN INPUT HOLD-FILE

           PERFORM 2000-STATEMENT-ONE-ACCOUNT UNTIL WS-MST-EOF

           PERFORM 2800-COUNT-TRAILING-ORPHANS

           CLOSE MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LINK-FILE
           CLOSE HOLD-FILE
           CLOSE ACTIVITY-FILE
           CLOSE STATEMENT-PRINT-FILE
           IF WS-ORPHAN-COUNT > ZERO
       2200-APPLY-ONE-ACTIVITY.
           IF WS-ACT-WORK-DATE > WS-TO-DATE
               IF WS-ACT-WORK-TYPE = 'DB' OR WS-ACT-WORK-TYPE = 'RC'
                       OR WS-ACT-WORK-TYPE = 'XD'
                   SUBTRACT WS-ACT-WORK-AMOUNT FROM WS-AFTER-NET
               ELSE
                   ADD WS-ACT-WORK-AMOUNT TO WS-AFTER-NET
               END-IF
           ELSE
               IF WS-ACT-WORK-TYPE = 'DB' OR WS-ACT-WORK-TYPE = 'RC'
                       OR WS-ACT-WORK-TYPE = 'XD'
                   SUBTRACT WS-ACT-WORK-AMOUNT FROM WS-PERIOD-NET
               ELSE
                   ADD WS-ACT-WORK-AMOUNT TO WS-PERIOD-NET
           PERFORM 4900-WRITE-PRINT-LINE
           MOVE ALL '-' TO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           PERFORM 4050-PRINT-OWNER-BLOCK

           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISP
           MOVE SPACES TO PRINT-LINE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE

           PERFORM 4080-TOTAL-ACTIVE-HOLDS
           IF WS-HELD-TOTAL NOT = ZERO
               MOVE WS-HELD-TOTAL TO WS-BALANCE-DISP
               MOVE SPACES TO PRINT-LINE
               STRING 'FUNDS ON HOLD   ' DELIMITED BY SIZE
                   WS-BALANCE-DISP DELIMITED BY SIZE
                   ' AS AT ' DELIMITED BY SIZE
                   WS-HOLD-TODAY DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
               MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-DISP
               MOVE SPACES TO PRINT-LINE
               STRING 'AVAILABLE       ' DELIMITED BY SIZE
                   WS-BALANCE-DISP DELIMITED BY SIZE
                   ' AS AT ' DELIMITED BY SIZE
                   WS-HOLD-TODAY DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-IF

           IF WS-AFTER-NET NOT = ZERO
               MOVE SPACES TO PRINT-LINE
               STRING '  (THE ACCOUNT HAS MOVED SINCE THE PERIOD'
           PERFORM 4900-WRITE-PRINT-LINE
          .

      *    Owners come off TRANCLNK in customer-id order under the
      *    account. The statement is addressed to the primary owner;
      *    if no link is marked primary the first owner's address is
      *    used. A customer missing from TRANCUST is still listed by
      *    id so the gap is visible on the statement run.
       4050-PRINT-OWNER-BLOCK.
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE SPACES TO WS-ADDRESS-CUSTOMER-ID
           MOVE 'N' TO WS-LINK-EOF-SWITCH
           MOVE MASTER-ACCOUNT-NUMBER TO CLNK-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START LINK-FILE KEY IS NOT < CLNK-KEY
               INVALID KEY SET WS-LINK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LINK-EOF
               READ LINK-FILE NEXT RECORD
                   AT END SET WS-LINK-EOF TO TRUE
                   NOT AT END
                       IF CLNK-ACCOUNT-NUMBER NOT =
                               MASTER-ACCOUNT-NUMBER
                           SET WS-LINK-EOF TO TRUE
                       ELSE
                           PERFORM 4060-PRINT-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OWNER-COUNT = ZERO
               MOVE SPACES TO PRINT-LINE
               STRING 'NO OWNING CUSTOMER ON FILE' DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           ELSE
               MOVE WS-ADDRESS-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4070-PRINT-ADDRESS
               END-READ
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
          .

       4060-PRINT-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT
           IF CLNK-ROLE-PRIMARY
               MOVE 'PRIMARY' TO WS-OWNER-ROLE-TEXT
               MOVE CLNK-CUSTOMER-ID TO WS-ADDRESS-CUSTOMER-ID
           ELSE
               MOVE 'JOINT' TO WS-OWNER-ROLE-TEXT
               IF WS-ADDRESS-CUSTOMER-ID = SPACES
                   MOVE CLNK-CUSTOMER-ID TO WS-ADDRESS-CUSTOMER-ID
               END-IF
           END-IF
           MOVE CLNK-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '(NOT ON CUSTOMER FILE)' TO CUST-NAME
           END-READ
           MOVE SPACES TO PRINT-LINE
           STRING 'OWNER ' DELIMITED BY SIZE
               CLNK-CUSTOMER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OWNER-ROLE-TEXT DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
          .

       4070-PRINT-ADDRESS.
           MOVE SPACES TO PRINT-LINE
           STRING '      ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '      ' DELIMITED BY SIZE
               CUST-ADDR-LINE-1 DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUST-ADDR-LINE-2 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-IF
           IF CUST-ADDR-LINE-3 NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUST-ADDR-LINE-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING '      ' DELIMITED BY SIZE
               CUST-POSTAL-CODE DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
          .

      *    Active holds as SUBMODULE counts them today: status
      *    active and not past the expiry date.
       4080-TOTAL-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-TODAY
           MOVE MASTER-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE KEY IS NOT < HOLD-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER NOT =
                               MASTER-ACCOUNT-NUMBER
                           SET WS-HOLD-EOF TO TRUE
                       ELSE IF HOLD-STATUS-ACTIVE AND
                               (HOLD-EXPIRY-DATE = ZERO OR
                                HOLD-EXPIRY-DATE NOT < WS-HOLD-TODAY)
                           ADD HOLD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-AVAILABLE-BALANCE =
               MASTER-BALANCE - WS-HELD-TOTAL
          .

       4100-PRINT-ONE-STMT-LINE.
           IF WS-STMT-TYPE(WS-STMT-IDX) = 'DB' OR
                   WS-STMT-TYPE(WS-STMT-IDX) = 'RC' OR
                   WS-STMT-TYPE(WS-STMT-IDX) = 'XD'
               SUBTRACT WS-STMT-AMOUNT(WS-STMT-IDX)
                   FROM WS-RUNNING-BALANCE
           ELSE
