           SELECT OPTIONAL GEN-REJECT-FILE
               ASSIGN USING WS-GEN-REJECT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXREJ REPLACING LEADING ==REJECT==
               BY ==GEN-REJECT==.
       FD  HOLD-FILE.
           COPY TRANXHLD.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  CUSTOMER-FILE.
           COPY TRANXCUS.
       FD  LINK-FILE.
           COPY TRANXCLK.
       WORKING-STORAGE SECTION.
       01 WS-ANOTHER-SWITCH           PIC X(01) VALUE 'Y'.
           88 WS-ANOTHER              VALUE 'Y' 'y'.
       01 WS-GEN-AUDIT-NAME           PIC X(30) VALUE SPACES.
       01 WS-GEN-REJECT-NAME          PIC X(30) VALUE SPACES.
       01 WS-ACCOUNT-NUMBER           PIC X(10) VALUE SPACES.
       01 WS-HOLD-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF             VALUE 'Y'.
       01 WS-HOLD-TODAY               PIC 9(08) VALUE ZERO.
       01 WS-HELD-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-BALANCE-DISP             PIC -9(11).9(02).
       01 WS-CUSTOMER-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LINK-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LINK-EOF             VALUE 'Y'.
       01 WS-HOLDER-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-HOLDER-ROLE-TEXT         PIC X(07) VALUE SPACES.
       01 WS-FROM-DATE-IN             PIC X(08) VALUE SPACES.
       01 WS-TO-DATE-IN               PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
      * generations every day, so the inquiry walks the TRANGENC       *
      * catalog and reads every generation whose cut date reaches the  *
      * range, then the live files for activity since the last cut.    *
      * The account's holders from TRANCLNK and TRANCUST head the      *
      * listing, with the ledger balance, the funds held on TRANHOLD   *
      * and the available balance.                                     *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM UNTIL NOT WS-ANOTHER
       3000-LIST-ACTIVITY.
           DISPLAY ' '
           DISPLAY 'ACTIVITY FOR ACCOUNT ' WS-ACCOUNT-NUMBER
           PERFORM 3010-SHOW-ACCOUNT-HOLDERS
           PERFORM 3030-SHOW-BALANCES

           PERFORM 3050-LIST-ARCHIVED-ACTIVITY

           CLOSE AUDIT-FILE
          .

      *    Owners in customer-id order under the account; a link to
      *    a customer no longer on TRANCUST still shows its id.
       3010-SHOW-ACCOUNT-HOLDERS.
           MOVE ZERO TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-LINK-EOF-SWITCH
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LINK-FILE
           MOVE WS-ACCOUNT-NUMBER TO CLNK-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START LINK-FILE KEY IS NOT < CLNK-KEY
               INVALID KEY SET WS-LINK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LINK-EOF
               READ LINK-FILE NEXT RECORD
                   AT END SET WS-LINK-EOF TO TRUE
                   NOT AT END
                       IF CLNK-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           SET WS-LINK-EOF TO TRUE
                       ELSE
                           PERFORM 3020-SHOW-ONE-HOLDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE LINK-FILE

           IF WS-HOLDER-COUNT = ZERO
               DISPLAY 'ACCOUNT HOLDER  (NO OWNING CUSTOMER ON FILE)'
           END-IF
          .

       3020-SHOW-ONE-HOLDER.
           ADD 1 TO WS-HOLDER-COUNT
           IF CLNK-ROLE-PRIMARY
               MOVE 'PRIMARY' TO WS-HOLDER-ROLE-TEXT
           ELSE
               MOVE 'JOINT' TO WS-HOLDER-ROLE-TEXT
           END-IF
           MOVE CLNK-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '(NOT ON CUSTOMER FILE)' TO CUST-NAME
           END-READ
           DISPLAY 'ACCOUNT HOLDER  ' CLNK-CUSTOMER-ID ' '
               CUST-NAME ' ' WS-HOLDER-ROLE-TEXT
          .

      *    The master is read only for the balance line; an
      *    account no longer on it still lists its history.
       3030-SHOW-BALANCES.
           OPEN INPUT MASTER-FILE
           OPEN INPUT HOLD-FILE
           MOVE WS-ACCOUNT-NUMBER TO MASTER-ACCOUNT-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'LEDGER BALANCE  (ACCOUNT NOT ON THE MASTER)'
               NOT INVALID KEY
                   PERFORM 3040-TOTAL-ACTIVE-HOLDS
                   MOVE MASTER-BALANCE TO WS-BALANCE-DISP
                   DISPLAY 'LEDGER BALANCE  ' WS-BALANCE-DISP
                   MOVE WS-HELD-TOTAL TO WS-BALANCE-DISP
                   DISPLAY 'FUNDS HELD      ' WS-BALANCE-DISP
                   MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-DISP
                   DISPLAY 'AVAILABLE       ' WS-BALANCE-DISP
           END-READ
           CLOSE MASTER-FILE
           CLOSE HOLD-FILE
          .

      *    Active holds as SUBMODULE counts them today: status
      *    active and not past the expiry date.
       3040-TOTAL-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-TODAY
           MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE KEY IS NOT < HOLD-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
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

      *    A generation cut on date D never holds activity after D, so
      *    cuts older than the from-date cannot contribute and are
      *    skipped; the per-record date filter in 3070 decides the
           ADD 1 TO WS-MATCH-COUNT
           EVALUATE WS-ACT-TYPE
               WHEN 'DB'
               WHEN 'XD'
                   ADD WS-ACT-AMOUNT TO WS-DB-TOTAL
               WHEN 'CR'
               WHEN 'XC'
                   ADD WS-ACT-AMOUNT TO WS-CR-TOTAL
               WHEN 'RD'
                   SUBTRACT WS-ACT-AMOUNT FROM WS-DB-TOTAL
           EVALUATE WS-REASON-CODE
               WHEN 10
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-REASON-TEXT
               WHEN 15
                   MOVE 'INVALID TRANSFER COUNTER-ACCOUNT'
                       TO WS-REASON-TEXT
               WHEN 20
                   MOVE 'INVALID TRANSACTION TYPE' TO WS-REASON-TEXT
               WHEN 30
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
               WHEN 52
                   MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
               WHEN 53
                   MOVE 'DEBIT TO DORMANT ACCOUNT' TO WS-REASON-TEXT
               WHEN 55
                   MOVE 'DEBIT BREACHES OVERDRAFT FLOOR'
                       TO WS-REASON-TEXT
               WHEN 56
                   MOVE 'DEBIT BLOCKED BY FUNDS HOLDS'
                       TO WS-REASON-TEXT
               WHEN 60
                   MOVE 'NOT A VALID CALENDAR DATE' TO WS-REASON-TEXT
               WHEN 65
