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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNK-KEY
               ALTERNATE RECORD KEY IS CLNK-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "TRANOPER"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  CUSTOMER-FILE.
           COPY TRANXCUS.
       FD  LINK-FILE.
           COPY TRANXCLK.
       FD  HOLD-FILE.
           COPY TRANXHLD.
       FD  OPERATOR-FILE.
           COPY TRANXOPR.
       WORKING-STORAGE SECTION.
           88 WS-ACTION-FREEZE        VALUE 'F' 'f'.
           88 WS-ACTION-UNFREEZE      VALUE 'U' 'u'.
           88 WS-ACTION-LIMIT         VALUE 'L' 'l'.
           88 WS-ACTION-REACTIVATE    VALUE 'R' 'r'.
           88 WS-ACTION-QUIT          VALUE 'Q' 'q'.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-CUSTOMER-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LINK-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-ACCOUNT-NUMBER           PIC X(10) VALUE SPACES.
       01 WS-HOLD-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF             VALUE 'Y'.
       01 WS-HOLD-TODAY               PIC 9(08) VALUE ZERO.
       01 WS-HELD-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-CUSTOMER-ID              PIC X(10) VALUE SPACES.
       01 WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-FOUND       VALUE 'Y'.
       01 WS-LINK-WRITTEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-LINK-WRITTEN         VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-MASTER-FOUND         VALUE 'Y'.
       01 WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
       01 WS-BALANCE-DISP             PIC -9(11).9(02).
       01 WS-OD-LIMIT-IN              PIC X(11) VALUE SPACES.
       01 WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01 WS-OPER-EOF-SWITCH          PIC X(01) VALUE 'N'.
       01 WS-FROZEN-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-UNFROZEN-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-LIMIT-SET-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-REACTIVATED-COUNT        PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * Operations-desk maintenance of the account master: open a new  *
      * account only closes at a zero balance - the money has to go    *
      * somewhere first. Reopening a closed account is not offered:    *
      * the history would silently span the closure, so a new account  *
      * number is opened instead. An account TRANDORM has marked       *
      * dormant refuses debits with reason 53 until it is reactivated  *
      * here - this is the only way back to active, and only behind    *
      * the operator sign-on. Every account is opened for a customer   *
      * already on TRANCUST (added through TRANCMNT); that customer is *
      * linked on TRANCLNK as the account's primary owner in the same  *
      * action, and further owners are linked through TRANCMNT. The    *
      * account display shows the funds held on TRANHOLD (placed in    *
      * TRANHMNT) and the available balance beside the ledger balance. *
      ******************************************************************
       0000-MAIN-PROCESSING.
           DISPLAY 'TRANMNT - ACCOUNT MASTER MAINTENANCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANMNT: CANNOT OPEN TRANCUST, STATUS '
                   WS-CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANMNT: CANNOT OPEN TRANHOLD, STATUS '
                   WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LINK-FILE
           IF WS-LINK-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANMNT: CANNOT OPEN TRANCLNK, STATUS '
                   WS-LINK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-QUIT

           CLOSE MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LINK-FILE
           CLOSE HOLD-FILE
           DISPLAY 'TRANMNT: ACCOUNTS OPENED   : ' WS-OPENED-COUNT
           DISPLAY 'TRANMNT: ACCOUNTS CLOSED   : ' WS-CLOSED-COUNT
           DISPLAY 'TRANMNT: ACCOUNTS FROZEN   : ' WS-FROZEN-COUNT
           DISPLAY 'TRANMNT: ACCOUNTS UNFROZEN : ' WS-UNFROZEN-COUNT
           DISPLAY 'TRANMNT: OD LIMITS SET     : ' WS-LIMIT-SET-COUNT
           DISPLAY 'TRANMNT: REACTIVATED       : ' WS-REACTIVATED-COUNT
           STOP RUN
          .


       2000-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'OPEN, CLOSE, FREEZE, UNFREEZE, LIMIT, REACTIVATE'
               ' OR QUIT? (O/C/F/U/L/R/Q): '
           ACCEPT WS-ACTION-SWITCH

           EVALUATE TRUE
                   PERFORM 6000-UNFREEZE-ACCOUNT
               WHEN WS-ACTION-LIMIT
                   PERFORM 6500-SET-OVERDRAFT-LIMIT
               WHEN WS-ACTION-REACTIVATE
                   PERFORM 6700-REACTIVATE-ACCOUNT
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION'
           END-EVALUATE
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
               WHEN MASTER-STATUS-FROZEN
                   MOVE 'FROZEN' TO WS-STATUS-TEXT
               WHEN MASTER-STATUS-DORMANT
                   MOVE 'DORMANT' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-TEXT
           END-EVALUATE
               ' STATUS ' WS-STATUS-TEXT
               ' BALANCE ' MASTER-BALANCE
               ' OPENED ' MASTER-OPEN-DATE
           PERFORM 2350-TOTAL-ACTIVE-HOLDS
           MOVE WS-HELD-TOTAL TO WS-BALANCE-DISP
           DISPLAY '  HELD      ' WS-BALANCE-DISP
           MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-DISP
           DISPLAY '  AVAILABLE ' WS-BALANCE-DISP
           IF MASTER-OVERDRAFT-LIMIT NUMERIC
               DISPLAY '  OVERDRAFT LIMIT ' MASTER-OVERDRAFT-X
           ELSE
           END-IF
          .

      *    Active holds as SUBMODULE counts them today: status
      *    active and not past the expiry date.
       2350-TOTAL-ACTIVE-HOLDS.
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

      *    Spaces in the limit field mean the account takes the
      *    TRANPARM OVERDRAFT-LIMIT default; anything keyed that is
      *    not eleven digits is treated as asking for the default.
           END-IF
          .

      *    Looks up the owning customer for a new account; the name
      *    is shown so the operator can confirm the right customer.
       2500-READ-CUSTOMER-RECORD.
           DISPLAY 'ENTER OWNING CUSTOMER ID (10 CHARS): '
           ACCEPT WS-CUSTOMER-ID
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           MOVE WS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
                   DISPLAY '  CUSTOMER ' CUST-ID ' ' CUST-NAME
           END-READ
          .

      *    The owning customer must already be on TRANCUST - an
      *    account is never opened without somebody to send its
      *    statement to. The owner link goes on TRANCLNK first and
      *    the master record only once it is there; if the master
      *    write is then refused the link is taken off again, so an
      *    account is on file with its primary owner or not at all.
       3000-OPEN-ACCOUNT.
           PERFORM 2100-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2200-READ-MASTER-RECORD
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           IF NOT WS-MASTER-FOUND
               PERFORM 2500-READ-CUSTOMER-RECORD
           END-IF

           IF WS-MASTER-FOUND
               DISPLAY 'ACCOUNT ALREADY ON THE MASTER, NOT OPENED'
               PERFORM 2300-SHOW-MASTER-RECORD
           ELSE IF NOT WS-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER NOT ON TRANCUST, NOT OPENED'
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO MASTER-ACCOUNT-NUMBER
               MOVE ZERO TO MASTER-BALANCE
               SET MASTER-STATUS-ACTIVE TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-OPEN-DATE
               PERFORM 2400-ACCEPT-OVERDRAFT-LIMIT
               PERFORM 3100-WRITE-PRIMARY-LINK
               IF WS-LINK-WRITTEN
                   PERFORM 3200-WRITE-NEW-MASTER
               END-IF
           END-IF
          .

       3100-WRITE-PRIMARY-LINK.
           MOVE 'N' TO WS-LINK-WRITTEN-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO CLNK-ACCOUNT-NUMBER
           MOVE WS-CUSTOMER-ID TO CLNK-CUSTOMER-ID
           SET CLNK-ROLE-PRIMARY TO TRUE
           MOVE MASTER-OPEN-DATE TO CLNK-LINK-DATE
           MOVE WS-OPERATOR-ID TO CLNK-LINK-OPERATOR
           WRITE CLNK-RECORD
               INVALID KEY
                   DISPLAY 'OWNER LINK REFUSED, STATUS '
                       WS-LINK-FILE-STATUS ', NOT OPENED'
               NOT INVALID KEY
                   SET WS-LINK-WRITTEN TO TRUE
           END-WRITE
          .

       3200-WRITE-NEW-MASTER.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'WRITE REFUSED, STATUS '
                       WS-MASTER-FILE-STATUS ', NOT OPENED'
                   PERFORM 3300-BACK-OUT-PRIMARY-LINK
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   DISPLAY 'OPENED'
                   PERFORM 2300-SHOW-MASTER-RECORD
                   DISPLAY '  PRIMARY OWNER ' WS-CUSTOMER-ID
           END-WRITE
          .

       3300-BACK-OUT-PRIMARY-LINK.
           MOVE WS-ACCOUNT-NUMBER TO CLNK-ACCOUNT-NUMBER
           MOVE WS-CUSTOMER-ID TO CLNK-CUSTOMER-ID
           DELETE LINK-FILE RECORD
               INVALID KEY
                   DISPLAY 'TRANMNT: OWNER LINK NOT BACKED OUT, STATUS '
                       WS-LINK-FILE-STATUS
           END-DELETE
          .

       4000-CLOSE-ACCOUNT.
           PERFORM 2100-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2200-READ-MASTER-RECORD
               WHEN MASTER-STATUS-FROZEN
                   DISPLAY 'ACCOUNT IS ALREADY FROZEN'
                   PERFORM 2300-SHOW-MASTER-RECORD
               WHEN MASTER-STATUS-DORMANT
                   DISPLAY 'ACCOUNT IS DORMANT, REACTIVATE FIRST'
                   PERFORM 2300-SHOW-MASTER-RECORD
               WHEN OTHER
                   SET MASTER-STATUS-FROZEN TO TRUE
                   PERFORM 7000-REWRITE-MASTER-RECORD
           END-EVALUATE
          .

      *    The reactivation date is stamped as the last-transaction
      *    date: the account has just been confirmed live by the desk,
      *    and leaving the old date would have the next TRANDORM sweep
      *    mark it dormant again the same night.
       6700-REACTIVATE-ACCOUNT.
           PERFORM 2100-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2200-READ-MASTER-RECORD

           EVALUATE TRUE
               WHEN NOT WS-MASTER-FOUND
                   DISPLAY 'ACCOUNT NOT ON THE MASTER'
               WHEN NOT MASTER-STATUS-DORMANT
                   DISPLAY 'ACCOUNT IS NOT DORMANT'
                   PERFORM 2300-SHOW-MASTER-RECORD
               WHEN OTHER
                   SET MASTER-STATUS-ACTIVE TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MASTER-LAST-TRANX-DATE
                   PERFORM 7000-REWRITE-MASTER-RECORD
                   ADD 1 TO WS-REACTIVATED-COUNT
                   DISPLAY 'REACTIVATED BY ' WS-OPERATOR-ID
                   PERFORM 2300-SHOW-MASTER-RECORD
           END-EVALUATE
          .

       7000-REWRITE-MASTER-RECORD.
           REWRITE MASTER-RECORD
           IF WS-MASTER-FILE-STATUS NOT = '00'
