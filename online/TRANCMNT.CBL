       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MASTER-FILE ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "TRANOPER"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY TRANXCUS.
       FD  LINK-FILE.
           COPY TRANXCLK.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  OPERATOR-FILE.
           COPY TRANXOPR.
       WORKING-STORAGE SECTION.
       01 WS-QUIT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-QUIT                 VALUE 'Y'.
       01 WS-ACTION-SWITCH            PIC X(01) VALUE SPACE.
           88 WS-ACTION-ADD           VALUE 'A' 'a'.
           88 WS-ACTION-CHANGE        VALUE 'C' 'c'.
           88 WS-ACTION-LINK          VALUE 'L' 'l'.
           88 WS-ACTION-UNLINK        VALUE 'U' 'u'.
           88 WS-ACTION-QUIT          VALUE 'Q' 'q'.
       01 WS-CUSTOMER-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LINK-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-CUSTOMER-ID              PIC X(10) VALUE SPACES.
       01 WS-ACCOUNT-NUMBER           PIC X(10) VALUE SPACES.
       01 WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-FOUND       VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-MASTER-FOUND         VALUE 'Y'.
       01 WS-LINK-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-LINK-FOUND           VALUE 'Y'.
       01 WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LINK-EOF             VALUE 'Y'.
       01 WS-OWNER-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-FIRST-OWNER-ID           PIC X(10) VALUE SPACES.
       01 WS-REMOVED-ROLE             PIC X(01) VALUE SPACE.
       01 WS-FIELD-IN                 PIC X(40) VALUE SPACES.
       01 WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01 WS-OPER-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OPER-EOF             VALUE 'Y'.
       01 WS-OPER-OK-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-OPER-OK              VALUE 'Y'.
       01 WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-LINKED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-UNLINKED-COUNT           PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * Operations-desk maintenance of the customer file: add a        *
      * customer, change a customer's name, mailing address or tax id, *
      * and link or unlink a customer as an owner of an account. The   *
      * first owner linked to an account is its primary owner - the    *
      * statement goes to that address - and any further owners are    *
      * joint. An account's last owner cannot be unlinked unless the   *
      * account is closed, so no live account is ever left without a   *
      * customer; unlinking the primary owner of a jointly held        *
      * account makes the next owner primary. Customers are never      *
      * deleted - their history is referenced from the links.          *
      ******************************************************************
       0000-MAIN-PROCESSING.
           DISPLAY 'TRANCMNT - CUSTOMER FILE MAINTENANCE'
           PERFORM 0100-SIGN-ON-OPERATOR
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANCMNT: CANNOT OPEN TRANCUST, STATUS '
                   WS-CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LINK-FILE
           IF WS-LINK-FILE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'TRANCMNT: CANNOT OPEN TRANCLNK, STATUS '
                   WS-LINK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANCMNT: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-QUIT

           CLOSE CUSTOMER-FILE
           CLOSE LINK-FILE
           CLOSE MASTER-FILE
           DISPLAY 'TRANCMNT: CUSTOMERS ADDED   : ' WS-ADDED-COUNT
           DISPLAY 'TRANCMNT: CUSTOMERS CHANGED : ' WS-CHANGED-COUNT
           DISPLAY 'TRANCMNT: ACCOUNTS LINKED   : ' WS-LINKED-COUNT
           DISPLAY 'TRANCMNT: ACCOUNTS UNLINKED : ' WS-UNLINKED-COUNT
           STOP RUN
          .

      *    No valid sign-on, no session - every add and change is
      *    stamped with the operator who made it.
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
               DISPLAY 'TRANCMNT: OPERATOR NOT ON TRANOPER OR'
                   ' DISABLED, SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       2000-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'ADD, CHANGE, LINK, UNLINK OR QUIT? (A/C/L/U/Q): '
           ACCEPT WS-ACTION-SWITCH

           EVALUATE TRUE
               WHEN WS-ACTION-QUIT
                   SET WS-QUIT TO TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 3000-ADD-CUSTOMER
               WHEN WS-ACTION-CHANGE
                   PERFORM 4000-CHANGE-CUSTOMER
               WHEN WS-ACTION-LINK
                   PERFORM 5000-LINK-ACCOUNT
               WHEN WS-ACTION-UNLINK
                   PERFORM 6000-UNLINK-ACCOUNT
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION'
           END-EVALUATE
          .

       2100-ACCEPT-CUSTOMER-ID.
           DISPLAY 'ENTER CUSTOMER ID (10 CHARS): '
           ACCEPT WS-CUSTOMER-ID
          .

       2150-ACCEPT-ACCOUNT-NUMBER.
           DISPLAY 'ENTER ACCOUNT NUMBER (10 CHARS): '
           ACCEPT WS-ACCOUNT-NUMBER
          .

       2200-READ-CUSTOMER-RECORD.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           MOVE WS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ
          .

       2250-READ-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO MASTER-ACCOUNT-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ
          .

       2300-SHOW-CUSTOMER-RECORD.
           DISPLAY '  CUSTOMER ' CUST-ID ' ' CUST-NAME
           DISPLAY '           ' CUST-ADDR-LINE-1
           DISPLAY '           ' CUST-ADDR-LINE-2
           DISPLAY '           ' CUST-ADDR-LINE-3
           DISPLAY '           ' CUST-POSTAL-CODE
           DISPLAY '  TAX ID ' CUST-TAX-ID
               ' SINCE ' CUST-OPEN-DATE
               ' LAST CHANGED ' CUST-MAINT-DATE
               ' BY ' CUST-MAINT-OPERATOR
          .

      *    Prompts for the changeable fields. On an add every field is
      *    taken as keyed; on a change a blank answer keeps the value
      *    already on the record.
       2400-ACCEPT-CUSTOMER-FIELDS.
           DISPLAY 'ENTER NAME (40 CHARS): '
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES OR WS-ACTION-ADD
               MOVE WS-FIELD-IN TO CUST-NAME
           END-IF
           DISPLAY 'ENTER ADDRESS LINE 1 (40 CHARS): '
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES OR WS-ACTION-ADD
               MOVE WS-FIELD-IN TO CUST-ADDR-LINE-1
           END-IF
           DISPLAY 'ENTER ADDRESS LINE 2 (40 CHARS): '
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES OR WS-ACTION-ADD
               MOVE WS-FIELD-IN TO CUST-ADDR-LINE-2
           END-IF
           DISPLAY 'ENTER ADDRESS LINE 3 (40 CHARS): '
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES OR WS-ACTION-ADD
               MOVE WS-FIELD-IN TO CUST-ADDR-LINE-3
           END-IF
           DISPLAY 'ENTER POSTAL CODE (10 CHARS): '
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES OR WS-ACTION-ADD
               MOVE WS-FIELD-IN TO CUST-POSTAL-CODE
           END-IF
           DISPLAY 'ENTER TAX ID (12 CHARS): '
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES OR WS-ACTION-ADD
               MOVE WS-FIELD-IN TO CUST-TAX-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-MAINT-DATE
           MOVE WS-OPERATOR-ID TO CUST-MAINT-OPERATOR
          .

      *    Walks the account's owners in customer-id order: counts
      *    them and notes the first, which becomes primary if the
      *    primary owner is unlinked.
       2600-COUNT-ACCOUNT-OWNERS.
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE SPACES TO WS-FIRST-OWNER-ID
           MOVE 'N' TO WS-LINK-EOF-SWITCH
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
                           ADD 1 TO WS-OWNER-COUNT
                           IF WS-FIRST-OWNER-ID = SPACES
                               MOVE CLNK-CUSTOMER-ID
                                   TO WS-FIRST-OWNER-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
          .

       2700-READ-LINK-RECORD.
           MOVE 'N' TO WS-LINK-FOUND-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO CLNK-ACCOUNT-NUMBER
           MOVE WS-CUSTOMER-ID TO CLNK-CUSTOMER-ID
           READ LINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LINK-FOUND TO TRUE
           END-READ
          .

       3000-ADD-CUSTOMER.
           PERFORM 2100-ACCEPT-CUSTOMER-ID
           PERFORM 2200-READ-CUSTOMER-RECORD

           IF WS-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER ALREADY ON FILE, NOT ADDED'
               PERFORM 2300-SHOW-CUSTOMER-RECORD
           ELSE IF WS-CUSTOMER-ID = SPACES
               DISPLAY 'CUSTOMER ID IS BLANK, NOT ADDED'
           ELSE
               MOVE WS-CUSTOMER-ID TO CUST-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-OPEN-DATE
               PERFORM 2400-ACCEPT-CUSTOMER-FIELDS
               IF CUST-NAME = SPACES
                   DISPLAY 'NAME IS REQUIRED, NOT ADDED'
               ELSE
                   WRITE CUST-RECORD
                       INVALID KEY
                           DISPLAY 'WRITE REFUSED, STATUS '
                               WS-CUSTOMER-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                           DISPLAY 'ADDED'
                           PERFORM 2300-SHOW-CUSTOMER-RECORD
                   END-WRITE
               END-IF
           END-IF
          .

       4000-CHANGE-CUSTOMER.
           PERFORM 2100-ACCEPT-CUSTOMER-ID
           PERFORM 2200-READ-CUSTOMER-RECORD

           IF NOT WS-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER NOT ON FILE'
           ELSE
               PERFORM 2300-SHOW-CUSTOMER-RECORD
               DISPLAY 'BLANK KEEPS THE CURRENT VALUE'
               PERFORM 2400-ACCEPT-CUSTOMER-FIELDS
               REWRITE CUST-RECORD
               IF WS-CUSTOMER-FILE-STATUS NOT = '00'
                   DISPLAY 'TRANCMNT: REWRITE FAILED, STATUS '
                       WS-CUSTOMER-FILE-STATUS
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY 'CHANGED'
                   PERFORM 2300-SHOW-CUSTOMER-RECORD
               END-IF
           END-IF
          .

       5000-LINK-ACCOUNT.
           PERFORM 2100-ACCEPT-CUSTOMER-ID
           PERFORM 2200-READ-CUSTOMER-RECORD
           PERFORM 2150-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2250-READ-MASTER-RECORD
           PERFORM 2700-READ-LINK-RECORD

           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   DISPLAY 'CUSTOMER NOT ON FILE'
               WHEN NOT WS-MASTER-FOUND
                   DISPLAY 'ACCOUNT NOT ON THE MASTER'
               WHEN MASTER-STATUS-CLOSED
                   DISPLAY 'ACCOUNT IS CLOSED, NOT LINKED'
               WHEN WS-LINK-FOUND
                   DISPLAY 'CUSTOMER ALREADY OWNS THIS ACCOUNT'
               WHEN OTHER
                   PERFORM 5100-WRITE-LINK-RECORD
           END-EVALUATE
          .

       5100-WRITE-LINK-RECORD.
           PERFORM 2600-COUNT-ACCOUNT-OWNERS
           MOVE WS-ACCOUNT-NUMBER TO CLNK-ACCOUNT-NUMBER
           MOVE WS-CUSTOMER-ID TO CLNK-CUSTOMER-ID
           IF WS-OWNER-COUNT = ZERO
               SET CLNK-ROLE-PRIMARY TO TRUE
           ELSE
               SET CLNK-ROLE-JOINT TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLNK-LINK-DATE
           MOVE WS-OPERATOR-ID TO CLNK-LINK-OPERATOR
           WRITE CLNK-RECORD
               INVALID KEY
                   DISPLAY 'WRITE REFUSED, STATUS '
                       WS-LINK-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LINKED-COUNT
                   IF CLNK-ROLE-PRIMARY
                       DISPLAY 'LINKED AS PRIMARY OWNER'
                   ELSE
                       DISPLAY 'LINKED AS JOINT OWNER'
                   END-IF
           END-WRITE
          .

       6000-UNLINK-ACCOUNT.
           PERFORM 2100-ACCEPT-CUSTOMER-ID
           PERFORM 2150-ACCEPT-ACCOUNT-NUMBER
           PERFORM 2250-READ-MASTER-RECORD
           PERFORM 2600-COUNT-ACCOUNT-OWNERS
           PERFORM 2700-READ-LINK-RECORD

           EVALUATE TRUE
               WHEN NOT WS-LINK-FOUND
                   DISPLAY 'CUSTOMER DOES NOT OWN THIS ACCOUNT'
               WHEN WS-OWNER-COUNT = 1 AND WS-MASTER-FOUND
                       AND NOT MASTER-STATUS-CLOSED
                   DISPLAY 'LAST OWNER OF AN OPEN ACCOUNT, NOT'
                       ' UNLINKED'
               WHEN OTHER
                   PERFORM 6100-DELETE-LINK-RECORD
           END-EVALUATE
          .

       6100-DELETE-LINK-RECORD.
           MOVE CLNK-OWNER-ROLE TO WS-REMOVED-ROLE
           DELETE LINK-FILE RECORD
               INVALID KEY
                   DISPLAY 'DELETE REFUSED, STATUS '
                       WS-LINK-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-UNLINKED-COUNT
                   DISPLAY 'UNLINKED'
                   IF WS-REMOVED-ROLE = 'P'
                       PERFORM 6200-PROMOTE-NEXT-OWNER
                   END-IF
           END-DELETE
          .

      *    Recounting after the delete finds the lowest remaining
      *    owner; that customer now receives the statement.
       6200-PROMOTE-NEXT-OWNER.
           PERFORM 2600-COUNT-ACCOUNT-OWNERS
           IF WS-OWNER-COUNT > ZERO
               MOVE WS-FIRST-OWNER-ID TO WS-CUSTOMER-ID
               PERFORM 2700-READ-LINK-RECORD
               IF WS-LINK-FOUND
                   SET CLNK-ROLE-PRIMARY TO TRUE
                   REWRITE CLNK-RECORD
                   IF WS-LINK-FILE-STATUS NOT = '00'
                       DISPLAY 'TRANCMNT: REWRITE FAILED, STATUS '
                           WS-LINK-FILE-STATUS
                   ELSE
                       DISPLAY 'CUSTOMER ' CLNK-CUSTOMER-ID
                           ' IS NOW PRIMARY OWNER'
                   END-IF
               END-IF
           END-IF
          .

       END PROGRAM TRANCMNT.
