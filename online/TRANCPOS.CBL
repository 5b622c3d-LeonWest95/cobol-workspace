       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCPOS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY TRANXCUS.
       FD  LINK-FILE.
           COPY TRANXCLK.
       FD  MASTER-FILE.
           COPY TRANXMST.
       WORKING-STORAGE SECTION.
       01 WS-ANOTHER-SWITCH           PIC X(01) VALUE 'Y'.
           88 WS-ANOTHER              VALUE 'Y' 'y'.
       01 WS-CUSTOMER-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LINK-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-CUSTOMER-ID              PIC X(10) VALUE SPACES.
       01 WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LINK-EOF             VALUE 'Y'.
       01 WS-ACCOUNT-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-COMBINED-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01 WS-ROLE-TEXT                PIC X(07) VALUE SPACES.
       01 WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
       01 WS-BALANCE-DISP             PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Operations-desk inquiry: one customer's name and mailing       *
      * address from TRANCUST, then every account the customer owns    *
      * on TRANCLNK - primary or joint - with its status and current   *
      * balance from the master, and the combined balance across them. *
      * A jointly held account counts in full for each of its owners.  *
      * The tax id is kept off this screen. Closed accounts are listed *
      * for completeness; they always stand at zero.                   *
      ******************************************************************
       0000-MAIN-PROCESSING.
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LINK-FILE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANCPOS: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NOT WS-ANOTHER
               PERFORM 1000-ACCEPT-CUSTOMER-ID
               PERFORM 2000-SHOW-CUSTOMER
               PERFORM 5000-ASK-ANOTHER
           END-PERFORM

           CLOSE CUSTOMER-FILE
           CLOSE LINK-FILE
           CLOSE MASTER-FILE
           STOP RUN
          .

       1000-ACCEPT-CUSTOMER-ID.
           DISPLAY 'ENTER CUSTOMER ID (10 CHARS): '
           MOVE SPACES TO WS-CUSTOMER-ID
           ACCEPT WS-CUSTOMER-ID
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-COMBINED-BALANCE
          .

       2000-SHOW-CUSTOMER.
           DISPLAY ' '
           MOVE WS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER ' WS-CUSTOMER-ID
                       ' NOT ON TRANCUST'
               NOT INVALID KEY
                   PERFORM 2100-SHOW-NAME-ADDRESS
                   PERFORM 3000-LIST-ACCOUNTS
                   PERFORM 4000-SHOW-TOTAL
           END-READ
          .

       2100-SHOW-NAME-ADDRESS.
           DISPLAY 'CUSTOMER ' CUST-ID ' ' CUST-NAME
           DISPLAY '         ' CUST-ADDR-LINE-1
           IF CUST-ADDR-LINE-2 NOT = SPACES
               DISPLAY '         ' CUST-ADDR-LINE-2
           END-IF
           IF CUST-ADDR-LINE-3 NOT = SPACES
               DISPLAY '         ' CUST-ADDR-LINE-3
           END-IF
           DISPLAY '         ' CUST-POSTAL-CODE
           DISPLAY 'CUSTOMER SINCE ' CUST-OPEN-DATE
          .

      *    The alternate key returns the customer's links in the
      *    order they were written; the walk stops at the first link
      *    for another customer.
       3000-LIST-ACCOUNTS.
           DISPLAY ' '
           DISPLAY 'ACCOUNT    ROLE    STATUS           BALANCE'
           MOVE 'N' TO WS-LINK-EOF-SWITCH
           MOVE WS-CUSTOMER-ID TO CLNK-CUSTOMER-ID
           START LINK-FILE KEY IS = CLNK-CUSTOMER-ID
               INVALID KEY SET WS-LINK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LINK-EOF
               READ LINK-FILE NEXT RECORD
                   AT END SET WS-LINK-EOF TO TRUE
                   NOT AT END
                       IF CLNK-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           SET WS-LINK-EOF TO TRUE
                       ELSE
                           PERFORM 3100-SHOW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
          .

       3100-SHOW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF CLNK-ROLE-PRIMARY
               MOVE 'PRIMARY' TO WS-ROLE-TEXT
           ELSE
               MOVE 'JOINT' TO WS-ROLE-TEXT
           END-IF
           MOVE CLNK-ACCOUNT-NUMBER TO MASTER-ACCOUNT-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY CLNK-ACCOUNT-NUMBER ' ' WS-ROLE-TEXT
                       ' (NOT ON THE MASTER)'
               NOT INVALID KEY
                   PERFORM 3200-SET-STATUS-TEXT
                   ADD MASTER-BALANCE TO WS-COMBINED-BALANCE
                   MOVE MASTER-BALANCE TO WS-BALANCE-DISP
                   DISPLAY CLNK-ACCOUNT-NUMBER ' ' WS-ROLE-TEXT
                       ' ' WS-STATUS-TEXT ' ' WS-BALANCE-DISP
           END-READ
          .

       3200-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN MASTER-STATUS-CLOSED
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
               WHEN MASTER-STATUS-FROZEN
                   MOVE 'FROZEN' TO WS-STATUS-TEXT
               WHEN MASTER-STATUS-DORMANT
                   MOVE 'DORMANT' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-TEXT
           END-EVALUATE
          .

       4000-SHOW-TOTAL.
           IF WS-ACCOUNT-COUNT = ZERO
               DISPLAY '(NO ACCOUNTS LINKED TO THIS CUSTOMER)'
           ELSE
               MOVE WS-COMBINED-BALANCE TO WS-BALANCE-DISP
               DISPLAY 'ACCOUNTS HELD    : ' WS-ACCOUNT-COUNT
               DISPLAY 'COMBINED BALANCE : ' WS-BALANCE-DISP
           END-IF
          .

       5000-ASK-ANOTHER.
           DISPLAY 'ANOTHER INQUIRY? (Y/N): '
           ACCEPT WS-ANOTHER-SWITCH
          .

       END PROGRAM TRANCPOS.
