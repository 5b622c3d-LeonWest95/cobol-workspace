               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "TRANPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TRANPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY TRANXPND.
       FD  HOLD-FILE.
           COPY TRANXHLD.
       FD  PARM-FILE.
           COPY TRANXPRM.
       WORKING-STORAGE SECTION.
           88 WS-WAREHOUSE-TRANX      VALUE 'Y'.
       01 WS-REVERSAL-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-REVERSAL-TRANX       VALUE 'Y'.
       01 WS-TRANSFER-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-TRANSFER-TRANX       VALUE 'Y'.
       01 WS-XFER-DEBIT-IMAGE         PIC X(52) VALUE SPACES.
           COPY TRANXMST REPLACING LEADING ==MASTER==
               BY ==WS-XFER-CREDIT==.
       01 WS-XFER-TIMESTAMP           PIC X(21) VALUE SPACES.
       01 WS-ORIGINAL-TYPE            PIC X(02) VALUE SPACES.
       01 WS-ORIGINAL-KEY             PIC X(32) VALUE SPACES.
       01 WS-DUPLICATE-SWITCH         PIC X(01) VALUE 'N'.
       01 WS-PARM-OVERDRAFT-LIMIT     PIC 9(09)V99 VALUE ZERO.
       01 WS-OVERDRAFT-LIMIT          PIC 9(09)V99 VALUE ZERO.
       01 WS-PROJECTED-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-HOLD-FILE-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-HOLD-FILE-OPEN       VALUE 'Y'.
       01 WS-HOLD-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF             VALUE 'Y'.
       01 WS-HOLD-TOTAL-ACCOUNT       PIC X(10) VALUE SPACES.
       01 WS-HOLD-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 WS-EFF-DATE-FIELDS.
           05 WS-EFF-YEAR             PIC 9(04).
           05 WS-EFF-MONTH            PIC 9(02).
           MOVE 'N' TO WS-MASTER-HELD-SWITCH
           MOVE 'N' TO WS-MASTER-DIRTY-SWITCH
           MOVE SPACES TO WS-HELD-ACCOUNT
           MOVE SPACES TO WS-HOLD-TOTAL-ACCOUNT
           MOVE TRANX-RECORD TO WS-WORK-TRANX-RECORD

           PERFORM 5000-PROCESS-ONE-TRANX
               WHEN 'RETAIN-REJECT'
               WHEN 'RETAIN-EXPORT'
               WHEN 'RETAIN-SNAP'
               WHEN 'DORMANT-DAYS'
               WHEN 'UNCLAIMED-DAYS'
               WHEN 'SAR-AMOUNT'
               WHEN 'SAR-STRUCT-PCT'
               WHEN 'SAR-STRUCT-COUNT'
               WHEN 'SAR-VEL-DAYS'
               WHEN 'SAR-VEL-COUNT'
               WHEN 'SAR-VEL-TOTAL'
               WHEN 'SAR-QUIET-DAYS'
               WHEN 'SAR-ALERT-AGE'
               WHEN 'TAX-MIN-INTEREST'
                   ADD 1 TO WS-PARM-COUNT
      *    The GL- family is TRANGLJN's account map; its keywords
      *    carry program and type names, so it is taken by prefix.
               WHEN OTHER
                   IF PARM-KEYWORD(1:3) = 'GL-'
                       ADD 1 TO WS-PARM-COUNT
                   ELSE IF PARM-KEYWORD(1:1) NOT = '*' AND
                           PARM-KEYWORD NOT = SPACES
                       DISPLAY 'SUBMODULE: UNKNOWN TRANPARM KEYWORD '
                           PARM-KEYWORD
       1000-VALIDATE-TRANX-RECORD.
           MOVE ZERO TO WS-REJECT-REASON-CODE

           EVALUATE TRUE
               WHEN WS-WORK-TRANX-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 10 TO WS-REJECT-REASON-CODE
               WHEN WS-WORK-TRANX-TYPE <> 'DB' AND
                       WS-WORK-TRANX-TYPE <> 'CR' AND
                       WS-WORK-TRANX-TYPE <> 'RD' AND
                       WS-WORK-TRANX-TYPE <> 'RC' AND
                       WS-WORK-TRANX-TYPE <> 'XF'
                   MOVE 20 TO WS-REJECT-REASON-CODE
               WHEN WS-WORK-TRANX-AMOUNT NOT NUMERIC
                   MOVE 30 TO WS-REJECT-REASON-CODE
               WHEN WS-WORK-TRANX-EFF-DATE NOT NUMERIC
                   MOVE 40 TO WS-REJECT-REASON-CODE
               WHEN WS-WORK-TRANX-TYPE = 'XF' AND
                       (WS-WORK-TRANX-COUNTER-ACCOUNT NOT NUMERIC OR
                        WS-WORK-TRANX-COUNTER-ACCOUNT =
                            WS-WORK-TRANX-ACCOUNT-NUMBER)
                   MOVE 15 TO WS-REJECT-REASON-CODE
           END-EVALUATE

           IF WS-REJECT-REASON-CODE = ZERO
               PERFORM 1100-CHECK-EFF-DATE-RULES
          .

      *    A reversal is capped like the leg it reverses: RD by the
      *    DB limit, RC by the CR limit. A transfer is capped as the
      *    debit it starts with.
       1200-CHECK-AMOUNT-LIMIT.
           IF WS-WORK-TRANX-TYPE = 'DB' OR 'RD' OR 'XF'
               IF WS-WORK-TRANX-AMOUNT > WS-PARM-MAX-DB-AMOUNT
                   MOVE 70 TO WS-REJECT-REASON-CODE
               END-IF
      *    failure: the input may well be legitimate work that arrived
      *    after the account was closed or while it is frozen, and it
      *    belongs on the repair queue where an operator can see it.
      *    A dormant account refuses only what takes money out of it -
      *    DB, RC and the debit side of a transfer. The credit side of
      *    a transfer comes through here from 1800 with the counter-
      *    account in the record area, so it never matches the debit
      *    account and a credit always posts.
       1550-CHECK-ACCOUNT-STATUS.
           EVALUATE TRUE
               WHEN MASTER-STATUS-CLOSED
                   MOVE 51 TO WS-REJECT-REASON-CODE
               WHEN MASTER-STATUS-FROZEN
                   MOVE 52 TO WS-REJECT-REASON-CODE
               WHEN MASTER-STATUS-DORMANT AND
                       MASTER-ACCOUNT-NUMBER =
                           WS-WORK-TRANX-ACCOUNT-NUMBER AND
                       (WS-WORK-TRANX-TYPE = 'DB' OR 'RC' OR 'XF')
                   MOVE 53 TO WS-REJECT-REASON-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    MAX-AMOUNT-DB caps the transaction; this caps the balance
      *    it leaves behind. The floor is zero minus the account's own
      *    limit, or the TRANPARM OVERDRAFT-LIMIT default when the
      *    master record carries spaces instead of a limit. A
      *    transfer is checked here on its debit side only; the credit
      *    side cannot breach a floor.
      *
      *    A DB or XF that clears the floor on the ledger balance is
      *    then tested on the available balance - the ledger less the
      *    account's active TRANHOLD holds - and one that fails only
      *    there is reason 56, so a hold shortfall is never mistaken
      *    for an overdraft. An RC is not held back: reversing a
      *    credit that should never have posted (the bounced deposit
      *    an uncleared-funds hold was placed for) must not be
      *    blocked by the hold that protects that very credit.
       1700-CHECK-OVERDRAFT-FLOOR.
           IF WS-WORK-TRANX-TYPE = 'DB' OR 'RC' OR 'XF'
               IF MASTER-OVERDRAFT-LIMIT NUMERIC
                   MOVE MASTER-OVERDRAFT-LIMIT TO WS-OVERDRAFT-LIMIT
               ELSE
                   MASTER-BALANCE - WS-WORK-TRANX-AMOUNT
               IF WS-PROJECTED-BALANCE < ZERO - WS-OVERDRAFT-LIMIT
                   MOVE 55 TO WS-REJECT-REASON-CODE
               ELSE IF WS-WORK-TRANX-TYPE NOT = 'RC'
                   PERFORM 1750-TOTAL-ACTIVE-HOLDS
                   IF NOT WS-POSTING-IO-FAILED AND
                           WS-PROJECTED-BALANCE - WS-HOLD-TOTAL <
                               ZERO - WS-OVERDRAFT-LIMIT
                       MOVE 56 TO WS-REJECT-REASON-CODE
                   END-IF
               END-IF
           END-IF
          .

      *    The total is kept for the account in hand, like the held
      *    master, and dropped on entry to either call, so a hold
      *    placed or released at a terminal between calls is always
      *    seen. A hold past its expiry date no longer counts even if
      *    TRANHEXP has not yet marked it.
       1750-TOTAL-ACTIVE-HOLDS.
           IF NOT WS-HOLD-FILE-OPEN
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-FILE-STATUS = '00' OR '05'
                   SET WS-HOLD-FILE-OPEN TO TRUE
               ELSE
                   SET WS-POSTING-IO-FAILED TO TRUE
                   DISPLAY 'SUBMODULE: HOLD FILE I-O FAILURE,'
                       ' STATUS ' WS-HOLD-FILE-STATUS
               END-IF
           END-IF

           IF NOT WS-POSTING-IO-FAILED AND
                   WS-HOLD-TOTAL-ACCOUNT NOT =
                       WS-WORK-TRANX-ACCOUNT-NUMBER
               MOVE ZERO TO WS-HOLD-TOTAL
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE WS-WORK-TRANX-ACCOUNT-NUMBER
                   TO HOLD-ACCOUNT-NUMBER
               MOVE ZERO TO HOLD-SEQUENCE
               START HOLD-FILE KEY IS NOT < HOLD-KEY
                   INVALID KEY SET WS-HOLD-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-FILE NEXT RECORD
                       AT END SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           IF HOLD-ACCOUNT-NUMBER NOT =
                                   WS-WORK-TRANX-ACCOUNT-NUMBER
                               SET WS-HOLD-EOF TO TRUE
                           ELSE IF HOLD-STATUS-ACTIVE AND
                                   (HOLD-EXPIRY-DATE = ZERO OR
                                    HOLD-EXPIRY-DATE NOT <
                                        WS-TODAY-DATE)
                               ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HOLD-FILE-STATUS NOT = '00' AND NOT = '10'
                       AND NOT = '23'
                   SET WS-POSTING-IO-FAILED TO TRUE
                   DISPLAY 'SUBMODULE: HOLD FILE I-O FAILURE,'
                       ' STATUS ' WS-HOLD-FILE-STATUS
               ELSE
                   MOVE WS-WORK-TRANX-ACCOUNT-NUMBER
                       TO WS-HOLD-TOTAL-ACCOUNT
               END-IF
           END-IF
          .

      *    The credit side of a transfer is read only once the debit
      *    side has passed 1550 and 1700, so both accounts are proved
      *    before either is touched. The transfer then works outside
      *    the table-mode cache: whatever master is held (the debit
      *    account, with any earlier postings from this table) is
      *    flushed first, and the two images are kept here for 2800 -
      *    the debit side in WS-XFER-DEBIT-IMAGE, the credit side in
      *    WS-XFER-CREDIT-RECORD. The debit image is put back in the
      *    record area on the way out, so a reject or suspense still
      *    sees the debit account as it stood.
       1800-READ-COUNTER-MASTER.
           MOVE MASTER-RECORD TO WS-XFER-DEBIT-IMAGE
           PERFORM 2550-FLUSH-HELD-MASTER

           IF NOT WS-POSTING-IO-FAILED
               MOVE 'N' TO WS-MASTER-FOUND-SWITCH
               MOVE WS-WORK-TRANX-COUNTER-ACCOUNT
                   TO MASTER-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 50 TO WS-REJECT-REASON-CODE
                   NOT INVALID KEY
                       SET WS-MASTER-FOUND TO TRUE
               END-READ
               IF NOT WS-MASTER-FOUND AND
                       WS-MASTER-FILE-STATUS NOT = '23'
                   SET WS-POSTING-IO-FAILED TO TRUE
                   MOVE ZERO TO WS-REJECT-REASON-CODE
                   DISPLAY 'SUBMODULE: MASTER FILE I-O FAILURE,'
                       ' STATUS ' WS-MASTER-FILE-STATUS
               END-IF
               IF WS-MASTER-FOUND
                   PERFORM 1550-CHECK-ACCOUNT-STATUS
                   MOVE MASTER-RECORD TO WS-XFER-CREDIT-RECORD
               END-IF
           END-IF

           MOVE WS-XFER-DEBIT-IMAGE TO MASTER-RECORD
          .

       2000-PROCESS-VALID-TRANX.
           IF WS-TRANSFER-TRANX
               PERFORM 2800-POST-TRANSFER
           ELSE
               PERFORM 2500-POST-TO-MASTER
           END-IF

           IF NOT WS-POSTING-IO-FAILED
               PERFORM 2600-REGISTER-TRANX-KEY
                   ADD WS-WORK-TRANX-AMOUNT TO MASTER-BALANCE
           END-EVALUATE

      *    The cycle's own interest and fee entries are not customer
      *    activity - if they moved the date, no account earning
      *    interest or paying a fee could ever fall dormant.
           IF SUBM-CALLING-PROGRAM-ID NOT = 'TRANCYCL'
               MOVE WS-WORK-TRANX-EFF-DATE TO MASTER-LAST-TRANX-DATE
           END-IF
           SET WS-MASTER-DIRTY TO TRUE
           IF NOT WS-TABLE-MODE
               PERFORM 2550-FLUSH-HELD-MASTER
           MOVE SPACES TO WS-HELD-ACCOUNT
          .

      *    Both legs of a transfer, or neither. The debit leg is
      *    rewritten first; if the credit leg's REWRITE then fails,
      *    the debit account is put back from the untouched image
      *    taken in 1800 and the transfer fails as a whole. Only if
      *    that back-out also fails is the master left with one leg
      *    on it, and then the sticky WS-FLUSH-FAILED makes a table
      *    call fail outright so the caller aborts before it
      *    checkpoints.
       2800-POST-TRANSFER.
           MOVE WS-XFER-DEBIT-IMAGE TO MASTER-RECORD
           SUBTRACT WS-WORK-TRANX-AMOUNT FROM MASTER-BALANCE
           MOVE WS-WORK-TRANX-EFF-DATE TO MASTER-LAST-TRANX-DATE
           REWRITE MASTER-RECORD
           IF WS-MASTER-FILE-STATUS NOT = '00'
               SET WS-POSTING-IO-FAILED TO TRUE
               DISPLAY 'SUBMODULE: MASTER FILE I-O FAILURE,'
                   ' STATUS ' WS-MASTER-FILE-STATUS
           ELSE
               MOVE WS-XFER-CREDIT-RECORD TO MASTER-RECORD
               ADD WS-WORK-TRANX-AMOUNT TO MASTER-BALANCE
               MOVE WS-WORK-TRANX-EFF-DATE TO MASTER-LAST-TRANX-DATE
               REWRITE MASTER-RECORD
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   SET WS-POSTING-IO-FAILED TO TRUE
                   DISPLAY 'SUBMODULE: MASTER FILE I-O FAILURE,'
                       ' STATUS ' WS-MASTER-FILE-STATUS
                   PERFORM 2850-BACK-OUT-TRANSFER-DEBIT
               END-IF
           END-IF
          .

       2850-BACK-OUT-TRANSFER-DEBIT.
           MOVE WS-XFER-DEBIT-IMAGE TO MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-FILE-STATUS NOT = '00'
               SET WS-FLUSH-FAILED TO TRUE
               DISPLAY 'SUBMODULE: TRANSFER DEBIT ON '
                   WS-WORK-TRANX-ACCOUNT-NUMBER
                   ' LEFT WITHOUT ITS CREDIT, STATUS '
                   WS-MASTER-FILE-STATUS
           END-IF
          .

      *    A duplicate-key status on the WRITE is expected when a
      *    released suspense record posts again through TRANSREV - the
      *    key was registered the first time around - so only other
           MOVE WS-REJECT-REASON-CODE       TO REJECT-REASON-CODE
           MOVE WS-WORK-TRANX-SOURCE-BRANCH TO REJECT-SOURCE-BRANCH
           MOVE SUBM-OPERATOR-ID            TO REJECT-OPERATOR-ID
           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT
               TO REJECT-COUNTER-ACCOUNT
           SET REJECT-STATUS-OPEN           TO TRUE
           WRITE REJECT-RECORD
          .
           MOVE WS-WORK-TRANX-AMOUNT        TO PEND-AMOUNT
           MOVE WS-WORK-TRANX-EFF-DATE      TO PEND-EFF-DATE
           MOVE WS-WORK-TRANX-SOURCE-BRANCH TO PEND-SOURCE-BRANCH
           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT TO PEND-COUNTER-ACCOUNT
           SET PEND-STATUS-HELD             TO TRUE
           WRITE PEND-RECORD
          .
           MOVE SEEN-FIRST-DATE             TO SUSPENSE-FIRST-SEEN-DATE
           MOVE WS-WORK-TRANX-SOURCE-BRANCH TO SUSPENSE-SOURCE-BRANCH
           MOVE SUBM-OPERATOR-ID            TO SUSPENSE-OPERATOR-ID
           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT
               TO SUSPENSE-COUNTER-ACCOUNT
           SET SUSPENSE-STATUS-PENDING      TO TRUE
           WRITE SUSPENSE-RECORD
          .
           MOVE WS-WORK-TRANX-AMOUNT         TO EXPORT-AMOUNT
           MOVE WS-WORK-TRANX-EFF-DATE       TO EXPORT-EFF-DATE
           MOVE FUNCTION CURRENT-DATE(1:8)   TO EXPORT-PROCESS-DATE
           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT
               TO EXPORT-COUNTER-ACCOUNT
           IF WS-TRANSFER-TRANX
               PERFORM 4100-WRITE-TRANSFER-EXPORTS
           ELSE
               WRITE EXPORT-RECORD
           END-IF
          .

      *    One feed record per leg, so the downstream system sees the
      *    debit and the credit as ordinary single-account movements
      *    and can still pair them by the counter-account.
       4100-WRITE-TRANSFER-EXPORTS.
           MOVE 'XD'                         TO EXPORT-TYPE
           WRITE EXPORT-RECORD

           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT TO EXPORT-ACCOUNT-NUMBER
           MOVE 'XC'                         TO EXPORT-TYPE
           MOVE WS-WORK-TRANX-ACCOUNT-NUMBER
               TO EXPORT-COUNTER-ACCOUNT
           WRITE EXPORT-RECORD
          .

           MOVE TRANX-STATUS-CODE           TO AUDIT-STATUS-CODE
           MOVE WS-WORK-TRANX-SOURCE-BRANCH TO AUDIT-SOURCE-BRANCH
           MOVE SUBM-OPERATOR-ID            TO AUDIT-OPERATOR-ID
           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT
               TO AUDIT-COUNTER-ACCOUNT
           IF WS-TRANSFER-TRANX AND TRANX-STATUS-SUCCESS
               PERFORM 8100-WRITE-TRANSFER-AUDIT
           ELSE
               WRITE AUDIT-RECORD
           END-IF
          .

      *    The two legs of a posted transfer share one timestamp and
      *    name each other in the counter-account - that pair is the
      *    link TRANRECN and TRANSNAP prove the transfer by. A
      *    transfer that did not post stays a single XF entry.
       8100-WRITE-TRANSFER-AUDIT.
           MOVE AUDIT-TIMESTAMP             TO WS-XFER-TIMESTAMP
           MOVE 'XD'                        TO AUDIT-TYPE
           WRITE AUDIT-RECORD

           MOVE WS-XFER-TIMESTAMP           TO AUDIT-TIMESTAMP
           MOVE WS-WORK-TRANX-COUNTER-ACCOUNT TO AUDIT-ACCOUNT-NUMBER
           MOVE 'XC'                        TO AUDIT-TYPE
           MOVE WS-WORK-TRANX-ACCOUNT-NUMBER
               TO AUDIT-COUNTER-ACCOUNT
           WRITE AUDIT-RECORD
          .

           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE 'N' TO WS-WAREHOUSE-SWITCH
           MOVE 'N' TO WS-REVERSAL-SWITCH
           MOVE 'N' TO WS-TRANSFER-SWITCH
           PERFORM 1000-VALIDATE-TRANX-RECORD
           IF WS-WORK-TRANX-TYPE = 'RD' OR 'RC'
               SET WS-REVERSAL-TRANX TO TRUE
           END-IF
           IF WS-WORK-TRANX-TYPE = 'XF'
               SET WS-TRANSFER-TRANX TO TRUE
           END-IF

           IF WS-REJECT-REASON-CODE = ZERO AND
                   NOT WS-WAREHOUSE-TRANX
               PERFORM 1700-CHECK-OVERDRAFT-FLOOR
           END-IF

           IF WS-REJECT-REASON-CODE = ZERO AND
                   WS-TRANSFER-TRANX AND
                   NOT WS-WAREHOUSE-TRANX AND
                   NOT WS-POSTING-IO-FAILED
               PERFORM 1800-READ-COUNTER-MASTER
           END-IF

           IF WS-REJECT-REASON-CODE = ZERO AND
                   NOT WS-WAREHOUSE-TRANX AND
                   NOT WS-POSTING-IO-FAILED AND
           MOVE 'N' TO WS-MASTER-HELD-SWITCH
           MOVE 'N' TO WS-MASTER-DIRTY-SWITCH
           MOVE SPACES TO WS-HELD-ACCOUNT
           MOVE SPACES TO WS-HOLD-TOTAL-ACCOUNT

      *    A deferred REWRITE that fails - whether the flush was
      *    triggered by an account change mid-table or by the end of
                   TO WS-WORK-TRANX-EFF-DATE
               MOVE TRANX-TBL-SOURCE-BRANCH(WS-TABLE-IDX)
                   TO WS-WORK-TRANX-SOURCE-BRANCH
               MOVE TRANX-TBL-COUNTER-ACCOUNT(WS-TABLE-IDX)
                   TO WS-WORK-TRANX-COUNTER-ACCOUNT

               PERFORM 5000-PROCESS-ONE-TRANX

