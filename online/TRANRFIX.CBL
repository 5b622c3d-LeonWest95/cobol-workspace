               ' BY ' REJECT-CALLING-PROGRAM
           DISPLAY '  ACCOUNT NUMBER : ' REJECT-ACCOUNT-NUMBER
           DISPLAY '  TYPE           : ' REJECT-TYPE
           IF REJECT-TYPE = 'XF'
               DISPLAY '  TRANSFER TO    : ' REJECT-COUNTER-ACCOUNT
           END-IF
           DISPLAY '  AMOUNT         : ' REJECT-AMOUNT
           DISPLAY '  EFFECTIVE DATE : ' REJECT-EFF-DATE
           DISPLAY '  REASON         : ' REJECT-REASON-CODE
               WHEN 10
                   MOVE 'INVALID ACCOUNT NUMBER (NOT NUMERIC)'
                       TO WS-REASON-TEXT
               WHEN 15
                   MOVE 'INVALID TRANSFER COUNTER-ACCOUNT'
                       TO WS-REASON-TEXT
               WHEN 20
                   MOVE 'INVALID TRANSACTION TYPE'
                       TO WS-REASON-TEXT
               WHEN 52
                   MOVE 'ACCOUNT IS FROZEN ON THE ACCOUNT MASTER'
                       TO WS-REASON-TEXT
               WHEN 53
                   MOVE 'DEBIT TO A DORMANT ACCOUNT'
                       TO WS-REASON-TEXT
               WHEN 55
                   MOVE 'DEBIT WOULD BREACH THE OVERDRAFT FLOOR'
                       TO WS-REASON-TEXT
               WHEN 56
                   MOVE 'DEBIT FAILS ONLY ON FUNDS HOLDS'
                       TO WS-REASON-TEXT
               WHEN 60
                   MOVE 'NOT A VALID CALENDAR DATE'
                       TO WS-REASON-TEXT
           MOVE REJECT-AMOUNT         TO TRANX-AMOUNT
           MOVE REJECT-EFF-DATE       TO TRANX-EFF-DATE
           MOVE REJECT-SOURCE-BRANCH  TO TRANX-SOURCE-BRANCH
           MOVE REJECT-COUNTER-ACCOUNT TO TRANX-COUNTER-ACCOUNT

      *    On a transfer, 50, 51 and 52 may be either account, so both
      *    are asked for.
      *    A 56 is usually resubmitted unchanged once the hold
      *    blocking it has been released or has expired; the amount
      *    is asked for in case only part of it can go through.
           EVALUATE REJECT-REASON-CODE
               WHEN 10
               WHEN 50
               WHEN 51
               WHEN 52
               WHEN 53
                   DISPLAY 'ENTER ACCOUNT NUMBER (10 CHARS): '
                   ACCEPT TRANX-ACCOUNT-NUMBER
                   IF TRANX-TYPE = 'XF'
                       DISPLAY 'ENTER ACCOUNT TO CREDIT (10 CHARS): '
                       ACCEPT TRANX-COUNTER-ACCOUNT
                   END-IF
               WHEN 15
                   DISPLAY 'ENTER ACCOUNT TO CREDIT (10 CHARS): '
                   ACCEPT TRANX-COUNTER-ACCOUNT
               WHEN 20
                   DISPLAY 'ENTER TRANSACTION TYPE (DB/CR/RD/RC/XF): '
                   ACCEPT TRANX-TYPE
                   IF TRANX-TYPE = 'XF'
                       DISPLAY 'ENTER ACCOUNT TO CREDIT (10 CHARS): '
                       ACCEPT TRANX-COUNTER-ACCOUNT
                   ELSE
                       MOVE SPACES TO TRANX-COUNTER-ACCOUNT
                   END-IF
               WHEN 30
                   DISPLAY 'ENTER AMOUNT (SIGN9(9)V99, E.G.'
                       ' 00000010050+): '
                   DISPLAY 'ENTER EFFECTIVE DATE (CCYYMMDD): '
                   ACCEPT TRANX-EFF-DATE
               WHEN 55
               WHEN 56
               WHEN 70
                   DISPLAY 'ENTER AMOUNT (SIGN9(9)V99, E.G.'
                       ' 00000010050+): '
               WHEN OTHER
                   DISPLAY 'ENTER ACCOUNT NUMBER (10 CHARS): '
                   ACCEPT TRANX-ACCOUNT-NUMBER
                   DISPLAY 'ENTER TRANSACTION TYPE (DB/CR/RD/RC/XF): '
                   ACCEPT TRANX-TYPE
                   IF TRANX-TYPE = 'XF'
                       DISPLAY 'ENTER ACCOUNT TO CREDIT (10 CHARS): '
                       ACCEPT TRANX-COUNTER-ACCOUNT
                   ELSE
                       MOVE SPACES TO TRANX-COUNTER-ACCOUNT
                   END-IF
                   DISPLAY 'ENTER AMOUNT (SIGN9(9)V99, E.G.'
                       ' 00000010050+): '
                   ACCEPT TRANX-AMOUNT
                   '), REJECT LEFT OPEN'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN TRANX-STATUS-SUCCESS OR TRANX-STATUS-REVERSED
                       DISPLAY 'RESULT: ACCEPTED (STATUS '
                           TRANX-STATUS-CODE ')'
                   WHEN TRANX-STATUS-SUSPENDED
                       DISPLAY 'RESULT: DUPLICATE, SUSPENDED (STATUS '
                           TRANX-STATUS-CODE '), SEE TRANSUSP'
                   WHEN OTHER
                       DISPLAY 'RESULT: REJECTED AGAIN (STATUS '
                           TRANX-STATUS-CODE '), NEW REJECT WRITTEN'
               END-EVALUATE
      *    On the approval path the record keeps the id of the
      *    operator who keyed and held the repair - that is the only
      *    place the holder is recorded, since the hold writes no
           MOVE TRANX-AMOUNT         TO REJECT-AMOUNT
           MOVE TRANX-EFF-DATE       TO REJECT-EFF-DATE
           MOVE TRANX-SOURCE-BRANCH  TO REJECT-SOURCE-BRANCH
           MOVE TRANX-COUNTER-ACCOUNT TO REJECT-COUNTER-ACCOUNT
           MOVE WS-OPERATOR-ID       TO REJECT-OPERATOR-ID
           SET REJECT-STATUS-HELD    TO TRUE
           REWRITE REJECT-RECORD
               DISPLAY 'HELD REPAIR BY ' REJECT-OPERATOR-ID
               DISPLAY '  ACCOUNT NUMBER : ' REJECT-ACCOUNT-NUMBER
               DISPLAY '  TYPE           : ' REJECT-TYPE
               IF REJECT-TYPE = 'XF'
                   DISPLAY '  TRANSFER TO    : '
                       REJECT-COUNTER-ACCOUNT
               END-IF
               DISPLAY '  AMOUNT         : ' REJECT-AMOUNT
               DISPLAY '  EFFECTIVE DATE : ' REJECT-EFF-DATE
               DISPLAY 'APPROVE AND SUBMIT? (Y/N/Q): '
                   MOVE REJECT-AMOUNT         TO TRANX-AMOUNT
                   MOVE REJECT-EFF-DATE       TO TRANX-EFF-DATE
                   MOVE REJECT-SOURCE-BRANCH  TO TRANX-SOURCE-BRANCH
                   MOVE REJECT-COUNTER-ACCOUNT
                       TO TRANX-COUNTER-ACCOUNT
                   PERFORM 2400-RESUBMIT-TRANX
                   IF NOT TRANX-STATUS-FAILURE
                       ADD 1 TO WS-APPROVED-COUNT
