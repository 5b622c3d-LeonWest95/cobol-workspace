               ', FIRST SEEN ' SUSPENSE-FIRST-SEEN-DATE
           DISPLAY '  ACCOUNT NUMBER : ' SUSPENSE-ACCOUNT-NUMBER
           DISPLAY '  TYPE           : ' SUSPENSE-TYPE
           IF SUSPENSE-TYPE = 'XF'
               DISPLAY '  TRANSFER TO    : ' SUSPENSE-COUNTER-ACCOUNT
           END-IF
           DISPLAY '  AMOUNT         : ' SUSPENSE-AMOUNT
           DISPLAY '  EFFECTIVE DATE : ' SUSPENSE-EFF-DATE
          .
           MOVE SUSPENSE-AMOUNT         TO TRANX-AMOUNT
           MOVE SUSPENSE-EFF-DATE       TO TRANX-EFF-DATE
           MOVE SUSPENSE-SOURCE-BRANCH  TO TRANX-SOURCE-BRANCH
           MOVE SUSPENSE-COUNTER-ACCOUNT TO TRANX-COUNTER-ACCOUNT

           CALL 'SUBMODULE' USING TRANX-RECORD, TRANX-STATUS-CODE,
               WS-CALLING-PROGRAM-ID, WS-OPERATOR-ID
