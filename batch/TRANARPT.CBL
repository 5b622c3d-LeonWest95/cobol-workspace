       01 WS-RD-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01 WS-RC-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-RC-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01 WS-XF-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-XF-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01 WS-XD-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-XD-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01 WS-XC-COUNT                 PIC 9(09) VALUE ZERO.
       01 WS-XC-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01 WS-STS-00-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-STS-00-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01 WS-STS-05-COUNT             PIC 9(09) VALUE ZERO.
               WHEN 'RC'
                   ADD 1 TO WS-RC-COUNT
                   ADD AUDIT-AMOUNT TO WS-RC-AMOUNT
               WHEN 'XF'
                   ADD 1 TO WS-XF-COUNT
                   ADD AUDIT-AMOUNT TO WS-XF-AMOUNT
               WHEN 'XD'
                   ADD 1 TO WS-XD-COUNT
                   ADD AUDIT-AMOUNT TO WS-XD-AMOUNT
               WHEN 'XC'
                   ADD 1 TO WS-XC-COUNT
                   ADD AUDIT-AMOUNT TO WS-XC-AMOUNT
           END-EVALUATE

           EVALUATE AUDIT-STATUS-CODE
           MOVE WS-RC-COUNT TO WS-DETAIL-COUNT
           MOVE WS-RC-AMOUNT TO WS-DETAIL-AMOUNT
           PERFORM 9200-WRITE-DETAIL-LINE
           MOVE 'XD TRANSFER DEBIT LEGS' TO WS-DETAIL-LABEL
           MOVE WS-XD-COUNT TO WS-DETAIL-COUNT
           MOVE WS-XD-AMOUNT TO WS-DETAIL-AMOUNT
           PERFORM 9200-WRITE-DETAIL-LINE
           MOVE 'XC TRANSFER CREDIT LEGS' TO WS-DETAIL-LABEL
           MOVE WS-XC-COUNT TO WS-DETAIL-COUNT
           MOVE WS-XC-AMOUNT TO WS-DETAIL-AMOUNT
           PERFORM 9200-WRITE-DETAIL-LINE
           MOVE 'XF TRANSFERS NOT POSTED' TO WS-DETAIL-LABEL
           MOVE WS-XF-COUNT TO WS-DETAIL-COUNT
           MOVE WS-XF-AMOUNT TO WS-DETAIL-AMOUNT
           PERFORM 9200-WRITE-DETAIL-LINE

           PERFORM 9300-WRITE-SECTION-BREAK
           MOVE 'BY STATUS CODE' TO REPORT-LINE
           EVALUATE WS-REASON-IDX
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
