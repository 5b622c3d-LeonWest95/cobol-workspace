           INITIALIZE TRANX-RECORD
           DISPLAY 'ENTER ACCOUNT NUMBER (10 CHARS): '
           ACCEPT TRANX-ACCOUNT-NUMBER
           DISPLAY 'ENTER TRANSACTION TYPE (DB/CR/RD/RC/XF): '
           ACCEPT TRANX-TYPE
           IF TRANX-TYPE = 'XF'
               DISPLAY 'ENTER ACCOUNT TO CREDIT (10 CHARS): '
               ACCEPT TRANX-COUNTER-ACCOUNT
           END-IF
           DISPLAY 'ENTER AMOUNT (SIGN9(9)V99, E.G. 00000010050+): '
           ACCEPT TRANX-AMOUNT
           DISPLAY 'ENTER EFFECTIVE DATE (CCYYMMDD): '
