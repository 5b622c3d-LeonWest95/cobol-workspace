       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANDORM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TRANPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "TRANDMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT UNCLAIMED-LIST-FILE ASSIGN TO "TRANUNCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLAIMED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY TRANXMST.
       FD  PARM-FILE.
           COPY TRANXPRM.
       FD  SWEEP-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       FD  UNCLAIMED-LIST-FILE.
       01 UNCLAIMED-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-UNCLAIMED-STATUS         PIC X(02) VALUE '00'.
       01 WS-MST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-MST-EOF              VALUE 'Y'.
       01 WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-PARM-EOF             VALUE 'Y'.
       01 WS-DORMANT-DAYS             PIC 9(05) VALUE ZERO.
       01 WS-UNCLAIMED-DAYS           PIC 9(05) VALUE ZERO.
       01 WS-ACTIVITY-DATE            PIC 9(08) VALUE ZERO.
       01 WS-IDLE-DAYS                PIC S9(07) VALUE ZERO.
       01 WS-IDLE-DAYS-DISP           PIC 9(07).
       01 WS-ACCOUNT-READ-COUNT       PIC 9(09) VALUE ZERO.
       01 WS-MARKED-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-MARKED-BALANCE           PIC S9(11)V99 VALUE ZERO.
       01 WS-ALREADY-DORMANT-COUNT    PIC 9(09) VALUE ZERO.
       01 WS-NO-DATE-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-UNCLAIMED-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-UNCLAIMED-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-DETAIL-LABEL             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Dormant account sweep, run periodically outside the nightly    *
      * posting window. Every active account whose last activity is    *
      * more than TRANPARM DORMANT-DAYS old is marked dormant on       *
      * TRANMST and itemized on TRANDMRP; from then on SUBMODULE       *
      * refuses debits to it (reason 53) while credits still post,     *
      * TRANCYCL stops charging it the service fee, and only a         *
      * signed-on operator's reactivate in TRANMNT makes it active     *
      * again. Last activity is the master's last-transaction date,    *
      * or the open date for an account that has never posted; an      *
      * account with neither cannot be aged and is counted, not        *
      * touched. Closed and frozen accounts are left alone. Every      *
      * dormant account idle for more than UNCLAIMED-DAYS as well      *
      * goes on the TRANUNCL unclaimed-funds listing for compliance    *
      * (zero UNCLAIMED-DAYS leaves the listing empty). A run with no  *
      * DORMANT-DAYS on TRANPARM is refused.                           *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE

           PERFORM 1000-LOAD-SWEEP-PARMS
           IF WS-DORMANT-DAYS = ZERO
               DISPLAY 'TRANDORM: NO DORMANT-DAYS ON TRANPARM,'
                   ' NOTHING SWEPT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANDORM: CANNOT OPEN TRANMST, STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SWEEP-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANDORM: CANNOT OPEN TRANDMRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UNCLAIMED-LIST-FILE
           IF WS-UNCLAIMED-STATUS NOT = '00'
               DISPLAY 'TRANDORM: CANNOT OPEN TRANUNCL, STATUS '
                   WS-UNCLAIMED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1500-WRITE-HEADINGS
           PERFORM 2000-SWEEP-ONE-ACCOUNT UNTIL WS-MST-EOF
           PERFORM 9000-WRITE-TOTALS

           CLOSE MASTER-FILE
           CLOSE SWEEP-REPORT-FILE
           CLOSE UNCLAIMED-LIST-FILE

           DISPLAY 'TRANDORM: ' WS-MARKED-COUNT ' ACCOUNTS MARKED'
               ' DORMANT, ' WS-UNCLAIMED-COUNT ' ON UNCLAIMED LIST'
           MOVE 0 TO RETURN-CODE
           STOP RUN
          .

       1000-LOAD-SWEEP-PARMS.
           OPEN INPUT PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
                   NOT AT END PERFORM 1100-APPLY-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
          .

       1100-APPLY-PARM-RECORD.
           EVALUATE PARM-KEYWORD
               WHEN 'DORMANT-DAYS'
                   MOVE PARM-VALUE-COUNT TO WS-DORMANT-DAYS
               WHEN 'UNCLAIMED-DAYS'
                   MOVE PARM-VALUE-COUNT TO WS-UNCLAIMED-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
          .

       1500-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANDORM DORMANT ACCOUNT SWEEP FOR '
               DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               ', THRESHOLD ' DELIMITED BY SIZE
               WS-DORMANT-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNT    LAST ACTIVITY  DAYS IDLE           BALANCE'
               TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES TO UNCLAIMED-LINE
           STRING 'TRANDORM UNCLAIMED FUNDS LISTING FOR '
               DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               ', THRESHOLD ' DELIMITED BY SIZE
               WS-UNCLAIMED-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO UNCLAIMED-LINE
           PERFORM 9150-WRITE-UNCLAIMED-LINE
           MOVE 'ACCOUNT    LAST ACTIVITY  DAYS IDLE           BALANCE'
               TO UNCLAIMED-LINE
           PERFORM 9150-WRITE-UNCLAIMED-LINE
          .

       2000-SWEEP-ONE-ACCOUNT.
           READ MASTER-FILE
               AT END SET WS-MST-EOF TO TRUE
           END-READ

           IF NOT WS-MST-EOF
               ADD 1 TO WS-ACCOUNT-READ-COUNT
               IF MASTER-STATUS-ACTIVE OR MASTER-STATUS-DORMANT
                   PERFORM 2100-AGE-ACCOUNT
               END-IF
           END-IF
          .

       2100-AGE-ACCOUNT.
           IF MASTER-LAST-TRANX-DATE NUMERIC AND
                   MASTER-LAST-TRANX-DATE > ZERO
               MOVE MASTER-LAST-TRANX-DATE TO WS-ACTIVITY-DATE
           ELSE
               IF MASTER-OPEN-DATE NUMERIC
                   MOVE MASTER-OPEN-DATE TO WS-ACTIVITY-DATE
               ELSE
                   MOVE ZERO TO WS-ACTIVITY-DATE
               END-IF
           END-IF

           IF WS-ACTIVITY-DATE = ZERO
               ADD 1 TO WS-NO-DATE-COUNT
           ELSE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
               IF MASTER-STATUS-DORMANT
                   ADD 1 TO WS-ALREADY-DORMANT-COUNT
               ELSE
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       PERFORM 2200-MARK-DORMANT
                   END-IF
               END-IF
               IF MASTER-STATUS-DORMANT AND
                       WS-UNCLAIMED-DAYS > ZERO AND
                       WS-IDLE-DAYS > WS-UNCLAIMED-DAYS
                   PERFORM 2300-LIST-UNCLAIMED
               END-IF
           END-IF
          .

       2200-MARK-DORMANT.
           SET MASTER-STATUS-DORMANT TO TRUE
           REWRITE MASTER-RECORD
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TRANDORM: REWRITE FAILED ON '
                   MASTER-ACCOUNT-NUMBER ', STATUS '
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MARKED-COUNT
           ADD MASTER-BALANCE TO WS-MARKED-BALANCE

           MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-DISP
           MOVE MASTER-BALANCE TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING MASTER-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTIVITY-DATE DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WS-IDLE-DAYS-DISP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       2300-LIST-UNCLAIMED.
           ADD 1 TO WS-UNCLAIMED-COUNT
           ADD MASTER-BALANCE TO WS-UNCLAIMED-BALANCE

           MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-DISP
           MOVE MASTER-BALANCE TO WS-AMOUNT-DISP
           MOVE SPACES TO UNCLAIMED-LINE
           STRING MASTER-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTIVITY-DATE DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WS-IDLE-DAYS-DISP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO UNCLAIMED-LINE
           PERFORM 9150-WRITE-UNCLAIMED-LINE
          .

       9000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNTS READ         : ' TO WS-DETAIL-LABEL
           MOVE WS-ACCOUNT-READ-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'MARKED DORMANT        : ' TO WS-DETAIL-LABEL
           MOVE WS-MARKED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE WS-MARKED-BALANCE TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING '  BALANCES MARKED       : ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ALREADY DORMANT       : ' TO WS-DETAIL-LABEL
           MOVE WS-ALREADY-DORMANT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'NO ACTIVITY DATE      : ' TO WS-DETAIL-LABEL
           MOVE WS-NO-DATE-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE 'ON UNCLAIMED LISTING  : ' TO WS-DETAIL-LABEL
           MOVE WS-UNCLAIMED-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE

           MOVE WS-UNCLAIMED-COUNT TO WS-DETAIL-COUNT
           MOVE WS-UNCLAIMED-BALANCE TO WS-AMOUNT-DISP
           MOVE SPACES TO UNCLAIMED-LINE
           STRING 'ACCOUNTS ' DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               '  TOTAL UNCLAIMED ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO UNCLAIMED-LINE
           PERFORM 9150-WRITE-UNCLAIMED-LINE
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANDORM: WRITE ERROR ON TRANDMRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       9150-WRITE-UNCLAIMED-LINE.
           WRITE UNCLAIMED-LINE
           IF WS-UNCLAIMED-STATUS NOT = '00'
               DISPLAY 'TRANDORM: WRITE ERROR ON TRANUNCL, STATUS '
                   WS-UNCLAIMED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       9200-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-DETAIL-LABEL DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       END PROGRAM TRANDORM.
