       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANBRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RETURN-FILE ASSIGN USING WS-RETURN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "TRANAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "TRANBRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY TRANXREC REPLACING LEADING ==TRANX==
               BY ==EXT-TRANX==.
           COPY TRANXBCH REPLACING LEADING ==BATCH==
               BY ==EXT-BATCH==
               LEADING ==BHDR== BY ==EXT-BHDR==
               LEADING ==BTRL== BY ==EXT-BTRL==.
       FD  RETURN-FILE
           RECORDING MODE IS F.
           COPY TRANXRTN.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXAUD.
       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY TRANXREJ.
       FD  SUMMARY-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY TRANXRCT.
       01 WS-PROCESSING-DATE          PIC 9(08) VALUE ZERO.
       01 WS-EXTRACT-NAME             PIC X(30) VALUE SPACES.
       01 WS-RETURN-NAME              PIC X(30) VALUE SPACES.
       01 WS-EXTRACT-STATUS           PIC X(02) VALUE '00'.
       01 WS-RETURN-STATUS            PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-EXTRACT-IDX              PIC 9(02) VALUE ZERO.
       01 WS-EXTRACT-IDX-DISP         PIC 9(01) VALUE ZERO.
       01 WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF              VALUE 'Y'.
       01 WS-REJ-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-REJ-EOF              VALUE 'Y'.
       01 WS-EXTRACT-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-EXTRACT-EOF          VALUE 'Y'.
       01 WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN         VALUE 'Y'.
       01 WS-HEADER-OK-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-HEADER-OK            VALUE 'Y'.
       01 WS-ABORT-MESSAGE            PIC X(60) VALUE SPACES.
       01 WS-REFUSED-TEXT             PIC X(50) VALUE SPACES.
      *    The night's TRANBTCH outcomes, one entry per item SUBMODULE
      *    received. A posted transfer is held by its XD leg under
      *    type XF, the type the branch sent; the XC leg is skipped.
       01 WS-AUD-LIMIT                PIC 9(05) VALUE 20000.
       01 WS-AUD-USED                 PIC 9(05) VALUE ZERO.
       01 WS-AUD-IDX                  PIC 9(05) VALUE ZERO.
       01 WS-AUD-FOUND                PIC 9(05) VALUE ZERO.
       01 WS-AUD-TABLE.
           05 WS-AUD-ENTRY OCCURS 20000 TIMES.
               10 WS-AUD-BRANCH       PIC X(05).
               10 WS-AUD-ACCOUNT      PIC X(10).
               10 WS-AUD-TYPE         PIC X(02).
               10 WS-AUD-AMOUNT       PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               10 WS-AUD-EFF-DATE     PIC 9(08).
               10 WS-AUD-STATUS       PIC 9(02).
               10 WS-AUD-KEY-SWITCH   PIC X(01).
                   88 WS-AUD-KEY-NUMERIC VALUE 'Y'.
               10 WS-AUD-TAKEN-SWITCH PIC X(01).
                   88 WS-AUD-TAKEN    VALUE 'Y'.
       01 WS-REJ-LIMIT                PIC 9(05) VALUE 20000.
       01 WS-REJ-USED                 PIC 9(05) VALUE ZERO.
       01 WS-REJ-IDX                  PIC 9(05) VALUE ZERO.
       01 WS-REJ-FOUND                PIC 9(05) VALUE ZERO.
       01 WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 20000 TIMES.
               10 WS-REJ-BRANCH       PIC X(05).
               10 WS-REJ-ACCOUNT      PIC X(10).
               10 WS-REJ-TYPE         PIC X(02).
               10 WS-REJ-AMOUNT       PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               10 WS-REJ-EFF-DATE     PIC 9(08).
               10 WS-REJ-REASON       PIC 9(02).
               10 WS-REJ-KEY-SWITCH   PIC X(01).
                   88 WS-REJ-KEY-NUMERIC VALUE 'Y'.
               10 WS-REJ-TAKEN-SWITCH PIC X(01).
                   88 WS-REJ-TAKEN    VALUE 'Y'.
       01 WS-ITEM-BRANCH              PIC X(05) VALUE SPACES.
       01 WS-ITEM-KEY-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-ITEM-KEY-NUMERIC     VALUE 'Y'.
       01 WS-BRANCH-ID                PIC X(05) VALUE SPACES.
       01 WS-REASON-CODE              PIC 9(02) VALUE ZERO.
       01 WS-REASON-TEXT              PIC X(40) VALUE SPACES.
       01 WS-ITEM-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-ITEM-HASH                PIC 9(11)V99 VALUE ZERO.
       01 WS-POSTED-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-POSTED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01 WS-WAREHOUSED-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-WAREHOUSED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       01 WS-SUSPENDED-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-SUSPENDED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       01 WS-REJECTED-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-REJECTED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01 WS-UNRESOLVED-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-UNRESOLVED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       01 WS-ITEM-AMOUNT              PIC 9(11)V99 VALUE ZERO.
       01 WS-SENT-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-SENT-HASH                PIC 9(11)V99 VALUE ZERO.
       01 WS-BRANCHES-SEEN            PIC 9(02) VALUE ZERO.
       01 WS-BRANCHES-BALANCED        PIC 9(02) VALUE ZERO.
       01 WS-BRANCHES-NOT-BALANCED    PIC 9(02) VALUE ZERO.
       01 WS-RUN-ITEM-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-RUN-POSTED-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-COUNT-DISP               PIC Z(6)9.
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       01 WS-SENT-DISP                PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Branch return files, run after TRANBTCH. Every branch extract  *
      * TRANMRGE consolidated tonight (TRANXB1 through TRANXB9) is     *
      * read again and answered with a return file of the same slot,   *
      * TRANRB1 through TRANRB9 (TRANXRTN layout): every item the      *
      * branch sent, in its own order, with what became of it -        *
      * posted, warehoused to TRANPEND, suspended as a duplicate, or   *
      * rejected with the reason code and text - so the branch hears   *
      * about a bounced item before the customer does. Outcomes come   *
      * from the TRANBTCH entries on TRANAUD for the business date,    *
      * matched on branch, account, type, amount and effective date,   *
      * one entry per item in posting order, and reasons from TRANREJ  *
      * the same way. The trailer carries the branch's own count and   *
      * hash with the split by outcome. The TRANBRRP summary lists     *
      * every branch that sent an extract and whether its return file  *
      * balanced. Return code 4 when any branch did not balance or     *
      * an extract could not be answered; 16 on an I/O failure.        *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESSING-DATE
           PERFORM 0100-START-RUN-CONTROL

           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'CANNOT OPEN TRANBRRP' TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 1000-LOAD-AUDIT-OUTCOMES
           PERFORM 1100-LOAD-REJECT-REASONS
           PERFORM 1500-WRITE-SUMMARY-HEADINGS

           PERFORM VARYING WS-EXTRACT-IDX FROM 1 BY 1
                   UNTIL WS-EXTRACT-IDX > 9
               PERFORM 2000-RETURN-ONE-EXTRACT
           END-PERFORM

           PERFORM 4000-WRITE-SUMMARY-TOTALS
           CLOSE SUMMARY-REPORT-FILE

           DISPLAY 'TRANBRTN: ' WS-BRANCHES-SEEN ' BRANCH EXTRACTS, '
               WS-BRANCHES-BALANCED ' RETURN FILES BALANCED'
           IF WS-BRANCHES-NOT-BALANCED > ZERO
               DISPLAY 'TRANBRTN: ' WS-BRANCHES-NOT-BALANCED
                   ' BRANCHES DID NOT BALANCE, SEE TRANBRRP'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9950-END-RUN-CONTROL
           STOP RUN
          .

      *    The step checks in with TRANRCTL before it touches a file:
      *    it is refused while its predecessor in the nightly stream
      *    has not completed cleanly for the business date, and once
      *    it has itself run, until an operator releases it for rerun
      *    on TRANRUNS.
       0100-START-RUN-CONTROL.
           SET RCTL-FUNCTION-START TO TRUE
           MOVE 'TRANBRTN' TO RCTL-STEP
           MOVE WS-PROCESSING-DATE TO RCTL-BUSINESS-DATE
           MOVE ZERO TO RCTL-STEP-RETURN-CODE
           MOVE ZERO TO RCTL-RECORDS-IN
           MOVE ZERO TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANBRTN: RUN REFUSED - ' RCTL-MESSAGE
               MOVE RCTL-RESULT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
          .

       1000-LOAD-AUDIT-OUTCOMES.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ AUDIT-FILE
                   AT END SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       IF AUDIT-CALLING-PROGRAM = 'TRANBTCH' AND
                               AUDIT-TIMESTAMP(1:8) =
                                   WS-PROCESSING-DATE AND
                               AUDIT-TYPE NOT = 'XC'
                           PERFORM 1050-TABLE-ONE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
          .

       1050-TABLE-ONE-OUTCOME.
           IF WS-AUD-USED NOT < WS-AUD-LIMIT
               MOVE 'MORE TRANBTCH AUDIT ENTRIES THAN THE TABLE HOLDS'
                   TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
           ADD 1 TO WS-AUD-USED
           MOVE AUDIT-SOURCE-BRANCH  TO WS-AUD-BRANCH(WS-AUD-USED)
           MOVE AUDIT-ACCOUNT-NUMBER TO WS-AUD-ACCOUNT(WS-AUD-USED)
           IF AUDIT-TYPE = 'XD'
               MOVE 'XF' TO WS-AUD-TYPE(WS-AUD-USED)
           ELSE
               MOVE AUDIT-TYPE TO WS-AUD-TYPE(WS-AUD-USED)
           END-IF
           MOVE AUDIT-STATUS-CODE    TO WS-AUD-STATUS(WS-AUD-USED)
           MOVE 'N' TO WS-AUD-TAKEN-SWITCH(WS-AUD-USED)
           IF AUDIT-AMOUNT NUMERIC AND AUDIT-EFF-DATE NUMERIC
               MOVE AUDIT-AMOUNT   TO WS-AUD-AMOUNT(WS-AUD-USED)
               MOVE AUDIT-EFF-DATE TO WS-AUD-EFF-DATE(WS-AUD-USED)
               MOVE 'Y' TO WS-AUD-KEY-SWITCH(WS-AUD-USED)
           ELSE
               MOVE ZERO TO WS-AUD-AMOUNT(WS-AUD-USED)
               MOVE ZERO TO WS-AUD-EFF-DATE(WS-AUD-USED)
               MOVE 'N' TO WS-AUD-KEY-SWITCH(WS-AUD-USED)
           END-IF
          .

       1100-LOAD-REJECT-REASONS.
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL WS-REJ-EOF
               READ REJECT-FILE
                   AT END SET WS-REJ-EOF TO TRUE
                   NOT AT END
                       IF REJECT-CALLING-PROGRAM = 'TRANBTCH' AND
                               REJECT-TIMESTAMP(1:8) =
                                   WS-PROCESSING-DATE
                           PERFORM 1150-TABLE-ONE-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE
          .

       1150-TABLE-ONE-REJECT.
           IF WS-REJ-USED NOT < WS-REJ-LIMIT
               MOVE 'MORE TRANBTCH REJECTS THAN THE TABLE HOLDS'
                   TO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
           ADD 1 TO WS-REJ-USED
           MOVE REJECT-SOURCE-BRANCH  TO WS-REJ-BRANCH(WS-REJ-USED)
           MOVE REJECT-ACCOUNT-NUMBER TO WS-REJ-ACCOUNT(WS-REJ-USED)
           MOVE REJECT-TYPE           TO WS-REJ-TYPE(WS-REJ-USED)
           MOVE REJECT-REASON-CODE    TO WS-REJ-REASON(WS-REJ-USED)
           MOVE 'N' TO WS-REJ-TAKEN-SWITCH(WS-REJ-USED)
           IF REJECT-AMOUNT NUMERIC AND REJECT-EFF-DATE NUMERIC
               MOVE REJECT-AMOUNT   TO WS-REJ-AMOUNT(WS-REJ-USED)
               MOVE REJECT-EFF-DATE TO WS-REJ-EFF-DATE(WS-REJ-USED)
               MOVE 'Y' TO WS-REJ-KEY-SWITCH(WS-REJ-USED)
           ELSE
               MOVE ZERO TO WS-REJ-AMOUNT(WS-REJ-USED)
               MOVE ZERO TO WS-REJ-EFF-DATE(WS-REJ-USED)
               MOVE 'N' TO WS-REJ-KEY-SWITCH(WS-REJ-USED)
           END-IF
          .

       1500-WRITE-SUMMARY-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANBRTN BRANCH RETURN FILES FOR ' DELIMITED BY SIZE
               WS-PROCESSING-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'EXTRACT BRANCH  ITEMS  POSTED  WAREHS SUSPEND  REJECT'
               TO REPORT-LINE
           MOVE ' UNRESLV RESULT' TO REPORT-LINE(54:15)
           PERFORM 9100-WRITE-REPORT-LINE
          .

       2000-RETURN-ONE-EXTRACT.
           MOVE WS-EXTRACT-IDX TO WS-EXTRACT-IDX-DISP
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING 'TRANXB' DELIMITED BY SIZE
               WS-EXTRACT-IDX-DISP DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME
           MOVE SPACES TO WS-RETURN-NAME
           STRING 'TRANRB' DELIMITED BY SIZE
               WS-EXTRACT-IDX-DISP DELIMITED BY SIZE
               INTO WS-RETURN-NAME

           OPEN INPUT BRANCH-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-EXTRACT-STATUS NOT = '00'
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                       WS-EXTRACT-NAME DELIMITED BY SIZE
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9900-ABORT-RUN
               END-IF
               ADD 1 TO WS-BRANCHES-SEEN
               PERFORM 2100-CHECK-EXTRACT-HEADER
               IF WS-HEADER-OK
                   PERFORM 2200-ANSWER-ONE-EXTRACT
               ELSE
                   ADD 1 TO WS-BRANCHES-NOT-BALANCED
                   PERFORM 3200-WRITE-REFUSED-LINE
               END-IF
               CLOSE BRANCH-EXTRACT-FILE
           END-IF
          .

      *    Only an extract cut for tonight's business date is
      *    answered - a file left over from an earlier night has
      *    already had its return, and TRANMRGE would have refused
      *    it in any case.
       2100-CHECK-EXTRACT-HEADER.
           MOVE 'N' TO WS-HEADER-OK-SWITCH
           MOVE SPACES TO WS-BRANCH-ID
           MOVE SPACES TO WS-REFUSED-TEXT
           READ BRANCH-EXTRACT-FILE
               AT END
                   MOVE 'EMPTY, NO BATCH HEADER' TO WS-REFUSED-TEXT
               NOT AT END
                   IF NOT EXT-BHDR-IS-HEADER
                       MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
                           TO WS-REFUSED-TEXT
                   ELSE IF EXT-BHDR-BUSINESS-DATE NOT =
                           WS-PROCESSING-DATE
                       MOVE EXT-BHDR-SOURCE-BRANCH TO WS-BRANCH-ID
                       STRING 'EXTRACT IS FOR ' DELIMITED BY SIZE
                           EXT-BHDR-BUSINESS-DATE DELIMITED BY SIZE
                           ', NOT ANSWERED' DELIMITED BY SIZE
                           INTO WS-REFUSED-TEXT
                   ELSE
                       MOVE EXT-BHDR-SOURCE-BRANCH TO WS-BRANCH-ID
                       SET WS-HEADER-OK TO TRUE
                   END-IF
           END-READ
           PERFORM 2900-CHECK-EXTRACT-READ
          .

       2200-ANSWER-ONE-EXTRACT.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-HASH
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-POSTED-AMOUNT
           MOVE ZERO TO WS-WAREHOUSED-COUNT
           MOVE ZERO TO WS-WAREHOUSED-AMOUNT
           MOVE ZERO TO WS-SUSPENDED-COUNT
           MOVE ZERO TO WS-SUSPENDED-AMOUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-REJECTED-AMOUNT
           MOVE ZERO TO WS-UNRESOLVED-COUNT
           MOVE ZERO TO WS-UNRESOLVED-AMOUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-SENT-HASH
           MOVE 'N' TO WS-EXTRACT-EOF-SWITCH
           MOVE 'N' TO WS-TRAILER-SEEN-SWITCH

           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                   WS-RETURN-NAME DELIMITED BY SIZE
                   INTO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF

           MOVE SPACES TO RTN-HEADER-RECORD
           MOVE 'HDR' TO RTNH-RECORD-ID
           MOVE WS-BRANCH-ID TO RTNH-SOURCE-BRANCH
           MOVE WS-PROCESSING-DATE TO RTNH-BUSINESS-DATE
           MOVE WS-EXTRACT-NAME TO RTNH-EXTRACT-NAME
           WRITE RTN-HEADER-RECORD
           PERFORM 2950-CHECK-RETURN-WRITE

           PERFORM UNTIL WS-EXTRACT-EOF
               READ BRANCH-EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-EOF TO TRUE
                   NOT AT END
                       IF EXT-BTRL-IS-TRAILER
                           MOVE EXT-BTRL-RECORD-COUNT TO WS-SENT-COUNT
                           MOVE EXT-BTRL-HASH-TOTAL TO WS-SENT-HASH
                           SET WS-TRAILER-SEEN TO TRUE
                           SET WS-EXTRACT-EOF TO TRUE
                       ELSE
                           PERFORM 2300-ANSWER-ONE-ITEM
                       END-IF
               END-READ
               PERFORM 2900-CHECK-EXTRACT-READ
           END-PERFORM

           PERFORM 2800-WRITE-RETURN-TRAILER
           CLOSE RETURN-FILE
           PERFORM 3100-WRITE-BRANCH-LINE
          .

      *    The item is matched under the branch it was stamped with
      *    on the way in: its own, or the extract header's when the
      *    detail carried none - the same rule TRANMRGE applies.
       2300-ANSWER-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-RUN-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-AMOUNT
           IF EXT-TRANX-AMOUNT NUMERIC
               MOVE EXT-TRANX-AMOUNT TO WS-ITEM-AMOUNT
               ADD EXT-TRANX-AMOUNT TO WS-ITEM-HASH
           END-IF
           IF EXT-TRANX-SOURCE-BRANCH = SPACES
               MOVE WS-BRANCH-ID TO WS-ITEM-BRANCH
           ELSE
               MOVE EXT-TRANX-SOURCE-BRANCH TO WS-ITEM-BRANCH
           END-IF
           IF EXT-TRANX-AMOUNT NUMERIC AND EXT-TRANX-EFF-DATE NUMERIC
               MOVE 'Y' TO WS-ITEM-KEY-SWITCH
           ELSE
               MOVE 'N' TO WS-ITEM-KEY-SWITCH
           END-IF

           PERFORM 2400-FIND-AUDIT-OUTCOME

           MOVE SPACES TO RTN-DETAIL-RECORD
           MOVE 'DTL' TO RTND-RECORD-ID
           MOVE WS-ITEM-COUNT TO RTND-ITEM-NUMBER
           MOVE EXT-TRANX-RECORD TO RTND-TRANX-IMAGE
           MOVE ZERO TO RTND-REASON-CODE

           IF WS-AUD-FOUND = ZERO
               SET RTND-NOT-PROCESSED TO TRUE
               MOVE 'NOT PROCESSED BY TRANBTCH'
                   TO RTND-OUTCOME-TEXT
               ADD 1 TO WS-UNRESOLVED-COUNT
               ADD WS-ITEM-AMOUNT TO WS-UNRESOLVED-AMOUNT
           ELSE
               EVALUATE WS-AUD-STATUS(WS-AUD-FOUND)
                   WHEN 00
                       SET RTND-POSTED TO TRUE
                       MOVE 'POSTED' TO RTND-OUTCOME-TEXT
                       ADD 1 TO WS-POSTED-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-POSTED-AMOUNT
                   WHEN 05
                       SET RTND-POSTED TO TRUE
                       MOVE 'POSTED, REVERSAL APPLIED'
                           TO RTND-OUTCOME-TEXT
                       ADD 1 TO WS-POSTED-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-POSTED-AMOUNT
                   WHEN 40
                       SET RTND-WAREHOUSED TO TRUE
                       MOVE 'WAREHOUSED TO TRANPEND, POSTS ON EFF DATE'
                           TO RTND-OUTCOME-TEXT
                       ADD 1 TO WS-WAREHOUSED-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-WAREHOUSED-AMOUNT
                   WHEN 70
                       SET RTND-SUSPENDED TO TRUE
                       MOVE 'SUSPENDED AS A DUPLICATE'
                           TO RTND-OUTCOME-TEXT
                       ADD 1 TO WS-SUSPENDED-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-SUSPENDED-AMOUNT
                   WHEN 90
                       SET RTND-REJECTED TO TRUE
                       PERFORM 2500-FIND-REJECT-REASON
                       MOVE WS-REASON-CODE TO RTND-REASON-CODE
                       MOVE WS-REASON-TEXT TO RTND-OUTCOME-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-REJECTED-AMOUNT
                   WHEN OTHER
                       SET RTND-FAILED TO TRUE
                       MOVE 'PROCESSING FAILURE, NOT POSTED'
                           TO RTND-OUTCOME-TEXT
                       ADD 1 TO WS-UNRESOLVED-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-UNRESOLVED-AMOUNT
               END-EVALUATE
           END-IF

           WRITE RTN-DETAIL-RECORD
           PERFORM 2950-CHECK-RETURN-WRITE
          .

      *    First unclaimed entry with the item's full key; each entry
      *    answers one item, so two identical items in one extract
      *    take the original and then its suspended duplicate in
      *    posting order. An item whose amount or date is garbled
      *    cannot be keyed that way and is matched on branch,
      *    account and type against the rejected entries instead.
       2400-FIND-AUDIT-OUTCOME.
           MOVE ZERO TO WS-AUD-FOUND
           IF WS-ITEM-KEY-NUMERIC
               PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                       UNTIL WS-AUD-IDX > WS-AUD-USED OR
                           WS-AUD-FOUND > ZERO
                   IF NOT WS-AUD-TAKEN(WS-AUD-IDX) AND
                           WS-AUD-KEY-NUMERIC(WS-AUD-IDX) AND
                           WS-AUD-BRANCH(WS-AUD-IDX) = WS-ITEM-BRANCH
                           AND WS-AUD-ACCOUNT(WS-AUD-IDX) =
                               EXT-TRANX-ACCOUNT-NUMBER
                           AND WS-AUD-TYPE(WS-AUD-IDX) = EXT-TRANX-TYPE
                           AND WS-AUD-AMOUNT(WS-AUD-IDX) =
                               EXT-TRANX-AMOUNT
                           AND WS-AUD-EFF-DATE(WS-AUD-IDX) =
                               EXT-TRANX-EFF-DATE
                       MOVE WS-AUD-IDX TO WS-AUD-FOUND
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                       UNTIL WS-AUD-IDX > WS-AUD-USED OR
                           WS-AUD-FOUND > ZERO
                   IF NOT WS-AUD-TAKEN(WS-AUD-IDX) AND
                           NOT WS-AUD-KEY-NUMERIC(WS-AUD-IDX) AND
                           WS-AUD-STATUS(WS-AUD-IDX) = 90 AND
                           WS-AUD-BRANCH(WS-AUD-IDX) = WS-ITEM-BRANCH
                           AND WS-AUD-ACCOUNT(WS-AUD-IDX) =
                               EXT-TRANX-ACCOUNT-NUMBER
                           AND WS-AUD-TYPE(WS-AUD-IDX) = EXT-TRANX-TYPE
                       MOVE WS-AUD-IDX TO WS-AUD-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AUD-FOUND > ZERO
               MOVE 'Y' TO WS-AUD-TAKEN-SWITCH(WS-AUD-FOUND)
           END-IF
          .

       2500-FIND-REJECT-REASON.
           MOVE ZERO TO WS-REJ-FOUND
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-USED OR
                       WS-REJ-FOUND > ZERO
               IF NOT WS-REJ-TAKEN(WS-REJ-IDX) AND
                       WS-REJ-BRANCH(WS-REJ-IDX) = WS-ITEM-BRANCH AND
                       WS-REJ-ACCOUNT(WS-REJ-IDX) =
                           EXT-TRANX-ACCOUNT-NUMBER AND
                       WS-REJ-TYPE(WS-REJ-IDX) = EXT-TRANX-TYPE
                   IF WS-ITEM-KEY-NUMERIC
                       IF WS-REJ-KEY-NUMERIC(WS-REJ-IDX) AND
                               WS-REJ-AMOUNT(WS-REJ-IDX) =
                                   EXT-TRANX-AMOUNT AND
                               WS-REJ-EFF-DATE(WS-REJ-IDX) =
                                   EXT-TRANX-EFF-DATE
                           MOVE WS-REJ-IDX TO WS-REJ-FOUND
                       END-IF
                   ELSE IF NOT WS-REJ-KEY-NUMERIC(WS-REJ-IDX)
                       MOVE WS-REJ-IDX TO WS-REJ-FOUND
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REJ-FOUND = ZERO
               MOVE ZERO TO WS-REASON-CODE
               MOVE 'REJECTED, REASON NOT ON TRANREJ'
                   TO WS-REASON-TEXT
           ELSE
               MOVE 'Y' TO WS-REJ-TAKEN-SWITCH(WS-REJ-FOUND)
               MOVE WS-REJ-REASON(WS-REJ-FOUND) TO WS-REASON-CODE
               PERFORM 2600-SET-REASON-TEXT
           END-IF
          .

       2600-SET-REASON-TEXT.
           EVALUATE WS-REASON-CODE
               WHEN 10
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-REASON-TEXT
               WHEN 15
                   MOVE 'INVALID TRANSFER COUNTER-ACCOUNT'
                       TO WS-REASON-TEXT
               WHEN 20
                   MOVE 'INVALID TRANSACTION TYPE' TO WS-REASON-TEXT
               WHEN 30
                   MOVE 'INVALID AMOUNT' TO WS-REASON-TEXT
               WHEN 40
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REASON-TEXT
               WHEN 50
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REASON-TEXT
               WHEN 51
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
                   MOVE 'DATE OUTSIDE ALLOWED WINDOW'
                       TO WS-REASON-TEXT
               WHEN 70
                   MOVE 'AMOUNT EXCEEDS TYPE LIMIT' TO WS-REASON-TEXT
               WHEN 75
                   MOVE 'NO MATCHING POSTED TRANSACTION'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN REASON CODE' TO WS-REASON-TEXT
           END-EVALUATE
          .

      *    Balanced: the items listed add back to the count and hash
      *    on the branch's own trailer, and none of them is left
      *    without a final outcome.
       2800-WRITE-RETURN-TRAILER.
           MOVE SPACES TO RTN-TRAILER-RECORD
           MOVE 'TRL' TO RTNT-RECORD-ID
           MOVE WS-BRANCH-ID TO RTNT-SOURCE-BRANCH
           MOVE WS-ITEM-COUNT TO RTNT-RECORD-COUNT
           MOVE WS-ITEM-HASH TO RTNT-HASH-TOTAL
           MOVE WS-POSTED-COUNT TO RTNT-POSTED-COUNT
           MOVE WS-POSTED-AMOUNT TO RTNT-POSTED-AMOUNT
           MOVE WS-WAREHOUSED-COUNT TO RTNT-WAREHOUSED-COUNT
           MOVE WS-WAREHOUSED-AMOUNT TO RTNT-WAREHOUSED-AMOUNT
           MOVE WS-SUSPENDED-COUNT TO RTNT-SUSPENDED-COUNT
           MOVE WS-SUSPENDED-AMOUNT TO RTNT-SUSPENDED-AMOUNT
           MOVE WS-REJECTED-COUNT TO RTNT-REJECTED-COUNT
           MOVE WS-REJECTED-AMOUNT TO RTNT-REJECTED-AMOUNT
           MOVE WS-UNRESOLVED-COUNT TO RTNT-UNRESOLVED-COUNT
           MOVE WS-UNRESOLVED-AMOUNT TO RTNT-UNRESOLVED-AMOUNT
           ADD WS-POSTED-COUNT TO WS-RUN-POSTED-COUNT
           IF WS-TRAILER-SEEN AND
                   WS-ITEM-COUNT = WS-SENT-COUNT AND
                   WS-ITEM-HASH = WS-SENT-HASH AND
                   WS-UNRESOLVED-COUNT = ZERO
               SET RTNT-BALANCED TO TRUE
               ADD 1 TO WS-BRANCHES-BALANCED
           ELSE
               SET RTNT-NOT-BALANCED TO TRUE
               ADD 1 TO WS-BRANCHES-NOT-BALANCED
           END-IF
           WRITE RTN-TRAILER-RECORD
           PERFORM 2950-CHECK-RETURN-WRITE
          .

       2900-CHECK-EXTRACT-READ.
           IF WS-EXTRACT-STATUS NOT = '00' AND NOT = '10'
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING 'READ ERROR ON ' DELIMITED BY SIZE
                   WS-EXTRACT-NAME DELIMITED BY SIZE
                   INTO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
          .

       2950-CHECK-RETURN-WRITE.
           IF WS-RETURN-STATUS NOT = '00'
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING 'WRITE ERROR ON ' DELIMITED BY SIZE
                   WS-RETURN-NAME DELIMITED BY SIZE
                   INTO WS-ABORT-MESSAGE
               PERFORM 9900-ABORT-RUN
           END-IF
          .

       3100-WRITE-BRANCH-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXTRACT-NAME(1:7) TO REPORT-LINE(1:7)
           MOVE WS-BRANCH-ID TO REPORT-LINE(9:5)
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(15:7)
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(23:7)
           MOVE WS-WAREHOUSED-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(31:7)
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(39:7)
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(47:7)
           MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(55:7)
           IF RTNT-BALANCED
               MOVE 'BALANCED' TO REPORT-LINE(63:12)
           ELSE
               MOVE 'NOT BALANCED' TO REPORT-LINE(63:12)
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-ITEM-HASH TO WS-AMOUNT-DISP
           MOVE WS-SENT-HASH TO WS-SENT-DISP
           MOVE SPACES TO REPORT-LINE
           IF WS-TRAILER-SEEN
               STRING '        RETURNED ' DELIMITED BY SIZE
                   WS-AMOUNT-DISP DELIMITED BY SIZE
                   ' BRANCH TRAILER ' DELIMITED BY SIZE
                   WS-SENT-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING '        RETURNED ' DELIMITED BY SIZE
                   WS-AMOUNT-DISP DELIMITED BY SIZE
                   ' EXTRACT HAS NO TRAILER' DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
          .

       3200-WRITE-REFUSED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-EXTRACT-NAME(1:7) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BRANCH-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REFUSED-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       4000-WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BRANCH EXTRACTS FOUND : ' DELIMITED BY SIZE
               WS-BRANCHES-SEEN DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS BALANCED      : ' DELIMITED BY SIZE
               WS-BRANCHES-BALANCED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT BALANCED/ANSWERED : ' DELIMITED BY SIZE
               WS-BRANCHES-NOT-BALANCED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANBRTN: WRITE ERROR ON TRANBRRP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9950-END-RUN-CONTROL
               STOP RUN
           END-IF
          .

      *    Orderly shutdown on an I/O failure or a table overflow: a
      *    return file that cannot be trusted is worse than none, so
      *    the run stops with return code 16 and is simply rerun once
      *    the cause is fixed - it only reads the night's files.
       9900-ABORT-RUN.
           DISPLAY 'TRANBRTN: RUN REFUSED - ' WS-ABORT-MESSAGE
           MOVE 16 TO RETURN-CODE
           PERFORM 9950-END-RUN-CONTROL
           STOP RUN
          .

      *    Every way out of the step once it has checked in comes
      *    through here, so TRANRUN records its return code and
      *    counts - completed at 4 or less, failed above that - and
      *    the scheduler still sees the step's own return code.
       9950-END-RUN-CONTROL.
           MOVE RETURN-CODE TO RCTL-STEP-RETURN-CODE
           SET RCTL-FUNCTION-END TO TRUE
           MOVE WS-RUN-ITEM-COUNT TO RCTL-RECORDS-IN
           MOVE WS-RUN-POSTED-COUNT TO RCTL-RECORDS-OUT
           CALL 'TRANRCTL' USING RCTL-REQUEST
           IF NOT RCTL-RESULT-OK
               DISPLAY 'TRANBRTN: TRANRUN NOT UPDATED - '
                   RCTL-MESSAGE
           END-IF
           MOVE RCTL-STEP-RETURN-CODE TO RETURN-CODE
          .

       END PROGRAM TRANBRTN.
